000010***************************************************************
000020** PROGRAM-ID : PRMPRT
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  ONE PARTITION OF A
000100**                  PARTITIONED GENERATION (CTL-GEN-MODE "P").
000110**                  THE SINGLE-STEP SIEVE IN PRIMES IS BOUNDED BY
000120**                  ITS 2,000,000-BYTE TABLE AND RUNS IN ONE
000130**                  INITIATOR; FOR LARGER TARGETS THE VALUE RANGE
000140**                  THE TARGET NEEDS IS NOW CUT INTO
000150**                  CTL-PARTITION-COUNT CONTIGUOUS SEGMENTS, AND
000160**                  EACH SEGMENT IS SIEVED BY ITS OWN JOB
000170**                  (PRMPRT01, PRMPRT02, ...) SO THEY CAN RUN SIDE
000180**                  BY SIDE.  EVERY PARTITION WORKS OUT THE SAME
000190**                  PLAN FROM THE PRMCTL CARD, BUILDS A SMALL
000200**                  TABLE OF BASE PRIMES UP TO THE SQUARE ROOT OF
000210**                  ITS SEGMENT'S TOP, AND SIEVES THE SEGMENT A
000220**                  BLOCK AT A TIME AGAINST IT, WRITING A PARTIAL
000230**                  MASTER (PRMPRTF - VALUES ONLY) WITH ITS OWN
000240**                  CONTROL TOTALS ON THE TRAILER.  PRMMRG IN
000250**                  PRMJOB PROVES AND MERGES THE PARTIALS.  THE
000260**                  PARTIAL IS REWRITTEN FROM THE START EVERY
000270**                  TIME, SO A FAILED PARTITION IS SIMPLY RERUN ON
000280**                  ITS OWN.
000290***************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PRMPRT.
000320 AUTHOR. D. OKONKWO.
000330 INSTALLATION. DATA CENTER SERVICES.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PRIMES-CTL-FILE ASSIGN TO "PRMCTL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CTL-FILE-STATUS.
000470
000480     SELECT PARTITION-CARD-FILE ASSIGN TO "PRMPRTC"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PRC-FILE-STATUS.
000510
000520     SELECT PARTIAL-MASTER-FILE ASSIGN TO "PRMPART"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PRT-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  PRIMES-CTL-FILE
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 80 CHARACTERS.
000620 COPY PRMCTL.
000630
000640 FD  PARTITION-CARD-FILE
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 80 CHARACTERS.
000670 COPY PRMPRTC.
000680
000690 FD  PARTIAL-MASTER-FILE
000700     RECORDING MODE IS F
000710     RECORD CONTAINS 80 CHARACTERS.
000720 COPY PRMPRTF.
000730
000740 WORKING-STORAGE SECTION.
000750
000760*****************************************************************
000770** THE PLAN.  THE TOP OF THE RANGE IS THE ROSSER-SCHOENFELD BOUND
000780** ON THE NTH PRIME, N(LN N + LN LN N), GOOD FOR N OF 6 AND UP;
000790** BELOW THAT THE RANGE IS 2-13.  THE RANGE 2 THROUGH THE TOP IS
000800** CUT INTO EQUAL SEGMENTS, THE LAST ONE TAKING WHAT IS LEFT.
000810** EVERY PARTITION WORKS FROM THE SAME NUMBERS BECAUSE THEY ALL
000820** COME FROM THE SAME CARD; EACH HEADER CARRIES THEM FOR PRMMRG.
000830*****************************************************************
000840 01  WS-TARGET-COUNT PIC 9(7) VALUE 0.
000850 01  WS-PARTITION-COUNT PIC 9(2) VALUE 0.
000860 01  WS-PARTITION-NO PIC 9(2) VALUE 0.
000870 01  WS-LN-TARGET PIC 9(3)V9(9) COMP-3 VALUE 0.
000880 01  WS-LN-LN-TARGET PIC 9(3)V9(9) COMP-3 VALUE 0.
000890 01  WS-PLAN-HIGH PIC 9(9) VALUE 0.
000900 01  WS-SEG-WIDTH PIC 9(9) VALUE 0.
000910 01  WS-RANGE-LOW PIC 9(9) VALUE 0.
000920 01  WS-RANGE-HIGH PIC 9(9) VALUE 0.
000930
000940*****************************************************************
000950** BASE PRIMES.  THE LARGEST PLAN A 9(7) TARGET CAN ASK FOR TOPS
000960** OUT UNDER 190,000,000, WHOSE SQUARE ROOT IS UNDER 14,000, SO A
000970** 20,000-BYTE SIEVE ALWAYS COVERS THE BASE PRIMES A SEGMENT
000980** NEEDS.  ONLY THOSE WHOSE SQUARE DOES NOT PASS THE SEGMENT'S TOP
000990** ARE KEPT.  SPACE MEANS PRIME, "C" MEANS COMPOSITE, AS IN
001000** PRIMES.
001010*****************************************************************
001020 01  WS-BASE-MAX PIC 9(9) COMP VALUE 20000.
001030 01  WS-BASE-COUNT PIC 9(9) COMP VALUE 0.
001040 01  WS-BASE-SIEVE.
001050     05  WS-BASE-FLAG PIC X(01) OCCURS 20000 TIMES.
001060 01  WS-BASE-TABLE.
001070     05  WS-BASE-PRIME PIC 9(9) COMP OCCURS 2300 TIMES.
001080
001090*****************************************************************
001100** SEGMENT BLOCK.  THE SEGMENT IS SIEVED WS-BLOCK-SIZE VALUES AT A
001110** TIME; FLAG K STANDS FOR THE VALUE WS-BLOCK-LOW + K - 1.
001120*****************************************************************
001130 01  WS-BLOCK-SIZE PIC 9(9) COMP VALUE 1000000.
001140 01  WS-BLOCK-LOW PIC 9(9) COMP VALUE 0.
001150 01  WS-BLOCK-HIGH PIC 9(9) COMP VALUE 0.
001160 01  WS-BLOCK-LEN PIC 9(9) COMP VALUE 0.
001170 01  WS-BLOCK-TABLE.
001180     05  WS-BLOCK-FLAG PIC X(01) OCCURS 1000000 TIMES.
001190 01  WS-SIEVE-J PIC 9(9) COMP VALUE 0.
001200 01  WS-SIEVE-K PIC 9(9) COMP VALUE 0.
001210 01  WS-SIEVE-P PIC 9(9) COMP VALUE 0.
001220 01  WS-SIEVE-START PIC 9(9) COMP VALUE 0.
001230 01  WS-SIEVE-QUOT PIC 9(9) COMP VALUE 0.
001240 01  WS-SIEVE-REM PIC 9(9) COMP VALUE 0.
001250
001260*****************************************************************
001270** THE PARTITION'S CONTROL TOTALS FOR THE TRAILER.
001280*****************************************************************
001290 01  WS-NUM PIC 9(9) VALUE 0.
001300 01  WS-PART-COUNT PIC 9(9) VALUE 0.
001310 01  WS-PART-HASH PIC 9(15) VALUE 0.
001320 01  WS-FIRST-PRIME PIC 9(9) VALUE 0.
001330 01  WS-LAST-PRIME PIC 9(9) VALUE 0.
001340
001350*****************************************************************
001360** WORK FIELDS
001370*****************************************************************
001380 01  WS-RUN-DATE PIC 9(8) VALUE 0.
001390 01  WS-RUN-TIME PIC 9(8) VALUE 0.
001400 01  WS-END-DATE PIC 9(8) VALUE 0.
001410 01  WS-END-TIME PIC 9(8) VALUE 0.
001420 01  WS-CTL-FILE-STATUS PIC X(02) VALUE SPACES.
001430 01  WS-PRC-FILE-STATUS PIC X(02) VALUE SPACES.
001440 01  WS-PRT-FILE-STATUS PIC X(02) VALUE SPACES.
001450 01  WS-PRT-OPEN-SW PIC X(01) VALUE "N".
001460     88  WS-PRT-OPENED VALUE "Y".
001470
001480 PROCEDURE DIVISION.
001490
001500*****************************************************************
001510** 0000-MAINLINE
001520*****************************************************************
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001550     PERFORM 1100-WORK-OUT-PLAN THRU 1100-EXIT
001560     PERFORM 1200-BUILD-BASE-PRIMES THRU 1200-EXIT
001570     PERFORM 1300-OPEN-PARTIAL THRU 1300-EXIT
001580     PERFORM 2000-SIEVE-SEGMENT THRU 2000-EXIT
001590     PERFORM 9000-TERMINATE THRU 9000-EXIT
001600     STOP RUN.
001610
001620*****************************************************************
001630** 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD AND THE
001640** PARTITION CARD.  UNLIKE PRIMES THERE IS NO DEFAULT: A PARTITION
001650** CUT FROM A GUESSED PLAN WOULD NOT MEET ITS NEIGHBOURS, SO ANY
001660** DOUBT ABOUT EITHER CARD ENDS THE STEP RETURN-CODE 16 BEFORE THE
001670** PARTIAL IS TOUCHED.
001680*****************************************************************
001690 1000-INITIALIZE.
001700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001710     ACCEPT WS-RUN-TIME FROM TIME
001720
001730     OPEN INPUT PRIMES-CTL-FILE
001740     IF WS-CTL-FILE-STATUS NOT = "00"
001750         DISPLAY "*** PRMPRT ABEND - PRIMES-CTL-FILE OPEN "
001760             "FAILED - STATUS = " WS-CTL-FILE-STATUS
001770         PERFORM 9900-ABEND THRU 9900-EXIT
001780     END-IF
001790     READ PRIMES-CTL-FILE
001800         AT END
001810             DISPLAY "*** PRMPRT ABEND - CONTROL CARD FILE IS "
001820                 "EMPTY ***"
001830             CLOSE PRIMES-CTL-FILE
001840             PERFORM 9900-ABEND THRU 9900-EXIT
001850     END-READ
001860     CLOSE PRIMES-CTL-FILE
001870
001880     IF NOT CTL-MODE-PARTITION
001890         DISPLAY "*** PRMPRT ABEND - CONTROL CARD MODE IS NOT "
001900             "P - NO PARTITIONED RUN IS ORDERED ***"
001910         PERFORM 9900-ABEND THRU 9900-EXIT
001920     END-IF
001930     IF CTL-TARGET-COUNT NOT NUMERIC
001940         DISPLAY "*** PRMPRT ABEND - TARGET COUNT IS NOT "
001950             "NUMERIC ***"
001960         PERFORM 9900-ABEND THRU 9900-EXIT
001970     END-IF
001980     IF CTL-TARGET-COUNT = 0
001990         DISPLAY "*** PRMPRT ABEND - TARGET COUNT IS ZERO ***"
002000         PERFORM 9900-ABEND THRU 9900-EXIT
002010     END-IF
002020     IF CTL-PARTITION-COUNT NOT NUMERIC
002030         DISPLAY "*** PRMPRT ABEND - PARTITION COUNT IS NOT "
002040             "NUMERIC ***"
002050         PERFORM 9900-ABEND THRU 9900-EXIT
002060     END-IF
002070     IF CTL-PARTITION-COUNT NOT = 4
002080         DISPLAY "*** PRMPRT ABEND - PARTITION COUNT "
002090             CTL-PARTITION-COUNT " NOT 04 ***"
002100         PERFORM 9900-ABEND THRU 9900-EXIT
002110     END-IF
002120     MOVE CTL-TARGET-COUNT TO WS-TARGET-COUNT
002130     MOVE CTL-PARTITION-COUNT TO WS-PARTITION-COUNT
002140
002150     OPEN INPUT PARTITION-CARD-FILE
002160     IF WS-PRC-FILE-STATUS NOT = "00"
002170         DISPLAY "*** PRMPRT ABEND - PARTITION-CARD-FILE OPEN "
002180             "FAILED - STATUS = " WS-PRC-FILE-STATUS
002190         PERFORM 9900-ABEND THRU 9900-EXIT
002200     END-IF
002210     READ PARTITION-CARD-FILE
002220         AT END
002230             MOVE SPACES TO PARTITION-CARD
002240     END-READ
002250     CLOSE PARTITION-CARD-FILE
002260     IF PRC-PARTITION-NO NOT NUMERIC
002270         DISPLAY "*** PRMPRT ABEND - PARTITION NUMBER MISSING OR "
002280             "NOT NUMERIC: " PRC-PARTITION-NO-X
002290         PERFORM 9900-ABEND THRU 9900-EXIT
002300     END-IF
002310     IF PRC-PARTITION-NO = 0
002320         OR PRC-PARTITION-NO > WS-PARTITION-COUNT
002330         DISPLAY "*** PRMPRT ABEND - PARTITION " PRC-PARTITION-NO
002340             " IS NOT ONE OF THE " WS-PARTITION-COUNT
002350             " ON THE CONTROL CARD ***"
002360         PERFORM 9900-ABEND THRU 9900-EXIT
002370     END-IF
002380     MOVE PRC-PARTITION-NO TO WS-PARTITION-NO.
002390
002400 1000-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440** 1100-WORK-OUT-PLAN - THE TOP OF THE WHOLE RANGE, THEN THIS
002450** PARTITION'S SEGMENT OF IT.  WITH A SMALL TARGET AND MANY
002460** PARTITIONS THE LAST SEGMENTS CAN START PAST THE TOP.  EACH
002470** SUCH SEGMENT IS MADE EMPTY - LOW ONE PAST THE TOP, HIGH THE
002480** TOP ITSELF - SO THE SEGMENTS STILL JOIN END TO END, AND IT
002490** STILL WRITES A HEADER AND TRAILER SO THE MERGE SEES EVERY
002500** PARTITION.
002510*****************************************************************
002520 1100-WORK-OUT-PLAN.
002530     IF WS-TARGET-COUNT < 6
002540         MOVE 13 TO WS-PLAN-HIGH
002550     ELSE
002560         COMPUTE WS-LN-TARGET = FUNCTION LOG (WS-TARGET-COUNT)
002570         COMPUTE WS-LN-LN-TARGET = FUNCTION LOG (WS-LN-TARGET)
002580         COMPUTE WS-PLAN-HIGH = WS-TARGET-COUNT
002590             * (WS-LN-TARGET + WS-LN-LN-TARGET) + 1
002600     END-IF
002610
002620     COMPUTE WS-SEG-WIDTH = (WS-PLAN-HIGH - 1 + WS-PARTITION-COUNT
002630         - 1) / WS-PARTITION-COUNT
002640     COMPUTE WS-RANGE-LOW = 2
002650         + (WS-PARTITION-NO - 1) * WS-SEG-WIDTH
002660     IF WS-RANGE-LOW > WS-PLAN-HIGH
002670         COMPUTE WS-RANGE-LOW = WS-PLAN-HIGH + 1
002680         MOVE WS-PLAN-HIGH TO WS-RANGE-HIGH
002690     ELSE
002700         COMPUTE WS-RANGE-HIGH = WS-RANGE-LOW + WS-SEG-WIDTH - 1
002710         IF WS-RANGE-HIGH > WS-PLAN-HIGH
002720             MOVE WS-PLAN-HIGH TO WS-RANGE-HIGH
002730         END-IF
002740     END-IF
002750
002760     DISPLAY "PRMPRT - PARTITION " WS-PARTITION-NO " OF "
002770         WS-PARTITION-COUNT " - TARGET " WS-TARGET-COUNT
002780     DISPLAY "PRMPRT - PLAN RANGE 2 - " WS-PLAN-HIGH
002790         " - THIS SEGMENT " WS-RANGE-LOW " - " WS-RANGE-HIGH.
002800
002810 1100-EXIT.
002820     EXIT.
002830
002840*****************************************************************
002850** 1200-BUILD-BASE-PRIMES - STANDARD SIEVE OF ERATOSTHENES OVER
002860** THE SMALL TABLE, AS IN PRIMES, THEN EVERY PRIME WHOSE SQUARE
002870** DOES NOT PASS THE SEGMENT'S TOP IS COPIED TO THE BASE TABLE.
002880*****************************************************************
002890 1200-BUILD-BASE-PRIMES.
002900     MOVE SPACES TO WS-BASE-SIEVE
002910     MOVE 2 TO WS-SIEVE-J
002920     PERFORM UNTIL (WS-SIEVE-J * WS-SIEVE-J) > WS-BASE-MAX
002930         IF WS-BASE-FLAG (WS-SIEVE-J) = SPACE
002940             COMPUTE WS-SIEVE-K = WS-SIEVE-J * WS-SIEVE-J
002950             PERFORM UNTIL WS-SIEVE-K > WS-BASE-MAX
002960                 MOVE "C" TO WS-BASE-FLAG (WS-SIEVE-K)
002970                 ADD WS-SIEVE-J TO WS-SIEVE-K
002980             END-PERFORM
002990         END-IF
003000         ADD 1 TO WS-SIEVE-J
003010     END-PERFORM
003020
003030     MOVE 0 TO WS-BASE-COUNT
003040     MOVE 2 TO WS-SIEVE-J
003050     PERFORM UNTIL WS-SIEVE-J > WS-BASE-MAX
003060             OR (WS-SIEVE-J * WS-SIEVE-J) > WS-RANGE-HIGH
003070         IF WS-BASE-FLAG (WS-SIEVE-J) = SPACE
003080             ADD 1 TO WS-BASE-COUNT
003090             MOVE WS-SIEVE-J TO WS-BASE-PRIME (WS-BASE-COUNT)
003100         END-IF
003110         ADD 1 TO WS-SIEVE-J
003120     END-PERFORM.
003130
003140 1200-EXIT.
003150     EXIT.
003160
003170*****************************************************************
003180** 1300-OPEN-PARTIAL - THE PARTIAL IS ALWAYS REWRITTEN FROM THE
003190** START, WHICH IS WHAT LETS A FAILED PARTITION BE RERUN ON ITS
003200** OWN.
003210*****************************************************************
003220 1300-OPEN-PARTIAL.
003230     OPEN OUTPUT PARTIAL-MASTER-FILE
003240     IF WS-PRT-FILE-STATUS NOT = "00"
003250         DISPLAY "*** PRMPRT ABEND - PARTIAL-MASTER-FILE OPEN "
003260             "FAILED - STATUS = " WS-PRT-FILE-STATUS
003270         PERFORM 9900-ABEND THRU 9900-EXIT
003280     END-IF
003290     MOVE "Y" TO WS-PRT-OPEN-SW
003300
003310     MOVE SPACES TO PARTIAL-HEADER-RECORD
003320     MOVE "H" TO PPH-RECORD-TYPE
003330     MOVE WS-PARTITION-NO TO PPH-PARTITION-NO
003340     MOVE WS-PARTITION-COUNT TO PPH-PARTITION-COUNT
003350     MOVE WS-TARGET-COUNT TO PPH-TARGET-COUNT
003360     MOVE WS-PLAN-HIGH TO PPH-PLAN-HIGH
003370     MOVE WS-RANGE-LOW TO PPH-RANGE-LOW
003380     MOVE WS-RANGE-HIGH TO PPH-RANGE-HIGH
003390     MOVE WS-RUN-DATE TO PPH-RUN-DATE
003400     MOVE WS-RUN-TIME TO PPH-RUN-TIME
003410     WRITE PARTIAL-HEADER-RECORD.
003420
003430 1300-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470** 2000-SIEVE-SEGMENT - THE SEGMENT A BLOCK AT A TIME.
003480*****************************************************************
003490 2000-SIEVE-SEGMENT.
003500     MOVE WS-RANGE-LOW TO WS-BLOCK-LOW
003510     PERFORM UNTIL WS-BLOCK-LOW > WS-RANGE-HIGH
003520         COMPUTE WS-BLOCK-HIGH = WS-BLOCK-LOW + WS-BLOCK-SIZE - 1
003530         IF WS-BLOCK-HIGH > WS-RANGE-HIGH
003540             MOVE WS-RANGE-HIGH TO WS-BLOCK-HIGH
003550         END-IF
003560         COMPUTE WS-BLOCK-LEN = WS-BLOCK-HIGH - WS-BLOCK-LOW + 1
003570         PERFORM 2100-MARK-BLOCK THRU 2100-EXIT
003580         PERFORM 2200-EMIT-BLOCK THRU 2200-EXIT
003590         COMPUTE WS-BLOCK-LOW = WS-BLOCK-HIGH + 1
003600     END-PERFORM.
003610
003620 2000-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660** 2100-MARK-BLOCK - FOR EACH BASE PRIME P WHOSE SQUARE FALLS IN
003670** OR BEFORE THE BLOCK, MARKING STARTS AT THE LATER OF P SQUARED
003680** AND THE FIRST MULTIPLE OF P IN THE BLOCK.  STARTING NO LOWER
003690** THAN P SQUARED IS WHAT KEEPS A BASE PRIME THAT FALLS INSIDE THE
003700** BLOCK FROM MARKING ITSELF.
003710*****************************************************************
003720 2100-MARK-BLOCK.
003730     MOVE SPACES TO WS-BLOCK-TABLE
003740     MOVE 1 TO WS-SIEVE-J
003750     PERFORM UNTIL WS-SIEVE-J > WS-BASE-COUNT
003760         MOVE WS-BASE-PRIME (WS-SIEVE-J) TO WS-SIEVE-P
003770         COMPUTE WS-SIEVE-START = WS-SIEVE-P * WS-SIEVE-P
003780         IF WS-SIEVE-START > WS-BLOCK-HIGH
003790             MOVE WS-BASE-COUNT TO WS-SIEVE-J
003800         ELSE
003810             IF WS-SIEVE-START < WS-BLOCK-LOW
003820                 DIVIDE WS-BLOCK-LOW BY WS-SIEVE-P
003830                     GIVING WS-SIEVE-QUOT REMAINDER WS-SIEVE-REM
003840                 IF WS-SIEVE-REM = 0
003850                     MOVE WS-BLOCK-LOW TO WS-SIEVE-START
003860                 ELSE
003870                     COMPUTE WS-SIEVE-START =
003880                         (WS-SIEVE-QUOT + 1) * WS-SIEVE-P
003890                 END-IF
003900             END-IF
003910             COMPUTE WS-SIEVE-K =
003920                 WS-SIEVE-START - WS-BLOCK-LOW + 1
003930             PERFORM UNTIL WS-SIEVE-K > WS-BLOCK-LEN
003940                 MOVE "C" TO WS-BLOCK-FLAG (WS-SIEVE-K)
003950                 ADD WS-SIEVE-P TO WS-SIEVE-K
003960             END-PERFORM
003970         END-IF
003980         ADD 1 TO WS-SIEVE-J
003990     END-PERFORM.
004000
004010 2100-EXIT.
004020     EXIT.
004030
004040*****************************************************************
004050** 2200-EMIT-BLOCK - ONE DETAIL PER UNMARKED VALUE, ACCUMULATING
004060** THE TRAILER'S COUNT, HASH (SUM OF VALUES, AS ON THE EXTRACT)
004070** AND FIRST AND LAST PRIME.
004080*****************************************************************
004090 2200-EMIT-BLOCK.
004100     MOVE 1 TO WS-SIEVE-K
004110     PERFORM UNTIL WS-SIEVE-K > WS-BLOCK-LEN
004120         IF WS-BLOCK-FLAG (WS-SIEVE-K) = SPACE
004130             COMPUTE WS-NUM = WS-BLOCK-LOW + WS-SIEVE-K - 1
004140             ADD 1 TO WS-PART-COUNT
004150             ADD WS-NUM TO WS-PART-HASH
004160             IF WS-PART-COUNT = 1
004170                 MOVE WS-NUM TO WS-FIRST-PRIME
004180             END-IF
004190             MOVE WS-NUM TO WS-LAST-PRIME
004200             MOVE SPACES TO PARTIAL-DETAIL-RECORD
004210             MOVE "D" TO PPD-RECORD-TYPE
004220             MOVE WS-NUM TO PPD-PRIME-VALUE
004230             WRITE PARTIAL-DETAIL-RECORD
004240         END-IF
004250         ADD 1 TO WS-SIEVE-K
004260     END-PERFORM.
004270
004280 2200-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320** 9000-TERMINATE - THE TRAILER GOES LAST; ITS PRESENCE IS WHAT
004330** TELLS THE MERGE THIS PARTITION FINISHED.
004340*****************************************************************
004350 9000-TERMINATE.
004360     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
004370     ACCEPT WS-END-TIME FROM TIME
004380     MOVE SPACES TO PARTIAL-TRAILER-RECORD
004390     MOVE "T" TO PPT-RECORD-TYPE
004400     MOVE WS-PARTITION-NO TO PPT-PARTITION-NO
004410     MOVE WS-PART-COUNT TO PPT-RECORD-COUNT
004420     MOVE WS-PART-HASH TO PPT-HASH-TOTAL
004430     MOVE WS-FIRST-PRIME TO PPT-FIRST-PRIME
004440     MOVE WS-LAST-PRIME TO PPT-LAST-PRIME
004450     MOVE WS-END-DATE TO PPT-END-DATE
004460     MOVE WS-END-TIME TO PPT-END-TIME
004470     WRITE PARTIAL-TRAILER-RECORD
004480     CLOSE PARTIAL-MASTER-FILE
004490     MOVE "N" TO WS-PRT-OPEN-SW
004500     DISPLAY "PRMPRT - PARTITION " WS-PARTITION-NO " COMPLETE - "
004510         WS-PART-COUNT " PRIMES, " WS-FIRST-PRIME " - "
004520         WS-LAST-PRIME.
004530
004540 9000-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580** 9900-ABEND - COMMON ABEND EXIT.  A PARTIAL LEFT OPEN IS CLOSED
004590** WITHOUT ITS TRAILER, SO THE MERGE REJECTS IT UNTIL THE
004600** PARTITION IS RERUN.  EACH CALLER DISPLAYS ITS OWN DIAGNOSTIC
004610** FIRST.
004620*****************************************************************
004630 9900-ABEND.
004640     IF WS-PRT-OPENED
004650         CLOSE PARTIAL-MASTER-FILE
004660     END-IF
004670     MOVE 16 TO RETURN-CODE
004680     STOP RUN.
004690
004700 9900-EXIT.
004710     EXIT.
