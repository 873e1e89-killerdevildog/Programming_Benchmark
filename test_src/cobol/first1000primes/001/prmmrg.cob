000010***************************************************************
000020** PROGRAM-ID : PRMMRG
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  MERGE STEP OF A PARTITIONED
000100**                  GENERATION (CTL-GEN-MODE "P"), RUN IN PRMJOB
000110**                  STRAIGHT AFTER PRIMES, WHICH STANDS ASIDE ON
000120**                  SUCH A CARD.  THE PARTIALS WRITTEN BY THE
000130**                  PRMPRT PARTITION JOBS ARE READ AS ONE
000140**                  CONCATENATION, LOWEST PARTITION FIRST, AND
000150**                  PROVED BEFORE THE MASTER IS TOUCHED: EVERY
000160**                  PARTITION PRESENT AND IN ORDER, EVERY ONE CUT
000170**                  FROM TODAY'S PLAN, EACH SEGMENT STARTING WHERE
000180**                  THE ONE BEFORE ENDED, VALUES STRICTLY
000190**                  INCREASING AND INSIDE THEIR SEGMENT, AND EACH
000200**                  TRAILER BALANCING TO ITS DETAILS.  A PARTIAL
000210**                  THAT FAILS NAMES THE PARTITION TO RERUN.  THE
000220**                  SECOND PASS ASSIGNS PM-SEQUENCE-NUMBER, WRITES
000230**                  THE MASTER UP TO THE TARGET, AND KEEPS THE GAP
000240**                  AND TWIN-PRIME STATISTICS ACROSS THE PARTITION
000250**                  BOUNDARIES EXACTLY AS PRIMES DOES, SO THE
000260**                  STATISTICS SUMMARY, THE CLEARED CHECKPOINT AND
000270**                  THE NORMAL AUDIT RECORD ARE THE SAME AS A
000280**                  SINGLE-STEP RUN WOULD LEAVE.  ANY OTHER MODE
000290**                  ON THE CARD LEAVES EVERY FILE ALONE.
000300** 10/15/2026 DRO  THE AUDIT RECORD NOW TIMES THE RUN AS THE
000310**                  LONGEST PARTITION PLUS THE MERGE ITSELF, NOT
000320**                  FROM THE EARLIEST PARTITION START, WHICH TOOK
000330**                  IN THE WAIT BEFORE PRMJOB AND ANY RERUNS.  A
000340**                  PARTIAL SIEVED BEFORE THE END OF THE LAST
000350**                  NORMAL OR BACKOUT RUN ON THE AUDIT TRAIL IS
000360**                  LEFT FROM AN EARLIER CYCLE AND IS REJECTED.
000370***************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PRMMRG.
000400 AUTHOR. D. OKONKWO.
000410 INSTALLATION. DATA CENTER SERVICES.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PRIMES-CTL-FILE ASSIGN TO "PRMCTL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CTL-FILE-STATUS.
000550
000560     SELECT PARTIAL-MASTER-FILE ASSIGN TO "PRMPART"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PRT-FILE-STATUS.
000590
000600     SELECT PRIME-MASTER-FILE ASSIGN TO "PRMMST"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-MST-FILE-STATUS.
000630
000640     SELECT PRIMES-CHECKPOINT-FILE ASSIGN TO "PRMCKPT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-CKP-FILE-STATUS.
000670
000680     SELECT PRIMES-AUDIT-FILE ASSIGN TO "PRMAUDIT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-AUD-FILE-STATUS.
000710
000720     SELECT PRIME-STATS-FILE ASSIGN TO "PRMSTAT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-STA-FILE-STATUS.
000750
000760     SELECT MERGE-REPORT-FILE ASSIGN TO "PRMMRGO"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RPT-FILE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820
000830 FD  PRIMES-CTL-FILE
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 80 CHARACTERS.
000860 COPY PRMCTL.
000870
000880 FD  PARTIAL-MASTER-FILE
000890     RECORDING MODE IS F
000900     RECORD CONTAINS 80 CHARACTERS.
000910 COPY PRMPRTF.
000920
000930 FD  PRIME-MASTER-FILE
000940     RECORDING MODE IS F
000950     RECORD CONTAINS 80 CHARACTERS.
000960 COPY PRMMST.
000970
000980 FD  PRIMES-CHECKPOINT-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 80 CHARACTERS.
001010 COPY PRMCKP.
001020
001030 FD  PRIMES-AUDIT-FILE
001040     RECORDING MODE IS F
001050     RECORD CONTAINS 80 CHARACTERS.
001060 COPY PRMAUD.
001070
001080 FD  PRIME-STATS-FILE
001090     RECORDING MODE IS F
001100     RECORD CONTAINS 80 CHARACTERS.
001110 COPY PRMSUM.
001120
001130 FD  MERGE-REPORT-FILE
001140     RECORDING MODE IS F
001150     RECORD CONTAINS 132 CHARACTERS.
001160 01  PRINT-RECORD PIC X(132).
001170
001180 WORKING-STORAGE SECTION.
001190
001200*****************************************************************
001210** REPORT LINE LAYOUTS
001220*****************************************************************
001230 01  WS-HEADING-LINE-1.
001240     05  FILLER PIC X(01) VALUE SPACES.
001250     05  FILLER PIC X(40) VALUE
001260         "PRMMRG PARTITION MERGE REPORT".
001270     05  FILLER PIC X(10) VALUE SPACES.
001280     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001290     05  HDG1-RUN-DATE PIC 9999/99/99.
001300     05  FILLER PIC X(60) VALUE SPACES.
001310
001320 01  WS-HEADING-LINE-2.
001330     05  FILLER PIC X(01) VALUE SPACES.
001340     05  FILLER PIC X(06) VALUE "PART".
001350     05  FILLER PIC X(13) VALUE "  RANGE LOW".
001360     05  FILLER PIC X(13) VALUE " RANGE HIGH".
001370     05  FILLER PIC X(13) VALUE "     PRIMES".
001380     05  FILLER PIC X(13) VALUE "FIRST PRIME".
001390     05  FILLER PIC X(13) VALUE " LAST PRIME".
001400     05  FILLER PIC X(13) VALUE "     MERGED".
001410     05  FILLER PIC X(17) VALUE "SIEVED".
001420     05  FILLER PIC X(20) VALUE "STATUS".
001430     05  FILLER PIC X(10) VALUE SPACES.
001440
001450 01  WS-PART-LINE.
001460     05  FILLER PIC X(01) VALUE SPACES.
001470     05  PTL-PART PIC 99.
001480     05  FILLER PIC X(04) VALUE SPACES.
001490     05  PTL-LOW PIC ZZZ,ZZZ,ZZ9.
001500     05  FILLER PIC X(02) VALUE SPACES.
001510     05  PTL-HIGH PIC ZZZ,ZZZ,ZZ9.
001520     05  FILLER PIC X(02) VALUE SPACES.
001530     05  PTL-COUNT PIC ZZZ,ZZZ,ZZ9.
001540     05  FILLER PIC X(02) VALUE SPACES.
001550     05  PTL-FIRST PIC ZZZ,ZZZ,ZZ9.
001560     05  FILLER PIC X(02) VALUE SPACES.
001570     05  PTL-LAST PIC ZZZ,ZZZ,ZZ9.
001580     05  FILLER PIC X(02) VALUE SPACES.
001590     05  PTL-MERGED PIC ZZZ,ZZZ,ZZ9.
001600     05  FILLER PIC X(02) VALUE SPACES.
001610     05  PTL-RUN-DATE PIC 9999/99/99.
001620     05  FILLER PIC X(01) VALUE SPACES.
001630     05  PTL-RUN-HHMM PIC 9(04).
001640     05  FILLER PIC X(02) VALUE SPACES.
001650     05  PTL-STATUS PIC X(20).
001660     05  FILLER PIC X(10) VALUE SPACES.
001670
001680 01  WS-ECHO-LINE.
001690     05  FILLER PIC X(01) VALUE SPACES.
001700     05  ECH-LABEL PIC X(30) VALUE SPACES.
001710     05  ECH-VALUE PIC X(60) VALUE SPACES.
001720     05  FILLER PIC X(41) VALUE SPACES.
001730
001740 01  WS-ERROR-LINE.
001750     05  FILLER PIC X(01) VALUE SPACES.
001760     05  FILLER PIC X(10) VALUE "*** ERROR ".
001770     05  ERR-TEXT PIC X(70) VALUE SPACES.
001780     05  FILLER PIC X(51) VALUE SPACES.
001790
001800 01  WS-RESULT-LINE.
001810     05  FILLER PIC X(01) VALUE SPACES.
001820     05  FILLER PIC X(30) VALUE "MERGE RESULT :".
001830     05  RES-TEXT PIC X(60) VALUE SPACES.
001840     05  FILLER PIC X(41) VALUE SPACES.
001850
001860*****************************************************************
001870** THE RUN AS ORDERED ON THE CONTROL CARD.
001880*****************************************************************
001890 01  WS-TARGET-COUNT PIC 9(7) VALUE 0.
001900 01  WS-PARTITION-COUNT PIC 9(2) VALUE 0.
001910 01  WS-RUN-COMMENT PIC X(17) VALUE SPACES.
001920 01  WS-PARTITIONED-SW PIC X(01) VALUE "N".
001930     88  WS-PARTITIONED-RUN VALUE "Y".
001940
001950*****************************************************************
001960** ONE ENTRY PER PARTITION, FILLED IN AS ITS HEADER AND TRAILER
001970** ARE PROVED IN 2000 AND ITS PRIMES TAKEN INTO THE MASTER IN
001980** 3000.  PRINTED BY 9100.
001990*****************************************************************
002000 01  WS-PARTS-SEEN PIC 9(2) VALUE 0.
002010 01  WS-PART-TABLE.
002020     05  WS-PART-ENTRY OCCURS 16 TIMES.
002030         10  PTE-STATUS PIC X(20).
002040         10  PTE-LOW PIC 9(9).
002050         10  PTE-HIGH PIC 9(9).
002060         10  PTE-COUNT PIC 9(9).
002070         10  PTE-FIRST PIC 9(9).
002080         10  PTE-LAST PIC 9(9).
002090         10  PTE-MERGED PIC 9(9).
002100         10  PTE-RUN-DATE PIC 9(8).
002110         10  PTE-RUN-TIME PIC 9(8).
002120
002130*****************************************************************
002140** FIRST-PASS CONTROLS.  WS-EXPECT-NO IS THE PARTITION WHOSE
002150** HEADER MUST COME NEXT; WS-CUR-NO THE ONE WHOSE DETAILS ARE
002160** BEING READ.  WS-LAST-RUN-DATE/TIME IS THE END OF THE LAST
002170** NORMAL OR BACKOUT RUN ON THE AUDIT TRAIL (ZERO WHEN THERE IS
002180** NONE) - EVERY PARTIAL MUST HAVE BEEN SIEVED AFTER IT.
002190** WS-LONG-PART-SECS IS THE LONGEST SINGLE PARTITION'S RUN, HEADER
002200** STAMP TO TRAILER STAMP.
002210*****************************************************************
002220 01  WS-EXPECT-NO PIC 9(2) VALUE 1.
002230 01  WS-CUR-NO PIC 9(2) VALUE 0.
002240 01  WS-IN-PART-SW PIC X(01) VALUE "N".
002250     88  WS-IN-PART VALUE "Y".
002260 01  WS-PLAN-HIGH PIC 9(9) VALUE 0.
002270 01  WS-PREV-HIGH PIC 9(9) VALUE 1.
002280 01  WS-PREV-VALUE PIC 9(9) VALUE 0.
002290 01  WS-P-COUNT PIC 9(9) VALUE 0.
002300 01  WS-P-HASH PIC 9(15) VALUE 0.
002310 01  WS-P-FIRST PIC 9(9) VALUE 0.
002320 01  WS-P-LAST PIC 9(9) VALUE 0.
002330 01  WS-ALL-PRIMES PIC 9(9) VALUE 0.
002340 01  WS-LAST-RUN-DATE PIC 9(8) VALUE 0.
002350 01  WS-LAST-RUN-TIME PIC 9(8) VALUE 0.
002360 01  WS-LONG-PART-SECS PIC S9(9) COMP VALUE 0.
002370
002380*****************************************************************
002390** SECOND-PASS FIELDS - THE SAME NAMES AND MEANINGS AS IN PRIMES
002400** SO 3100 AND 3200 READ THE SAME AS ITS 3600 AND 3500.
002410*****************************************************************
002420 01  WS-COUNT PIC 9(7) VALUE 0.
002430 01  WS-NUM PIC 9(9) VALUE 0.
002440 01  WS-LAST-PRIME PIC 9(9) VALUE 0.
002450 01  WS-GAP PIC 9(9) VALUE 0.
002460 01  WS-MAX-GAP PIC 9(9) VALUE 0.
002470 01  WS-MAX-GAP-AT PIC 9(9) VALUE 0.
002480 01  WS-TWIN-COUNT PIC 9(7) VALUE 0.
002490
002500*****************************************************************
002510** WORK FIELDS
002520*****************************************************************
002530 01  WS-JOB-START-DATE PIC 9(8) VALUE 0.
002540 01  WS-JOB-START-TIME PIC 9(8) VALUE 0.
002550 01  WS-JOB-END-DATE PIC 9(8) VALUE 0.
002560 01  WS-JOB-END-TIME PIC 9(8) VALUE 0.
002570 01  WS-ERROR-COUNT PIC 9(3) VALUE 0.
002580 01  WS-SUB PIC 9(2) VALUE 0.
002590 01  WS-EDIT-NO-1 PIC 99.
002600 01  WS-EDIT-NO-2 PIC 99.
002610 01  WS-EDIT-COUNT PIC Z(8)9.
002620 01  WS-EDIT-PRIME PIC Z(8)9.
002630 01  WS-CTL-FILE-STATUS PIC X(02) VALUE SPACES.
002640 01  WS-PRT-FILE-STATUS PIC X(02) VALUE SPACES.
002650 01  WS-MST-FILE-STATUS PIC X(02) VALUE SPACES.
002660 01  WS-CKP-FILE-STATUS PIC X(02) VALUE SPACES.
002670 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
002680 01  WS-STA-FILE-STATUS PIC X(02) VALUE SPACES.
002690 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
002700 01  WS-PRT-EOF-SW PIC X(01) VALUE "N".
002710     88  WS-PRT-EOF VALUE "Y".
002720 01  WS-PRT-OPEN-SW PIC X(01) VALUE "N".
002730     88  WS-PRT-OPENED VALUE "Y".
002740 01  WS-MST-OPEN-SW PIC X(01) VALUE "N".
002750     88  WS-MST-OPENED VALUE "Y".
002760 01  WS-AUD-OPEN-SW PIC X(01) VALUE "N".
002770     88  WS-AUD-OPENED VALUE "Y".
002780 01  WS-AUD-EOF-SW PIC X(01) VALUE "N".
002790     88  WS-AUD-EOF VALUE "Y".
002800 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
002810     88  WS-RPT-OPENED VALUE "Y".
002820
002830*****************************************************************
002840** DATE/TIME WORK FIELDS FOR THE ELAPSED-TIME CALCULATION, AS IN
002850** PRMFORE, WITH THE INVERSE FORMULA AS IN PRMARC.
002860*****************************************************************
002870 01  WS-CONV-DATE PIC 9(8) VALUE 0.
002880 01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
002890     05  WS-CONV-YYYY PIC 9(4).
002900     05  WS-CONV-MM PIC 9(2).
002910     05  WS-CONV-DD PIC 9(2).
002920 01  WS-CONV-TIME PIC 9(8) VALUE 0.
002930 01  WS-CONV-TIME-R REDEFINES WS-CONV-TIME.
002940     05  WS-CONV-HH PIC 9(2).
002950     05  WS-CONV-MIN PIC 9(2).
002960     05  WS-CONV-SEC PIC 9(2).
002970     05  WS-CONV-HUND PIC 9(2).
002980 01  WS-JUL-Y PIC S9(9) COMP VALUE 0.
002990 01  WS-JUL-M PIC S9(9) COMP VALUE 0.
003000 01  WS-JUL-A PIC S9(9) COMP VALUE 0.
003010 01  WS-JUL-B PIC S9(9) COMP VALUE 0.
003020 01  WS-JUL-C PIC S9(9) COMP VALUE 0.
003030 01  WS-JUL-D PIC S9(9) COMP VALUE 0.
003040 01  WS-JUL-E PIC S9(9) COMP VALUE 0.
003050 01  WS-SERIAL-DAY PIC S9(9) COMP VALUE 0.
003060 01  WS-SECS-OF-DAY PIC S9(9) COMP VALUE 0.
003070 01  WS-START-DAY PIC S9(9) COMP VALUE 0.
003080 01  WS-START-SECS PIC S9(9) COMP VALUE 0.
003090 01  WS-END-DAY PIC S9(9) COMP VALUE 0.
003100 01  WS-END-SECS PIC S9(9) COMP VALUE 0.
003110 01  WS-ELAPSED-SECS PIC S9(9) COMP VALUE 0.
003120 01  WS-BORROW-DAYS PIC S9(9) COMP VALUE 0.
003130
003140 PROCEDURE DIVISION.
003150
003160*****************************************************************
003170** 0000-MAINLINE - THE MASTER IS NOT OPENED UNTIL EVERY PARTIAL
003180** HAS BEEN PROVED.  A REJECTED MERGE LEAVES IT AS IT WAS.
003190*****************************************************************
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003220     IF WS-PARTITIONED-RUN AND WS-ERROR-COUNT = 0
003230         PERFORM 2000-PROVE-PARTIALS THRU 2000-EXIT
003240     END-IF
003250     IF WS-PARTITIONED-RUN AND WS-ERROR-COUNT = 0
003260         PERFORM 3000-MERGE-PARTIALS THRU 3000-EXIT
003270         PERFORM 4000-WRITE-STATS-SUMMARY THRU 4000-EXIT
003280         PERFORM 4100-CLEAR-CHECKPOINT THRU 4100-EXIT
003290     END-IF
003300     PERFORM 9000-TERMINATE THRU 9000-EXIT
003310     STOP RUN.
003320
003330*****************************************************************
003340** 1000-INITIALIZE - READ THE CONTROL CARD.  ONLY A MODE "P" CARD
003350** MAKES THIS A MERGE; A MISSING CARD IS WHAT PRIMES TREATS AS ITS
003360** 1,000-PRIME TRIAL DEFAULT, SO IT IS NOT A MERGE EITHER.  FOR A
003370** MERGE THE AUDIT TRAIL IS FIRST READ FOR THE LAST RUN'S END
003380** STAMP (1100), THEN OPENED FOR EXTEND UP FRONT, AS IN PRIMES, SO
003390** ANY LATER FAILURE CAN STILL BE LOGGED.
003400*****************************************************************
003410 1000-INITIALIZE.
003420     ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
003430     ACCEPT WS-JOB-START-TIME FROM TIME
003440     OPEN OUTPUT MERGE-REPORT-FILE
003450     IF WS-RPT-FILE-STATUS NOT = "00"
003460         DISPLAY "*** PRMMRG ABEND - MERGE-REPORT-FILE OPEN "
003470             "FAILED - STATUS = " WS-RPT-FILE-STATUS
003480         PERFORM 9900-ABEND THRU 9900-EXIT
003490     END-IF
003500     MOVE "Y" TO WS-RPT-OPEN-SW
003510     MOVE WS-JOB-START-DATE TO HDG1-RUN-DATE
003520     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
003530     WRITE PRINT-RECORD AFTER ADVANCING PAGE
003540     MOVE SPACES TO PRINT-RECORD
003550     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
003560
003570     OPEN INPUT PRIMES-CTL-FILE
003580     IF WS-CTL-FILE-STATUS = "00"
003590         READ PRIMES-CTL-FILE
003600             AT END
003610                 CONTINUE
003620             NOT AT END
003630                 IF CTL-MODE-PARTITION
003640                     MOVE "Y" TO WS-PARTITIONED-SW
003650                 END-IF
003660         END-READ
003670         CLOSE PRIMES-CTL-FILE
003680     END-IF
003690     IF NOT WS-PARTITIONED-RUN
003700         GO TO 1000-EXIT
003710     END-IF
003720
003730     MOVE "TARGET COUNT" TO ECH-LABEL
003740     MOVE CTL-TARGET-COUNT TO ECH-VALUE
003750     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003760     MOVE "PARTITION COUNT" TO ECH-LABEL
003770     MOVE CTL-PARTITION-COUNT TO ECH-VALUE
003780     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003790     MOVE "RUN COMMENT" TO ECH-LABEL
003800     MOVE CTL-RUN-COMMENT TO ECH-VALUE
003810     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003820     IF CTL-TARGET-COUNT NOT NUMERIC OR CTL-TARGET-COUNT = 0
003830         MOVE "TARGET COUNT NOT NUMERIC OR ZERO" TO ERR-TEXT
003840         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003850     ELSE
003860         MOVE CTL-TARGET-COUNT TO WS-TARGET-COUNT
003870     END-IF
003880     IF CTL-PARTITION-COUNT NOT NUMERIC
003890         MOVE "PARTITION COUNT NOT NUMERIC" TO ERR-TEXT
003900         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003910     ELSE
003920         IF CTL-PARTITION-COUNT NOT = 4
003930             MOVE "PARTITION COUNT NOT 04" TO ERR-TEXT
003940             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003950         ELSE
003960             MOVE CTL-PARTITION-COUNT TO WS-PARTITION-COUNT
003970         END-IF
003980     END-IF
003990     MOVE CTL-RUN-COMMENT TO WS-RUN-COMMENT
004000
004010     PERFORM 1100-FIND-LAST-RUN THRU 1100-EXIT
004020     OPEN EXTEND PRIMES-AUDIT-FILE
004030     IF WS-AUD-FILE-STATUS NOT = "00"
004040         OPEN OUTPUT PRIMES-AUDIT-FILE
004050     END-IF
004060     IF WS-AUD-FILE-STATUS NOT = "00"
004070         DISPLAY "*** PRMMRG ABEND - PRIMES-AUDIT-FILE OPEN "
004080             "FAILED - STATUS = " WS-AUD-FILE-STATUS
004090         PERFORM 9900-ABEND THRU 9900-EXIT
004100     END-IF
004110     MOVE "Y" TO WS-AUD-OPEN-SW.
004120
004130 1000-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170** 1100-FIND-LAST-RUN - THE END STAMP OF THE LAST NORMAL OR
004180** BACKOUT RECORD ON THE AUDIT TRAIL.  PRMQUE'S PER-REQUEST
004190** ENTRIES AND ABEND RECORDS - INCLUDING THIS STEP'S OWN REJECTED
004200** MERGES - DO NOT COUNT.  NO AUDIT FILE YET MEANS NO EARLIER RUN
004210** TO BE STALE AGAINST.
004220*****************************************************************
004230 1100-FIND-LAST-RUN.
004240     OPEN INPUT PRIMES-AUDIT-FILE
004250     IF WS-AUD-FILE-STATUS NOT = "00"
004260         GO TO 1100-EXIT
004270     END-IF
004280     MOVE "N" TO WS-AUD-EOF-SW
004290     PERFORM 1200-READ-AUDIT-RECORD THRU 1200-EXIT
004300     PERFORM UNTIL WS-AUD-EOF
004310         IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
004320             MOVE AUD-JOB-END-DATE TO WS-LAST-RUN-DATE
004330             MOVE AUD-JOB-END-TIME TO WS-LAST-RUN-TIME
004340         END-IF
004350         PERFORM 1200-READ-AUDIT-RECORD THRU 1200-EXIT
004360     END-PERFORM
004370     CLOSE PRIMES-AUDIT-FILE.
004380
004390 1100-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430** 1200-READ-AUDIT-RECORD
004440*****************************************************************
004450 1200-READ-AUDIT-RECORD.
004460     READ PRIMES-AUDIT-FILE
004470         AT END
004480             MOVE "Y" TO WS-AUD-EOF-SW
004490     END-READ.
004500
004510 1200-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550** 2000-PROVE-PARTIALS - FIRST PASS.  STOPS AT THE FIRST PARTIAL
004560** THAT FAILS; THE PARTITION TABLE SHOWS HOW FAR IT GOT.
004570*****************************************************************
004580 2000-PROVE-PARTIALS.
004590     OPEN INPUT PARTIAL-MASTER-FILE
004600     IF WS-PRT-FILE-STATUS NOT = "00"
004610         MOVE "PARTIALS (PRMPART) NOT AVAILABLE - STATUS"
004620             TO ERR-TEXT
004630         MOVE WS-PRT-FILE-STATUS TO ERR-TEXT (43:2)
004640         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004650         GO TO 2000-EXIT
004660     END-IF
004670     MOVE "Y" TO WS-PRT-OPEN-SW
004680     MOVE "N" TO WS-PRT-EOF-SW
004690     PERFORM 2100-READ-PARTIAL THRU 2100-EXIT
004700     PERFORM UNTIL WS-PRT-EOF OR WS-ERROR-COUNT > 0
004710         EVALUATE TRUE
004720             WHEN PPH-TYPE-HEADER
004730                 PERFORM 2200-CHECK-HEADER THRU 2200-EXIT
004740             WHEN PPD-TYPE-DETAIL
004750                 PERFORM 2300-CHECK-DETAIL THRU 2300-EXIT
004760             WHEN PPT-TYPE-TRAILER
004770                 PERFORM 2400-CHECK-TRAILER THRU 2400-EXIT
004780             WHEN OTHER
004790                 MOVE "UNKNOWN RECORD TYPE ON THE PARTIALS"
004800                     TO ERR-TEXT
004810                 PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004820         END-EVALUATE
004830         IF WS-ERROR-COUNT = 0
004840             PERFORM 2100-READ-PARTIAL THRU 2100-EXIT
004850         END-IF
004860     END-PERFORM
004870     CLOSE PARTIAL-MASTER-FILE
004880     MOVE "N" TO WS-PRT-OPEN-SW
004890     IF WS-ERROR-COUNT > 0
004900         GO TO 2000-EXIT
004910     END-IF
004920
004930     IF WS-IN-PART
004940         MOVE WS-CUR-NO TO WS-EDIT-NO-1
004950         STRING "PARTITION " WS-EDIT-NO-1
004960             " HAS NO TRAILER - IT DID NOT FINISH, RERUN IT"
004970             DELIMITED BY SIZE INTO ERR-TEXT
004980         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004990         GO TO 2000-EXIT
005000     END-IF
005010     IF WS-EXPECT-NO NOT > WS-PARTITION-COUNT
005020         MOVE WS-EXPECT-NO TO WS-EDIT-NO-1
005030         STRING "PARTITION " WS-EDIT-NO-1
005040             " IS MISSING - RUN IT BEFORE THE MERGE"
005050             DELIMITED BY SIZE INTO ERR-TEXT
005060         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005070         GO TO 2000-EXIT
005080     END-IF
005090     IF WS-ALL-PRIMES < WS-TARGET-COUNT
005100         MOVE WS-ALL-PRIMES TO WS-EDIT-COUNT
005110         STRING "THE PARTITIONS HOLD ONLY " WS-EDIT-COUNT
005120             " PRIMES - SHORT OF THE TARGET"
005130             DELIMITED BY SIZE INTO ERR-TEXT
005140         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005150     END-IF.
005160
005170 2000-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210** 2100-READ-PARTIAL
005220*****************************************************************
005230 2100-READ-PARTIAL.
005240     READ PARTIAL-MASTER-FILE
005250         AT END
005260             MOVE "Y" TO WS-PRT-EOF-SW
005270     END-READ.
005280
005290 2100-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330** 2200-CHECK-HEADER - THE NEXT PARTITION IN TURN, CUT FROM
005340** TODAY'S PLAN, STARTING ONE PAST WHERE THE LAST ONE ENDED.  A
005350** HEADER ARRIVING WHILE THE PREVIOUS PARTITION STILL WANTS ITS
005360** TRAILER MEANS THAT PARTITION NEVER FINISHED.  A PARTITION
005370** SIEVED NO LATER THAN THE LAST RUN ENDED IS LEFT OVER FROM AN
005380** EARLIER CYCLE.
005390*****************************************************************
005400 2200-CHECK-HEADER.
005410     IF WS-IN-PART
005420         MOVE WS-CUR-NO TO WS-EDIT-NO-1
005430         STRING "PARTITION " WS-EDIT-NO-1
005440             " HAS NO TRAILER - IT DID NOT FINISH, RERUN IT"
005450             DELIMITED BY SIZE INTO ERR-TEXT
005460         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005470         GO TO 2200-EXIT
005480     END-IF
005490     IF PPH-PARTITION-NO NOT NUMERIC
005500         OR PPH-PARTITION-COUNT NOT NUMERIC
005510         OR PPH-TARGET-COUNT NOT NUMERIC
005520         OR PPH-PLAN-HIGH NOT NUMERIC
005530         OR PPH-RANGE-LOW NOT NUMERIC
005540         OR PPH-RANGE-HIGH NOT NUMERIC
005550         OR PPH-RUN-DATE NOT NUMERIC
005560         OR PPH-RUN-TIME NOT NUMERIC
005570         MOVE WS-EXPECT-NO TO WS-EDIT-NO-1
005580         STRING "DAMAGED HEADER WHERE PARTITION " WS-EDIT-NO-1
005590             " WAS EXPECTED"
005600             DELIMITED BY SIZE INTO ERR-TEXT
005610         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005620         GO TO 2200-EXIT
005630     END-IF
005640     MOVE PPH-PARTITION-NO TO WS-EDIT-NO-1
005650     IF PPH-PARTITION-NO > WS-PARTITION-COUNT
005660         MOVE WS-PARTITION-COUNT TO WS-EDIT-NO-2
005670         STRING "PARTITION " WS-EDIT-NO-1 " IS BEYOND THE "
005680             WS-EDIT-NO-2 " ON THE CONTROL CARD - CHECK PRMPART"
005690             DELIMITED BY SIZE INTO ERR-TEXT
005700         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005710         GO TO 2200-EXIT
005720     END-IF
005730     IF PPH-PARTITION-NO NOT = WS-EXPECT-NO
005740         MOVE WS-EXPECT-NO TO WS-EDIT-NO-2
005750         STRING "PARTITION " WS-EDIT-NO-1 " FOUND WHERE "
005760             WS-EDIT-NO-2 " WAS EXPECTED - CHECK PRMPART"
005770             DELIMITED BY SIZE INTO ERR-TEXT
005780         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005790         GO TO 2200-EXIT
005800     END-IF
005810
005820     MOVE PPH-PARTITION-NO TO WS-CUR-NO
005830     MOVE WS-CUR-NO TO WS-PARTS-SEEN
005840     MOVE "NO TRAILER" TO PTE-STATUS (WS-CUR-NO)
005850     MOVE PPH-RANGE-LOW TO PTE-LOW (WS-CUR-NO)
005860     MOVE PPH-RANGE-HIGH TO PTE-HIGH (WS-CUR-NO)
005870     MOVE 0 TO PTE-COUNT (WS-CUR-NO)
005880     MOVE 0 TO PTE-FIRST (WS-CUR-NO)
005890     MOVE 0 TO PTE-LAST (WS-CUR-NO)
005900     MOVE 0 TO PTE-MERGED (WS-CUR-NO)
005910     MOVE PPH-RUN-DATE TO PTE-RUN-DATE (WS-CUR-NO)
005920     MOVE PPH-RUN-TIME TO PTE-RUN-TIME (WS-CUR-NO)
005930
005940     IF WS-CUR-NO = 1
005950         MOVE PPH-PLAN-HIGH TO WS-PLAN-HIGH
005960     END-IF
005970     IF PPH-PARTITION-COUNT NOT = WS-PARTITION-COUNT
005980         OR PPH-TARGET-COUNT NOT = WS-TARGET-COUNT
005990         OR PPH-PLAN-HIGH NOT = WS-PLAN-HIGH
006000         MOVE "OTHER PLAN" TO PTE-STATUS (WS-CUR-NO)
006010         STRING "PARTITION " WS-EDIT-NO-1
006020             " WAS SIEVED FOR ANOTHER PLAN - RERUN IT"
006030             DELIMITED BY SIZE INTO ERR-TEXT
006040         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006050         GO TO 2200-EXIT
006060     END-IF
006070     IF PPH-RANGE-LOW NOT = WS-PREV-HIGH + 1
006080         MOVE "NOT CONTIGUOUS" TO PTE-STATUS (WS-CUR-NO)
006090         STRING "PARTITION " WS-EDIT-NO-1
006100             " DOES NOT START WHERE THE ONE BEFORE ENDED"
006110             DELIMITED BY SIZE INTO ERR-TEXT
006120         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006130         GO TO 2200-EXIT
006140     END-IF
006150
006160     IF PPH-RUN-DATE < WS-LAST-RUN-DATE
006170         OR (PPH-RUN-DATE = WS-LAST-RUN-DATE
006180             AND PPH-RUN-TIME NOT > WS-LAST-RUN-TIME)
006190         MOVE "STALE" TO PTE-STATUS (WS-CUR-NO)
006200         STRING "PARTITION " WS-EDIT-NO-1
006210             " PREDATES THE LAST RUN ON THE AUDIT TRAIL"
006220             " - RERUN IT"
006230             DELIMITED BY SIZE INTO ERR-TEXT
006240         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006250         GO TO 2200-EXIT
006260     END-IF
006270     MOVE "Y" TO WS-IN-PART-SW
006280     MOVE 0 TO WS-P-COUNT
006290     MOVE 0 TO WS-P-HASH
006300     MOVE 0 TO WS-P-FIRST
006310     MOVE 0 TO WS-P-LAST.
006320
006330 2200-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370** 2300-CHECK-DETAIL - STRICTLY ABOVE THE LAST VALUE READ, WHICH
006380** ALSO HOLDS ACROSS A PARTITION BOUNDARY, AND INSIDE ITS SEGMENT.
006390*****************************************************************
006400 2300-CHECK-DETAIL.
006410     IF NOT WS-IN-PART
006420         MOVE "DETAIL RECORD OUTSIDE ANY PARTITION" TO ERR-TEXT
006430         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006440         GO TO 2300-EXIT
006450     END-IF
006460     IF PPD-PRIME-VALUE NOT NUMERIC
006470         OR PPD-PRIME-VALUE NOT > WS-PREV-VALUE
006480         OR PPD-PRIME-VALUE < PTE-LOW (WS-CUR-NO)
006490         OR PPD-PRIME-VALUE > PTE-HIGH (WS-CUR-NO)
006500         MOVE "OUT OF ORDER" TO PTE-STATUS (WS-CUR-NO)
006510         MOVE WS-CUR-NO TO WS-EDIT-NO-1
006520         STRING "PARTITION " WS-EDIT-NO-1
006530             " HAS A VALUE OUT OF ORDER OR OUT OF RANGE"
006540             DELIMITED BY SIZE INTO ERR-TEXT
006550         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006560         GO TO 2300-EXIT
006570     END-IF
006580     ADD 1 TO WS-P-COUNT
006590     ADD PPD-PRIME-VALUE TO WS-P-HASH
006600     IF WS-P-COUNT = 1
006610         MOVE PPD-PRIME-VALUE TO WS-P-FIRST
006620     END-IF
006630     MOVE PPD-PRIME-VALUE TO WS-P-LAST
006640     MOVE PPD-PRIME-VALUE TO WS-PREV-VALUE.
006650
006660 2300-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700** 2400-CHECK-TRAILER - THE PARTITION'S OWN CONTROL TOTALS AGAINST
006710** WHAT WAS READ.  A PROVED PARTITION'S RUN IS TIMED IN 2500.
006720*****************************************************************
006730 2400-CHECK-TRAILER.
006740     IF NOT WS-IN-PART
006750         MOVE "TRAILER RECORD OUTSIDE ANY PARTITION" TO ERR-TEXT
006760         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006770         GO TO 2400-EXIT
006780     END-IF
006790     MOVE WS-P-COUNT TO PTE-COUNT (WS-CUR-NO)
006800     MOVE WS-P-FIRST TO PTE-FIRST (WS-CUR-NO)
006810     MOVE WS-P-LAST TO PTE-LAST (WS-CUR-NO)
006820     IF PPT-PARTITION-NO NOT = WS-CUR-NO
006830         OR PPT-RECORD-COUNT NOT = WS-P-COUNT
006840         OR PPT-HASH-TOTAL NOT = WS-P-HASH
006850         OR PPT-FIRST-PRIME NOT = WS-P-FIRST
006860         OR PPT-LAST-PRIME NOT = WS-P-LAST
006870         MOVE "OUT OF BALANCE" TO PTE-STATUS (WS-CUR-NO)
006880         MOVE WS-CUR-NO TO WS-EDIT-NO-1
006890         STRING "PARTITION " WS-EDIT-NO-1
006900             " CONTROL TOTALS DO NOT BALANCE - RERUN IT"
006910             DELIMITED BY SIZE INTO ERR-TEXT
006920         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006930         GO TO 2400-EXIT
006940     END-IF
006950     MOVE "PROVED" TO PTE-STATUS (WS-CUR-NO)
006960     PERFORM 2500-TIME-PARTITION THRU 2500-EXIT
006970     ADD WS-P-COUNT TO WS-ALL-PRIMES
006980     MOVE PTE-HIGH (WS-CUR-NO) TO WS-PREV-HIGH
006990     MOVE "N" TO WS-IN-PART-SW
007000     ADD 1 TO WS-EXPECT-NO.
007010
007020 2400-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060** 2500-TIME-PARTITION - ELAPSED SECONDS FROM THE HEADER'S RUN
007070** STAMP TO THE TRAILER'S END STAMP, AS PRMFORE 1400 COMPUTES
007080** THEM, KEEPING THE LONGEST.  THE PARTITIONS RUN SIDE BY SIDE, SO
007090** THE LONGEST ONE IS THE TIME THE SIEVING TOOK.  A TRAILER STAMP
007100** THAT IS NOT NUMERIC OR COMES BEFORE THE HEADER'S COUNTS AS
007110** ZERO.
007120*****************************************************************
007130 2500-TIME-PARTITION.
007140     IF PPT-END-DATE NOT NUMERIC OR PPT-END-TIME NOT NUMERIC
007150         GO TO 2500-EXIT
007160     END-IF
007170     MOVE PTE-RUN-DATE (WS-CUR-NO) TO WS-CONV-DATE
007180     MOVE PTE-RUN-TIME (WS-CUR-NO) TO WS-CONV-TIME
007190     PERFORM 8200-DATE-TO-SERIAL THRU 8200-EXIT
007200     MOVE WS-SERIAL-DAY TO WS-START-DAY
007210     MOVE WS-SECS-OF-DAY TO WS-START-SECS
007220
007230     MOVE PPT-END-DATE TO WS-CONV-DATE
007240     MOVE PPT-END-TIME TO WS-CONV-TIME
007250     PERFORM 8200-DATE-TO-SERIAL THRU 8200-EXIT
007260     MOVE WS-SERIAL-DAY TO WS-END-DAY
007270     MOVE WS-SECS-OF-DAY TO WS-END-SECS
007280
007290     COMPUTE WS-ELAPSED-SECS =
007300         ((WS-END-DAY - WS-START-DAY) * 86400)
007310         + WS-END-SECS - WS-START-SECS
007320     IF WS-ELAPSED-SECS > WS-LONG-PART-SECS
007330         MOVE WS-ELAPSED-SECS TO WS-LONG-PART-SECS
007340     END-IF.
007350
007360 2500-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400** 3000-MERGE-PARTIALS - SECOND PASS.  THE PARTIALS ARE ALREADY
007410** PROVED, SO THIS PASS ONLY NUMBERS THE PRIMES AND WRITES THEM,
007420** STOPPING AT THE TARGET.  ANY PRIMES PAST IT ARE SIMPLY NOT
007430** READ.
007440*****************************************************************
007450 3000-MERGE-PARTIALS.
007460     OPEN INPUT PARTIAL-MASTER-FILE
007470     IF WS-PRT-FILE-STATUS NOT = "00"
007480         DISPLAY "*** PRMMRG ABEND - PARTIAL-MASTER-FILE REOPEN "
007490             "FAILED - STATUS = " WS-PRT-FILE-STATUS
007500         PERFORM 9900-ABEND THRU 9900-EXIT
007510     END-IF
007520     MOVE "Y" TO WS-PRT-OPEN-SW
007530     OPEN OUTPUT PRIME-MASTER-FILE
007540     IF WS-MST-FILE-STATUS NOT = "00"
007550         DISPLAY "*** PRMMRG ABEND - PRIME-MASTER-FILE OPEN "
007560             "FAILED - STATUS = " WS-MST-FILE-STATUS
007570         PERFORM 9900-ABEND THRU 9900-EXIT
007580     END-IF
007590     MOVE "Y" TO WS-MST-OPEN-SW
007600
007610     MOVE "N" TO WS-PRT-EOF-SW
007620     PERFORM 2100-READ-PARTIAL THRU 2100-EXIT
007630     PERFORM UNTIL WS-PRT-EOF OR WS-COUNT NOT < WS-TARGET-COUNT
007640         IF PPH-TYPE-HEADER
007650             MOVE PPH-PARTITION-NO TO WS-CUR-NO
007660         END-IF
007670         IF PPD-TYPE-DETAIL
007680             MOVE PPD-PRIME-VALUE TO WS-NUM
007690             PERFORM 3100-COMPUTE-GAP-STATS THRU 3100-EXIT
007700             MOVE WS-NUM TO WS-LAST-PRIME
007710             ADD 1 TO WS-COUNT
007720             PERFORM 3200-WRITE-MASTER-RECORD THRU 3200-EXIT
007730             ADD 1 TO PTE-MERGED (WS-CUR-NO)
007740         END-IF
007750         PERFORM 2100-READ-PARTIAL THRU 2100-EXIT
007760     END-PERFORM
007770
007780     CLOSE PARTIAL-MASTER-FILE
007790     MOVE "N" TO WS-PRT-OPEN-SW
007800     CLOSE PRIME-MASTER-FILE
007810     MOVE "N" TO WS-MST-OPEN-SW.
007820
007830 3000-EXIT.
007840     EXIT.
007850
007860*****************************************************************
007870** 3100-COMPUTE-GAP-STATS - AS PRIMES 3600: CALLED WITH
007880** WS-LAST-PRIME STILL HOLDING THE PREVIOUS PRIME, WHICH AT THE
007890** FIRST PRIME OF A PARTITION IS THE LAST PRIME OF THE ONE BEFORE
007900** - THE GAP ACROSS THE BOUNDARY COUNTS LIKE ANY OTHER.
007910*****************************************************************
007920 3100-COMPUTE-GAP-STATS.
007930     IF WS-COUNT > 0
007940         COMPUTE WS-GAP = WS-NUM - WS-LAST-PRIME
007950         IF WS-GAP > WS-MAX-GAP
007960             MOVE WS-GAP TO WS-MAX-GAP
007970             MOVE WS-NUM TO WS-MAX-GAP-AT
007980         END-IF
007990         IF WS-GAP = 2
008000             ADD 1 TO WS-TWIN-COUNT
008010         END-IF
008020     END-IF.
008030
008040 3100-EXIT.
008050     EXIT.
008060
008070*****************************************************************
008080** 3200-WRITE-MASTER-RECORD - ONE MASTER RECORD PER PRIME,
008090** NUMBERED IN ORDER ACROSS ALL THE PARTITIONS.
008100*****************************************************************
008110 3200-WRITE-MASTER-RECORD.
008120     MOVE SPACES TO PRIME-MASTER-RECORD
008130     MOVE WS-COUNT TO PM-SEQUENCE-NUMBER
008140     MOVE WS-NUM TO PM-PRIME-VALUE
008150     WRITE PRIME-MASTER-RECORD.
008160
008170 3200-EXIT.
008180     EXIT.
008190
008200*****************************************************************
008210** 4000-WRITE-STATS-SUMMARY - AS PRIMES 4000.
008220*****************************************************************
008230 4000-WRITE-STATS-SUMMARY.
008240     MOVE SPACES TO PRIME-SUMMARY-RECORD
008250     MOVE WS-COUNT TO SUM-TOTAL-PRIMES
008260     MOVE WS-LAST-PRIME TO SUM-LAST-PRIME
008270     MOVE WS-MAX-GAP TO SUM-MAX-GAP
008280     MOVE WS-MAX-GAP-AT TO SUM-MAX-GAP-PRIME
008290     MOVE WS-TWIN-COUNT TO SUM-TWIN-PRIME-COUNT
008300     OPEN OUTPUT PRIME-STATS-FILE
008310     IF WS-STA-FILE-STATUS = "00"
008320         WRITE PRIME-SUMMARY-RECORD
008330         CLOSE PRIME-STATS-FILE
008340     ELSE
008350         DISPLAY "*** PRIME-STATS-FILE OPEN FAILED - STATUS = "
008360             WS-STA-FILE-STATUS
008370         DISPLAY "*** STATISTICS SUMMARY NOT WRITTEN ***"
008380     END-IF.
008390
008400 4000-EXIT.
008410     EXIT.
008420
008430*****************************************************************
008440** 4100-CLEAR-CHECKPOINT - AS PRIMES 3800.  A CHECKPOINT LEFT BY
008450** AN EARLIER SINGLE-STEP RUN MUST NOT BE RESUMED FROM AGAINST THE
008460** MASTER THIS MERGE HAS JUST WRITTEN.
008470*****************************************************************
008480 4100-CLEAR-CHECKPOINT.
008490     OPEN OUTPUT PRIMES-CHECKPOINT-FILE
008500     IF WS-CKP-FILE-STATUS = "00"
008510         CLOSE PRIMES-CHECKPOINT-FILE
008520     ELSE
008530         DISPLAY "*** PRIMES-CHECKPOINT-FILE OPEN FAILED - "
008540             "STATUS = " WS-CKP-FILE-STATUS
008550         DISPLAY "*** CHECKPOINT NOT CLEARED FOR THIS RUN ***"
008560     END-IF.
008570
008580 4100-EXIT.
008590     EXIT.
008600
008610*****************************************************************
008620** 8000-WRITE-ERROR-LINE
008630*****************************************************************
008640 8000-WRITE-ERROR-LINE.
008650     ADD 1 TO WS-ERROR-COUNT
008660     MOVE WS-ERROR-LINE TO PRINT-RECORD
008670     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008680     MOVE SPACES TO ERR-TEXT.
008690
008700 8000-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740** 8100-WRITE-ECHO-LINE
008750*****************************************************************
008760 8100-WRITE-ECHO-LINE.
008770     MOVE WS-ECHO-LINE TO PRINT-RECORD
008780     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008790     MOVE SPACES TO ECH-LABEL
008800     MOVE SPACES TO ECH-VALUE.
008810
008820 8100-EXIT.
008830     EXIT.
008840
008850*****************************************************************
008860** 8200-DATE-TO-SERIAL - CALENDAR WS-CONV-DATE TO A JULIAN DAY
008870** NUMBER IN WS-SERIAL-DAY AND WS-CONV-TIME TO SECONDS OF THE DAY,
008880** AS PRMFORE 8000.
008890*****************************************************************
008900 8200-DATE-TO-SERIAL.
008910     COMPUTE WS-JUL-A = (WS-CONV-MM - 14) / 12
008920     COMPUTE WS-JUL-Y = WS-CONV-YYYY + 4800 + WS-JUL-A
008930     COMPUTE WS-JUL-M = WS-CONV-MM - 2 - (12 * WS-JUL-A)
008940     COMPUTE WS-SERIAL-DAY =
008950         ((1461 * WS-JUL-Y) / 4)
008960         + ((367 * WS-JUL-M) / 12)
008970         - ((3 * ((WS-JUL-Y + 100) / 100)) / 4)
008980         + WS-CONV-DD - 32075
008990     COMPUTE WS-SECS-OF-DAY =
009000         (WS-CONV-HH * 3600) + (WS-CONV-MIN * 60)
009010         + WS-CONV-SEC.
009020
009030 8200-EXIT.
009040     EXIT.
009050
009060*****************************************************************
009070** 8300-SERIAL-TO-DATE - THE INVERSE FORMULA, AS PRMARC 8100:
009080** JULIAN DAY NUMBER BACK TO CALENDAR YYYYMMDD IN WS-CONV-DATE.
009090*****************************************************************
009100 8300-SERIAL-TO-DATE.
009110     COMPUTE WS-JUL-A = WS-SERIAL-DAY + 68569
009120     COMPUTE WS-JUL-B = (4 * WS-JUL-A) / 146097
009130     COMPUTE WS-JUL-A =
009140         WS-JUL-A - ((146097 * WS-JUL-B + 3) / 4)
009150     COMPUTE WS-JUL-C = (4000 * (WS-JUL-A + 1)) / 1461001
009160     COMPUTE WS-JUL-A =
009170         WS-JUL-A - ((1461 * WS-JUL-C) / 4) + 31
009180     COMPUTE WS-JUL-D = (80 * WS-JUL-A) / 2447
009190     COMPUTE WS-JUL-E = WS-JUL-A - ((2447 * WS-JUL-D) / 80)
009200     COMPUTE WS-JUL-A = WS-JUL-D / 11
009210     COMPUTE WS-JUL-D = WS-JUL-D + 2 - (12 * WS-JUL-A)
009220     COMPUTE WS-JUL-B =
009230         (100 * (WS-JUL-B - 49)) + WS-JUL-C + WS-JUL-A
009240     MOVE WS-JUL-B TO WS-CONV-YYYY
009250     MOVE WS-JUL-D TO WS-CONV-MM
009260     MOVE WS-JUL-E TO WS-CONV-DD.
009270
009280 8300-EXIT.
009290     EXIT.
009300
009310*****************************************************************
009320** 9000-TERMINATE - PARTITION TABLE, MERGED TOTALS, RESULT, AND
009330** THE AUDIT RECORD: NORMAL FOR A MERGED MASTER, ABEND FOR A
009340** REJECTED MERGE (RETURN-CODE 16, SO EVERY LATER STEP OF PRMJOB
009350** IS BYPASSED AND PRMEOJ REPORTS THE GENERATION FAILED).  A CARD
009360** THAT IS NOT MODE "P" ENDS RETURN-CODE 0 WITH NOTHING WRITTEN
009370** BUT THIS REPORT.
009380*****************************************************************
009390 9000-TERMINATE.
009400     IF NOT WS-PARTITIONED-RUN
009410         MOVE "NOT A PARTITIONED RUN - NOTHING MERGED" TO RES-TEXT
009420         MOVE WS-RESULT-LINE TO PRINT-RECORD
009430         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009440         CLOSE MERGE-REPORT-FILE
009450         MOVE "N" TO WS-RPT-OPEN-SW
009460         GO TO 9000-EXIT
009470     END-IF
009480
009490     IF WS-PARTS-SEEN > 0
009500         MOVE WS-HEADING-LINE-2 TO PRINT-RECORD
009510         WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
009520         MOVE SPACES TO PRINT-RECORD
009530         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009540         PERFORM 9100-WRITE-PART-LINE THRU 9100-EXIT
009550             VARYING WS-SUB FROM 1 BY 1
009560             UNTIL WS-SUB > WS-PARTS-SEEN
009570     END-IF
009580
009590     MOVE SPACES TO PRINT-RECORD
009600     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009610     IF WS-ERROR-COUNT = 0
009620         MOVE "PLAN RANGE TOP" TO ECH-LABEL
009630         MOVE WS-PLAN-HIGH TO WS-EDIT-PRIME
009640         MOVE WS-EDIT-PRIME TO ECH-VALUE
009650         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009660         MOVE "PRIMES MERGED" TO ECH-LABEL
009670         MOVE WS-COUNT TO WS-EDIT-COUNT
009680         MOVE WS-EDIT-COUNT TO ECH-VALUE
009690         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009700         MOVE "LAST PRIME" TO ECH-LABEL
009710         MOVE WS-LAST-PRIME TO WS-EDIT-PRIME
009720         MOVE WS-EDIT-PRIME TO ECH-VALUE
009730         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009740         MOVE "LARGEST GAP" TO ECH-LABEL
009750         MOVE WS-MAX-GAP TO WS-EDIT-PRIME
009760         MOVE WS-EDIT-PRIME TO ECH-VALUE
009770         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009780         MOVE "LARGEST GAP ENDS AT" TO ECH-LABEL
009790         MOVE WS-MAX-GAP-AT TO WS-EDIT-PRIME
009800         MOVE WS-EDIT-PRIME TO ECH-VALUE
009810         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009820         MOVE "TWIN-PRIME PAIRS" TO ECH-LABEL
009830         MOVE WS-TWIN-COUNT TO WS-EDIT-COUNT
009840         MOVE WS-EDIT-COUNT TO ECH-VALUE
009850         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009860     END-IF
009870
009880     ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
009890     ACCEPT WS-JOB-END-TIME FROM TIME
009900     MOVE SPACES TO PRINT-RECORD
009910     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009920     IF WS-ERROR-COUNT = 0
009930         MOVE "NORMAL" TO AUD-STATUS
009940         MOVE WS-PARTITION-COUNT TO WS-EDIT-NO-1
009950         STRING "MASTER BUILT FROM " WS-EDIT-NO-1 " PARTITIONS"
009960             DELIMITED BY SIZE INTO RES-TEXT
009970     ELSE
009980         MOVE "ABEND" TO AUD-STATUS
009990         MOVE "MERGE REJECTED - MASTER NOT TOUCHED" TO RES-TEXT
010000         MOVE 16 TO RETURN-CODE
010010     END-IF
010020     MOVE WS-RESULT-LINE TO PRINT-RECORD
010030     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
010040     PERFORM 9200-WRITE-AUDIT-RECORD THRU 9200-EXIT
010050     CLOSE PRIMES-AUDIT-FILE
010060     MOVE "N" TO WS-AUD-OPEN-SW
010070     CLOSE MERGE-REPORT-FILE
010080     MOVE "N" TO WS-RPT-OPEN-SW.
010090
010100 9000-EXIT.
010110     EXIT.
010120
010130*****************************************************************
010140** 9100-WRITE-PART-LINE - ONE LINE OF THE PARTITION TABLE.  A
010150** PROVED PARTITION THE TARGET WAS REACHED BEFORE, OR PART WAY
010160** THROUGH, SAYS SO.
010170*****************************************************************
010180 9100-WRITE-PART-LINE.
010190     MOVE WS-SUB TO PTL-PART
010200     MOVE PTE-LOW (WS-SUB) TO PTL-LOW
010210     MOVE PTE-HIGH (WS-SUB) TO PTL-HIGH
010220     MOVE PTE-COUNT (WS-SUB) TO PTL-COUNT
010230     MOVE PTE-FIRST (WS-SUB) TO PTL-FIRST
010240     MOVE PTE-LAST (WS-SUB) TO PTL-LAST
010250     MOVE PTE-MERGED (WS-SUB) TO PTL-MERGED
010260     MOVE PTE-RUN-DATE (WS-SUB) TO PTL-RUN-DATE
010270     MOVE PTE-RUN-TIME (WS-SUB) (1:4) TO PTL-RUN-HHMM
010280     MOVE PTE-STATUS (WS-SUB) TO PTL-STATUS
010290     IF WS-ERROR-COUNT = 0
010300         IF PTE-MERGED (WS-SUB) = 0 AND PTE-COUNT (WS-SUB) > 0
010310             MOVE "PROVED - NOT NEEDED" TO PTL-STATUS
010320         END-IF
010330         IF PTE-MERGED (WS-SUB) > 0
010340             AND PTE-MERGED (WS-SUB) < PTE-COUNT (WS-SUB)
010350             MOVE "PROVED - TARGET MET" TO PTL-STATUS
010360         END-IF
010370     END-IF
010380     MOVE WS-PART-LINE TO PRINT-RECORD
010390     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
010400
010410 9100-EXIT.
010420     EXIT.
010430
010440*****************************************************************
010450** 9200-WRITE-AUDIT-RECORD - AS PRIMES 9100, EXCEPT THAT THE START
010460** STAMP IS THE MERGE'S OWN START LESS THE LONGEST PARTITION'S
010470** RUN, SO THE ELAPSED TIME ON THE RECORD - WHICH PRMFORE AND
010480** PRMCHB TAKE AS THE GENERATION'S - IS THE SIEVING PLUS THE
010490** MERGE, NOT THE WAIT BEFORE PRMJOB OR A PARTITION'S EARLIER
010500** ATTEMPTS.  WITH NO PARTITION TIMED IT IS THE MERGE'S OWN START.
010510*****************************************************************
010520 9200-WRITE-AUDIT-RECORD.
010530     MOVE WS-JOB-START-DATE TO AUD-JOB-START-DATE
010540     MOVE WS-JOB-START-TIME TO AUD-JOB-START-TIME
010550     IF WS-LONG-PART-SECS > 0
010560         MOVE WS-JOB-START-DATE TO WS-CONV-DATE
010570         MOVE WS-JOB-START-TIME TO WS-CONV-TIME
010580         PERFORM 8200-DATE-TO-SERIAL THRU 8200-EXIT
010590         COMPUTE WS-START-SECS =
010600             WS-SECS-OF-DAY - WS-LONG-PART-SECS
010610         MOVE 0 TO WS-BORROW-DAYS
010620         IF WS-START-SECS < 0
010630             COMPUTE WS-BORROW-DAYS =
010640                 (86399 - WS-START-SECS) / 86400
010650         END-IF
010660         COMPUTE WS-SERIAL-DAY = WS-SERIAL-DAY - WS-BORROW-DAYS
010670         COMPUTE WS-START-SECS =
010680             WS-START-SECS + (WS-BORROW-DAYS * 86400)
010690         PERFORM 8300-SERIAL-TO-DATE THRU 8300-EXIT
010700         COMPUTE WS-CONV-HH = WS-START-SECS / 3600
010710         COMPUTE WS-CONV-MIN =
010720             (WS-START-SECS - (WS-CONV-HH * 3600)) / 60
010730         COMPUTE WS-CONV-SEC = WS-START-SECS
010740             - (WS-CONV-HH * 3600) - (WS-CONV-MIN * 60)
010750         MOVE WS-CONV-DATE TO AUD-JOB-START-DATE
010760         MOVE WS-CONV-TIME TO AUD-JOB-START-TIME
010770     END-IF
010780     MOVE WS-JOB-END-DATE TO AUD-JOB-END-DATE
010790     MOVE WS-JOB-END-TIME TO AUD-JOB-END-TIME
010800     MOVE WS-TARGET-COUNT TO AUD-TARGET-COUNT
010810     MOVE WS-COUNT TO AUD-ACTUAL-COUNT
010820     MOVE WS-LAST-PRIME TO AUD-LAST-PRIME
010830     MOVE WS-RUN-COMMENT TO AUD-RUN-COMMENT
010840     WRITE PRIMES-AUDIT-RECORD.
010850
010860 9200-EXIT.
010870     EXIT.
010880
010890*****************************************************************
010900** 9900-ABEND - COMMON ABEND EXIT FOR A FILE THAT WILL NOT OPEN.
010910** EACH CALLER DISPLAYS ITS OWN DIAGNOSTIC FIRST.  LOGS AN ABEND
010920** AUDIT RECORD WHEN THE AUDIT FILE IS OPEN, AS PRIMES DOES.
010930*****************************************************************
010940 9900-ABEND.
010950     IF WS-PRT-OPENED
010960         CLOSE PARTIAL-MASTER-FILE
010970     END-IF
010980     IF WS-MST-OPENED
010990         CLOSE PRIME-MASTER-FILE
011000     END-IF
011010     IF WS-AUD-OPENED
011020         ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
011030         ACCEPT WS-JOB-END-TIME FROM TIME
011040         MOVE "ABEND" TO AUD-STATUS
011050         PERFORM 9200-WRITE-AUDIT-RECORD THRU 9200-EXIT
011060         CLOSE PRIMES-AUDIT-FILE
011070     END-IF
011080     IF WS-RPT-OPENED
011090         MOVE SPACES TO PRINT-RECORD
011100         WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
011110         MOVE "MERGE ABENDED - SEE THE JOB LOG" TO RES-TEXT
011120         MOVE WS-RESULT-LINE TO PRINT-RECORD
011130         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
011140         CLOSE MERGE-REPORT-FILE
011150     END-IF
011160     MOVE 16 TO RETURN-CODE
011170     STOP RUN.
011180
011190 9900-EXIT.
011200     EXIT.
