000010***************************************************************
000020** PROGRAM-ID : PRMFORE
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  RUN-TIME AND RESOURCE
000100**                  FORECAST FOR A PROPOSED TARGET AND GENERATION
000110**                  MODE, CALLED BY PRMFOR (THE FORECAST REPORT)
000120**                  AND BY PRMEDIT AND PRMMNT, SO ALL THREE GIVE
000130**                  THE SAME ANSWER.  LAST QUARTER A 1,000,000
000140**                  TRIAL-DIVISION TARGET RAN INTO THE ONLINE DAY
000150**                  AND NOBODY SAW IT COMING.  THE FORECAST IS
000160**                  BUILT FROM THE RUN HISTORY ON THE AUDIT TRAIL
000170**                  AND ITS ARCHIVE: EACH NORMAL RUN GIVES ITS
000180**                  COUNT, LAST PRIME AND ELAPSED TIME, AND THE
000190**                  AUDIT RECORD HAS NO MODE, SO THE MODE IS THE
000200**                  ONE ON THE CONTROL CARD IN FORCE WHEN THE RUN
000210**                  STARTED, FROM THE PARMHIST CHANGE HISTORY.  IT
000220**                  ESTIMATES THE LAST PRIME VALUE, THE ELAPSED
000230**                  TIME, THE MASTER, EXTRACT AND INDEX SPACE IN
000240**                  TRACKS, WHETHER THE SIEVE TABLE CAN HOLD THE
000250**                  TARGET, AND WHETHER THE RUN FITS THE BATCH
000260**                  WINDOW.  PARAMETER AREA IN PRMFORP.
000270***************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PRMFORE.
000300 AUTHOR. D. OKONKWO.
000310 INSTALLATION. DATA CENTER SERVICES.
000320 DATE-WRITTEN. 10/15/2026.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PRIMES-AUDIT-FILE ASSIGN TO "PRMAUDIT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-AUD-FILE-STATUS.
000450
000460     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "PRMAUDA"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUA-FILE-STATUS.
000490
000500     SELECT PARM-CHANGE-FILE ASSIGN TO "PRMCHGF"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CHG-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560
000570 FD  PRIMES-AUDIT-FILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  AUDIT-IN-RECORD PIC X(80).
000610
000620 FD  AUDIT-ARCHIVE-FILE
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  AUDIT-ARCHIVE-RECORD PIC X(80).
000660
000670 FD  PARM-CHANGE-FILE
000680     RECORDING MODE IS F
000690     RECORD CONTAINS 200 CHARACTERS.
000700 COPY PRMCHG.
000710
000720 WORKING-STORAGE SECTION.
000730
000740 COPY PRMAUD.
000750
000760*****************************************************************
000770** A CHANGE-HISTORY CARD IMAGE IS READ THROUGH THE REAL PRMCTL
000780** LAYOUT TO PICK UP ITS GENERATION MODE AND PARTITION COUNT.
000790*****************************************************************
000800 COPY PRMCTL.
000810
000820*****************************************************************
000826** THE GENERATION MODE (AND, FOR MODE P, THE PARTITION COUNT) IN
000832** FORCE OVER TIME, FROM PARMHIST.  WHEN
000840** THE TABLE IS FULL THE OLDEST CHANGE IS DROPPED - ONLY THE RUNS
000850** BEFORE IT LOSE THEIR MODE, AND THEY ARE THE OLDEST HISTORY.
000860*****************************************************************
000870 01  WS-CHG-MAX PIC 9(4) COMP VALUE 500.
000880 01  WS-CHG-COUNT PIC 9(4) COMP VALUE 0.
000890 01  WS-CHG-TABLE.
000900     05  WS-CHG-ENTRY OCCURS 500 TIMES.
000910         10  CHT-DATE PIC 9(08).
000920         10  CHT-TIME PIC 9(08).
000930         10  CHT-OLD-MODE PIC X(01).
000940         10  CHT-NEW-MODE PIC X(01).
000943         10  CHT-OLD-PARTS PIC 9(02).
000946         10  CHT-NEW-PARTS PIC 9(02).
000950 01  WS-CX PIC 9(4) COMP VALUE 0.
000960
000970*****************************************************************
000980** ONE ENTRY PER DISTINCT COUNT ACTUALLY GENERATED - A LAST PRIME
000990** ON RECORD, USED AS IS FOR THE SAME TARGET AND TO CORRECT THE
001000** ESTIMATE FOR ANY OTHER.
001010*****************************************************************
001020 01  WS-CAL-MAX PIC 9(4) COMP VALUE 500.
001030 01  WS-CAL-COUNT PIC 9(4) COMP VALUE 0.
001040 01  WS-CAL-TABLE.
001050     05  WS-CAL-ENTRY OCCURS 500 TIMES.
001060         10  CAL-PRIME-COUNT PIC 9(07).
001070         10  CAL-LAST-PRIME PIC 9(09).
001080 01  WS-KX PIC 9(4) COMP VALUE 0.
001090 01  WS-CAL-FOUND-IX PIC 9(4) COMP VALUE 0.
001100 01  WS-CAL-NEAR-IX PIC 9(4) COMP VALUE 0.
001110 01  WS-CAL-DISTANCE PIC 9(7) VALUE 0.
001120 01  WS-CAL-NEAR-DISTANCE PIC 9(7) VALUE 0.
001130
001140*****************************************************************
001150** TIMING HISTORY BY MODE - 1 SIEVE, 2 TRIAL, 3 EXTEND, 4
001160** PARTITIONED.  THE WORK UNIT DIFFERS BY MODE: A TRIAL OR EXTEND
001170** RUN DIVIDES EACH NEW PRIME BY ROUGHLY THE SQUARE ROOT OF ITS
001180** SIZE, SO ITS WORK IS NEW PRIMES TIMES THE ROOT OF THE LAST
001190** PRIME; A SIEVE RUN IS DRIVEN BY THE RECORDS IT WRITES; A
001195** PARTITIONED RUN BY THE RANGE OF VALUES ONE PARTITION SIEVES -
001200** THE PARTITIONS RUN SIDE BY SIDE, SO THE RUN LASTS AS LONG AS
001205** ONE OF THEM AND ITS WORK IS THE LAST PRIME OVER THE PARTITION
001210** COUNT.  EACH MODE'S RATE IS ITS TOTAL ELAPSED SECONDS OVER ITS
001215** TOTAL WORK.
001220*****************************************************************
001230 01  WS-MODE-CODES PIC X(04) VALUE "STEP".
001240 01  WS-MODE-TABLE.
001250     05  WS-MODE-ENTRY OCCURS 4 TIMES.
001260         10  MDH-RUNS PIC 9(05).
001270         10  MDH-ELAPSED-SECS PIC 9(09).
001280         10  MDH-PRIMES PIC 9(09).
001290         10  MDH-WORK PIC 9(13)V9(4) COMP-3.
001300 01  WS-MX PIC 9(4) COMP VALUE 0.
001310 01  WS-BASIS-IX PIC 9(4) COMP VALUE 0.
001320 01  WS-RUN-MODE PIC X(01) VALUE SPACES.
001325 01  WS-RUN-PARTS PIC 9(02) VALUE 0.
001330 01  WS-RUN-WORK PIC 9(13)V9(4) COMP-3 VALUE 0.
001340 01  WS-RUN-NEW-PRIMES PIC S9(9) COMP VALUE 0.
001350 01  WS-ROOT-LAST PIC 9(7)V9(4) COMP-3 VALUE 0.
001360
001370*****************************************************************
001380** THE LAST-PRIME ESTIMATE - CIPOLLA'S EXPANSION OF THE N-TH
001390** PRIME, N(LN N + LN LN N - 1 + (LN LN N - 2) / LN N), SCALED BY
001400** ITS OWN ERROR AT THE NEAREST COUNT ON RECORD.  NO ORDINARY VERB
001410** TAKES A LOGARITHM, SO LN IS FUNCTION LOG AS IN PRMPRT.
001420*****************************************************************
001430 01  WS-SMALL-PRIMES PIC X(12) VALUE "020305071113".
001440 01  WS-SMALL-PRIMES-R REDEFINES WS-SMALL-PRIMES.
001450     05  WS-SMALL-PRIME PIC 9(02) OCCURS 6 TIMES.
001460 01  WS-EST-N PIC 9(07) VALUE 0.
001470 01  WS-LN-N PIC 9(3)V9(9) COMP-3 VALUE 0.
001480 01  WS-LN-LN-N PIC S9(3)V9(9) COMP-3 VALUE 0.
001490 01  WS-CIPOLLA PIC 9(11)V9(4) COMP-3 VALUE 0.
001500 01  WS-TARGET-CIPOLLA PIC 9(11)V9(4) COMP-3 VALUE 0.
001510 01  WS-EST-FACTOR PIC 9(3)V9(9) COMP-3 VALUE 0.
001520 01  WS-EST-LAST-PRIME PIC 9(11)V9(4) COMP-3 VALUE 0.
001530
001540*****************************************************************
001550** THE SIEVE TABLE IN PRIMES AND PRMQUE HOLDS THE VALUES UP TO
001560** 2,000,000, WHICH CONTAIN 148,933 PRIMES.
001570*****************************************************************
001580 01  WS-SIEVE-PRIME-CAPACITY PIC 9(07) VALUE 148933.
001590
001600*****************************************************************
001610** SPACE FACTORS - RECORDS PER 3390 TRACK.
001620*****************************************************************
001630 01  WS-SEQ-RECS-PER-TRACK PIC 9(05) VALUE 698.
001640 01  WS-VSAM-RECS-PER-TRACK PIC 9(05) VALUE 612.
001650
001660*****************************************************************
001670** DATE/TIME WORK FIELDS FOR THE ELAPSED-TIME CALCULATION, AS IN
001680** PRMAUDR.
001690*****************************************************************
001700 01  WS-CONV-DATE PIC 9(8) VALUE 0.
001710 01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
001720     05  WS-CONV-YYYY PIC 9(4).
001730     05  WS-CONV-MM PIC 9(2).
001740     05  WS-CONV-DD PIC 9(2).
001750 01  WS-CONV-TIME PIC 9(8) VALUE 0.
001760 01  WS-CONV-TIME-R REDEFINES WS-CONV-TIME.
001770     05  WS-CONV-HH PIC 9(2).
001780     05  WS-CONV-MIN PIC 9(2).
001790     05  WS-CONV-SEC PIC 9(2).
001800     05  WS-CONV-HUND PIC 9(2).
001810 01  WS-JUL-Y PIC S9(9) COMP VALUE 0.
001820 01  WS-JUL-M PIC S9(9) COMP VALUE 0.
001830 01  WS-JUL-A PIC S9(9) COMP VALUE 0.
001840 01  WS-SERIAL-DAY PIC S9(9) COMP VALUE 0.
001850 01  WS-SECS-OF-DAY PIC S9(9) COMP VALUE 0.
001860 01  WS-START-DAY PIC S9(9) COMP VALUE 0.
001870 01  WS-START-SECS PIC S9(9) COMP VALUE 0.
001880 01  WS-END-DAY PIC S9(9) COMP VALUE 0.
001890 01  WS-END-SECS PIC S9(9) COMP VALUE 0.
001900 01  WS-ELAPSED-SECS PIC S9(9) COMP VALUE 0.
001910
001920*****************************************************************
001930** BATCH WINDOW WORK FIELDS
001940*****************************************************************
001950 01  WS-HHMM PIC 9(04) VALUE 0.
001960 01  WS-HHMM-R REDEFINES WS-HHMM.
001970     05  WS-HHMM-HH PIC 9(02).
001980     05  WS-HHMM-MM PIC 9(02).
001990 01  WS-WINDOW-START-SECS PIC S9(9) COMP VALUE 0.
002000 01  WS-WINDOW-CUTOFF-SECS PIC S9(9) COMP VALUE 0.
002010 01  WS-PROJECTED-END-SECS PIC S9(9) COMP VALUE 0.
002020 01  WS-END-DAYS PIC S9(9) COMP VALUE 0.
002030
002040*****************************************************************
002050** HISTORY STATE - KEPT FROM CALL TO CALL.
002060*****************************************************************
002070 01  WS-HISTORY-LOADED-SW PIC X(01) VALUE "N".
002080     88  WS-HISTORY-LOADED VALUE "Y".
002090 01  WS-HISTORY-READ-SW PIC X(01) VALUE "N".
002100     88  WS-HISTORY-READ VALUE "Y".
002110 01  WS-HISTORY-RUNS PIC 9(05) VALUE 0.
002120 01  WS-PRIOR-COUNT PIC 9(07) VALUE 0.
002130 01  WS-CURRENT-COUNT PIC 9(07) VALUE 0.
002140 01  WS-WORK-COUNT PIC 9(07) VALUE 0.
002150
002160 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
002170 01  WS-AUA-FILE-STATUS PIC X(02) VALUE SPACES.
002180 01  WS-CHG-FILE-STATUS PIC X(02) VALUE SPACES.
002190 01  WS-AUD-EOF-SW PIC X(01) VALUE "N".
002200     88  WS-AUD-EOF VALUE "Y".
002210 01  WS-AUA-EOF-SW PIC X(01) VALUE "N".
002220     88  WS-AUA-EOF VALUE "Y".
002230 01  WS-CHG-EOF-SW PIC X(01) VALUE "N".
002240     88  WS-CHG-EOF VALUE "Y".
002250
002260 LINKAGE SECTION.
002270
002280 COPY PRMFORP.
002290
002300 PROCEDURE DIVISION USING FORECAST-PARM-AREA.
002310
002320*****************************************************************
002330** 0000-MAINLINE - THE HISTORY IS READ ON THE FIRST CALL ONLY.
002340*****************************************************************
002350 0000-MAINLINE.
002360     IF NOT WS-HISTORY-LOADED
002370         PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT
002380     END-IF
002390     PERFORM 2000-FORECAST THRU 2000-EXIT
002400     GOBACK.
002410
002420*****************************************************************
002430** 1000-LOAD-HISTORY - THE MODE CHANGES FIRST, THEN THE ARCHIVE
002440** (THE OLDER RUNS) AND THE LIVE AUDIT TRAIL IN THAT ORDER, SO
002450** THE RUNS ARE TAKEN OLDEST FIRST.  NEITHER AUDIT FILE IS
002460** REQUIRED, BUT WITHOUT EITHER THERE IS NO HISTORY TO FORECAST
002470** FROM.
002480*****************************************************************
002490 1000-LOAD-HISTORY.
002500     MOVE "Y" TO WS-HISTORY-LOADED-SW
002510     PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
002520         MOVE 0 TO MDH-RUNS (WS-MX)
002530         MOVE 0 TO MDH-ELAPSED-SECS (WS-MX)
002540         MOVE 0 TO MDH-PRIMES (WS-MX)
002550         MOVE 0 TO MDH-WORK (WS-MX)
002560     END-PERFORM
002570
002580     OPEN INPUT PARM-CHANGE-FILE
002590     IF WS-CHG-FILE-STATUS = "00"
002600         PERFORM 1100-LOAD-MODE-CHANGE THRU 1100-EXIT
002610             UNTIL WS-CHG-EOF
002620         CLOSE PARM-CHANGE-FILE
002630     END-IF
002640
002650     OPEN INPUT AUDIT-ARCHIVE-FILE
002660     IF WS-AUA-FILE-STATUS = "00"
002670         MOVE "Y" TO WS-HISTORY-READ-SW
002680         PERFORM UNTIL WS-AUA-EOF
002690             READ AUDIT-ARCHIVE-FILE INTO PRIMES-AUDIT-RECORD
002700                 AT END
002710                     MOVE "Y" TO WS-AUA-EOF-SW
002720                 NOT AT END
002730                     PERFORM 1200-TAKE-RUN THRU 1200-EXIT
002740             END-READ
002750         END-PERFORM
002760         CLOSE AUDIT-ARCHIVE-FILE
002770     END-IF
002780
002790     OPEN INPUT PRIMES-AUDIT-FILE
002800     IF WS-AUD-FILE-STATUS = "00"
002810         MOVE "Y" TO WS-HISTORY-READ-SW
002820         PERFORM UNTIL WS-AUD-EOF
002830             READ PRIMES-AUDIT-FILE INTO PRIMES-AUDIT-RECORD
002840                 AT END
002850                     MOVE "Y" TO WS-AUD-EOF-SW
002860                 NOT AT END
002870                     PERFORM 1200-TAKE-RUN THRU 1200-EXIT
002880             END-READ
002890         END-PERFORM
002900         CLOSE PRIMES-AUDIT-FILE
002910     END-IF.
002920
002930 1000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970** 1100-LOAD-MODE-CHANGE - ONE PARMHIST RECORD: WHEN THE CARD
002980** CHANGED, AND THE MODE AND PARTITION COUNT BEFORE AND AFTER.  A
002990** BLANK OLD CARD (THE FIRST-TIME SETUP) LEAVES THE MODE BEFORE AS
003000** SPACE - TRIAL, THE PRIMES DEFAULT - AND THE COUNT AS ZERO.
003010*****************************************************************
003020 1100-LOAD-MODE-CHANGE.
003030     READ PARM-CHANGE-FILE
003040         AT END
003050             MOVE "Y" TO WS-CHG-EOF-SW
003060             GO TO 1100-EXIT
003070     END-READ
003080     IF WS-CHG-COUNT NOT < WS-CHG-MAX
003090         PERFORM VARYING WS-CX FROM 2 BY 1
003100             UNTIL WS-CX > WS-CHG-MAX
003110             MOVE WS-CHG-ENTRY (WS-CX) TO WS-CHG-ENTRY (WS-CX - 1)
003120         END-PERFORM
003130         SUBTRACT 1 FROM WS-CHG-COUNT
003140     END-IF
003150     ADD 1 TO WS-CHG-COUNT
003160     MOVE CH-CHANGE-DATE TO CHT-DATE (WS-CHG-COUNT)
003170     MOVE CH-CHANGE-TIME TO CHT-TIME (WS-CHG-COUNT)
003180     MOVE CH-OLD-CARD TO PRIMES-CTL-RECORD
003190     MOVE CTL-GEN-MODE TO CHT-OLD-MODE (WS-CHG-COUNT)
003192     MOVE 0 TO CHT-OLD-PARTS (WS-CHG-COUNT)
003194     IF CTL-PARTITION-COUNT NUMERIC
003196         MOVE CTL-PARTITION-COUNT TO CHT-OLD-PARTS (WS-CHG-COUNT)
003198     END-IF
003200     MOVE CH-NEW-CARD TO PRIMES-CTL-RECORD
003203     MOVE CTL-GEN-MODE TO CHT-NEW-MODE (WS-CHG-COUNT)
003206     MOVE 0 TO CHT-NEW-PARTS (WS-CHG-COUNT)
003209     IF CTL-PARTITION-COUNT NUMERIC
003212         MOVE CTL-PARTITION-COUNT TO CHT-NEW-PARTS (WS-CHG-COUNT)
003215     END-IF.
003220
003230 1100-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270** 1200-TAKE-RUN - ONE AUDIT RECORD.  A NORMAL RUN IS TIMED AND
003280** ADDED TO ITS MODE'S HISTORY; A NORMAL OR BACKOUT RECORD BOTH
003290** LEAVE THE MASTER AT THEIR COUNT, WHICH IS WHAT AN EXTEND RUN
003300** STARTS FROM.  ABEND AND QUEUE RECORDS TELL NOTHING ABOUT THE
003310** MASTER AND ARE PASSED OVER.
003320*****************************************************************
003330 1200-TAKE-RUN.
003340     IF AUD-STATUS-BACKOUT
003350         MOVE AUD-ACTUAL-COUNT TO WS-PRIOR-COUNT
003360         MOVE AUD-ACTUAL-COUNT TO WS-CURRENT-COUNT
003370         GO TO 1200-EXIT
003380     END-IF
003390     IF NOT AUD-STATUS-NORMAL
003400         GO TO 1200-EXIT
003410     END-IF
003420     ADD 1 TO WS-HISTORY-RUNS
003430     PERFORM 1300-FIND-RUN-MODE THRU 1300-EXIT
003440     PERFORM 1400-COMPUTE-ELAPSED THRU 1400-EXIT
003450
003460     COMPUTE WS-ROOT-LAST = AUD-LAST-PRIME ** 0.5
003470     IF WS-RUN-MODE = "E"
003480         COMPUTE WS-RUN-NEW-PRIMES =
003490             AUD-ACTUAL-COUNT - WS-PRIOR-COUNT
003500     ELSE
003510         MOVE AUD-ACTUAL-COUNT TO WS-RUN-NEW-PRIMES
003520     END-IF
003530     IF WS-RUN-NEW-PRIMES < 0
003540         MOVE 0 TO WS-RUN-NEW-PRIMES
003550     END-IF
003560     EVALUATE WS-RUN-MODE
003570         WHEN "S"
003580             MOVE 1 TO WS-MX
003590             MOVE AUD-ACTUAL-COUNT TO WS-RUN-WORK
003600         WHEN "E"
003610             MOVE 3 TO WS-MX
003620             COMPUTE WS-RUN-WORK =
003630                 WS-RUN-NEW-PRIMES * WS-ROOT-LAST
003640         WHEN "P"
003650             MOVE 4 TO WS-MX
003660             COMPUTE WS-RUN-WORK = AUD-LAST-PRIME / WS-RUN-PARTS
003670         WHEN OTHER
003680             MOVE 2 TO WS-MX
003690             COMPUTE WS-RUN-WORK =
003700                 WS-RUN-NEW-PRIMES * WS-ROOT-LAST
003710     END-EVALUATE
003720*    A RUN WITH NO WORK OR NO MEASURABLE TIME (A NO-CHANGE EXTEND,
003730*    A DAMAGED TIME STAMP) WOULD ONLY DRAG THE RATE DOWN.
003740     IF WS-RUN-WORK > 0 AND WS-ELAPSED-SECS > 0
003750         ADD 1 TO MDH-RUNS (WS-MX)
003760         ADD WS-ELAPSED-SECS TO MDH-ELAPSED-SECS (WS-MX)
003770         ADD WS-RUN-NEW-PRIMES TO MDH-PRIMES (WS-MX)
003780         ADD WS-RUN-WORK TO MDH-WORK (WS-MX)
003790     END-IF
003800
003810     MOVE AUD-ACTUAL-COUNT TO WS-WORK-COUNT
003820     PERFORM 1500-FIND-COUNT-ON-RECORD THRU 1500-EXIT
003830     IF WS-CAL-FOUND-IX > 0
003840         MOVE AUD-LAST-PRIME TO CAL-LAST-PRIME (WS-CAL-FOUND-IX)
003850     ELSE
003860         IF WS-CAL-COUNT < WS-CAL-MAX AND AUD-ACTUAL-COUNT > 0
003870             ADD 1 TO WS-CAL-COUNT
003880             MOVE AUD-ACTUAL-COUNT
003890                 TO CAL-PRIME-COUNT (WS-CAL-COUNT)
003900             MOVE AUD-LAST-PRIME TO CAL-LAST-PRIME (WS-CAL-COUNT)
003910         END-IF
003920     END-IF
003930     MOVE AUD-ACTUAL-COUNT TO WS-PRIOR-COUNT
003940     MOVE AUD-ACTUAL-COUNT TO WS-CURRENT-COUNT.
003950
003960 1200-EXIT.
003970     EXIT.
003980
003990*****************************************************************
003997** 1300-FIND-RUN-MODE - THE MODE AND PARTITION COUNT ON THE LAST
004004** CARD CHANGE MADE BEFORE THE RUN STARTED.  A RUN OLDER THAN
004011** EVERY CHANGE RAN ON THE CARD THE FIRST CHANGE REPLACED.  WITH
004018** NO PARMHIST AT ALL THE RUN IS TAKEN AS TRIAL DIVISION, THE
004025** PRIMES DEFAULT.  A COUNT THAT CANNOT BE READ IS TAKEN AS ONE,
004032** WHICH CAN ONLY MAKE THE RATE (AND SO THE FORECAST) LONGER.
004040*****************************************************************
004050 1300-FIND-RUN-MODE.
004060     MOVE SPACE TO WS-RUN-MODE
004065     MOVE 1 TO WS-RUN-PARTS
004070     IF WS-CHG-COUNT = 0
004080         GO TO 1300-EXIT
004090     END-IF
004100     MOVE CHT-OLD-MODE (1) TO WS-RUN-MODE
004105     MOVE CHT-OLD-PARTS (1) TO WS-RUN-PARTS
004110     PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CHG-COUNT
004120         IF CHT-DATE (WS-CX) < AUD-JOB-START-DATE
004130             OR (CHT-DATE (WS-CX) = AUD-JOB-START-DATE
004140                 AND CHT-TIME (WS-CX) NOT > AUD-JOB-START-TIME)
004150             MOVE CHT-NEW-MODE (WS-CX) TO WS-RUN-MODE
004155             MOVE CHT-NEW-PARTS (WS-CX) TO WS-RUN-PARTS
004160         END-IF
004164     END-PERFORM
004168     IF WS-RUN-PARTS = 0
004172         MOVE 1 TO WS-RUN-PARTS
004176     END-IF.
004180
004190 1300-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230** 1400-COMPUTE-ELAPSED - ELAPSED SECONDS FROM THE START AND END
004240** STAMPS OF THE AUDIT RECORD, AS PRMAUDR COMPUTES THEM.  AN END
004250** BEFORE THE START COUNTS AS ZERO.
004260*****************************************************************
004270 1400-COMPUTE-ELAPSED.
004280     MOVE AUD-JOB-START-DATE TO WS-CONV-DATE
004290     MOVE AUD-JOB-START-TIME TO WS-CONV-TIME
004300     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
004310     MOVE WS-SERIAL-DAY TO WS-START-DAY
004320     MOVE WS-SECS-OF-DAY TO WS-START-SECS
004330
004340     MOVE AUD-JOB-END-DATE TO WS-CONV-DATE
004350     MOVE AUD-JOB-END-TIME TO WS-CONV-TIME
004360     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
004370     MOVE WS-SERIAL-DAY TO WS-END-DAY
004380     MOVE WS-SECS-OF-DAY TO WS-END-SECS
004390
004400     COMPUTE WS-ELAPSED-SECS =
004410         ((WS-END-DAY - WS-START-DAY) * 86400)
004420         + WS-END-SECS - WS-START-SECS
004430     IF WS-ELAPSED-SECS < 0
004440         MOVE 0 TO WS-ELAPSED-SECS
004450     END-IF.
004460
004470 1400-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510** 1500-FIND-COUNT-ON-RECORD - THE ENTRY FOR WS-WORK-COUNT, IF A
004520** RUN EVER GENERATED EXACTLY THAT MANY, AND THE ENTRY NEAREST TO
004530** IT.
004540*****************************************************************
004550 1500-FIND-COUNT-ON-RECORD.
004560     MOVE 0 TO WS-CAL-FOUND-IX
004570     MOVE 0 TO WS-CAL-NEAR-IX
004580     MOVE 9999999 TO WS-CAL-NEAR-DISTANCE
004590     PERFORM VARYING WS-KX FROM 1 BY 1
004600         UNTIL WS-KX > WS-CAL-COUNT OR WS-CAL-FOUND-IX > 0
004610         IF CAL-PRIME-COUNT (WS-KX) = WS-WORK-COUNT
004620             MOVE WS-KX TO WS-CAL-FOUND-IX
004630         END-IF
004640         IF CAL-PRIME-COUNT (WS-KX) > WS-WORK-COUNT
004650             COMPUTE WS-CAL-DISTANCE =
004660                 CAL-PRIME-COUNT (WS-KX) - WS-WORK-COUNT
004670         ELSE
004680             COMPUTE WS-CAL-DISTANCE =
004690                 WS-WORK-COUNT - CAL-PRIME-COUNT (WS-KX)
004700         END-IF
004710         IF WS-CAL-DISTANCE < WS-CAL-NEAR-DISTANCE
004720             AND CAL-PRIME-COUNT (WS-KX) > 6
004730             MOVE WS-CAL-DISTANCE TO WS-CAL-NEAR-DISTANCE
004740             MOVE WS-KX TO WS-CAL-NEAR-IX
004750         END-IF
004760     END-PERFORM.
004770
004780 1500-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820** 2000-FORECAST - ONE PROPOSAL.
004830*****************************************************************
004840 2000-FORECAST.
004850     MOVE 0 TO FP-RETURN-CODE
004860     MOVE WS-HISTORY-RUNS TO FP-HISTORY-RUNS
004870     MOVE 0 TO FP-BASIS-RUNS
004880     MOVE SPACE TO FP-BASIS-MODE
004890     MOVE WS-CURRENT-COUNT TO FP-CURRENT-COUNT
004900     MOVE 0 TO FP-ELAPSED-SECS
004910     MOVE WS-SIEVE-PRIME-CAPACITY TO FP-SIEVE-CAPACITY
004920     MOVE SPACE TO FP-WINDOW-SW
004930     MOVE 0 TO FP-WINDOW-SECS
004940     MOVE 0 TO FP-PROJECTED-END
004950     PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
004960         MOVE WS-MODE-CODES (WS-MX:1) TO FP-HIST-MODE (WS-MX)
004970         MOVE MDH-RUNS (WS-MX) TO FP-HIST-RUNS (WS-MX)
004980         MOVE MDH-ELAPSED-SECS (WS-MX)
004990             TO FP-HIST-ELAPSED-SECS (WS-MX)
005000         MOVE MDH-PRIMES (WS-MX) TO FP-HIST-PRIMES (WS-MX)
005010     END-PERFORM
005020
005030*    AN EXTEND RUN ONLY GENERATES WHAT THE MASTER LACKS; EVERY
005040*    OTHER MODE GENERATES THE WHOLE TARGET.
005050     IF FP-MODE-EXTEND
005060         IF FP-TARGET-COUNT > WS-CURRENT-COUNT
005070             COMPUTE FP-NEW-PRIMES =
005080                 FP-TARGET-COUNT - WS-CURRENT-COUNT
005090         ELSE
005100             MOVE 0 TO FP-NEW-PRIMES
005110         END-IF
005120     ELSE
005130         MOVE FP-TARGET-COUNT TO FP-NEW-PRIMES
005140     END-IF
005150
005160     PERFORM 2100-ESTIMATE-LAST-PRIME THRU 2100-EXIT
005170     PERFORM 2200-ESTIMATE-SPACE THRU 2200-EXIT
005180     IF FP-TARGET-COUNT > WS-SIEVE-PRIME-CAPACITY
005190         MOVE "N" TO FP-SIEVE-FIT-SW
005200     ELSE
005210         MOVE "Y" TO FP-SIEVE-FIT-SW
005220     END-IF
005230     PERFORM 2300-ESTIMATE-ELAPSED THRU 2300-EXIT
005240     PERFORM 2400-CHECK-WINDOW THRU 2400-EXIT.
005250
005260 2000-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300** 2100-ESTIMATE-LAST-PRIME - A COUNT ALREADY GENERATED GIVES ITS
005310** LAST PRIME EXACTLY.  OTHERWISE THE CIPOLLA ESTIMATE, CORRECTED
005320** BY ITS RATIO TO THE LAST PRIME ON RECORD FOR THE NEAREST COUNT
005330** - A FEW PERCENT OUT AT A FEW HUNDRED PRIMES, A SMALL FRACTION
005340** OF A PERCENT IN THE MILLIONS BEFORE THE CORRECTION.
005350*****************************************************************
005360 2100-ESTIMATE-LAST-PRIME.
005370     MOVE "E" TO FP-LAST-PRIME-BASIS
005380     IF FP-TARGET-COUNT = 0
005390         MOVE 0 TO FP-LAST-PRIME
005400         GO TO 2100-EXIT
005410     END-IF
005420     IF FP-TARGET-COUNT NOT > 6
005430         MOVE WS-SMALL-PRIME (FP-TARGET-COUNT) TO FP-LAST-PRIME
005440         MOVE "R" TO FP-LAST-PRIME-BASIS
005450         GO TO 2100-EXIT
005460     END-IF
005470     MOVE FP-TARGET-COUNT TO WS-WORK-COUNT
005480     PERFORM 1500-FIND-COUNT-ON-RECORD THRU 1500-EXIT
005490     IF WS-CAL-FOUND-IX > 0
005500         MOVE CAL-LAST-PRIME (WS-CAL-FOUND-IX) TO FP-LAST-PRIME
005510         MOVE "R" TO FP-LAST-PRIME-BASIS
005520         GO TO 2100-EXIT
005530     END-IF
005540
005550     MOVE FP-TARGET-COUNT TO WS-EST-N
005560     PERFORM 2150-CIPOLLA THRU 2150-EXIT
005570     MOVE WS-CIPOLLA TO WS-TARGET-CIPOLLA
005580     MOVE 1 TO WS-EST-FACTOR
005590     IF WS-CAL-NEAR-IX > 0
005600         MOVE CAL-PRIME-COUNT (WS-CAL-NEAR-IX) TO WS-EST-N
005610         PERFORM 2150-CIPOLLA THRU 2150-EXIT
005620         COMPUTE WS-EST-FACTOR ROUNDED =
005630             CAL-LAST-PRIME (WS-CAL-NEAR-IX) / WS-CIPOLLA
005640     END-IF
005650     COMPUTE WS-EST-LAST-PRIME ROUNDED =
005660         WS-TARGET-CIPOLLA * WS-EST-FACTOR
005670     COMPUTE FP-LAST-PRIME ROUNDED = WS-EST-LAST-PRIME
005680         ON SIZE ERROR
005690             MOVE 999999999 TO FP-LAST-PRIME
005700     END-COMPUTE.
005710
005720 2100-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760** 2150-CIPOLLA - THE ESTIMATE OF THE WS-EST-N-TH PRIME (N > 6).
005770*****************************************************************
005780 2150-CIPOLLA.
005790     COMPUTE WS-LN-N = FUNCTION LOG (WS-EST-N)
005800     COMPUTE WS-LN-LN-N = FUNCTION LOG (WS-LN-N)
005810     COMPUTE WS-CIPOLLA ROUNDED = WS-EST-N
005820         * (WS-LN-N + WS-LN-LN-N - 1
005830            + ((WS-LN-LN-N - 2) / WS-LN-N)).
005840
005850 2150-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890** 2200-ESTIMATE-SPACE - TRACKS FOR THE WHOLE FILE AT THE TARGET,
005900** WHATEVER THE MODE: THE MASTER, THE EXTRACT (PLUS ITS HEADER
005910** AND TRAILER) AND THE TWO INQUIRY INDEXES TOGETHER.
005920*****************************************************************
005930 2200-ESTIMATE-SPACE.
005940     COMPUTE FP-MASTER-TRACKS =
005950         (FP-TARGET-COUNT + WS-SEQ-RECS-PER-TRACK - 1)
005960         / WS-SEQ-RECS-PER-TRACK
005970     COMPUTE FP-EXTRACT-TRACKS =
005980         (FP-TARGET-COUNT + 2 + WS-SEQ-RECS-PER-TRACK - 1)
005990         / WS-SEQ-RECS-PER-TRACK
006000     COMPUTE FP-INDEX-TRACKS = 2 *
006010         ((FP-TARGET-COUNT + WS-VSAM-RECS-PER-TRACK - 1)
006020         / WS-VSAM-RECS-PER-TRACK).
006030
006040 2200-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080** 2300-ESTIMATE-ELAPSED - THE PROPOSAL'S WORK AT ITS MODE'S RATE.
006090** TRIAL AND EXTEND RUNS ARE THE SAME TRIAL-DIVISION PATH IN
006100** PRIMES, SO EITHER MODE BORROWS THE OTHER'S RATE WHEN IT HAS NO
006110** HISTORY OF ITS OWN.  A SIEVE OR PARTITIONED PROPOSAL WITH NO
006115** RUN OF ITS MODE ON RECORD GETS NO ELAPSED TIME (RETURN 04).  A
006120** PARTITIONED PROPOSAL'S WORK IS SHARED OVER ITS OWN PARTITION
006125** COUNT, SO FOUR PARTITIONS FORECAST ABOUT HALF THE TIME OF TWO.
006130*****************************************************************
006140 2300-ESTIMATE-ELAPSED.
006150     IF NOT WS-HISTORY-READ
006160         MOVE 8 TO FP-RETURN-CODE
006170         GO TO 2300-EXIT
006180     END-IF
006190     EVALUATE TRUE
006200         WHEN FP-MODE-SIEVE
006210             MOVE 1 TO WS-BASIS-IX
006220         WHEN FP-MODE-EXTEND
006230             MOVE 3 TO WS-BASIS-IX
006240             IF MDH-RUNS (3) = 0
006250                 MOVE 2 TO WS-BASIS-IX
006260             END-IF
006270         WHEN FP-MODE-PARTITION
006280             MOVE 4 TO WS-BASIS-IX
006290         WHEN OTHER
006300             MOVE 2 TO WS-BASIS-IX
006310             IF MDH-RUNS (2) = 0
006320                 MOVE 3 TO WS-BASIS-IX
006330             END-IF
006340     END-EVALUATE
006350     IF MDH-RUNS (WS-BASIS-IX) = 0
006360         MOVE 4 TO FP-RETURN-CODE
006370         GO TO 2300-EXIT
006380     END-IF
006390     MOVE MDH-RUNS (WS-BASIS-IX) TO FP-BASIS-RUNS
006400     MOVE WS-MODE-CODES (WS-BASIS-IX:1) TO FP-BASIS-MODE
006410
006420     COMPUTE WS-ROOT-LAST = FP-LAST-PRIME ** 0.5
006430     EVALUATE TRUE
006440         WHEN FP-MODE-SIEVE
006450             MOVE FP-TARGET-COUNT TO WS-RUN-WORK
006460         WHEN FP-MODE-PARTITION
006463             MOVE FP-PARTITION-COUNT TO WS-RUN-PARTS
006466             IF WS-RUN-PARTS = 0
006469                 MOVE 1 TO WS-RUN-PARTS
006472             END-IF
006475             COMPUTE WS-RUN-WORK = FP-LAST-PRIME / WS-RUN-PARTS
006480         WHEN OTHER
006490             COMPUTE WS-RUN-WORK = FP-NEW-PRIMES * WS-ROOT-LAST
006500     END-EVALUATE
006510     COMPUTE FP-ELAPSED-SECS ROUNDED = WS-RUN-WORK
006520         * MDH-ELAPSED-SECS (WS-BASIS-IX) / MDH-WORK (WS-BASIS-IX)
006530         ON SIZE ERROR
006540             MOVE 9999999 TO FP-ELAPSED-SECS
006550     END-COMPUTE.
006560
006570 2300-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610** 2400-CHECK-WINDOW - DOES THE RUN, STARTED AT THE WINDOW START,
006620** END BY THE CUT-OFF?  A CUT-OFF NOT LATER THAN THE START IS ON
006630** THE NEXT DAY.  THE PROJECTED END IS THE CLOCK TIME, WHATEVER
006640** THE DAY.
006650*****************************************************************
006660 2400-CHECK-WINDOW.
006670     IF FP-WINDOW-START = 0 AND FP-WINDOW-CUTOFF = 0
006680         GO TO 2400-EXIT
006690     END-IF
006700     MOVE FP-WINDOW-START TO WS-HHMM
006710     COMPUTE WS-WINDOW-START-SECS =
006720         (WS-HHMM-HH * 3600) + (WS-HHMM-MM * 60)
006730     MOVE FP-WINDOW-CUTOFF TO WS-HHMM
006740     COMPUTE WS-WINDOW-CUTOFF-SECS =
006750         (WS-HHMM-HH * 3600) + (WS-HHMM-MM * 60)
006760     IF WS-WINDOW-CUTOFF-SECS NOT > WS-WINDOW-START-SECS
006770         ADD 86400 TO WS-WINDOW-CUTOFF-SECS
006780     END-IF
006790     COMPUTE FP-WINDOW-SECS =
006800         WS-WINDOW-CUTOFF-SECS - WS-WINDOW-START-SECS
006810     IF NOT FP-FORECAST-MADE
006820         MOVE "U" TO FP-WINDOW-SW
006830         GO TO 2400-EXIT
006840     END-IF
006850
006860     COMPUTE WS-PROJECTED-END-SECS =
006870         WS-WINDOW-START-SECS + FP-ELAPSED-SECS
006880     DIVIDE WS-PROJECTED-END-SECS BY 86400
006890         GIVING WS-END-DAYS REMAINDER WS-PROJECTED-END-SECS
006900     COMPUTE WS-HHMM-HH = WS-PROJECTED-END-SECS / 3600
006910     COMPUTE WS-HHMM-MM =
006920         (WS-PROJECTED-END-SECS - (WS-HHMM-HH * 3600)) / 60
006930     MOVE WS-HHMM TO FP-PROJECTED-END
006940     IF FP-ELAPSED-SECS > FP-WINDOW-SECS
006950         MOVE "N" TO FP-WINDOW-SW
006960     ELSE
006970         MOVE "Y" TO FP-WINDOW-SW
006980     END-IF.
006990
007000 2400-EXIT.
007010     EXIT.
007020
007030*****************************************************************
007040** 8000-DATE-TO-SERIAL - JULIAN DAY NUMBER FROM WS-CONV-DATE BY
007050** THE STANDARD FLIEGEL-VAN FLANDERN INTEGER FORMULA, PLUS THE
007060** SECONDS-OF-DAY FROM WS-CONV-TIME (HUNDREDTHS DROPPED).  ALL
007070** DIVISIONS TRUNCATE, WHICH IS WHAT THE FORMULA REQUIRES.
007080*****************************************************************
007090 8000-DATE-TO-SERIAL.
007100     COMPUTE WS-JUL-A = (WS-CONV-MM - 14) / 12
007110     COMPUTE WS-JUL-Y = WS-CONV-YYYY + 4800 + WS-JUL-A
007120     COMPUTE WS-JUL-M = WS-CONV-MM - 2 - (12 * WS-JUL-A)
007130     COMPUTE WS-SERIAL-DAY =
007140         ((1461 * WS-JUL-Y) / 4)
007150         + ((367 * WS-JUL-M) / 12)
007160         - ((3 * ((WS-JUL-Y + 100) / 100)) / 4)
007170         + WS-CONV-DD - 32075
007180     COMPUTE WS-SECS-OF-DAY =
007190         (WS-CONV-HH * 3600) + (WS-CONV-MIN * 60)
007200         + WS-CONV-SEC.
007210
007220 8000-EXIT.
007230     EXIT.
