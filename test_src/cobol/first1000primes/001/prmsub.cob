000010***************************************************************
000020** PROGRAM-ID : PRMSUB
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  STANDING-ORDER MAINTENANCE.
000100**                  THE PRMREQ WORK-QUEUE MEMBER WAS HAND-EDITED
000110**                  EVERY TIME A DEPARTMENT NEEDED ITS LIST
000120**                  AGAIN, THOUGH MOST REQUESTS ARE REPEATS.
000130**                  STANDING ORDERS NOW LIVE ON A SUBSCRIPTION
000140**                  MASTER (PRMSUBC LAYOUT) THAT PRMSCH READS
000150**                  EACH DAY TO BUILD THE QUEUE.  THE DECK IS THE
000160**                  OPERATOR IDENTITY CARD, THEN ONE TRANSACTION
000170**                  CARD PER CHANGE - ADD, CHANGE, SUSPEND,
000180**                  RESUME, OR CANCEL.  EACH TRANSACTION IS
000190**                  EDITED ON ITS OWN: A BAD ONE IS REJECTED AND
000200**                  REPORTED (RETURN-CODE 8) WITHOUT HOLDING UP
000210**                  THE REST.  EVERY ACCEPTED TRANSACTION APPENDS
000220**                  A CHANGE-HISTORY RECORD (PRMCHG LAYOUT, THE
000230**                  SAME AS PARMHIST) WITH THE OLD AND NEW ORDER
000240**                  IMAGES.  A MISSING OR BLANK OPERATOR CARD
000250**                  REJECTS THE WHOLE DECK, RETURN-CODE 16.
000260***************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PRMSUB.
000290 AUTHOR. D. OKONKWO.
000300 INSTALLATION. DATA CENTER SERVICES.
000310 DATE-WRITTEN. 10/15/2026.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SUB-INPUT-FILE ASSIGN TO "PRMSUBI"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-INP-FILE-STATUS.
000440
000450     SELECT SUBSCRIPTION-FILE ASSIGN TO "PRMSUB"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-SUB-FILE-STATUS.
000480
000490     SELECT SUBSCRIPTION-OUT-FILE ASSIGN TO "PRMSUBO"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-OUT-FILE-STATUS.
000520
000530     SELECT SUB-CHANGE-FILE ASSIGN TO "PRMSUBH"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CHG-FILE-STATUS.
000560
000570     SELECT SUB-REPORT-FILE ASSIGN TO "PRMSUBR"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RPT-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630
000640 FD  SUB-INPUT-FILE
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  SUB-INPUT-RECORD PIC X(80).
000680
000690 FD  SUBSCRIPTION-FILE
000700     RECORDING MODE IS F
000710     RECORD CONTAINS 80 CHARACTERS.
000720 01  SUBSCRIPTION-IN-RECORD PIC X(80).
000730
000740 FD  SUBSCRIPTION-OUT-FILE
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  SUBSCRIPTION-OUT-RECORD PIC X(80).
000780
000790 FD  SUB-CHANGE-FILE
000800     RECORDING MODE IS F
000810     RECORD CONTAINS 200 CHARACTERS.
000820 COPY PRMCHG.
000830
000840 FD  SUB-REPORT-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 132 CHARACTERS.
000870 01  PRINT-RECORD PIC X(132).
000880
000890 WORKING-STORAGE SECTION.
000900
000910*****************************************************************
000920** EACH ORDER IS EDITED THROUGH THE REAL PRMSUBC LAYOUT - THE
000930** SAME ONE PRMSCH SCHEDULES FROM.
000940*****************************************************************
000950 COPY PRMSUBC.
000960
000970*****************************************************************
000980** REPORT LINE LAYOUTS
000990*****************************************************************
001000 01  WS-HEADING-LINE-1.
001010     05  FILLER PIC X(01) VALUE SPACES.
001020     05  FILLER PIC X(40) VALUE
001030         "STANDING ORDER MAINTENANCE REPORT".
001040     05  FILLER PIC X(10) VALUE SPACES.
001050     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001060     05  HDG1-RUN-DATE PIC 9999/99/99.
001070     05  FILLER PIC X(60) VALUE SPACES.
001080
001090 01  WS-ECHO-LINE.
001100     05  FILLER PIC X(01) VALUE SPACES.
001110     05  ECH-LABEL PIC X(30).
001120     05  ECH-VALUE PIC X(40).
001130     05  FILLER PIC X(61) VALUE SPACES.
001140
001150 01  WS-TRANS-LINE.
001160     05  FILLER PIC X(01) VALUE SPACES.
001170     05  FILLER PIC X(12) VALUE "TRANSACTION ".
001180     05  TRN-NUMBER PIC ZZZ9.
001190     05  FILLER PIC X(02) VALUE SPACES.
001200     05  FILLER PIC X(07) VALUE "ACTION ".
001210     05  TRN-ACTION PIC X(01).
001220     05  FILLER PIC X(02) VALUE SPACES.
001230     05  FILLER PIC X(06) VALUE "ORDER ".
001240     05  TRN-ORDER-ID PIC X(08).
001250     05  FILLER PIC X(89) VALUE SPACES.
001260
001270 01  WS-IMAGE-LINE.
001280     05  FILLER PIC X(01) VALUE SPACES.
001290     05  FILLER PIC X(05) VALUE SPACES.
001300     05  IMG-LABEL PIC X(12).
001310     05  IMG-CARD PIC X(80).
001320     05  FILLER PIC X(34) VALUE SPACES.
001330
001340 01  WS-ERROR-LINE.
001350     05  FILLER PIC X(01) VALUE SPACES.
001360     05  FILLER PIC X(05) VALUE SPACES.
001370     05  FILLER PIC X(10) VALUE "*** ERROR ".
001380     05  ERR-TEXT PIC X(60).
001390     05  FILLER PIC X(56) VALUE SPACES.
001400
001410 01  WS-RESULT-LINE.
001420     05  FILLER PIC X(01) VALUE SPACES.
001430     05  FILLER PIC X(05) VALUE SPACES.
001440     05  FILLER PIC X(12) VALUE "RESULT    : ".
001450     05  RES-TEXT PIC X(40).
001460     05  FILLER PIC X(74) VALUE SPACES.
001470
001480 01  WS-SUMMARY-LINE.
001490     05  FILLER PIC X(01) VALUE SPACES.
001500     05  SUM-LABEL PIC X(30).
001510     05  SUM-COUNT PIC ZZZ9.
001520     05  FILLER PIC X(97) VALUE SPACES.
001530
001540*****************************************************************
001550** THE SUBSCRIPTION MASTER IS SMALL - ONE RECORD PER STANDING
001560** ORDER - SO IT IS HELD WHOLE IN ORDER-ID SEQUENCE, UPDATED IN
001570** PLACE, AND WRITTEN BACK.  THE HISTORY IMAGES ARE HELD UNTIL
001580** THE NEW MASTER IS SAFELY WRITTEN.
001590*****************************************************************
001600 01  WS-SUB-MAX PIC 9(4) COMP VALUE 500.
001610 01  WS-SUB-COUNT PIC 9(4) COMP VALUE 0.
001620 01  WS-SUB-TABLE.
001630     05  WS-SUB-ENTRY PIC X(80) OCCURS 500 TIMES.
001640 01  WS-SX PIC 9(4) COMP VALUE 0.
001650 01  WS-FOUND-IX PIC 9(4) COMP VALUE 0.
001660 01  WS-INSERT-IX PIC 9(4) COMP VALUE 0.
001670 01  WS-HIST-COUNT PIC 9(4) COMP VALUE 0.
001680 01  WS-HIST-TABLE.
001690     05  WS-HIST-ENTRY OCCURS 500 TIMES.
001700         10  WS-HIST-OLD PIC X(80).
001710         10  WS-HIST-NEW PIC X(80).
001720 01  WS-HX PIC 9(4) COMP VALUE 0.
001730
001740*****************************************************************
001750** DATE WORK FIELDS - A DATE IS VALID WHEN THE FLIEGEL-VAN
001760** FLANDERN SERIAL DAY CONVERTS BACK TO THE SAME DATE (THE
001770** FORMULAS ARE THE ONES PRMARC USES).
001780*****************************************************************
001790 01  WS-CONV-DATE PIC 9(8) VALUE 0.
001800 01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
001810     05  WS-CONV-YYYY PIC 9(4).
001820     05  WS-CONV-MM PIC 9(2).
001830     05  WS-CONV-DD PIC 9(2).
001840 01  WS-JUL-Y PIC S9(9) COMP VALUE 0.
001850 01  WS-JUL-M PIC S9(9) COMP VALUE 0.
001860 01  WS-JUL-A PIC S9(9) COMP VALUE 0.
001870 01  WS-JUL-B PIC S9(9) COMP VALUE 0.
001880 01  WS-JUL-C PIC S9(9) COMP VALUE 0.
001890 01  WS-JUL-D PIC S9(9) COMP VALUE 0.
001900 01  WS-JUL-E PIC S9(9) COMP VALUE 0.
001910 01  WS-SERIAL-DAY PIC S9(9) COMP VALUE 0.
001920 01  WS-CHECK-DATE PIC 9(8) VALUE 0.
001930 01  WS-DATE-VALID-SW PIC X(01) VALUE "N".
001940     88  WS-DATE-VALID VALUE "Y".
001950
001960*****************************************************************
001970** WORK FIELDS
001980*****************************************************************
001990 01  WS-RUN-DATE PIC 9(8) VALUE 0.
002000 01  WS-RUN-TIME PIC 9(8) VALUE 0.
002010 01  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
002020 01  WS-OLD-IMAGE PIC X(80) VALUE SPACES.
002030 01  WS-NEW-IMAGE PIC X(80) VALUE SPACES.
002040 01  WS-RESULT-TEXT PIC X(40) VALUE SPACES.
002050 01  WS-TRANS-COUNT PIC 9(4) VALUE 0.
002060 01  WS-ACCEPTED-COUNT PIC 9(4) VALUE 0.
002070 01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.
002080 01  WS-TRANS-ERRORS PIC 9(4) VALUE 0.
002090
002100 01  WS-INP-FILE-STATUS PIC X(02) VALUE SPACES.
002110 01  WS-SUB-FILE-STATUS PIC X(02) VALUE SPACES.
002120 01  WS-OUT-FILE-STATUS PIC X(02) VALUE SPACES.
002130 01  WS-CHG-FILE-STATUS PIC X(02) VALUE SPACES.
002140 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
002150 01  WS-INP-OPEN-SW PIC X(01) VALUE "N".
002160     88  WS-INP-OPENED VALUE "Y".
002170 01  WS-INP-EOF-SW PIC X(01) VALUE "N".
002180     88  WS-INP-EOF VALUE "Y".
002190 01  WS-SUB-EOF-SW PIC X(01) VALUE "N".
002200     88  WS-SUB-EOF VALUE "Y".
002210 01  WS-FATAL-SW PIC X(01) VALUE "N".
002220     88  WS-FATAL VALUE "Y".
002230 01  WS-MASTER-WRITTEN-SW PIC X(01) VALUE "N".
002240     88  WS-MASTER-WRITTEN VALUE "Y".
002250
002260 PROCEDURE DIVISION.
002270
002280*****************************************************************
002290** 0000-MAINLINE
002300*****************************************************************
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002330     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002340     IF WS-ACCEPTED-COUNT > 0 AND NOT WS-FATAL
002350         PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT
002360         PERFORM 4000-WRITE-CHANGE-HISTORY THRU 4000-EXIT
002370     END-IF
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT
002390     STOP RUN.
002400
002410*****************************************************************
002420** 1000-INITIALIZE - READ THE OPERATOR CARD AND LOAD THE
002430** CURRENT MASTER.  A DECK WITH NO OPERATOR CARD, OR A BLANK
002440** ONE, CHANGES NOTHING - AN ANONYMOUS CHANGE IS WHAT THE
002450** HISTORY FILE EXISTS TO PREVENT.
002460*****************************************************************
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002490     ACCEPT WS-RUN-TIME FROM TIME
002500     OPEN OUTPUT SUB-REPORT-FILE
002510     IF WS-RPT-FILE-STATUS NOT = "00"
002520         DISPLAY "*** PRMSUB ABEND - SUB-REPORT-FILE OPEN "
002530             "FAILED - STATUS = " WS-RPT-FILE-STATUS
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF
002570     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
002580     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
002590     WRITE PRINT-RECORD AFTER ADVANCING PAGE
002600     MOVE SPACES TO PRINT-RECORD
002610     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
002620
002630     OPEN INPUT SUB-INPUT-FILE
002640     IF WS-INP-FILE-STATUS NOT = "00"
002650         MOVE "MAINTENANCE DECK NOT AVAILABLE" TO ERR-TEXT
002660         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
002670         MOVE "Y" TO WS-FATAL-SW
002680         GO TO 1000-EXIT
002690     END-IF
002700     MOVE "Y" TO WS-INP-OPEN-SW
002710     READ SUB-INPUT-FILE
002720         AT END
002730             MOVE "MAINTENANCE DECK IS EMPTY" TO ERR-TEXT
002740             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
002750             MOVE "Y" TO WS-FATAL-SW
002760             GO TO 1000-EXIT
002770     END-READ
002780     MOVE SUB-INPUT-RECORD (1:8) TO WS-OPERATOR-ID
002790     IF WS-OPERATOR-ID = SPACES
002800         MOVE "OPERATOR IDENTITY IS BLANK" TO ERR-TEXT
002810         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
002820         MOVE "Y" TO WS-FATAL-SW
002830         GO TO 1000-EXIT
002840     END-IF
002850     MOVE "OPERATOR               :" TO ECH-LABEL
002860     MOVE WS-OPERATOR-ID TO ECH-VALUE
002870     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
002880
002890     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
002900     MOVE SPACES TO PRINT-RECORD
002910     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002920
002930 1000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970** 1100-LOAD-MASTER - PRMSUB.JCL ALLOCATES THE MASTER EMPTY AT
002980** SET-UP, SO AN EMPTY MASTER OPENS NORMALLY.  ONLY STATUS 35 (NO
002990** FILE AT ALL) IS TAKEN AS A NEW MASTER, STARTED FROM AN EMPTY
003000** TABLE AND SAID SO ON THE REPORT.  ANY OTHER OPEN FAILURE IS
003010** FATAL: THE MASTER IS REWRITTEN FROM THE TABLE, SO GOING ON
003020** WITH AN EMPTY ONE WOULD ERASE EVERY STANDING ORDER.
003030*****************************************************************
003040 1100-LOAD-MASTER.
003050     OPEN INPUT SUBSCRIPTION-FILE
003060     IF WS-SUB-FILE-STATUS = "35"
003070         MOVE "SUBSCRIPTION MASTER    :" TO ECH-LABEL
003080         MOVE "NOT FOUND - STARTING A NEW FILE" TO ECH-VALUE
003090         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003100         GO TO 1100-EXIT
003110     END-IF
003120     IF WS-SUB-FILE-STATUS NOT = "00"
003130         DISPLAY "*** PRMSUB - SUBSCRIPTION-FILE OPEN FAILED - "
003140             "STATUS = " WS-SUB-FILE-STATUS
003150         MOVE SPACES TO ERR-TEXT
003160         STRING "SUBSCRIPTION MASTER OPEN FAILED - STATUS = "
003170             WS-SUB-FILE-STATUS DELIMITED BY SIZE INTO ERR-TEXT
003180         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003190         MOVE "Y" TO WS-FATAL-SW
003200         GO TO 1100-EXIT
003210     END-IF
003220     PERFORM UNTIL WS-SUB-EOF
003230         READ SUBSCRIPTION-FILE
003240             AT END
003250                 MOVE "Y" TO WS-SUB-EOF-SW
003260             NOT AT END
003270                 IF WS-SUB-COUNT NOT < WS-SUB-MAX
003280                     MOVE "SUBSCRIPTION MASTER EXCEEDS THE TABLE"
003290                         TO ERR-TEXT
003300                     PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003310                     MOVE "Y" TO WS-FATAL-SW
003320                     MOVE "Y" TO WS-SUB-EOF-SW
003330                 ELSE
003340                     ADD 1 TO WS-SUB-COUNT
003350                     MOVE SUBSCRIPTION-IN-RECORD TO
003360                         WS-SUB-ENTRY (WS-SUB-COUNT)
003370                 END-IF
003380         END-READ
003390     END-PERFORM
003400     CLOSE SUBSCRIPTION-FILE
003410     MOVE "ORDERS ON FILE         :" TO ECH-LABEL
003420     MOVE WS-SUB-COUNT TO SUM-COUNT
003430     MOVE SUM-COUNT TO ECH-VALUE
003440     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
003450
003460 1100-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500** 2000-PROCESS-TRANSACTIONS - ONE TRANSACTION CARD AT A TIME,
003510** IN DECK ORDER, SO A LATER CARD SEES AN EARLIER CARD'S CHANGE.
003520*****************************************************************
003530 2000-PROCESS-TRANSACTIONS.
003540     IF WS-FATAL
003550         GO TO 2000-EXIT
003560     END-IF
003570     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
003580     PERFORM UNTIL WS-INP-EOF
003590         PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
003600         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
003610     END-PERFORM.
003620
003630 2000-EXIT.
003640     EXIT.
003650
003660*****************************************************************
003670** 2100-READ-TRANSACTION
003680*****************************************************************
003690 2100-READ-TRANSACTION.
003700     READ SUB-INPUT-FILE
003710         AT END
003720             MOVE "Y" TO WS-INP-EOF-SW
003730     END-READ.
003740
003750 2100-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790** 2200-APPLY-TRANSACTION - EDIT AND APPLY ONE CARD.  ANY ERROR
003800** REJECTS THAT CARD ONLY; THE TABLE IS UPDATED ONLY WHEN THE
003810** WHOLE CARD IS CLEAN.
003820*****************************************************************
003830 2200-APPLY-TRANSACTION.
003840     ADD 1 TO WS-TRANS-COUNT
003850     MOVE SUB-INPUT-RECORD TO SUBSCRIPTION-TRANS-CARD
003860     MOVE 0 TO WS-TRANS-ERRORS
003870     MOVE SPACES TO WS-OLD-IMAGE
003880     MOVE SPACES TO WS-NEW-IMAGE
003890     MOVE SPACES TO WS-RESULT-TEXT
003900     MOVE WS-TRANS-COUNT TO TRN-NUMBER
003910     MOVE ST-ACTION TO TRN-ACTION
003920     MOVE ST-ORDER-ID TO TRN-ORDER-ID
003930     MOVE WS-TRANS-LINE TO PRINT-RECORD
003940     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
003950
003960     IF WS-HIST-COUNT NOT < WS-SUB-MAX
003970         MOVE "TOO MANY CHANGES IN ONE DECK - RESUBMIT THE REST"
003980             TO ERR-TEXT
003990         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004000         GO TO 2200-RESULT
004010     END-IF
004020     IF ST-ORDER-ID = SPACES
004030         MOVE "ORDER ID IS BLANK" TO ERR-TEXT
004040         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004050     ELSE
004060         PERFORM 2300-FIND-ORDER THRU 2300-EXIT
004070         EVALUATE TRUE
004080             WHEN ST-ACTION-ADD
004090                 PERFORM 2400-ADD-ORDER THRU 2400-EXIT
004100             WHEN ST-ACTION-CHANGE
004110                 PERFORM 2500-CHANGE-ORDER THRU 2500-EXIT
004120             WHEN ST-ACTION-SUSPEND
004130                 PERFORM 2600-SUSPEND-ORDER THRU 2600-EXIT
004140             WHEN ST-ACTION-RESUME
004150                 PERFORM 2700-RESUME-ORDER THRU 2700-EXIT
004160             WHEN ST-ACTION-CANCEL
004170                 PERFORM 2800-CANCEL-ORDER THRU 2800-EXIT
004180             WHEN OTHER
004190                 MOVE "ACTION NOT A, C, S, R, OR X" TO ERR-TEXT
004200                 PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004210         END-EVALUATE
004220     END-IF.
004230
004240 2200-RESULT.
004250     IF WS-TRANS-ERRORS = 0
004260         ADD 1 TO WS-ACCEPTED-COUNT
004270         ADD 1 TO WS-HIST-COUNT
004280         MOVE WS-OLD-IMAGE TO WS-HIST-OLD (WS-HIST-COUNT)
004290         MOVE WS-NEW-IMAGE TO WS-HIST-NEW (WS-HIST-COUNT)
004300         MOVE "OLD ORDER : " TO IMG-LABEL
004310         MOVE WS-OLD-IMAGE TO IMG-CARD
004320         MOVE WS-IMAGE-LINE TO PRINT-RECORD
004330         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
004340         MOVE "NEW ORDER : " TO IMG-LABEL
004350         MOVE WS-NEW-IMAGE TO IMG-CARD
004360         MOVE WS-IMAGE-LINE TO PRINT-RECORD
004370         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
004380     ELSE
004390         ADD 1 TO WS-REJECTED-COUNT
004400         MOVE "REJECTED - ORDER FILE NOT CHANGED" TO
004410             WS-RESULT-TEXT
004420     END-IF
004430     MOVE WS-RESULT-TEXT TO RES-TEXT
004440     MOVE WS-RESULT-LINE TO PRINT-RECORD
004450     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
004460     MOVE SPACES TO PRINT-RECORD
004470     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004480
004490 2200-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530** 2300-FIND-ORDER - WS-FOUND-IX IS THE ORDER'S SLOT (ZERO IF
004540** NOT ON FILE); WS-INSERT-IX IS WHERE A NEW ORDER BELONGS TO
004550** KEEP THE TABLE IN ORDER-ID SEQUENCE.
004560*****************************************************************
004570 2300-FIND-ORDER.
004580     MOVE 0 TO WS-FOUND-IX
004590     MOVE 0 TO WS-INSERT-IX
004600     PERFORM VARYING WS-SX FROM 1 BY 1
004610         UNTIL WS-SX > WS-SUB-COUNT OR WS-INSERT-IX > 0
004620         IF WS-SUB-ENTRY (WS-SX) (1:8) = ST-ORDER-ID
004630             MOVE WS-SX TO WS-FOUND-IX
004640             MOVE WS-SX TO WS-INSERT-IX
004650         ELSE
004660             IF WS-SUB-ENTRY (WS-SX) (1:8) > ST-ORDER-ID
004670                 MOVE WS-SX TO WS-INSERT-IX
004680             END-IF
004690         END-IF
004700     END-PERFORM
004710     IF WS-INSERT-IX = 0
004720         COMPUTE WS-INSERT-IX = WS-SUB-COUNT + 1
004730     END-IF.
004740
004750 2300-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790** 2400-ADD-ORDER - A NEW ORDER STARTS TODAY UNLESS THE CARD
004800** SAYS OTHERWISE, IS OPEN-ENDED UNLESS IT CARRIES AN END DATE,
004810** AND IS ACTIVE.
004820*****************************************************************
004830 2400-ADD-ORDER.
004840     IF WS-FOUND-IX > 0
004850         MOVE "ORDER ID IS ALREADY ON FILE" TO ERR-TEXT
004860         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004870         GO TO 2400-EXIT
004880     END-IF
004890     IF WS-SUB-COUNT NOT < WS-SUB-MAX
004900         MOVE "SUBSCRIPTION TABLE IS FULL" TO ERR-TEXT
004910         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004920         GO TO 2400-EXIT
004930     END-IF
004940     MOVE SPACES TO SUBSCRIPTION-RECORD
004950     MOVE ST-ORDER-ID TO SB-ORDER-ID
004960     MOVE 0 TO SB-TARGET-COUNT
004970     MOVE 0 TO SB-WEEKDAY
004980     MOVE WS-RUN-DATE TO SB-START-DATE
004990     MOVE 0 TO SB-END-DATE
005000     MOVE "A" TO SB-STATUS
005010     PERFORM 2450-APPLY-CARD-FIELDS THRU 2450-EXIT
005020     IF WS-TRANS-ERRORS = 0
005030         PERFORM 3500-EDIT-ORDER THRU 3500-EXIT
005040     END-IF
005050     IF WS-TRANS-ERRORS > 0
005060         GO TO 2400-EXIT
005070     END-IF
005080
005090     MOVE WS-RUN-DATE TO SB-LAST-CHANGE-DATE
005100     MOVE WS-OPERATOR-ID TO SB-LAST-CHANGE-OPER
005110     PERFORM VARYING WS-SX FROM WS-SUB-COUNT BY -1
005120         UNTIL WS-SX < WS-INSERT-IX
005130         MOVE WS-SUB-ENTRY (WS-SX) TO WS-SUB-ENTRY (WS-SX + 1)
005140     END-PERFORM
005150     MOVE SUBSCRIPTION-RECORD TO WS-SUB-ENTRY (WS-INSERT-IX)
005160     ADD 1 TO WS-SUB-COUNT
005170     MOVE SUBSCRIPTION-RECORD TO WS-NEW-IMAGE
005180     MOVE "ACCEPTED - ORDER ADDED" TO WS-RESULT-TEXT.
005190
005200 2400-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240** 2450-APPLY-CARD-FIELDS - EVERY NON-BLANK FIELD ON THE CARD
005250** REPLACES THE ORDER'S VALUE.  NUMERIC FIELDS ARE CHECKED
005260** BEFORE THEY ARE MOVED.
005270*****************************************************************
005280 2450-APPLY-CARD-FIELDS.
005290     IF ST-DEPARTMENT NOT = SPACES
005300         MOVE ST-DEPARTMENT TO SB-DEPARTMENT
005310     END-IF
005320     IF ST-TARGET-COUNT NOT = SPACES
005330         IF ST-TARGET-COUNT IS NUMERIC
005340             MOVE ST-TARGET-COUNT-N TO SB-TARGET-COUNT
005350         ELSE
005360             MOVE "TARGET COUNT IS NOT NUMERIC" TO ERR-TEXT
005370             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005380         END-IF
005390     END-IF
005400     IF ST-GEN-MODE NOT = SPACES
005410         MOVE ST-GEN-MODE TO SB-GEN-MODE
005420     END-IF
005430     IF ST-FREQUENCY NOT = SPACES
005440         MOVE ST-FREQUENCY TO SB-FREQUENCY
005450     END-IF
005460     IF ST-WEEKDAY NOT = SPACES
005470         IF ST-WEEKDAY IS NUMERIC
005480             MOVE ST-WEEKDAY-N TO SB-WEEKDAY
005490         ELSE
005500             MOVE "WEEKDAY IS NOT NUMERIC" TO ERR-TEXT
005510             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005520         END-IF
005530     END-IF
005540     IF ST-START-DATE NOT = SPACES
005550         IF ST-START-DATE IS NUMERIC
005560             MOVE ST-START-DATE-N TO SB-START-DATE
005570         ELSE
005580             MOVE "START DATE IS NOT NUMERIC" TO ERR-TEXT
005590             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005600         END-IF
005610     END-IF
005620     IF ST-END-DATE NOT = SPACES
005630         IF ST-END-DATE IS NUMERIC
005640             MOVE ST-END-DATE-N TO SB-END-DATE
005650         ELSE
005660             MOVE "END DATE IS NOT NUMERIC" TO ERR-TEXT
005670             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005680         END-IF
005690     END-IF
005700     IF ST-REQUEST-COMMENT NOT = SPACES
005710         MOVE ST-REQUEST-COMMENT TO SB-REQUEST-COMMENT
005720     END-IF.
005730
005740 2450-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780** 2500-CHANGE-ORDER - A CANCELLED ORDER IS CLOSED; IT CANNOT BE
005790** CHANGED, ONLY RE-ADDED UNDER A NEW ORDER ID.
005800*****************************************************************
005810 2500-CHANGE-ORDER.
005820     IF WS-FOUND-IX = 0
005830         MOVE "ORDER ID IS NOT ON FILE" TO ERR-TEXT
005840         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005850         GO TO 2500-EXIT
005860     END-IF
005870     MOVE WS-SUB-ENTRY (WS-FOUND-IX) TO SUBSCRIPTION-RECORD
005880     MOVE SUBSCRIPTION-RECORD TO WS-OLD-IMAGE
005890     IF SB-STATUS-CANCELLED
005900         MOVE "ORDER IS CANCELLED - IT CANNOT BE CHANGED" TO
005910             ERR-TEXT
005920         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005930         GO TO 2500-EXIT
005940     END-IF
005950     PERFORM 2450-APPLY-CARD-FIELDS THRU 2450-EXIT
005960     IF WS-TRANS-ERRORS = 0
005970         PERFORM 3500-EDIT-ORDER THRU 3500-EXIT
005980     END-IF
005990     IF WS-TRANS-ERRORS > 0
006000         GO TO 2500-EXIT
006010     END-IF
006020     MOVE "ACCEPTED - ORDER CHANGED" TO WS-RESULT-TEXT
006030     PERFORM 2900-REPLACE-ORDER THRU 2900-EXIT.
006040
006050 2500-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090** 2600-SUSPEND-ORDER - ONLY AN ACTIVE ORDER CAN BE SUSPENDED.
006100*****************************************************************
006110 2600-SUSPEND-ORDER.
006120     IF WS-FOUND-IX = 0
006130         MOVE "ORDER ID IS NOT ON FILE" TO ERR-TEXT
006140         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006150         GO TO 2600-EXIT
006160     END-IF
006170     MOVE WS-SUB-ENTRY (WS-FOUND-IX) TO SUBSCRIPTION-RECORD
006180     MOVE SUBSCRIPTION-RECORD TO WS-OLD-IMAGE
006190     IF NOT SB-STATUS-ACTIVE
006200         MOVE "ORDER IS NOT ACTIVE" TO ERR-TEXT
006210         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006220         GO TO 2600-EXIT
006230     END-IF
006240     MOVE "S" TO SB-STATUS
006250     MOVE "ACCEPTED - ORDER SUSPENDED" TO WS-RESULT-TEXT
006260     PERFORM 2900-REPLACE-ORDER THRU 2900-EXIT.
006270
006280 2600-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320** 2700-RESUME-ORDER - ONLY A SUSPENDED ORDER CAN BE RESUMED.
006330*****************************************************************
006340 2700-RESUME-ORDER.
006350     IF WS-FOUND-IX = 0
006360         MOVE "ORDER ID IS NOT ON FILE" TO ERR-TEXT
006370         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006380         GO TO 2700-EXIT
006390     END-IF
006400     MOVE WS-SUB-ENTRY (WS-FOUND-IX) TO SUBSCRIPTION-RECORD
006410     MOVE SUBSCRIPTION-RECORD TO WS-OLD-IMAGE
006420     IF NOT SB-STATUS-SUSPENDED
006430         MOVE "ORDER IS NOT SUSPENDED" TO ERR-TEXT
006440         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006450         GO TO 2700-EXIT
006460     END-IF
006470     MOVE "A" TO SB-STATUS
006480     MOVE "ACCEPTED - ORDER RESUMED" TO WS-RESULT-TEXT
006490     PERFORM 2900-REPLACE-ORDER THRU 2900-EXIT.
006500
006510 2700-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550** 2800-CANCEL-ORDER - THE ORDER STAYS ON FILE, STATUS "C", SO
006560** ITS HISTORY STILL READS.
006570*****************************************************************
006580 2800-CANCEL-ORDER.
006590     IF WS-FOUND-IX = 0
006600         MOVE "ORDER ID IS NOT ON FILE" TO ERR-TEXT
006610         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006620         GO TO 2800-EXIT
006630     END-IF
006640     MOVE WS-SUB-ENTRY (WS-FOUND-IX) TO SUBSCRIPTION-RECORD
006650     MOVE SUBSCRIPTION-RECORD TO WS-OLD-IMAGE
006660     IF SB-STATUS-CANCELLED
006670         MOVE "ORDER IS ALREADY CANCELLED" TO ERR-TEXT
006680         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006690         GO TO 2800-EXIT
006700     END-IF
006710     MOVE "C" TO SB-STATUS
006720     MOVE "ACCEPTED - ORDER CANCELLED" TO WS-RESULT-TEXT
006730     PERFORM 2900-REPLACE-ORDER THRU 2900-EXIT.
006740
006750 2800-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790** 2900-REPLACE-ORDER - STAMP WHO/WHEN AND PUT THE UPDATED ORDER
006800** BACK IN ITS SLOT.
006810*****************************************************************
006820 2900-REPLACE-ORDER.
006830     MOVE WS-RUN-DATE TO SB-LAST-CHANGE-DATE
006840     MOVE WS-OPERATOR-ID TO SB-LAST-CHANGE-OPER
006850     MOVE SUBSCRIPTION-RECORD TO WS-SUB-ENTRY (WS-FOUND-IX)
006860     MOVE SUBSCRIPTION-RECORD TO WS-NEW-IMAGE.
006870
006880 2900-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920** 3000-WRITE-NEW-MASTER - THE JCL POINTS PRMSUBO AT THE LIVE
006930** MASTER, SO THE WRITE IS THE CUTOVER.
006940*****************************************************************
006950 3000-WRITE-NEW-MASTER.
006960     OPEN OUTPUT SUBSCRIPTION-OUT-FILE
006970     IF WS-OUT-FILE-STATUS NOT = "00"
006980         MOVE "SUBSCRIPTION MASTER COULD NOT BE WRITTEN" TO
006990             ERR-TEXT
007000         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007010         MOVE "NO TRANSACTION IN THIS DECK WAS APPLIED" TO
007020             ERR-TEXT
007030         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007040         MOVE "Y" TO WS-FATAL-SW
007050         GO TO 3000-EXIT
007060     END-IF
007070     PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SUB-COUNT
007080         MOVE WS-SUB-ENTRY (WS-SX) TO SUBSCRIPTION-OUT-RECORD
007090         WRITE SUBSCRIPTION-OUT-RECORD
007100     END-PERFORM
007110     CLOSE SUBSCRIPTION-OUT-FILE
007120     MOVE "Y" TO WS-MASTER-WRITTEN-SW.
007130
007140 3000-EXIT.
007150     EXIT.
007160
007170*****************************************************************
007180** 3500-EDIT-ORDER - EDITS THE WHOLE ORDER AS IT WILL STAND
007190** AFTER THE CARD IS APPLIED.  THE MODES ARE THE ONES PRMQUE
007200** SERVES (SIEVE OR TRIAL); A NON-WEEKLY ORDER CARRIES NO
007210** WEEKDAY.
007220*****************************************************************
007230 3500-EDIT-ORDER.
007240     IF SB-DEPARTMENT = SPACES
007250         MOVE "DEPARTMENT IS BLANK" TO ERR-TEXT
007260         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007270     END-IF
007280     IF SB-TARGET-COUNT = 0
007290         MOVE "TARGET COUNT MUST BE GREATER THAN ZERO" TO ERR-TEXT
007300         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007310     END-IF
007320     IF NOT SB-MODE-SIEVE AND NOT SB-MODE-TRIAL
007330         MOVE "GENERATION MODE NOT S, T, OR BLANK" TO ERR-TEXT
007340         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007350     END-IF
007360     EVALUATE TRUE
007370         WHEN SB-FREQ-WEEKLY
007380             IF SB-WEEKDAY < 1 OR SB-WEEKDAY > 7
007390                 MOVE "WEEKLY ORDER NEEDS A WEEKDAY 1-7" TO
007400                     ERR-TEXT
007410                 PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007420             END-IF
007430         WHEN SB-FREQ-DAILY
007440         WHEN SB-FREQ-MONTH-END
007450         WHEN SB-FREQ-QUARTER-END
007460             MOVE 0 TO SB-WEEKDAY
007470         WHEN OTHER
007480             MOVE "FREQUENCY NOT D, W, M, OR Q" TO ERR-TEXT
007490             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007500     END-EVALUATE
007510     MOVE SB-START-DATE TO WS-CHECK-DATE
007520     PERFORM 3600-CHECK-DATE THRU 3600-EXIT
007530     IF NOT WS-DATE-VALID
007540         MOVE "START DATE IS NOT A VALID DATE" TO ERR-TEXT
007550         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007560     END-IF
007570     IF SB-END-DATE NOT = 0
007580         MOVE SB-END-DATE TO WS-CHECK-DATE
007590         PERFORM 3600-CHECK-DATE THRU 3600-EXIT
007600         IF NOT WS-DATE-VALID
007610             MOVE "END DATE IS NOT A VALID DATE" TO ERR-TEXT
007620             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007630         ELSE
007640             IF SB-END-DATE < SB-START-DATE
007650                 MOVE "END DATE IS BEFORE THE START DATE" TO
007660                     ERR-TEXT
007670                 PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
007680             END-IF
007690         END-IF
007700     END-IF.
007710
007720 3500-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760** 3600-CHECK-DATE - WS-CHECK-DATE IS VALID WHEN ITS SERIAL DAY
007770** CONVERTS BACK TO THE SAME YYYYMMDD.
007780*****************************************************************
007790 3600-CHECK-DATE.
007800     MOVE "N" TO WS-DATE-VALID-SW
007810     MOVE WS-CHECK-DATE TO WS-CONV-DATE
007820     IF WS-CONV-YYYY < 1900
007830         OR WS-CONV-MM < 1 OR WS-CONV-MM > 12
007840         OR WS-CONV-DD < 1 OR WS-CONV-DD > 31
007850         GO TO 3600-EXIT
007860     END-IF
007870     PERFORM 8200-DATE-TO-SERIAL THRU 8200-EXIT
007880     PERFORM 8300-SERIAL-TO-DATE THRU 8300-EXIT
007890     IF WS-CONV-DATE = WS-CHECK-DATE
007900         MOVE "Y" TO WS-DATE-VALID-SW
007910     END-IF.
007920
007930 3600-EXIT.
007940     EXIT.
007950
007960*****************************************************************
007970** 4000-WRITE-CHANGE-HISTORY - ONE PRMCHG RECORD PER ACCEPTED
007980** TRANSACTION, ONLY ONCE THE NEW MASTER IS WRITTEN.  A HISTORY
007990** THAT CANNOT BE WRITTEN FAILS THE RUN, BUT THE MASTER HAS
008000** ALREADY CHANGED, SO THE MESSAGE SAYS SO.
008010*****************************************************************
008020 4000-WRITE-CHANGE-HISTORY.
008030     IF NOT WS-MASTER-WRITTEN
008040         GO TO 4000-EXIT
008050     END-IF
008060     OPEN EXTEND SUB-CHANGE-FILE
008070     IF WS-CHG-FILE-STATUS NOT = "00"
008080         OPEN OUTPUT SUB-CHANGE-FILE
008090     END-IF
008100     IF WS-CHG-FILE-STATUS NOT = "00"
008110         MOVE "CHANGE HISTORY COULD NOT BE WRITTEN" TO ERR-TEXT
008120         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
008130         MOVE "MASTER WAS WRITTEN - RECORD THESE CHANGES BY HAND"
008140             TO ERR-TEXT
008150         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
008160         MOVE "Y" TO WS-FATAL-SW
008170         GO TO 4000-EXIT
008180     END-IF
008190     PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HIST-COUNT
008200         MOVE SPACES TO PARM-CHANGE-RECORD
008210         MOVE WS-RUN-DATE TO CH-CHANGE-DATE
008220         MOVE WS-RUN-TIME TO CH-CHANGE-TIME
008230         MOVE WS-OPERATOR-ID TO CH-OPERATOR
008240         MOVE WS-HIST-OLD (WS-HX) TO CH-OLD-CARD
008250         MOVE WS-HIST-NEW (WS-HX) TO CH-NEW-CARD
008260         WRITE PARM-CHANGE-RECORD
008270     END-PERFORM
008280     CLOSE SUB-CHANGE-FILE.
008290
008300 4000-EXIT.
008310     EXIT.
008320
008330*****************************************************************
008340** 8000-WRITE-ERROR-LINE
008350*****************************************************************
008360 8000-WRITE-ERROR-LINE.
008370     ADD 1 TO WS-TRANS-ERRORS
008380     MOVE WS-ERROR-LINE TO PRINT-RECORD
008390     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008400     MOVE SPACES TO ERR-TEXT.
008410
008420 8000-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460** 8100-WRITE-ECHO-LINE
008470*****************************************************************
008480 8100-WRITE-ECHO-LINE.
008490     MOVE WS-ECHO-LINE TO PRINT-RECORD
008500     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008510     MOVE SPACES TO ECH-LABEL
008520     MOVE SPACES TO ECH-VALUE.
008530
008540 8100-EXIT.
008550     EXIT.
008560
008570*****************************************************************
008580** 8200-DATE-TO-SERIAL - JULIAN DAY NUMBER BY THE FLIEGEL-VAN
008590** FLANDERN INTEGER FORMULA, AS IN PRMARC.  ALL DIVISIONS
008600** TRUNCATE, WHICH IS WHAT THE FORMULA REQUIRES.
008610*****************************************************************
008620 8200-DATE-TO-SERIAL.
008630     COMPUTE WS-JUL-A = (WS-CONV-MM - 14) / 12
008640     COMPUTE WS-JUL-Y = WS-CONV-YYYY + 4800 + WS-JUL-A
008650     COMPUTE WS-JUL-M = WS-CONV-MM - 2 - (12 * WS-JUL-A)
008660     COMPUTE WS-SERIAL-DAY =
008670         ((1461 * WS-JUL-Y) / 4)
008680         + ((367 * WS-JUL-M) / 12)
008690         - ((3 * ((WS-JUL-Y + 100) / 100)) / 4)
008700         + WS-CONV-DD - 32075.
008710
008720 8200-EXIT.
008730     EXIT.
008740
008750*****************************************************************
008760** 8300-SERIAL-TO-DATE - THE INVERSE FORMULA: JULIAN DAY NUMBER
008770** BACK TO CALENDAR YYYYMMDD IN WS-CONV-DATE.
008780*****************************************************************
008790 8300-SERIAL-TO-DATE.
008800     COMPUTE WS-JUL-A = WS-SERIAL-DAY + 68569
008810     COMPUTE WS-JUL-B = (4 * WS-JUL-A) / 146097
008820     COMPUTE WS-JUL-A =
008830         WS-JUL-A - ((146097 * WS-JUL-B + 3) / 4)
008840     COMPUTE WS-JUL-C = (4000 * (WS-JUL-A + 1)) / 1461001
008850     COMPUTE WS-JUL-A =
008860         WS-JUL-A - ((1461 * WS-JUL-C) / 4) + 31
008870     COMPUTE WS-JUL-D = (80 * WS-JUL-A) / 2447
008880     COMPUTE WS-JUL-E = WS-JUL-A - ((2447 * WS-JUL-D) / 80)
008890     COMPUTE WS-JUL-A = WS-JUL-D / 11
008900     COMPUTE WS-JUL-D = WS-JUL-D + 2 - (12 * WS-JUL-A)
008910     COMPUTE WS-JUL-B =
008920         (100 * (WS-JUL-B - 49)) + WS-JUL-C + WS-JUL-A
008930     MOVE WS-JUL-B TO WS-CONV-YYYY
008940     MOVE WS-JUL-D TO WS-CONV-MM
008950     MOVE WS-JUL-E TO WS-CONV-DD.
008960
008970 8300-EXIT.
008980     EXIT.
008990
009000*****************************************************************
009010** 9000-TERMINATE - SUMMARY COUNTS, THEN THE RETURN CODE: 16
009020** WHEN THE DECK COULD NOT BE APPLIED AT ALL (NO OPERATOR, OR
009030** THE MASTER OR HISTORY COULD NOT BE WRITTEN), 8 WHEN ONE OR
009040** MORE TRANSACTIONS WERE REJECTED.
009050*****************************************************************
009060 9000-TERMINATE.
009070     IF WS-INP-OPENED
009080         CLOSE SUB-INPUT-FILE
009090     END-IF
009100     MOVE SPACES TO PRINT-RECORD
009110     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009120     MOVE "TRANSACTIONS READ      :" TO SUM-LABEL
009130     MOVE WS-TRANS-COUNT TO SUM-COUNT
009140     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009150     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009160     MOVE "TRANSACTIONS ACCEPTED  :" TO SUM-LABEL
009170     MOVE WS-ACCEPTED-COUNT TO SUM-COUNT
009180     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009190     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009200     MOVE "TRANSACTIONS REJECTED  :" TO SUM-LABEL
009210     MOVE WS-REJECTED-COUNT TO SUM-COUNT
009220     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009230     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009240     MOVE "ORDERS NOW ON FILE     :" TO SUM-LABEL
009250     MOVE WS-SUB-COUNT TO SUM-COUNT
009260     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009270     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009280     CLOSE SUB-REPORT-FILE
009290     EVALUATE TRUE
009300         WHEN WS-FATAL
009310             MOVE 16 TO RETURN-CODE
009320         WHEN WS-REJECTED-COUNT > 0
009330             MOVE 8 TO RETURN-CODE
009340     END-EVALUATE.
009350
009360 9000-EXIT.
009370     EXIT.
