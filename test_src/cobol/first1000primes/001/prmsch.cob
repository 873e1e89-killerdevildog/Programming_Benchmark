000010***************************************************************
000020** PROGRAM-ID : PRMSCH
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  DAILY STANDING-ORDER
000100**                  SCHEDULER, RUN AS THE FIRST STEP OF PRMQUE.
000110**                  READS THE SUBSCRIPTION MASTER (PRMSUBC
000120**                  LAYOUT, MAINTAINED BY PRMSUB) AND PICKS THE
000130**                  ORDERS DUE ON THE SCHEDULE DATE UNDER THE
000140**                  HOLIDAY-CARD BUSINESS CALENDAR, COPIES IN THE
000150**                  ONE-OFF REQUESTS STILL KEYED TO THE PRMREQ
000160**                  MEMBER, AND WRITES THE PRIME-REQUEST-RECORD
000170**                  QUEUE FILE THAT PRMQUE SERVES.  THE SCHEDULE
000180**                  REPORT LISTS EVERY ORDER ON FILE WITH WHY IT
000190**                  WAS OR WAS NOT QUEUED.  RETURN-CODE 4 MEANS
000200**                  THE CALENDAR HAS NO HOLIDAY CARDS FOR THE
000210**                  SCHEDULE YEAR, A HOLIDAY CARD WAS UNREADABLE,
000220**                  OR AN ORDER ON FILE IS INVALID - THE QUEUE IS
000230**                  STILL WRITTEN.
000240***************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PRMSCH.
000270 AUTHOR. D. OKONKWO.
000280 INSTALLATION. DATA CENTER SERVICES.
000290 DATE-WRITTEN. 10/15/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SUBSCRIPTION-FILE ASSIGN TO "PRMSUB"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-SUB-FILE-STATUS.
000420
000430     SELECT HOLIDAY-FILE ASSIGN TO "PRMHOL"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-HOL-FILE-STATUS.
000460
000470     SELECT SCHEDULE-CARD-FILE ASSIGN TO "PRMSCHC"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-SDC-FILE-STATUS.
000500
000510     SELECT ONE-OFF-REQUEST-FILE ASSIGN TO "PRMREQI"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-ONE-FILE-STATUS.
000540
000550     SELECT REQUEST-QUEUE-FILE ASSIGN TO "PRMREQO"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-QUE-FILE-STATUS.
000580
000590     SELECT SCHEDULE-REPORT-FILE ASSIGN TO "PRMSCHR"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RPT-FILE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650
000660 FD  SUBSCRIPTION-FILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  SUBSCRIPTION-IN-RECORD PIC X(80).
000700
000710 FD  HOLIDAY-FILE
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  HOLIDAY-IN-RECORD PIC X(80).
000750
000760 FD  SCHEDULE-CARD-FILE
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  SCHEDULE-CARD-RECORD PIC X(80).
000800
000810 FD  ONE-OFF-REQUEST-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  ONE-OFF-REQUEST-RECORD PIC X(80).
000850
000860 FD  REQUEST-QUEUE-FILE
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  REQUEST-QUEUE-RECORD PIC X(80).
000900
000910 FD  SCHEDULE-REPORT-FILE
000920     RECORDING MODE IS F
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  PRINT-RECORD PIC X(132).
000950
000960 WORKING-STORAGE SECTION.
000970
000980*****************************************************************
000990** THE STANDING-ORDER AND QUEUE LAYOUTS LIVE HERE, NOT UNDER
001000** THE FDS - EACH RECORD IS READ INTO OR BUILT IN ITS LAYOUT.
001010*****************************************************************
001020 COPY PRMSUBC.
001030 COPY PRMREQ.
001040
001050*****************************************************************
001060** REPORT LINE LAYOUTS
001070*****************************************************************
001080 01  WS-HEADING-LINE-1.
001090     05  FILLER PIC X(01) VALUE SPACES.
001100     05  FILLER PIC X(40) VALUE
001110         "STANDING ORDER SCHEDULE REPORT".
001120     05  FILLER PIC X(10) VALUE SPACES.
001130     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001140     05  HDG1-RUN-DATE PIC 9999/99/99.
001150     05  FILLER PIC X(60) VALUE SPACES.
001160
001170 01  WS-ECHO-LINE.
001180     05  FILLER PIC X(01) VALUE SPACES.
001190     05  ECH-LABEL PIC X(30) VALUE SPACES.
001200     05  ECH-VALUE PIC X(50) VALUE SPACES.
001210     05  FILLER PIC X(51) VALUE SPACES.
001220
001230 01  WS-COLUMN-LINE.
001240     05  FILLER PIC X(01) VALUE SPACES.
001250     05  FILLER PIC X(10) VALUE "ORDER".
001260     05  FILLER PIC X(10) VALUE "DEPT".
001270     05  FILLER PIC X(12) VALUE "FREQUENCY".
001280     05  FILLER PIC X(09) VALUE " TARGET".
001290     05  FILLER PIC X(06) VALUE "MODE".
001300     05  FILLER PIC X(12) VALUE "START".
001310     05  FILLER PIC X(12) VALUE "END".
001320     05  FILLER PIC X(40) VALUE "DISPOSITION".
001330     05  FILLER PIC X(20) VALUE SPACES.
001340
001350 01  WS-DETAIL-LINE.
001360     05  FILLER PIC X(01) VALUE SPACES.
001370     05  DTL-ORDER-ID PIC X(08).
001380     05  FILLER PIC X(02) VALUE SPACES.
001390     05  DTL-DEPARTMENT PIC X(08).
001400     05  FILLER PIC X(02) VALUE SPACES.
001410     05  DTL-FREQUENCY PIC X(10).
001420     05  FILLER PIC X(02) VALUE SPACES.
001430     05  DTL-TARGET-COUNT PIC Z(06)9.
001440     05  FILLER PIC X(02) VALUE SPACES.
001450     05  DTL-GEN-MODE PIC X(01).
001460     05  FILLER PIC X(05) VALUE SPACES.
001470     05  DTL-START-DATE PIC 9999/99/99.
001480     05  FILLER PIC X(02) VALUE SPACES.
001490     05  DTL-END-DATE PIC X(10).
001500     05  FILLER PIC X(02) VALUE SPACES.
001510     05  DTL-DISPOSITION PIC X(40).
001520     05  FILLER PIC X(20) VALUE SPACES.
001530
001540 01  WS-ONE-OFF-LINE.
001550     05  FILLER PIC X(01) VALUE SPACES.
001560     05  FILLER PIC X(10) VALUE "ONE-OFF".
001570     05  ONE-DEPARTMENT PIC X(08).
001580     05  FILLER PIC X(14) VALUE SPACES.
001590     05  ONE-TARGET-COUNT PIC X(07).
001600     05  FILLER PIC X(04) VALUE SPACES.
001610     05  ONE-GEN-MODE PIC X(01).
001620     05  FILLER PIC X(05) VALUE SPACES.
001630     05  ONE-COMMENT PIC X(17).
001640     05  FILLER PIC X(65) VALUE SPACES.
001650
001660 01  WS-SUMMARY-LINE.
001670     05  FILLER PIC X(01) VALUE SPACES.
001680     05  SUM-LABEL PIC X(30).
001690     05  SUM-COUNT PIC ZZZZ9.
001700     05  FILLER PIC X(96) VALUE SPACES.
001710
001720*****************************************************************
001730** BUSINESS CALENDAR.  THE HOLIDAY DECK IS SMALL AND IS HELD
001740** WHOLE; WEEKDAYS RUN 1 = MONDAY ... 7 = SUNDAY, AS ON THE
001750** SUBSCRIPTION MASTER.  WS-WEEKDAY-DUE IS SET FOR EVERY
001760** WEEKDAY FALLING AFTER THE PREVIOUS BUSINESS DAY AND UP TO
001770** THE SCHEDULE DATE - A WEEKLY ORDER WHOSE DAY WAS A HOLIDAY
001780** OR A WEEKEND THEREBY ROLLS FORWARD TO THE NEXT BUSINESS DAY.
001790*****************************************************************
001800 01  WS-HOL-MAX PIC 9(4) COMP VALUE 400.
001810 01  WS-HOL-COUNT PIC 9(4) COMP VALUE 0.
001820 01  WS-HOL-TABLE.
001830     05  WS-HOL-ENTRY OCCURS 400 TIMES.
001840         10  WS-HOL-DATE PIC 9(08).
001850         10  WS-HOL-DESCRIPTION PIC X(30).
001860 01  WS-HX PIC 9(4) COMP VALUE 0.
001870 01  WS-HOL-FOUND-IX PIC 9(4) COMP VALUE 0.
001880 01  WS-HOL-YEAR-COUNT PIC 9(4) COMP VALUE 0.
001890
001900 01  WS-WEEKDAY-TABLE.
001910     05  WS-WEEKDAY-ENTRY OCCURS 7 TIMES.
001920         10  WS-WEEKDAY-DUE-SW PIC X(01).
001930             88  WS-WEEKDAY-DUE VALUE "Y".
001940         10  WS-WEEKDAY-FROM-DATE PIC 9(08).
001950 01  WS-WX PIC 9(4) COMP VALUE 0.
001960
001970 01  WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
001980 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
001990     05  WS-DAY-NAME PIC X(03) OCCURS 7 TIMES.
002000
002010 01  WS-SCHED-DATE PIC 9(8) VALUE 0.
002020 01  WS-SCHED-DATE-R REDEFINES WS-SCHED-DATE.
002030     05  WS-SCHED-YYYY PIC 9(4).
002040     05  WS-SCHED-MM PIC 9(2).
002050     05  WS-SCHED-DD PIC 9(2).
002060 01  WS-SCHED-SERIAL PIC S9(9) COMP VALUE 0.
002070 01  WS-SCHED-WEEKDAY PIC 9(1) VALUE 0.
002080 01  WS-PREV-BUS-DATE PIC 9(8) VALUE 0.
002090 01  WS-PREV-BUS-SERIAL PIC S9(9) COMP VALUE 0.
002100 01  WS-NEXT-BUS-DATE PIC 9(8) VALUE 0.
002110 01  WS-NEXT-BUS-DATE-R REDEFINES WS-NEXT-BUS-DATE.
002120     05  WS-NEXT-BUS-YYYYMM PIC 9(6).
002130     05  FILLER PIC 9(2).
002140 01  WS-NOT-BUSINESS-REASON PIC X(40) VALUE SPACES.
002150 01  WS-SCHED-BUSINESS-SW PIC X(01) VALUE "N".
002160     88  WS-SCHED-BUSINESS VALUE "Y".
002170 01  WS-MONTH-END-SW PIC X(01) VALUE "N".
002180     88  WS-MONTH-END VALUE "Y".
002190 01  WS-QUARTER-END-SW PIC X(01) VALUE "N".
002200     88  WS-QUARTER-END VALUE "Y".
002210
002220 01  WS-TEST-SERIAL PIC S9(9) COMP VALUE 0.
002230 01  WS-TEST-WEEKDAY PIC 9(1) VALUE 0.
002240 01  WS-TEST-QUOTIENT PIC S9(9) COMP VALUE 0.
002250 01  WS-TEST-REMAINDER PIC S9(9) COMP VALUE 0.
002260 01  WS-TEST-BUSINESS-SW PIC X(01) VALUE "N".
002270     88  WS-TEST-BUSINESS VALUE "Y".
002280 01  WS-STEP-COUNT PIC 9(4) COMP VALUE 0.
002290
002300*****************************************************************
002310** DATE CONVERSION WORK FIELDS - FLIEGEL-VAN FLANDERN JULIAN DAY
002320** NUMBERS, AS IN PRMARC.  A JULIAN DAY NUMBER MOD 7 IS ZERO ON
002330** A MONDAY.
002340*****************************************************************
002350 01  WS-CONV-DATE PIC 9(8) VALUE 0.
002360 01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
002370     05  WS-CONV-YYYY PIC 9(4).
002380     05  WS-CONV-MM PIC 9(2).
002390     05  WS-CONV-DD PIC 9(2).
002400 01  WS-JUL-Y PIC S9(9) COMP VALUE 0.
002410 01  WS-JUL-M PIC S9(9) COMP VALUE 0.
002420 01  WS-JUL-A PIC S9(9) COMP VALUE 0.
002430 01  WS-JUL-B PIC S9(9) COMP VALUE 0.
002440 01  WS-JUL-C PIC S9(9) COMP VALUE 0.
002450 01  WS-JUL-D PIC S9(9) COMP VALUE 0.
002460 01  WS-JUL-E PIC S9(9) COMP VALUE 0.
002470 01  WS-SERIAL-DAY PIC S9(9) COMP VALUE 0.
002480
002490*****************************************************************
002500** WORK FIELDS
002510*****************************************************************
002520 01  WS-RUN-DATE PIC 9(8) VALUE 0.
002530 01  WS-EDIT-DATE PIC 9999/99/99.
002540 01  WS-DISPOSITION PIC X(40) VALUE SPACES.
002550 01  WS-DUE-SW PIC X(01) VALUE "N".
002560     88  WS-ORDER-DUE VALUE "Y".
002570 01  WS-ORDER-COUNT PIC 9(5) VALUE 0.
002580 01  WS-DUE-COUNT PIC 9(5) VALUE 0.
002590 01  WS-SKIP-COUNT PIC 9(5) VALUE 0.
002600 01  WS-INVALID-COUNT PIC 9(5) VALUE 0.
002610 01  WS-ONE-OFF-COUNT PIC 9(5) VALUE 0.
002620 01  WS-QUEUE-COUNT PIC 9(5) VALUE 0.
002630 01  WS-BAD-HOLIDAY-COUNT PIC 9(5) VALUE 0.
002640
002650 01  WS-SUB-FILE-STATUS PIC X(02) VALUE SPACES.
002660 01  WS-HOL-FILE-STATUS PIC X(02) VALUE SPACES.
002670 01  WS-SDC-FILE-STATUS PIC X(02) VALUE SPACES.
002680 01  WS-ONE-FILE-STATUS PIC X(02) VALUE SPACES.
002690 01  WS-QUE-FILE-STATUS PIC X(02) VALUE SPACES.
002700 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
002710 01  WS-SUB-OPEN-SW PIC X(01) VALUE "N".
002720     88  WS-SUB-OPENED VALUE "Y".
002730 01  WS-ONE-OPEN-SW PIC X(01) VALUE "N".
002740     88  WS-ONE-OPENED VALUE "Y".
002750 01  WS-QUE-OPEN-SW PIC X(01) VALUE "N".
002760     88  WS-QUE-OPENED VALUE "Y".
002770 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
002780     88  WS-RPT-OPENED VALUE "Y".
002790 01  WS-SUB-EOF-SW PIC X(01) VALUE "N".
002800     88  WS-SUB-EOF VALUE "Y".
002810 01  WS-HOL-EOF-SW PIC X(01) VALUE "N".
002820     88  WS-HOL-EOF VALUE "Y".
002830 01  WS-ONE-EOF-SW PIC X(01) VALUE "N".
002840     88  WS-ONE-EOF VALUE "Y".
002850
002860 PROCEDURE DIVISION.
002870
002880*****************************************************************
002890** 0000-MAINLINE
002900*****************************************************************
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002930     PERFORM 2000-BUILD-CALENDAR THRU 2000-EXIT
002940     PERFORM 3000-SCHEDULE-ORDERS THRU 3000-EXIT
002950     PERFORM 4000-MERGE-ONE-OFFS THRU 4000-EXIT
002960     PERFORM 9000-TERMINATE THRU 9000-EXIT
002970     STOP RUN.
002980
002990*****************************************************************
003000** 1000-INITIALIZE - SCHEDULE DATE, HOLIDAY DECK, AND FILES.
003010** THE SCHEDULE-DATE CARD IS OPTIONAL (DD DUMMY IN THE NORMAL
003020** RUN); A DATE ON IT RE-RUNS THAT DAY'S SCHEDULE.
003030*****************************************************************
003040 1000-INITIALIZE.
003050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003060     MOVE WS-RUN-DATE TO WS-SCHED-DATE
003070
003080     OPEN OUTPUT SCHEDULE-REPORT-FILE
003090     IF WS-RPT-FILE-STATUS NOT = "00"
003100         DISPLAY "*** PRMSCH ABEND - SCHEDULE-REPORT-FILE OPEN "
003110             "FAILED - STATUS = " WS-RPT-FILE-STATUS
003120         PERFORM 9900-ABEND THRU 9900-EXIT
003130     END-IF
003140     MOVE "Y" TO WS-RPT-OPEN-SW
003150
003160     OPEN INPUT SCHEDULE-CARD-FILE
003170     IF WS-SDC-FILE-STATUS = "00"
003180         READ SCHEDULE-CARD-FILE INTO SCHEDULE-DATE-CARD
003190             AT END
003200                 CONTINUE
003210             NOT AT END
003220                 IF SDC-SCHEDULE-DATE NUMERIC
003230                     AND SDC-SCHEDULE-DATE-N > 0
003240                     MOVE SDC-SCHEDULE-DATE-N TO WS-SCHED-DATE
003250                 END-IF
003260         END-READ
003270         CLOSE SCHEDULE-CARD-FILE
003280     END-IF
003290     MOVE WS-SCHED-DATE TO WS-CONV-DATE
003300     IF WS-CONV-MM < 1 OR WS-CONV-MM > 12
003310         OR WS-CONV-DD < 1 OR WS-CONV-DD > 31
003320         DISPLAY "*** PRMSCH ABEND - SCHEDULE DATE "
003330             WS-SCHED-DATE " IS NOT A VALID DATE"
003340         PERFORM 9900-ABEND THRU 9900-EXIT
003350     END-IF
003360     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
003370     MOVE WS-SERIAL-DAY TO WS-SCHED-SERIAL
003380     PERFORM 8100-SERIAL-TO-DATE THRU 8100-EXIT
003390     IF WS-CONV-DATE NOT = WS-SCHED-DATE
003400         DISPLAY "*** PRMSCH ABEND - SCHEDULE DATE "
003410             WS-SCHED-DATE " IS NOT A VALID DATE"
003420         PERFORM 9900-ABEND THRU 9900-EXIT
003430     END-IF
003440
003450     OPEN INPUT HOLIDAY-FILE
003460     IF WS-HOL-FILE-STATUS NOT = "00"
003470         DISPLAY "*** PRMSCH ABEND - HOLIDAY-FILE OPEN "
003480             "FAILED - STATUS = " WS-HOL-FILE-STATUS
003490         PERFORM 9900-ABEND THRU 9900-EXIT
003500     END-IF
003510     PERFORM 1100-LOAD-HOLIDAY THRU 1100-EXIT
003520         UNTIL WS-HOL-EOF
003530     CLOSE HOLIDAY-FILE
003540
003550     OPEN INPUT SUBSCRIPTION-FILE
003560     IF WS-SUB-FILE-STATUS NOT = "00"
003570         DISPLAY "*** PRMSCH ABEND - SUBSCRIPTION-FILE OPEN "
003580             "FAILED - STATUS = " WS-SUB-FILE-STATUS
003590         PERFORM 9900-ABEND THRU 9900-EXIT
003600     END-IF
003610     MOVE "Y" TO WS-SUB-OPEN-SW
003620
003630     OPEN INPUT ONE-OFF-REQUEST-FILE
003640     IF WS-ONE-FILE-STATUS NOT = "00"
003650         DISPLAY "*** PRMSCH ABEND - ONE-OFF-REQUEST-FILE OPEN "
003660             "FAILED - STATUS = " WS-ONE-FILE-STATUS
003670         PERFORM 9900-ABEND THRU 9900-EXIT
003680     END-IF
003690     MOVE "Y" TO WS-ONE-OPEN-SW
003700
003710     OPEN OUTPUT REQUEST-QUEUE-FILE
003720     IF WS-QUE-FILE-STATUS NOT = "00"
003730         DISPLAY "*** PRMSCH ABEND - REQUEST-QUEUE-FILE OPEN "
003740             "FAILED - STATUS = " WS-QUE-FILE-STATUS
003750         PERFORM 9900-ABEND THRU 9900-EXIT
003760     END-IF
003770     MOVE "Y" TO WS-QUE-OPEN-SW
003780
003790     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
003800     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
003810     WRITE PRINT-RECORD AFTER ADVANCING PAGE
003820     MOVE SPACES TO PRINT-RECORD
003830     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
003840
003850 1000-EXIT.
003860     EXIT.
003870
003880*****************************************************************
003890** 1100-LOAD-HOLIDAY - ONE CARD PER HOLIDAY.  A CARD WITHOUT A
003900** NUMERIC DATE IS SKIPPED AND COUNTED (RETURN-CODE 4), NOT
003910** GUESSED AT.
003920*****************************************************************
003930 1100-LOAD-HOLIDAY.
003940     READ HOLIDAY-FILE INTO HOLIDAY-CARD
003950         AT END
003960             MOVE "Y" TO WS-HOL-EOF-SW
003970             GO TO 1100-EXIT
003980     END-READ
003990     IF HOLIDAY-CARD = SPACES
004000         GO TO 1100-EXIT
004010     END-IF
004020     IF HOL-DATE NOT NUMERIC
004030         ADD 1 TO WS-BAD-HOLIDAY-COUNT
004040         DISPLAY "*** PRMSCH - HOLIDAY CARD SKIPPED - DATE NOT "
004050             "NUMERIC : " HOLIDAY-CARD (1:39)
004060         GO TO 1100-EXIT
004070     END-IF
004080     IF WS-HOL-COUNT NOT < WS-HOL-MAX
004090         DISPLAY "*** PRMSCH ABEND - MORE THAN 400 HOLIDAY CARDS"
004100         PERFORM 9900-ABEND THRU 9900-EXIT
004110     END-IF
004120     ADD 1 TO WS-HOL-COUNT
004130     MOVE HOL-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
004140     MOVE HOL-DESCRIPTION TO WS-HOL-DESCRIPTION (WS-HOL-COUNT)
004150     IF HOL-DATE (1:4) = WS-SCHED-DATE (1:4)
004160         ADD 1 TO WS-HOL-YEAR-COUNT
004170     END-IF.
004180
004190 1100-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230** 2000-BUILD-CALENDAR - IS THE SCHEDULE DATE A BUSINESS DAY,
004240** WHICH WEEKDAYS FALL DUE ON IT, AND IS IT A MONTH-END OR
004250** QUARTER-END (THE LAST BUSINESS DAY BEFORE THE NEXT BUSINESS
004260** DAY MOVES INTO A NEW MONTH).
004270*****************************************************************
004280 2000-BUILD-CALENDAR.
004290     MOVE WS-SCHED-SERIAL TO WS-TEST-SERIAL
004300     PERFORM 5000-CHECK-BUSINESS-DAY THRU 5000-EXIT
004310     MOVE WS-TEST-WEEKDAY TO WS-SCHED-WEEKDAY
004320     MOVE WS-TEST-BUSINESS-SW TO WS-SCHED-BUSINESS-SW
004330     IF NOT WS-SCHED-BUSINESS
004340         IF WS-HOL-FOUND-IX > 0
004350             MOVE SPACES TO WS-NOT-BUSINESS-REASON
004360             STRING "HOLIDAY - " DELIMITED BY SIZE
004370                 WS-HOL-DESCRIPTION (WS-HOL-FOUND-IX)
004380                     DELIMITED BY SIZE
004390                 INTO WS-NOT-BUSINESS-REASON
004400         ELSE
004410             MOVE "WEEKEND" TO WS-NOT-BUSINESS-REASON
004420         END-IF
004430     END-IF
004440
004450     MOVE WS-SCHED-SERIAL TO WS-TEST-SERIAL
004460     MOVE 0 TO WS-STEP-COUNT
004470     PERFORM 2100-STEP-BACK THRU 2100-EXIT
004480     MOVE WS-TEST-SERIAL TO WS-PREV-BUS-SERIAL
004490     MOVE WS-CONV-DATE TO WS-PREV-BUS-DATE
004500
004510     MOVE WS-SCHED-SERIAL TO WS-TEST-SERIAL
004520     MOVE 0 TO WS-STEP-COUNT
004530     PERFORM 2200-STEP-FORWARD THRU 2200-EXIT
004540     MOVE WS-CONV-DATE TO WS-NEXT-BUS-DATE
004550
004560     IF WS-SCHED-BUSINESS
004570         AND WS-NEXT-BUS-YYYYMM > WS-SCHED-DATE (1:6)
004580         MOVE "Y" TO WS-MONTH-END-SW
004590         IF WS-SCHED-MM = 3 OR 6 OR 9 OR 12
004600             MOVE "Y" TO WS-QUARTER-END-SW
004610         END-IF
004620     END-IF
004630
004640     PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 7
004650         MOVE "N" TO WS-WEEKDAY-DUE-SW (WS-WX)
004660         MOVE 0 TO WS-WEEKDAY-FROM-DATE (WS-WX)
004670     END-PERFORM
004680     IF WS-SCHED-BUSINESS
004690         COMPUTE WS-TEST-SERIAL = WS-PREV-BUS-SERIAL + 1
004700         PERFORM 2300-MARK-WEEKDAY THRU 2300-EXIT
004710             UNTIL WS-TEST-SERIAL > WS-SCHED-SERIAL
004720     END-IF
004730
004740     PERFORM 2400-PRINT-CALENDAR THRU 2400-EXIT.
004750
004760 2000-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800** 2100-STEP-BACK - PREVIOUS BUSINESS DAY BEFORE WS-TEST-SERIAL.
004810** NO CALENDAR HAS A MONTH WITHOUT ONE; THE STEP LIMIT ONLY
004820** GUARDS AGAINST A RUNAWAY HOLIDAY DECK.
004830*****************************************************************
004840 2100-STEP-BACK.
004850     SUBTRACT 1 FROM WS-TEST-SERIAL
004860     ADD 1 TO WS-STEP-COUNT
004870     PERFORM 5000-CHECK-BUSINESS-DAY THRU 5000-EXIT
004880     IF NOT WS-TEST-BUSINESS
004890         IF WS-STEP-COUNT > 31
004900             DISPLAY "*** PRMSCH ABEND - NO BUSINESS DAY IN THE "
004910                 "31 DAYS BEFORE " WS-SCHED-DATE
004920             PERFORM 9900-ABEND THRU 9900-EXIT
004930         END-IF
004940         GO TO 2100-STEP-BACK
004950     END-IF.
004960
004970 2100-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010** 2200-STEP-FORWARD - NEXT BUSINESS DAY AFTER WS-TEST-SERIAL.
005020*****************************************************************
005030 2200-STEP-FORWARD.
005040     ADD 1 TO WS-TEST-SERIAL
005050     ADD 1 TO WS-STEP-COUNT
005060     PERFORM 5000-CHECK-BUSINESS-DAY THRU 5000-EXIT
005070     IF NOT WS-TEST-BUSINESS
005080         IF WS-STEP-COUNT > 31
005090             DISPLAY "*** PRMSCH ABEND - NO BUSINESS DAY IN THE "
005100                 "31 DAYS AFTER " WS-SCHED-DATE
005110             PERFORM 9900-ABEND THRU 9900-EXIT
005120         END-IF
005130         GO TO 2200-STEP-FORWARD
005140     END-IF.
005150
005160 2200-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200** 2300-MARK-WEEKDAY - ONE CALENDAR DAY SINCE THE PREVIOUS
005210** BUSINESS DAY.  ITS WEEKDAY'S ORDERS COME DUE TODAY.
005220*****************************************************************
005230 2300-MARK-WEEKDAY.
005240     PERFORM 5000-CHECK-BUSINESS-DAY THRU 5000-EXIT
005250     MOVE "Y" TO WS-WEEKDAY-DUE-SW (WS-TEST-WEEKDAY)
005260     MOVE WS-CONV-DATE TO WS-WEEKDAY-FROM-DATE (WS-TEST-WEEKDAY)
005270     ADD 1 TO WS-TEST-SERIAL.
005280
005290 2300-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330** 2400-PRINT-CALENDAR - THE CALENDAR FACTS THE SCHEDULE WAS
005340** DRAWN UP FROM, AHEAD OF THE ORDER LISTING.
005350*****************************************************************
005360 2400-PRINT-CALENDAR.
005370     MOVE "SCHEDULE DATE          :" TO ECH-LABEL
005380     MOVE WS-SCHED-DATE TO WS-EDIT-DATE
005390     STRING WS-EDIT-DATE DELIMITED BY SIZE
005400         " " DELIMITED BY SIZE
005410         WS-DAY-NAME (WS-SCHED-WEEKDAY) DELIMITED BY SIZE
005420         INTO ECH-VALUE
005430     PERFORM 8200-WRITE-ECHO-LINE THRU 8200-EXIT
005440     MOVE "BUSINESS DAY           :" TO ECH-LABEL
005450     IF WS-SCHED-BUSINESS
005460         MOVE "YES" TO ECH-VALUE
005470     ELSE
005480         STRING "NO - " DELIMITED BY SIZE
005490             WS-NOT-BUSINESS-REASON DELIMITED BY SIZE
005500             INTO ECH-VALUE
005510     END-IF
005520     PERFORM 8200-WRITE-ECHO-LINE THRU 8200-EXIT
005530     MOVE "PREVIOUS BUSINESS DAY  :" TO ECH-LABEL
005540     MOVE WS-PREV-BUS-DATE TO WS-EDIT-DATE
005550     MOVE WS-EDIT-DATE TO ECH-VALUE
005560     PERFORM 8200-WRITE-ECHO-LINE THRU 8200-EXIT
005570     MOVE "NEXT BUSINESS DAY      :" TO ECH-LABEL
005580     MOVE WS-NEXT-BUS-DATE TO WS-EDIT-DATE
005590     MOVE WS-EDIT-DATE TO ECH-VALUE
005600     PERFORM 8200-WRITE-ECHO-LINE THRU 8200-EXIT
005610     MOVE "MONTH-END              :" TO ECH-LABEL
005620     IF WS-MONTH-END
005630         MOVE "YES" TO ECH-VALUE
005640     ELSE
005650         MOVE "NO" TO ECH-VALUE
005660     END-IF
005670     PERFORM 8200-WRITE-ECHO-LINE THRU 8200-EXIT
005680     MOVE "QUARTER-END            :" TO ECH-LABEL
005690     IF WS-QUARTER-END
005700         MOVE "YES" TO ECH-VALUE
005710     ELSE
005720         MOVE "NO" TO ECH-VALUE
005730     END-IF
005740     PERFORM 8200-WRITE-ECHO-LINE THRU 8200-EXIT
005750     MOVE "HOLIDAY CARDS FOR YEAR :" TO ECH-LABEL
005760     MOVE WS-HOL-YEAR-COUNT TO SUM-COUNT
005770     MOVE SUM-COUNT TO ECH-VALUE
005780     IF WS-HOL-YEAR-COUNT = 0
005790         MOVE "NONE - CHECK THE HOLIDAY DECK IS CURRENT" TO
005800             ECH-VALUE
005810     END-IF
005820     PERFORM 8200-WRITE-ECHO-LINE THRU 8200-EXIT
005830     MOVE SPACES TO PRINT-RECORD
005840     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
005850     MOVE WS-COLUMN-LINE TO PRINT-RECORD
005860     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
005870     MOVE SPACES TO PRINT-RECORD
005880     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
005890
005900 2400-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940** 3000-SCHEDULE-ORDERS - EVERY ORDER ON FILE IS LISTED, DUE OR
005950** NOT; A DUE ORDER BECOMES ONE QUEUE RECORD.
005960*****************************************************************
005970 3000-SCHEDULE-ORDERS.
005980     PERFORM UNTIL WS-SUB-EOF
005990         READ SUBSCRIPTION-FILE INTO SUBSCRIPTION-RECORD
006000             AT END
006010                 MOVE "Y" TO WS-SUB-EOF-SW
006020             NOT AT END
006030                 ADD 1 TO WS-ORDER-COUNT
006040                 PERFORM 3100-CHECK-ORDER THRU 3100-EXIT
006050                 IF WS-ORDER-DUE
006060                     ADD 1 TO WS-DUE-COUNT
006070                     PERFORM 3200-QUEUE-ORDER THRU 3200-EXIT
006080                 ELSE
006090                     ADD 1 TO WS-SKIP-COUNT
006100                 END-IF
006110                 PERFORM 3300-PRINT-ORDER THRU 3300-EXIT
006120         END-READ
006130     END-PERFORM.
006140
006150 3000-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190** 3100-CHECK-ORDER - THE FIRST REASON THAT APPLIES IS THE ONE
006200** REPORTED.
006210*****************************************************************
006220 3100-CHECK-ORDER.
006230     MOVE "N" TO WS-DUE-SW
006240     MOVE SPACES TO WS-DISPOSITION
006250     EVALUATE TRUE
006260         WHEN SB-STATUS-CANCELLED
006270             MOVE "SKIPPED - CANCELLED" TO WS-DISPOSITION
006280         WHEN SB-STATUS-SUSPENDED
006290             MOVE "SKIPPED - SUSPENDED" TO WS-DISPOSITION
006300         WHEN NOT SB-STATUS-ACTIVE
006310             ADD 1 TO WS-INVALID-COUNT
006320             MOVE "SKIPPED - INVALID STATUS ON FILE" TO
006330                 WS-DISPOSITION
006340         WHEN SB-START-DATE NOT NUMERIC
006350             OR SB-END-DATE NOT NUMERIC
006360             OR SB-TARGET-COUNT NOT NUMERIC
006370             ADD 1 TO WS-INVALID-COUNT
006380             MOVE "SKIPPED - INVALID ORDER ON FILE" TO
006390                 WS-DISPOSITION
006400         WHEN WS-SCHED-DATE < SB-START-DATE
006410             MOVE "SKIPPED - BEFORE START DATE" TO WS-DISPOSITION
006420         WHEN SB-END-DATE NOT = 0
006430             AND WS-SCHED-DATE > SB-END-DATE
006440             MOVE "SKIPPED - PAST END DATE" TO WS-DISPOSITION
006450         WHEN NOT WS-SCHED-BUSINESS
006460             MOVE "SKIPPED - NOT A BUSINESS DAY" TO WS-DISPOSITION
006470         WHEN SB-FREQ-DAILY
006480             MOVE "Y" TO WS-DUE-SW
006490         WHEN SB-FREQ-WEEKLY
006500             IF SB-WEEKDAY NOT NUMERIC
006510                 OR SB-WEEKDAY < 1 OR SB-WEEKDAY > 7
006520                 ADD 1 TO WS-INVALID-COUNT
006530                 MOVE "SKIPPED - INVALID WEEKDAY ON FILE" TO
006540                     WS-DISPOSITION
006550             ELSE
006560                 IF WS-WEEKDAY-DUE (SB-WEEKDAY)
006570                     MOVE "Y" TO WS-DUE-SW
006580                     IF SB-WEEKDAY NOT = WS-SCHED-WEEKDAY
006590                         MOVE WS-WEEKDAY-FROM-DATE (SB-WEEKDAY)
006600                             TO WS-EDIT-DATE
006610                         STRING "DUE - ROLLED FROM "
006620                                 DELIMITED BY SIZE
006630                             WS-EDIT-DATE DELIMITED BY SIZE
006640                             INTO WS-DISPOSITION
006650                     END-IF
006660                 END-IF
006670             END-IF
006680         WHEN SB-FREQ-MONTH-END
006690             IF WS-MONTH-END
006700                 MOVE "Y" TO WS-DUE-SW
006710             END-IF
006720         WHEN SB-FREQ-QUARTER-END
006730             IF WS-QUARTER-END
006740                 MOVE "Y" TO WS-DUE-SW
006750             END-IF
006760         WHEN OTHER
006770             ADD 1 TO WS-INVALID-COUNT
006780             MOVE "SKIPPED - INVALID FREQUENCY ON FILE" TO
006790                 WS-DISPOSITION
006800     END-EVALUATE
006810     IF WS-DISPOSITION = SPACES
006820         IF WS-ORDER-DUE
006830             MOVE "DUE" TO WS-DISPOSITION
006840         ELSE
006850             MOVE "SKIPPED - NOT DUE THIS DAY" TO WS-DISPOSITION
006860         END-IF
006870     END-IF.
006880
006890 3100-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930** 3200-QUEUE-ORDER - AN ORDER WITH NO COMMENT OF ITS OWN IS
006940** TAGGED WITH ITS ORDER ID, SO THE AUDIT TRAIL SHOWS WHERE THE
006950** REQUEST CAME FROM.
006960*****************************************************************
006970 3200-QUEUE-ORDER.
006980     MOVE SPACES TO PRIME-REQUEST-RECORD
006990     MOVE SB-DEPARTMENT TO RQ-DEPARTMENT
007000     MOVE SB-TARGET-COUNT TO RQ-TARGET-COUNT
007010     MOVE SB-GEN-MODE TO RQ-GEN-MODE
007020     IF SB-REQUEST-COMMENT = SPACES
007030         STRING "STANDING " DELIMITED BY SIZE
007040             SB-ORDER-ID DELIMITED BY SIZE
007050             INTO RQ-REQUEST-COMMENT
007060     ELSE
007070         MOVE SB-REQUEST-COMMENT TO RQ-REQUEST-COMMENT
007080     END-IF
007090     WRITE REQUEST-QUEUE-RECORD FROM PRIME-REQUEST-RECORD
007100     ADD 1 TO WS-QUEUE-COUNT.
007110
007120 3200-EXIT.
007130     EXIT.
007140
007150*****************************************************************
007160** 3300-PRINT-ORDER
007170*****************************************************************
007180 3300-PRINT-ORDER.
007190     MOVE SB-ORDER-ID TO DTL-ORDER-ID
007200     MOVE SB-DEPARTMENT TO DTL-DEPARTMENT
007210     EVALUATE TRUE
007220         WHEN SB-FREQ-DAILY
007230             MOVE "DAILY" TO DTL-FREQUENCY
007240         WHEN SB-FREQ-WEEKLY
007250             MOVE SPACES TO DTL-FREQUENCY
007260             IF SB-WEEKDAY NUMERIC
007270                 AND SB-WEEKDAY > 0 AND SB-WEEKDAY < 8
007280                 STRING "WEEKLY " DELIMITED BY SIZE
007290                     WS-DAY-NAME (SB-WEEKDAY) DELIMITED BY SIZE
007300                     INTO DTL-FREQUENCY
007310             ELSE
007320                 MOVE "WEEKLY" TO DTL-FREQUENCY
007330             END-IF
007340         WHEN SB-FREQ-MONTH-END
007350             MOVE "MONTH-END" TO DTL-FREQUENCY
007360         WHEN SB-FREQ-QUARTER-END
007370             MOVE "QTR-END" TO DTL-FREQUENCY
007380         WHEN OTHER
007390             MOVE SB-FREQUENCY TO DTL-FREQUENCY
007400     END-EVALUATE
007410     IF SB-TARGET-COUNT NUMERIC
007420         MOVE SB-TARGET-COUNT TO DTL-TARGET-COUNT
007430     ELSE
007440         MOVE 0 TO DTL-TARGET-COUNT
007450     END-IF
007460     MOVE SB-GEN-MODE TO DTL-GEN-MODE
007470     IF SB-START-DATE NUMERIC
007480         MOVE SB-START-DATE TO DTL-START-DATE
007490     ELSE
007500         MOVE 0 TO DTL-START-DATE
007510     END-IF
007520     IF SB-END-DATE NUMERIC AND SB-END-DATE NOT = 0
007530         MOVE SB-END-DATE TO WS-EDIT-DATE
007540         MOVE WS-EDIT-DATE TO DTL-END-DATE
007550     ELSE
007560         MOVE "OPEN-ENDED" TO DTL-END-DATE
007570     END-IF
007580     MOVE WS-DISPOSITION TO DTL-DISPOSITION
007590     MOVE WS-DETAIL-LINE TO PRINT-RECORD
007600     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
007610
007620 3300-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660** 4000-MERGE-ONE-OFFS - THE PRMREQ MEMBER STILL TAKES ONE-OFF
007670** REQUESTS; THEY ARE QUEUED AFTER THE STANDING ORDERS EXACTLY
007680** AS KEYED.  PRMQUE EDITS AND REJECTS THEM AS IT ALWAYS HAS.
007690*****************************************************************
007700 4000-MERGE-ONE-OFFS.
007710     MOVE SPACES TO PRINT-RECORD
007720     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007730     PERFORM UNTIL WS-ONE-EOF
007740         READ ONE-OFF-REQUEST-FILE INTO PRIME-REQUEST-RECORD
007750             AT END
007760                 MOVE "Y" TO WS-ONE-EOF-SW
007770             NOT AT END
007780                 IF PRIME-REQUEST-RECORD NOT = SPACES
007790                     ADD 1 TO WS-ONE-OFF-COUNT
007800                     WRITE REQUEST-QUEUE-RECORD
007810                         FROM PRIME-REQUEST-RECORD
007820                     ADD 1 TO WS-QUEUE-COUNT
007830                     MOVE RQ-DEPARTMENT TO ONE-DEPARTMENT
007840                     MOVE PRIME-REQUEST-RECORD (9:7) TO
007850                         ONE-TARGET-COUNT
007860                     MOVE RQ-GEN-MODE TO ONE-GEN-MODE
007870                     MOVE RQ-REQUEST-COMMENT TO ONE-COMMENT
007880                     MOVE WS-ONE-OFF-LINE TO PRINT-RECORD
007890                     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007900                 END-IF
007910         END-READ
007920     END-PERFORM.
007930
007940 4000-EXIT.
007950     EXIT.
007960
007970*****************************************************************
007980** 5000-CHECK-BUSINESS-DAY - FOR WS-TEST-SERIAL, SETS THE
007990** CALENDAR DATE (WS-CONV-DATE), THE WEEKDAY, AND WHETHER IT IS
008000** A BUSINESS DAY.  WS-HOL-FOUND-IX POINTS AT THE HOLIDAY CARD
008010** WHEN THE DATE IS ONE.
008020*****************************************************************
008030 5000-CHECK-BUSINESS-DAY.
008040     MOVE WS-TEST-SERIAL TO WS-SERIAL-DAY
008050     PERFORM 8100-SERIAL-TO-DATE THRU 8100-EXIT
008060     DIVIDE WS-TEST-SERIAL BY 7 GIVING WS-TEST-QUOTIENT
008070         REMAINDER WS-TEST-REMAINDER
008080     END-DIVIDE
008090     COMPUTE WS-TEST-WEEKDAY = WS-TEST-REMAINDER + 1
008100     MOVE "N" TO WS-TEST-BUSINESS-SW
008110     MOVE 0 TO WS-HOL-FOUND-IX
008120     PERFORM VARYING WS-HX FROM 1 BY 1
008130         UNTIL WS-HX > WS-HOL-COUNT OR WS-HOL-FOUND-IX > 0
008140         IF WS-HOL-DATE (WS-HX) = WS-CONV-DATE
008150             MOVE WS-HX TO WS-HOL-FOUND-IX
008160         END-IF
008170     END-PERFORM
008180     IF WS-TEST-WEEKDAY < 6 AND WS-HOL-FOUND-IX = 0
008190         MOVE "Y" TO WS-TEST-BUSINESS-SW
008200     END-IF.
008210
008220 5000-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260** 8000-DATE-TO-SERIAL - JULIAN DAY NUMBER BY THE FLIEGEL-VAN
008270** FLANDERN INTEGER FORMULA.  ALL DIVISIONS TRUNCATE, WHICH IS
008280** WHAT THE FORMULA REQUIRES.
008290*****************************************************************
008300 8000-DATE-TO-SERIAL.
008310     COMPUTE WS-JUL-A = (WS-CONV-MM - 14) / 12
008320     COMPUTE WS-JUL-Y = WS-CONV-YYYY + 4800 + WS-JUL-A
008330     COMPUTE WS-JUL-M = WS-CONV-MM - 2 - (12 * WS-JUL-A)
008340     COMPUTE WS-SERIAL-DAY =
008350         ((1461 * WS-JUL-Y) / 4)
008360         + ((367 * WS-JUL-M) / 12)
008370         - ((3 * ((WS-JUL-Y + 100) / 100)) / 4)
008380         + WS-CONV-DD - 32075.
008390
008400 8000-EXIT.
008410     EXIT.
008420
008430*****************************************************************
008440** 8100-SERIAL-TO-DATE - THE INVERSE FORMULA: JULIAN DAY NUMBER
008450** BACK TO CALENDAR YYYYMMDD IN WS-CONV-DATE.
008460*****************************************************************
008470 8100-SERIAL-TO-DATE.
008480     COMPUTE WS-JUL-A = WS-SERIAL-DAY + 68569
008490     COMPUTE WS-JUL-B = (4 * WS-JUL-A) / 146097
008500     COMPUTE WS-JUL-A =
008510         WS-JUL-A - ((146097 * WS-JUL-B + 3) / 4)
008520     COMPUTE WS-JUL-C = (4000 * (WS-JUL-A + 1)) / 1461001
008530     COMPUTE WS-JUL-A =
008540         WS-JUL-A - ((1461 * WS-JUL-C) / 4) + 31
008550     COMPUTE WS-JUL-D = (80 * WS-JUL-A) / 2447
008560     COMPUTE WS-JUL-E = WS-JUL-A - ((2447 * WS-JUL-D) / 80)
008570     COMPUTE WS-JUL-A = WS-JUL-D / 11
008580     COMPUTE WS-JUL-D = WS-JUL-D + 2 - (12 * WS-JUL-A)
008590     COMPUTE WS-JUL-B =
008600         (100 * (WS-JUL-B - 49)) + WS-JUL-C + WS-JUL-A
008610     MOVE WS-JUL-B TO WS-CONV-YYYY
008620     MOVE WS-JUL-D TO WS-CONV-MM
008630     MOVE WS-JUL-E TO WS-CONV-DD.
008640
008650 8100-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690** 8200-WRITE-ECHO-LINE
008700*****************************************************************
008710 8200-WRITE-ECHO-LINE.
008720     MOVE WS-ECHO-LINE TO PRINT-RECORD
008730     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008740     MOVE SPACES TO ECH-LABEL
008750     MOVE SPACES TO ECH-VALUE.
008760
008770 8200-EXIT.
008780     EXIT.
008790
008800*****************************************************************
008810** 9000-TERMINATE - SUMMARY COUNTS AND THE RETURN CODE.  AN
008820** EMPTY QUEUE IS NOT AN ERROR - PRMQUE ENDS CLEAN ON ONE.
008830*****************************************************************
008840 9000-TERMINATE.
008850     CLOSE SUBSCRIPTION-FILE
008860     CLOSE ONE-OFF-REQUEST-FILE
008870     CLOSE REQUEST-QUEUE-FILE
008880     MOVE SPACES TO PRINT-RECORD
008890     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008900     MOVE "STANDING ORDERS ON FILE:" TO SUM-LABEL
008910     MOVE WS-ORDER-COUNT TO SUM-COUNT
008920     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
008930     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008940     MOVE "STANDING ORDERS DUE    :" TO SUM-LABEL
008950     MOVE WS-DUE-COUNT TO SUM-COUNT
008960     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
008970     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008980     MOVE "STANDING ORDERS SKIPPED:" TO SUM-LABEL
008990     MOVE WS-SKIP-COUNT TO SUM-COUNT
009000     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009010     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009020     MOVE "ONE-OFF REQUESTS MERGED:" TO SUM-LABEL
009030     MOVE WS-ONE-OFF-COUNT TO SUM-COUNT
009040     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009050     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009060     MOVE "QUEUE RECORDS WRITTEN  :" TO SUM-LABEL
009070     MOVE WS-QUEUE-COUNT TO SUM-COUNT
009080     MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009090     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009100     IF WS-INVALID-COUNT > 0
009110         MOVE "INVALID ORDERS ON FILE :" TO SUM-LABEL
009120         MOVE WS-INVALID-COUNT TO SUM-COUNT
009130         MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009140         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009150     END-IF
009160     IF WS-BAD-HOLIDAY-COUNT > 0
009170         MOVE "HOLIDAY CARDS SKIPPED  :" TO SUM-LABEL
009180         MOVE WS-BAD-HOLIDAY-COUNT TO SUM-COUNT
009190         MOVE WS-SUMMARY-LINE TO PRINT-RECORD
009200         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009210     END-IF
009220     CLOSE SCHEDULE-REPORT-FILE
009230     IF WS-HOL-YEAR-COUNT = 0
009240         OR WS-INVALID-COUNT > 0
009250         OR WS-BAD-HOLIDAY-COUNT > 0
009260         MOVE 4 TO RETURN-CODE
009270     END-IF.
009280
009290 9000-EXIT.
009300     EXIT.
009310
009320*****************************************************************
009330** 9900-ABEND - CLOSE WHATEVER IS OPEN AND END WITH RC 16.  THE
009340** QUEUE FILE IS LEFT INCOMPLETE; THE JCL BYPASSES PRMQUE.
009350*****************************************************************
009360 9900-ABEND.
009370     IF WS-SUB-OPENED
009380         CLOSE SUBSCRIPTION-FILE
009390     END-IF
009400     IF WS-ONE-OPENED
009410         CLOSE ONE-OFF-REQUEST-FILE
009420     END-IF
009430     IF WS-QUE-OPENED
009440         CLOSE REQUEST-QUEUE-FILE
009450     END-IF
009460     IF WS-RPT-OPENED
009470         CLOSE SCHEDULE-REPORT-FILE
009480     END-IF
009490     MOVE 16 TO RETURN-CODE
009500     STOP RUN.
009510
009520 9900-EXIT.
009530     EXIT.
