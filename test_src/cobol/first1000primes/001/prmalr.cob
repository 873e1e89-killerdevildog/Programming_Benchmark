000010***************************************************************
000020** PROGRAM-ID : PRMALR
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  ALERT ROUTING, RUN AS THE
000100**                  STEP AFTER PRMEOJ SO NOBODY HAS TO READ THE
000110**                  RUN-STATUS RECORD TO DECIDE WHOM TO CALL.
000120**                  GATHERS TODAY'S RUN-STATUS RECORD (OVERALL,
000130**                  GENERATION, RECONCILIATION AND EXTRACT-ACK
000140**                  VERDICTS), THE PRMACK STATUS RECORD FOR THE
000150**                  ACK DETAIL, AND EVERY REJECT OR SHORT ON THE
000160**                  QUEUE COMPLETION FILE, TURNS EACH EXCEPTION
000170**                  INTO A CONDITION, AND ROUTES IT THROUGH THE
000180**                  MAINTAINED ROUTING TABLE (PRMALRT CARD DECK,
000190**                  PRMALRF LAYOUT) TO A SEVERITY AND ON-CALL
000200**                  GROUP.  EACH ALERT RAISED IS ONE MESSAGE ON
000210**                  THE OUTBOUND NOTICE FILE FOR THE CONSOLE/
000220**                  PAGING INTERFACE; SHORT OR REJECTED QUEUE
000230**                  REQUESTS RAISE ONE NOTICE A RUN NAMING THE
000240**                  REQUESTING DEPARTMENT.  CONDITIONS STILL OPEN
000250**                  FROM AN EARLIER RUN ARE CARRIED ON THE
000260**                  OPEN-ALERT FILE: A REPEAT IS SUPPRESSED WHEN
000270**                  ITS ROUTING CARD SAYS SO, AND A CONDITION NO
000280**                  LONGER PRESENT IS CLEARED.  EVERY ALERT
000290**                  RAISED, SUPPRESSED OR CLEARED IS PRINTED ON
000300**                  THE ALERT LOG.  RETURN-CODE 4 WHEN A CONDITION
000310**                  HAD NO ROUTE OR A ROUTING CARD WAS SKIPPED, 8
000320**                  WHEN THE OPEN-ALERT FILE COULD NOT BE
000330**                  REWRITTEN, 16 WHEN NO ALERT COULD BE SENT.
000340***************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PRMALR.
000370 AUTHOR. D. OKONKWO.
000380 INSTALLATION. DATA CENTER SERVICES.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ALERT-ROUTE-FILE ASSIGN TO "PRMALRT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RTE-FILE-STATUS.
000520
000530     SELECT RUN-STATUS-FILE ASSIGN TO "PRMRUNST"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-RUN-FILE-STATUS.
000560
000570     SELECT ACK-STATUS-FILE ASSIGN TO "PRMACKS"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-ACK-FILE-STATUS.
000600
000610     SELECT REQUEST-COMPLETION-FILE ASSIGN TO "PRMQCMP"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CMP-FILE-STATUS.
000640
000650     SELECT OPEN-ALERT-FILE ASSIGN TO "PRMALOP"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-OPN-FILE-STATUS.
000680
000690     SELECT ALERT-NOTICE-FILE ASSIGN TO "PRMALRN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-NTC-FILE-STATUS.
000720
000730     SELECT ALERT-LOG-FILE ASSIGN TO "PRMALRO"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-RPT-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790
000800 FD  ALERT-ROUTE-FILE
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  ROUTE-IN-RECORD PIC X(80).
000840
000850 FD  RUN-STATUS-FILE
000860     RECORDING MODE IS F
000870     RECORD CONTAINS 80 CHARACTERS.
000880 COPY PRMRUN.
000890
000900 FD  ACK-STATUS-FILE
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 80 CHARACTERS.
000930 COPY PRMACKF.
000940
000950 FD  REQUEST-COMPLETION-FILE
000960     RECORDING MODE IS F
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  COMPLETION-IN-RECORD PIC X(80).
000990
001000 FD  OPEN-ALERT-FILE
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  OPEN-ALERT-IO-RECORD PIC X(80).
001040
001050 FD  ALERT-NOTICE-FILE
001060     RECORDING MODE IS F
001070     RECORD CONTAINS 120 CHARACTERS.
001080 01  NOTICE-OUT-RECORD PIC X(120).
001090
001100 FD  ALERT-LOG-FILE
001110     RECORDING MODE IS F
001120     RECORD CONTAINS 132 CHARACTERS.
001130 01  PRINT-RECORD PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160
001170 COPY PRMALRF.
001180
001190 COPY PRMREQ.
001200
001210*****************************************************************
001220** REPORT LINE LAYOUTS
001230*****************************************************************
001240 01  WS-HEADING-LINE-1.
001250     05  FILLER PIC X(01) VALUE SPACES.
001260     05  FILLER PIC X(40) VALUE "PRMALR ALERT ROUTING LOG".
001270     05  FILLER PIC X(10) VALUE SPACES.
001280     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001290     05  HDG1-RUN-DATE PIC 9999/99/99.
001300     05  FILLER PIC X(60) VALUE SPACES.
001310
001320 01  WS-HEADING-LINE-2.
001330     05  FILLER PIC X(01) VALUE SPACES.
001340     05  FILLER PIC X(13) VALUE "ACTION".
001350     05  FILLER PIC X(09) VALUE "CONDITN".
001360     05  FILLER PIC X(09) VALUE "DEPT".
001370     05  FILLER PIC X(09) VALUE "SEVERITY".
001380     05  FILLER PIC X(09) VALUE "ON-CALL".
001390     05  FILLER PIC X(09) VALUE "SOURCE".
001400     05  FILLER PIC X(11) VALUE "OPEN SINCE".
001410     05  FILLER PIC X(62) VALUE "MESSAGE".
001420
001430 01  WS-LOG-LINE.
001440     05  FILLER PIC X(01) VALUE SPACES.
001450     05  LOG-ACTION PIC X(12).
001460     05  FILLER PIC X(01) VALUE SPACES.
001470     05  LOG-CONDITION PIC X(08).
001480     05  FILLER PIC X(01) VALUE SPACES.
001490     05  LOG-DEPARTMENT PIC X(08).
001500     05  FILLER PIC X(01) VALUE SPACES.
001510     05  LOG-SEVERITY PIC X(08).
001520     05  FILLER PIC X(01) VALUE SPACES.
001530     05  LOG-ONCALL-GROUP PIC X(08).
001540     05  FILLER PIC X(01) VALUE SPACES.
001550     05  LOG-SOURCE-JOB PIC X(08).
001560     05  FILLER PIC X(01) VALUE SPACES.
001570     05  LOG-OPEN-SINCE PIC 9999/99/99.
001580     05  FILLER PIC X(01) VALUE SPACES.
001590     05  LOG-MESSAGE-TEXT PIC X(60).
001600     05  FILLER PIC X(01) VALUE SPACES.
001610
001620 01  WS-ECHO-LINE.
001630     05  FILLER PIC X(01) VALUE SPACES.
001640     05  ECH-LABEL PIC X(30) VALUE SPACES.
001650     05  ECH-VALUE PIC X(60) VALUE SPACES.
001660     05  FILLER PIC X(41) VALUE SPACES.
001670
001680 01  WS-ERROR-LINE.
001690     05  FILLER PIC X(01) VALUE SPACES.
001700     05  FILLER PIC X(10) VALUE "*** ERROR ".
001710     05  ERR-TEXT PIC X(70) VALUE SPACES.
001720     05  FILLER PIC X(51) VALUE SPACES.
001730
001740 01  WS-RESULT-LINE.
001750     05  FILLER PIC X(01) VALUE SPACES.
001760     05  FILLER PIC X(30) VALUE "ALERT RESULT :".
001770     05  RES-TEXT PIC X(60) VALUE SPACES.
001780     05  FILLER PIC X(41) VALUE SPACES.
001790
001800*****************************************************************
001810** THE ROUTING TABLE, LOADED WHOLE FROM THE CARD DECK.  THE FIRST
001820** CARD FOR A CONDITION AND DEPARTMENT WINS; A LATER DUPLICATE IS
001830** SKIPPED.
001840*****************************************************************
001850 01  WS-RTE-MAX PIC 9(4) COMP VALUE 200.
001860 01  WS-RTE-COUNT PIC 9(4) COMP VALUE 0.
001870 01  WS-RTE-TABLE.
001880     05  WS-RTE-ENTRY OCCURS 200 TIMES.
001890         10  RTE-CONDITION PIC X(08).
001900         10  RTE-DEPARTMENT PIC X(08).
001910         10  RTE-SEVERITY PIC X(01).
001920         10  RTE-ONCALL-GROUP PIC X(08).
001930         10  RTE-SUPPRESS PIC X(01).
001940         10  RTE-MESSAGE-TEXT PIC X(30).
001950 01  WS-RX PIC 9(4) COMP VALUE 0.
001960 01  WS-RTE-FOUND-IX PIC 9(4) COMP VALUE 0.
001970
001980*****************************************************************
001990** THE OPEN-ALERT TABLE.  EACH ENTRY IS AN OPEN-ALERT RECORD PLUS
002000** ITS STATE FOR THIS RUN: "O" CARRIED FROM THE LAST RUN AND NOT
002010** YET SEEN, "S" SEEN AGAIN (OR NEW) THIS RUN, "C" CLEARED.  AN
002020** ENTRY IS WORKED ON THROUGH OPEN-ALERT-RECORD.
002030*****************************************************************
002040 01  WS-OPN-MAX PIC 9(4) COMP VALUE 200.
002050 01  WS-OPN-COUNT PIC 9(4) COMP VALUE 0.
002060 01  WS-OPN-TABLE.
002070     05  WS-OPN-ENTRY OCCURS 200 TIMES.
002080         10  OPN-RECORD PIC X(80).
002090         10  OPN-STATE PIC X(01).
002100             88  OPN-CARRIED VALUE "O".
002110             88  OPN-SEEN VALUE "S".
002120             88  OPN-CLEARED VALUE "C".
002130 01  WS-OX PIC 9(4) COMP VALUE 0.
002140 01  WS-OPN-FOUND-IX PIC 9(4) COMP VALUE 0.
002150
002160*****************************************************************
002170** THE CONDITION BEING ROUTED.
002180*****************************************************************
002190 01  WS-CND-CODE PIC X(08) VALUE SPACES.
002200 01  WS-CND-DEPARTMENT PIC X(08) VALUE SPACES.
002210 01  WS-CND-SOURCE-JOB PIC X(08) VALUE SPACES.
002220 01  WS-CND-DETAIL PIC X(30) VALUE SPACES.
002230 01  WS-MESSAGE-TEXT PIC X(60) VALUE SPACES.
002240 01  WS-ROUTE-TEXT PIC X(32) VALUE SPACES.
002250 01  WS-SEVERITY-TEXT PIC X(08) VALUE SPACES.
002260
002270*****************************************************************
002280** WHAT WAS GATHERED.  A SOURCE THAT COULD NOT BE READ TODAY IS
002290** NOT ASSESSED, AND A CONDITION OPEN FROM IT IS CARRIED, NOT
002300** CLEARED.
002310*****************************************************************
002320 01  WS-SAVE-RUNSTAT PIC X(80) VALUE SPACES.
002330 01  WS-RUN-FOUND-SW PIC X(01) VALUE "N".
002340     88  WS-RUN-FOUND VALUE "Y".
002350 01  WS-ACK-FOUND-SW PIC X(01) VALUE "N".
002360     88  WS-ACK-FOUND VALUE "Y".
002370 01  WS-QUE-ASSESSED-SW PIC X(01) VALUE "N".
002380     88  WS-QUE-ASSESSED VALUE "Y".
002390 01  WS-QUE-READ-COUNT PIC 9(5) VALUE 0.
002400
002410*****************************************************************
002420** COUNTERS AND WORK FIELDS
002430*****************************************************************
002440 01  WS-RUN-DATE PIC 9(8) VALUE 0.
002450 01  WS-RUN-TIME PIC 9(8) VALUE 0.
002460 01  WS-RAISED-COUNT PIC 9(5) VALUE 0.
002470 01  WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.
002480 01  WS-LOGGED-COUNT PIC 9(5) VALUE 0.
002485 01  WS-REPEAT-COUNT PIC 9(5) VALUE 0.
002490 01  WS-UNROUTED-COUNT PIC 9(5) VALUE 0.
002500 01  WS-CLEARED-COUNT PIC 9(5) VALUE 0.
002510 01  WS-STILL-OPEN-COUNT PIC 9(5) VALUE 0.
002520 01  WS-START-OPEN-COUNT PIC 9(5) VALUE 0.
002530 01  WS-CARD-COUNT PIC 9(5) VALUE 0.
002540 01  WS-ERROR-COUNT PIC 9(3) VALUE 0.
002550 01  WS-OPN-SAVE-FAILED-SW PIC X(01) VALUE "N".
002560     88  WS-OPN-SAVE-FAILED VALUE "Y".
002570 01  WS-EDIT-COUNT PIC ZZZZ9.
002580 01  WS-EDIT-CARD PIC ZZZZ9.
002590 01  WS-RTE-FILE-STATUS PIC X(02) VALUE SPACES.
002600 01  WS-RUN-FILE-STATUS PIC X(02) VALUE SPACES.
002610 01  WS-ACK-FILE-STATUS PIC X(02) VALUE SPACES.
002620 01  WS-CMP-FILE-STATUS PIC X(02) VALUE SPACES.
002630 01  WS-OPN-FILE-STATUS PIC X(02) VALUE SPACES.
002640 01  WS-NTC-FILE-STATUS PIC X(02) VALUE SPACES.
002650 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
002660 01  WS-RTE-EOF-SW PIC X(01) VALUE "N".
002670     88  WS-RTE-EOF VALUE "Y".
002680 01  WS-RUN-EOF-SW PIC X(01) VALUE "N".
002690     88  WS-RUN-EOF VALUE "Y".
002700 01  WS-CMP-EOF-SW PIC X(01) VALUE "N".
002710     88  WS-CMP-EOF VALUE "Y".
002720 01  WS-OPN-EOF-SW PIC X(01) VALUE "N".
002730     88  WS-OPN-EOF VALUE "Y".
002740 01  WS-NTC-OPEN-SW PIC X(01) VALUE "N".
002750     88  WS-NTC-OPENED VALUE "Y".
002760 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
002770     88  WS-RPT-OPENED VALUE "Y".
002780
002790 PROCEDURE DIVISION.
002800
002810*****************************************************************
002820** 0000-MAINLINE
002830*****************************************************************
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002860     PERFORM 2000-ASSESS-RUN-STATUS THRU 2000-EXIT
002870     PERFORM 2500-ASSESS-QUEUE THRU 2500-EXIT
002880     PERFORM 4000-CLEAR-CONDITIONS THRU 4000-EXIT
002890     PERFORM 5000-SAVE-OPEN-ALERTS THRU 5000-EXIT
002900     PERFORM 9000-TERMINATE THRU 9000-EXIT
002910     STOP RUN.
002920
002930*****************************************************************
002940** 1000-INITIALIZE - LOG, ROUTING TABLE, OPEN ALERTS, NOTICE FILE.
002950** WITHOUT A ROUTING TABLE OR A NOTICE FILE NO ALERT CAN GO OUT,
002960** SO EITHER ONE MISSING ENDS THE STEP RETURN-CODE 16.  A MISSING
002970** OPEN-ALERT FILE ONLY MEANS NOTHING IS OPEN.
002980*****************************************************************
002990 1000-INITIALIZE.
003000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003010     ACCEPT WS-RUN-TIME FROM TIME
003020     OPEN OUTPUT ALERT-LOG-FILE
003030     IF WS-RPT-FILE-STATUS NOT = "00"
003040         DISPLAY "*** PRMALR ABEND - ALERT-LOG-FILE OPEN FAILED "
003050             "- STATUS = " WS-RPT-FILE-STATUS
003060         PERFORM 9900-ABEND THRU 9900-EXIT
003070     END-IF
003080     MOVE "Y" TO WS-RPT-OPEN-SW
003090     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
003100     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
003110     WRITE PRINT-RECORD AFTER ADVANCING PAGE
003120     MOVE SPACES TO PRINT-RECORD
003130     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
003140
003150     OPEN INPUT ALERT-ROUTE-FILE
003160     IF WS-RTE-FILE-STATUS NOT = "00"
003170         DISPLAY "*** PRMALR ABEND - ALERT-ROUTE-FILE OPEN "
003180             "FAILED - STATUS = " WS-RTE-FILE-STATUS
003190         PERFORM 9900-ABEND THRU 9900-EXIT
003200     END-IF
003210     PERFORM 1100-LOAD-ROUTE THRU 1100-EXIT
003220         UNTIL WS-RTE-EOF
003230     CLOSE ALERT-ROUTE-FILE
003240     IF WS-RTE-COUNT = 0
003250         DISPLAY "*** PRMALR ABEND - NO ROUTING CARDS ON PRMALRT"
003260         PERFORM 9900-ABEND THRU 9900-EXIT
003270     END-IF
003280     MOVE "ROUTING CARDS LOADED" TO ECH-LABEL
003290     MOVE WS-RTE-COUNT TO WS-EDIT-COUNT
003300     MOVE WS-EDIT-COUNT TO ECH-VALUE
003310     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003320
003330     OPEN INPUT OPEN-ALERT-FILE
003340     IF WS-OPN-FILE-STATUS = "00"
003350         PERFORM 1200-LOAD-OPEN-ALERT THRU 1200-EXIT
003360             UNTIL WS-OPN-EOF
003370         CLOSE OPEN-ALERT-FILE
003380         MOVE WS-OPN-COUNT TO WS-START-OPEN-COUNT
003390         MOVE "ALERTS OPEN AT START" TO ECH-LABEL
003400         MOVE WS-OPN-COUNT TO WS-EDIT-COUNT
003410         MOVE WS-EDIT-COUNT TO ECH-VALUE
003420     ELSE
003430         MOVE "ALERTS OPEN AT START" TO ECH-LABEL
003440         MOVE "NO OPEN-ALERT FILE - EVERY CONDITION IS NEW"
003450             TO ECH-VALUE
003460     END-IF
003470     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003480
003490     OPEN OUTPUT ALERT-NOTICE-FILE
003500     IF WS-NTC-FILE-STATUS NOT = "00"
003510         DISPLAY "*** PRMALR ABEND - ALERT-NOTICE-FILE OPEN "
003520             "FAILED - STATUS = " WS-NTC-FILE-STATUS
003530         PERFORM 9900-ABEND THRU 9900-EXIT
003540     END-IF
003550     MOVE "Y" TO WS-NTC-OPEN-SW.
003560
003570 1000-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610** 1100-LOAD-ROUTE - ONE ROUTING CARD.  A CARD THAT CANNOT BE USED
003620** IS SKIPPED AND PRINTED (RETURN-CODE 4) RATHER THAN GUESSED AT;
003630** ITS CONDITION FALLS BACK TO THE BLANK-DEPARTMENT OR *DEFAULT
003640** CARD.
003650*****************************************************************
003660 1100-LOAD-ROUTE.
003670     READ ALERT-ROUTE-FILE INTO ALERT-ROUTE-CARD
003680         AT END
003690             MOVE "Y" TO WS-RTE-EOF-SW
003700             GO TO 1100-EXIT
003710     END-READ
003720     ADD 1 TO WS-CARD-COUNT
003730     IF ALERT-ROUTE-CARD = SPACES
003740         OR ALERT-ROUTE-CARD (1:1) = "*"
003750             AND NOT ART-DEFAULT-ROUTE
003760         GO TO 1100-EXIT
003770     END-IF
003780     MOVE WS-CARD-COUNT TO WS-EDIT-CARD
003790     IF ART-CONDITION = SPACES
003800         STRING "ROUTING CARD " WS-EDIT-CARD
003810             " SKIPPED - NO CONDITION" DELIMITED BY SIZE
003820             INTO ERR-TEXT
003830         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003840         GO TO 1100-EXIT
003850     END-IF
003860     IF NOT ART-SEVERITY-VALID
003870         STRING "ROUTING CARD " WS-EDIT-CARD
003880             " SKIPPED - SEVERITY NOT 0 THROUGH 4"
003890             DELIMITED BY SIZE INTO ERR-TEXT
003900         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003910         GO TO 1100-EXIT
003920     END-IF
003930     IF NOT ART-SUPPRESS-VALID
003940         STRING "ROUTING CARD " WS-EDIT-CARD
003950             " SKIPPED - SUPPRESS FLAG NOT Y OR N"
003960             DELIMITED BY SIZE INTO ERR-TEXT
003970         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003980         GO TO 1100-EXIT
003990     END-IF
004000     IF ART-ONCALL-GROUP = SPACES AND NOT ART-SEVERITY-LOG-ONLY
004010         STRING "ROUTING CARD " WS-EDIT-CARD
004020             " SKIPPED - NO ON-CALL GROUP" DELIMITED BY SIZE
004030             INTO ERR-TEXT
004040         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004050         GO TO 1100-EXIT
004060     END-IF
004070     MOVE 0 TO WS-RTE-FOUND-IX
004080     PERFORM VARYING WS-RX FROM 1 BY 1
004090         UNTIL WS-RX > WS-RTE-COUNT OR WS-RTE-FOUND-IX > 0
004100         IF RTE-CONDITION (WS-RX) = ART-CONDITION
004110             AND RTE-DEPARTMENT (WS-RX) = ART-DEPARTMENT
004120             MOVE WS-RX TO WS-RTE-FOUND-IX
004130         END-IF
004140     END-PERFORM
004150     IF WS-RTE-FOUND-IX > 0
004160         STRING "ROUTING CARD " WS-EDIT-CARD
004170             " SKIPPED - DUPLICATES AN EARLIER CARD"
004180             DELIMITED BY SIZE INTO ERR-TEXT
004190         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004200         GO TO 1100-EXIT
004210     END-IF
004220     IF WS-RTE-COUNT NOT < WS-RTE-MAX
004230         DISPLAY "*** PRMALR ABEND - MORE THAN 200 ROUTING CARDS"
004240         PERFORM 9900-ABEND THRU 9900-EXIT
004250     END-IF
004260     ADD 1 TO WS-RTE-COUNT
004270     MOVE ART-CONDITION TO RTE-CONDITION (WS-RTE-COUNT)
004280     MOVE ART-DEPARTMENT TO RTE-DEPARTMENT (WS-RTE-COUNT)
004290     MOVE ART-SEVERITY TO RTE-SEVERITY (WS-RTE-COUNT)
004300     MOVE ART-ONCALL-GROUP TO RTE-ONCALL-GROUP (WS-RTE-COUNT)
004310     MOVE ART-SUPPRESS TO RTE-SUPPRESS (WS-RTE-COUNT)
004320     MOVE ART-MESSAGE-TEXT TO RTE-MESSAGE-TEXT (WS-RTE-COUNT).
004330
004340 1100-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380** 1200-LOAD-OPEN-ALERT - ONE CONDITION STILL OPEN FROM AN EARLIER
004390** RUN.
004400*****************************************************************
004410 1200-LOAD-OPEN-ALERT.
004420     READ OPEN-ALERT-FILE
004430         AT END
004440             MOVE "Y" TO WS-OPN-EOF-SW
004450             GO TO 1200-EXIT
004460     END-READ
004470     IF WS-OPN-COUNT NOT < WS-OPN-MAX
004480         DISPLAY "*** PRMALR ABEND - MORE THAN 200 OPEN ALERTS"
004490         PERFORM 9900-ABEND THRU 9900-EXIT
004500     END-IF
004510     ADD 1 TO WS-OPN-COUNT
004520     MOVE OPEN-ALERT-IO-RECORD TO OPN-RECORD (WS-OPN-COUNT)
004530     MOVE "O" TO OPN-STATE (WS-OPN-COUNT).
004540
004550 1200-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590** 2000-ASSESS-RUN-STATUS - THE LAST RUN-STATUS RECORD, WHICH
004600** PRMEOJ HAS JUST APPENDED, AND THE PRMACK STATUS RECORD FOR THE
004610** ACK DETAIL.  A RUN-STATUS RECORD NOT DATED TODAY MEANS PRMEOJ
004620** DID NOT LOG TODAY; THAT IS RAISED ON ITS OWN AND THE OTHER RUN
004630** CONDITIONS ARE LEFT AS THEY STAND.
004640*****************************************************************
004650 2000-ASSESS-RUN-STATUS.
004660     OPEN INPUT RUN-STATUS-FILE
004670     IF WS-RUN-FILE-STATUS = "00"
004680         PERFORM 2100-READ-RUN-STATUS THRU 2100-EXIT
004690         PERFORM UNTIL WS-RUN-EOF
004700             MOVE RUN-STATUS-RECORD TO WS-SAVE-RUNSTAT
004710             MOVE "Y" TO WS-RUN-FOUND-SW
004720             PERFORM 2100-READ-RUN-STATUS THRU 2100-EXIT
004730         END-PERFORM
004740         CLOSE RUN-STATUS-FILE
004750     END-IF
004760     MOVE WS-SAVE-RUNSTAT TO RUN-STATUS-RECORD
004770     IF WS-RUN-FOUND AND RS-RUN-DATE NOT = WS-RUN-DATE
004780         MOVE "N" TO WS-RUN-FOUND-SW
004790     END-IF
004800
004810     OPEN INPUT ACK-STATUS-FILE
004820     IF WS-ACK-FILE-STATUS = "00"
004830         READ ACK-STATUS-FILE
004840             AT END
004850                 CONTINUE
004860             NOT AT END
004870                 IF AKS-RUN-DATE = WS-RUN-DATE
004880                     MOVE "Y" TO WS-ACK-FOUND-SW
004890                 END-IF
004900         END-READ
004910         CLOSE ACK-STATUS-FILE
004920     END-IF
004930
004940     MOVE "PRMJOB" TO WS-CND-SOURCE-JOB
004950     MOVE SPACES TO WS-CND-DEPARTMENT
004960     MOVE "RUN-STATUS RECORD" TO ECH-LABEL
004970     IF NOT WS-RUN-FOUND
004980         MOVE "NONE FOR TODAY" TO ECH-VALUE
004990         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
005000         MOVE "RUNSTMIS" TO WS-CND-CODE
005010         STRING "NONE FOR " WS-RUN-DATE DELIMITED BY SIZE
005020             INTO WS-CND-DETAIL
005030         PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005040         GO TO 2000-EXIT
005050     END-IF
005060     STRING RS-RUN-DATE " " RS-RUN-TIME (1:4) "  OVERALL "
005070         RS-OVERALL-STATUS DELIMITED BY SIZE INTO ECH-VALUE
005080     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
005090     MOVE "RUN DATE " TO WS-CND-DETAIL
005100     MOVE RS-RUN-DATE TO WS-CND-DETAIL (10:8)
005110
005120     IF RS-OVERALL-ABEND
005130         MOVE "RUNABEND" TO WS-CND-CODE
005140         PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005150     END-IF
005160     IF RS-OVERALL-WARNING
005170         MOVE "RUNWARN" TO WS-CND-CODE
005180         PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005190     END-IF
005200
005210     STRING "TGT " RS-TARGET-COUNT " GOT " RS-ACTUAL-COUNT
005220         DELIMITED BY SIZE INTO WS-CND-DETAIL
005230     EVALUATE TRUE
005240         WHEN RS-GEN-ABEND
005250             MOVE "GENABEND" TO WS-CND-CODE
005260             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005270         WHEN RS-GEN-MISSING
005280             MOVE "GENMISS" TO WS-CND-CODE
005290             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005300         WHEN RS-GEN-NORMAL AND RS-ACTUAL-COUNT < RS-TARGET-COUNT
005310             MOVE "GENSHORT" TO WS-CND-CODE
005320             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005330     END-EVALUATE
005340
005350*    A BYPASS MORNING HAS NO RECONCILIATION BY DESIGN.
005360     MOVE SPACES TO WS-CND-DETAIL
005370     STRING "MISMATCHES " RS-MISMATCH-COUNT DELIMITED BY SIZE
005380         INTO WS-CND-DETAIL
005390     EVALUATE TRUE
005400         WHEN RS-GEN-BYPASS
005410             CONTINUE
005420         WHEN RS-RECON-MISSING
005430             MOVE "RCNMISS" TO WS-CND-CODE
005440             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005450         WHEN RS-RECON-SKIPPED
005460             MOVE "RCNSKIP" TO WS-CND-CODE
005470             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005480         WHEN RS-MISMATCH-COUNT > 0
005490             MOVE "RCNMISMT" TO WS-CND-CODE
005500             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005510     END-EVALUATE
005520
005530     MOVE SPACES TO WS-CND-DETAIL
005540     IF WS-ACK-FOUND
005550         STRING "ACKS " AKS-MATCHED-ACKS " OF " AKS-EXPECTED-ACKS
005560             ", AGE " AKS-AGE-DAYS " DAYS" DELIMITED BY SIZE
005570             INTO WS-CND-DETAIL
005580     ELSE
005590         MOVE "NO PRMACK STATUS FOR TODAY" TO WS-CND-DETAIL
005600     END-IF
005610     EVALUATE RS-ACK-STATUS
005620         WHEN "OUTOFBAL"
005630             MOVE "ACKOOB" TO WS-CND-CODE
005640             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005650         WHEN "PARTIAL "
005660             MOVE "ACKPART" TO WS-CND-CODE
005670             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005680         WHEN "UNACKED "
005690             MOVE "ACKUNACK" TO WS-CND-CODE
005700             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005710         WHEN "MISSING "
005720         WHEN SPACES
005730             MOVE "ACKMISS" TO WS-CND-CODE
005740             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
005750     END-EVALUATE.
005760
005770 2000-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810** 2100-READ-RUN-STATUS
005820*****************************************************************
005830 2100-READ-RUN-STATUS.
005840     READ RUN-STATUS-FILE
005850         AT END
005860             MOVE "Y" TO WS-RUN-EOF-SW
005870     END-READ.
005880
005890 2100-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930** 2500-ASSESS-QUEUE - EVERY REJECTED OR SHORT REQUEST ON THE
005940** QUEUE COMPLETION FILE (THE LATEST PRMQUE RUN) IS A CONDITION
005950** FOR ITS REQUESTING DEPARTMENT.  NO COMPLETION FILE, NO
005960** ASSESSMENT.
005970*****************************************************************
005980 2500-ASSESS-QUEUE.
005990     MOVE "QUEUE COMPLETIONS READ" TO ECH-LABEL
006000     OPEN INPUT REQUEST-COMPLETION-FILE
006010     IF WS-CMP-FILE-STATUS NOT = "00"
006020         MOVE "NO COMPLETION FILE - QUEUE NOT ASSESSED"
006030             TO ECH-VALUE
006040         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
006050         GO TO 2500-EXIT
006060     END-IF
006070     MOVE "Y" TO WS-QUE-ASSESSED-SW
006080     MOVE "PRMQUE" TO WS-CND-SOURCE-JOB
006090     PERFORM 2600-READ-COMPLETION THRU 2600-EXIT
006100     PERFORM UNTIL WS-CMP-EOF
006110         ADD 1 TO WS-QUE-READ-COUNT
006120         MOVE QC-DEPARTMENT TO WS-CND-DEPARTMENT
006130         MOVE SPACES TO WS-CND-DETAIL
006140         IF QC-STATUS-SHORT
006150             MOVE "QSHORT" TO WS-CND-CODE
006160             STRING "TGT " QC-TARGET-COUNT " GOT " QC-ACTUAL-COUNT
006170                 DELIMITED BY SIZE INTO WS-CND-DETAIL
006180             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
006190         END-IF
006200         IF QC-STATUS-REJECT
006210             MOVE "QREJECT" TO WS-CND-CODE
006220             STRING "TGT " QC-TARGET-COUNT " ON " QC-RUN-DATE
006230                 DELIMITED BY SIZE INTO WS-CND-DETAIL
006240             PERFORM 3000-ROUTE-CONDITION THRU 3000-EXIT
006250         END-IF
006260         PERFORM 2600-READ-COMPLETION THRU 2600-EXIT
006270     END-PERFORM
006280     CLOSE REQUEST-COMPLETION-FILE
006290     MOVE WS-QUE-READ-COUNT TO WS-EDIT-COUNT
006300     MOVE WS-EDIT-COUNT TO ECH-VALUE
006310     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
006320
006330 2500-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370** 2600-READ-COMPLETION
006380*****************************************************************
006390 2600-READ-COMPLETION.
006400     READ REQUEST-COMPLETION-FILE INTO REQUEST-COMPLETION-RECORD
006410         AT END
006420             MOVE "Y" TO WS-CMP-EOF-SW
006430     END-READ.
006440
006450 2600-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490** 3000-ROUTE-CONDITION - ONE CONDITION FOUND THIS RUN.  ROUTE IT,
006500** MATCH IT TO ANY OPEN ALERT, AND RAISE, SUPPRESS OR LOG IT:
006502**   SEEN THIS RUN     - RUN REPEAT, NO NOTICE AND NOT COUNTED AS
006504**                       RAISED (SEVERAL SHORT OR REJECTED QUEUE
006506**                       REQUESTS FROM ONE DEPARTMENT PAGE ONCE)
006510**   NO ROUTE          - NOT ROUTED (RETURN-CODE 4), STILL OPENED
006520**   OPEN, SUPPRESS Y  - SUPPRESSED
006530**   SEVERITY 0        - LOGGED, NO NOTICE
006540**   OTHERWISE         - RAISED (RAISED AGAIN IF ALREADY OPEN)
006550** THE CONDITION IS OPEN FROM HERE UNTIL A RUN THAT ASSESSES ITS
006560** SOURCE NO LONGER FINDS IT.
006570*****************************************************************
006580 3000-ROUTE-CONDITION.
006590     PERFORM 3100-FIND-ROUTE THRU 3100-EXIT
006600     PERFORM 3200-FIND-OPEN-ALERT THRU 3200-EXIT
006610     IF WS-OPN-FOUND-IX > 0
006620         MOVE OPN-RECORD (WS-OPN-FOUND-IX) TO OPEN-ALERT-RECORD
006630     ELSE
006640         IF WS-OPN-COUNT NOT < WS-OPN-MAX
006650             DISPLAY "*** PRMALR ABEND - MORE THAN 200 OPEN "
006660                 "ALERTS"
006670             PERFORM 9900-ABEND THRU 9900-EXIT
006680         END-IF
006690         ADD 1 TO WS-OPN-COUNT
006700         MOVE WS-OPN-COUNT TO WS-OPN-FOUND-IX
006710         MOVE SPACES TO OPEN-ALERT-RECORD
006720         MOVE WS-CND-CODE TO OA-CONDITION
006730         MOVE WS-CND-DEPARTMENT TO OA-DEPARTMENT
006740         MOVE WS-CND-SOURCE-JOB TO OA-SOURCE-JOB
006750         MOVE WS-RUN-DATE TO OA-FIRST-DATE
006760         MOVE WS-RUN-TIME TO OA-FIRST-TIME
006770         MOVE 0 TO OA-RAISED-COUNT
006780         MOVE 0 TO OA-SUPPRESSED-COUNT
006785         MOVE SPACE TO OPN-STATE (WS-OPN-FOUND-IX)
006790     END-IF
006800     MOVE WS-RUN-DATE TO OA-LAST-DATE
006810
006820     MOVE SPACES TO WS-MESSAGE-TEXT
006830     IF WS-RTE-FOUND-IX = 0
006840         MOVE SPACES TO OA-SEVERITY
006850         MOVE SPACES TO OA-ONCALL-GROUP
006860         STRING WS-CND-CODE DELIMITED BY SPACE
006870             " - " WS-CND-DETAIL DELIMITED BY SIZE
006880             INTO WS-MESSAGE-TEXT
006883         IF OPN-SEEN (WS-OPN-FOUND-IX)
006886             ADD 1 TO WS-REPEAT-COUNT
006889             MOVE "RUN REPEAT" TO LOG-ACTION
006892         ELSE
006895             ADD 1 TO WS-UNROUTED-COUNT
006898             MOVE "NOT ROUTED" TO LOG-ACTION
006901         END-IF
006910         GO TO 3000-LOG
006920     END-IF
006930
006940     MOVE RTE-SEVERITY (WS-RTE-FOUND-IX) TO OA-SEVERITY
006950     MOVE RTE-ONCALL-GROUP (WS-RTE-FOUND-IX) TO OA-ONCALL-GROUP
006960     IF RTE-MESSAGE-TEXT (WS-RTE-FOUND-IX) = SPACES
006970         STRING WS-CND-CODE DELIMITED BY SPACE
006980             " - " WS-CND-DETAIL DELIMITED BY SIZE
006990             INTO WS-MESSAGE-TEXT
007000     ELSE
007010         MOVE RTE-MESSAGE-TEXT (WS-RTE-FOUND-IX) TO WS-ROUTE-TEXT
007020         STRING WS-ROUTE-TEXT DELIMITED BY "  "
007030             " - " WS-CND-DETAIL DELIMITED BY SIZE
007040             INTO WS-MESSAGE-TEXT
007050     END-IF
007060     EVALUATE TRUE
007062         WHEN OPN-SEEN (WS-OPN-FOUND-IX)
007064             ADD 1 TO WS-REPEAT-COUNT
007066             MOVE "RUN REPEAT" TO LOG-ACTION
007070         WHEN OPN-CARRIED (WS-OPN-FOUND-IX)
007080             AND RTE-SUPPRESS (WS-RTE-FOUND-IX) = "Y"
007090             ADD 1 TO OA-SUPPRESSED-COUNT
007100             ADD 1 TO WS-SUPPRESSED-COUNT
007110             MOVE "SUPPRESSED" TO LOG-ACTION
007120         WHEN RTE-SEVERITY (WS-RTE-FOUND-IX) = "0"
007130             ADD 1 TO WS-LOGGED-COUNT
007140             MOVE "LOGGED ONLY" TO LOG-ACTION
007150         WHEN OTHER
007160             PERFORM 3300-WRITE-NOTICE THRU 3300-EXIT
007170             ADD 1 TO OA-RAISED-COUNT
007180             ADD 1 TO WS-RAISED-COUNT
007190             IF OPN-CARRIED (WS-OPN-FOUND-IX)
007200                 MOVE "RAISED AGAIN" TO LOG-ACTION
007210             ELSE
007220                 MOVE "RAISED" TO LOG-ACTION
007230             END-IF
007240     END-EVALUATE.
007250
007260 3000-LOG.
007270     MOVE OPEN-ALERT-RECORD TO OPN-RECORD (WS-OPN-FOUND-IX)
007280     MOVE "S" TO OPN-STATE (WS-OPN-FOUND-IX)
007290     MOVE WS-MESSAGE-TEXT TO LOG-MESSAGE-TEXT
007300     PERFORM 8200-WRITE-LOG-LINE THRU 8200-EXIT.
007310
007320 3000-EXIT.
007330     EXIT.
007340
007350*****************************************************************
007360** 3100-FIND-ROUTE - THE CARD FOR THIS CONDITION AND DEPARTMENT,
007370** ELSE THE CONDITION'S BLANK-DEPARTMENT CARD, ELSE *DEFAULT.
007380*****************************************************************
007390 3100-FIND-ROUTE.
007400     MOVE 0 TO WS-RTE-FOUND-IX
007410     PERFORM VARYING WS-RX FROM 1 BY 1
007420         UNTIL WS-RX > WS-RTE-COUNT OR WS-RTE-FOUND-IX > 0
007430         IF RTE-CONDITION (WS-RX) = WS-CND-CODE
007440             AND RTE-DEPARTMENT (WS-RX) = WS-CND-DEPARTMENT
007450             MOVE WS-RX TO WS-RTE-FOUND-IX
007460         END-IF
007470     END-PERFORM
007480     PERFORM VARYING WS-RX FROM 1 BY 1
007490         UNTIL WS-RX > WS-RTE-COUNT OR WS-RTE-FOUND-IX > 0
007500         IF RTE-CONDITION (WS-RX) = WS-CND-CODE
007510             AND RTE-DEPARTMENT (WS-RX) = SPACES
007520             MOVE WS-RX TO WS-RTE-FOUND-IX
007530         END-IF
007540     END-PERFORM
007550     PERFORM VARYING WS-RX FROM 1 BY 1
007560         UNTIL WS-RX > WS-RTE-COUNT OR WS-RTE-FOUND-IX > 0
007570         IF RTE-CONDITION (WS-RX) = "*DEFAULT"
007580             AND RTE-DEPARTMENT (WS-RX) = SPACES
007590             MOVE WS-RX TO WS-RTE-FOUND-IX
007600         END-IF
007610     END-PERFORM.
007620
007630 3100-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670** 3200-FIND-OPEN-ALERT - THE OPEN ALERT FOR THIS CONDITION AND
007680** DEPARTMENT, IF ANY.
007690*****************************************************************
007700 3200-FIND-OPEN-ALERT.
007710     MOVE 0 TO WS-OPN-FOUND-IX
007720     PERFORM VARYING WS-OX FROM 1 BY 1
007730         UNTIL WS-OX > WS-OPN-COUNT OR WS-OPN-FOUND-IX > 0
007740         MOVE OPN-RECORD (WS-OX) TO OPEN-ALERT-RECORD
007750         IF OA-CONDITION = WS-CND-CODE
007760             AND OA-DEPARTMENT = WS-CND-DEPARTMENT
007770             MOVE WS-OX TO WS-OPN-FOUND-IX
007780         END-IF
007790     END-PERFORM.
007800
007810 3200-EXIT.
007820     EXIT.
007830
007840*****************************************************************
007850** 3300-WRITE-NOTICE - ONE OUTBOUND MESSAGE FOR THE CONSOLE/PAGING
007860** INTERFACE.
007870*****************************************************************
007880 3300-WRITE-NOTICE.
007890     PERFORM 8300-SEVERITY-TEXT THRU 8300-EXIT
007900     MOVE SPACES TO ALERT-NOTICE-RECORD
007910     MOVE WS-RUN-DATE TO NT-ALERT-DATE
007920     MOVE WS-RUN-TIME TO NT-ALERT-TIME
007930     MOVE OA-SEVERITY TO NT-SEVERITY
007940     MOVE WS-SEVERITY-TEXT TO NT-SEVERITY-TEXT
007950     MOVE OA-ONCALL-GROUP TO NT-ONCALL-GROUP
007960     MOVE WS-CND-DEPARTMENT TO NT-DEPARTMENT
007970     MOVE WS-CND-CODE TO NT-CONDITION
007980     MOVE WS-CND-SOURCE-JOB TO NT-SOURCE-JOB
007990     MOVE WS-MESSAGE-TEXT TO NT-MESSAGE-TEXT
008000     WRITE NOTICE-OUT-RECORD FROM ALERT-NOTICE-RECORD.
008010
008020 3300-EXIT.
008030     EXIT.
008040
008050*****************************************************************
008060** 4000-CLEAR-CONDITIONS - AN ALERT CARRIED FROM AN EARLIER RUN
008070** AND NOT FOUND AGAIN TODAY HAS CLEARED - BUT ONLY IF ITS SOURCE
008080** WAS ASSESSED TODAY.  A QUEUE CONDITION NEEDS THE COMPLETION
008090** FILE; A RUN CONDITION NEEDS TODAY'S RUN-STATUS RECORD, EXCEPT
008100** RUNSTMIS, WHICH IS ASSESSED EVERY RUN.
008110*****************************************************************
008120 4000-CLEAR-CONDITIONS.
008130     PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OPN-COUNT
008140         IF OPN-CARRIED (WS-OX)
008150             MOVE OPN-RECORD (WS-OX) TO OPEN-ALERT-RECORD
008160             IF (OA-SOURCE-JOB = "PRMQUE" AND WS-QUE-ASSESSED)
008170                 OR (OA-SOURCE-JOB = "PRMJOB" AND WS-RUN-FOUND)
008180                 OR OA-CONDITION = "RUNSTMIS"
008190                 PERFORM 4100-CLEAR-ALERT THRU 4100-EXIT
008200             END-IF
008210         END-IF
008220     END-PERFORM.
008230
008240 4000-EXIT.
008250     EXIT.
008260
008270*****************************************************************
008280** 4100-CLEAR-ALERT - LOG THE CLEARED ALERT WITH HOW OFTEN IT WAS
008290** RAISED AND SUPPRESSED WHILE IT WAS OPEN.
008300*****************************************************************
008310 4100-CLEAR-ALERT.
008320     MOVE "C" TO OPN-STATE (WS-OX)
008330     ADD 1 TO WS-CLEARED-COUNT
008340     MOVE "CLEARED" TO LOG-ACTION
008350     MOVE SPACES TO WS-MESSAGE-TEXT
008360     STRING "RAISED " OA-RAISED-COUNT " SUPPRESSED "
008370         OA-SUPPRESSED-COUNT " LAST SEEN " OA-LAST-DATE
008380         DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
008390     MOVE WS-MESSAGE-TEXT TO LOG-MESSAGE-TEXT
008400     PERFORM 8200-WRITE-LOG-LINE THRU 8200-EXIT.
008410
008420 4100-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460** 5000-SAVE-OPEN-ALERTS - REWRITE THE OPEN-ALERT FILE WITH EVERY
008470** ALERT NOT CLEARED.  IF IT CANNOT BE REWRITTEN, THE NEXT RUN
008480** SEES TODAY'S CONDITIONS AS NEW AND RAISES THEM AGAIN -
008490** RETURN-CODE 8.
008500*****************************************************************
008510 5000-SAVE-OPEN-ALERTS.
008520     OPEN OUTPUT OPEN-ALERT-FILE
008530     IF WS-OPN-FILE-STATUS NOT = "00"
008540         DISPLAY "*** PRMALR - OPEN-ALERT-FILE OPEN FAILED - "
008550             "STATUS = " WS-OPN-FILE-STATUS
008560         DISPLAY "*** OPEN ALERTS NOT SAVED FOR THE NEXT RUN ***"
008570         MOVE "Y" TO WS-OPN-SAVE-FAILED-SW
008580         GO TO 5000-EXIT
008590     END-IF
008600     PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OPN-COUNT
008610         IF NOT OPN-CLEARED (WS-OX)
008620             MOVE OPN-RECORD (WS-OX) TO OPEN-ALERT-IO-RECORD
008630             WRITE OPEN-ALERT-IO-RECORD
008640             ADD 1 TO WS-STILL-OPEN-COUNT
008650         END-IF
008660     END-PERFORM
008670     CLOSE OPEN-ALERT-FILE.
008680
008690 5000-EXIT.
008700     EXIT.
008710
008720*****************************************************************
008730** 8000-WRITE-ERROR-LINE
008740*****************************************************************
008750 8000-WRITE-ERROR-LINE.
008760     ADD 1 TO WS-ERROR-COUNT
008770     MOVE WS-ERROR-LINE TO PRINT-RECORD
008780     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008790     MOVE SPACES TO ERR-TEXT.
008800
008810 8000-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850** 8100-WRITE-ECHO-LINE
008860*****************************************************************
008870 8100-WRITE-ECHO-LINE.
008880     MOVE WS-ECHO-LINE TO PRINT-RECORD
008890     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008900     MOVE SPACES TO ECH-LABEL
008910     MOVE SPACES TO ECH-VALUE.
008920
008930 8100-EXIT.
008940     EXIT.
008950
008960*****************************************************************
008970** 8200-WRITE-LOG-LINE - ONE LINE OF THE ALERT LOG FOR THE ALERT
008980** IN OPEN-ALERT-RECORD.  THE COLUMN HEADINGS GO OUT WITH THE
008990** FIRST.
009000*****************************************************************
009010 8200-WRITE-LOG-LINE.
009020     IF WS-RAISED-COUNT + WS-SUPPRESSED-COUNT + WS-LOGGED-COUNT
009026         + WS-REPEAT-COUNT + WS-UNROUTED-COUNT + WS-CLEARED-COUNT
009032         = 1
009040         MOVE WS-HEADING-LINE-2 TO PRINT-RECORD
009050         WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
009060         MOVE SPACES TO PRINT-RECORD
009070         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009080     END-IF
009090     PERFORM 8300-SEVERITY-TEXT THRU 8300-EXIT
009100     MOVE OA-CONDITION TO LOG-CONDITION
009110     MOVE OA-DEPARTMENT TO LOG-DEPARTMENT
009120     MOVE WS-SEVERITY-TEXT TO LOG-SEVERITY
009130     MOVE OA-ONCALL-GROUP TO LOG-ONCALL-GROUP
009140     MOVE OA-SOURCE-JOB TO LOG-SOURCE-JOB
009150     MOVE OA-FIRST-DATE TO LOG-OPEN-SINCE
009160     MOVE WS-LOG-LINE TO PRINT-RECORD
009170     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
009180
009190 8200-EXIT.
009200     EXIT.
009210
009220*****************************************************************
009230** 8300-SEVERITY-TEXT - THE WORD FOR OA-SEVERITY.
009240*****************************************************************
009250 8300-SEVERITY-TEXT.
009260     EVALUATE OA-SEVERITY
009270         WHEN "1"
009280             MOVE "CRITICAL" TO WS-SEVERITY-TEXT
009290         WHEN "2"
009300             MOVE "MAJOR" TO WS-SEVERITY-TEXT
009310         WHEN "3"
009320             MOVE "MINOR" TO WS-SEVERITY-TEXT
009330         WHEN "4"
009340             MOVE "INFO" TO WS-SEVERITY-TEXT
009350         WHEN "0"
009360             MOVE "LOG ONLY" TO WS-SEVERITY-TEXT
009370         WHEN OTHER
009380             MOVE "NO ROUTE" TO WS-SEVERITY-TEXT
009390     END-EVALUATE.
009400
009410 8300-EXIT.
009420     EXIT.
009430
009440*****************************************************************
009450** 9000-TERMINATE - TOTALS, RESULT, AND THE RETURN CODE.
009460*****************************************************************
009470 9000-TERMINATE.
009480     CLOSE ALERT-NOTICE-FILE
009490     MOVE "N" TO WS-NTC-OPEN-SW
009500     MOVE SPACES TO PRINT-RECORD
009510     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009520     MOVE "ALERTS RAISED" TO ECH-LABEL
009530     MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT
009540     MOVE WS-EDIT-COUNT TO ECH-VALUE
009550     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009560     MOVE "ALERTS SUPPRESSED" TO ECH-LABEL
009570     MOVE WS-SUPPRESSED-COUNT TO WS-EDIT-COUNT
009580     MOVE WS-EDIT-COUNT TO ECH-VALUE
009590     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009600     MOVE "LOGGED ONLY" TO ECH-LABEL
009610     MOVE WS-LOGGED-COUNT TO WS-EDIT-COUNT
009612     MOVE WS-EDIT-COUNT TO ECH-VALUE
009614     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009616     MOVE "REPEATS IN THIS RUN" TO ECH-LABEL
009618     MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT
009620     MOVE WS-EDIT-COUNT TO ECH-VALUE
009630     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009640     MOVE "NOT ROUTED" TO ECH-LABEL
009650     MOVE WS-UNROUTED-COUNT TO WS-EDIT-COUNT
009660     MOVE WS-EDIT-COUNT TO ECH-VALUE
009670     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009680     MOVE "ALERTS CLEARED" TO ECH-LABEL
009690     MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
009700     MOVE WS-EDIT-COUNT TO ECH-VALUE
009710     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009720     MOVE "ALERTS STILL OPEN" TO ECH-LABEL
009730     IF WS-OPN-SAVE-FAILED
009740         MOVE "NOT SAVED - OPEN-ALERT FILE NOT REWRITTEN"
009750             TO ECH-VALUE
009760     ELSE
009770         MOVE WS-STILL-OPEN-COUNT TO WS-EDIT-COUNT
009780         MOVE WS-EDIT-COUNT TO ECH-VALUE
009790     END-IF
009800     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
009810
009820     MOVE SPACES TO PRINT-RECORD
009830     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009840     EVALUATE TRUE
009850         WHEN WS-OPN-SAVE-FAILED
009860             MOVE "OPEN ALERTS NOT SAVED - REPEATS WILL NOT BE "
009870                 TO RES-TEXT
009880             MOVE "SUPPRESSED" TO RES-TEXT (45:10)
009890             MOVE 8 TO RETURN-CODE
009900         WHEN WS-UNROUTED-COUNT > 0
009910             MOVE "CONDITION WITH NO ROUTE - ADD A ROUTING CARD"
009920                 TO RES-TEXT
009930             MOVE 4 TO RETURN-CODE
009940         WHEN WS-ERROR-COUNT > 0
009950             MOVE "ROUTING CARD SKIPPED - CORRECT PRMALRT"
009960                 TO RES-TEXT
009970             MOVE 4 TO RETURN-CODE
009980         WHEN OTHER
009990             MOVE "ALERTS ROUTED" TO RES-TEXT
010000     END-EVALUATE
010010     MOVE WS-RESULT-LINE TO PRINT-RECORD
010020     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
010030     CLOSE ALERT-LOG-FILE
010040     MOVE "N" TO WS-RPT-OPEN-SW.
010050
010060 9000-EXIT.
010070     EXIT.
010080
010090*****************************************************************
010100** 9900-ABEND - COMMON ABEND EXIT.  EACH CALLER DISPLAYS ITS OWN
010110** DIAGNOSTIC FIRST.  THE OPEN-ALERT FILE IS LEFT AS IT WAS.
010120*****************************************************************
010130 9900-ABEND.
010140     IF WS-NTC-OPENED
010150         CLOSE ALERT-NOTICE-FILE
010160     END-IF
010170     IF WS-RPT-OPENED
010180         MOVE SPACES TO PRINT-RECORD
010190         WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
010200         MOVE "ALERTING ABENDED - SEE THE JOB LOG" TO RES-TEXT
010210         MOVE WS-RESULT-LINE TO PRINT-RECORD
010220         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
010230         CLOSE ALERT-LOG-FILE
010240     END-IF
010250     MOVE 16 TO RETURN-CODE
010260     STOP RUN.
010270
010280 9900-EXIT.
010290     EXIT.
