000010***************************************************************
000020** PROGRAM-ID : PRMFOR
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  RUN-TIME AND RESOURCE
000100**                  FORECAST REPORT, RUN BEFORE ANYONE RAISES
000110**                  CTL-TARGET-COUNT OR SUBMITS A LARGE PRMREQ
000120**                  REQUEST.  EACH PRMFORC CARD PROPOSES A TARGET
000130**                  AND MODE; THE FORECAST ITSELF IS PRMFORE, THE
000140**                  SAME ROUTINE PRMEDIT AND PRMMNT CALL, AND THIS
000150**                  PROGRAM PRINTS WHAT IT RETURNS - THE LAST
000160**                  PRIME VALUE, ELAPSED TIME, MASTER/EXTRACT/
000170**                  INDEX SPACE IN TRACKS, WHETHER THE SIEVE TABLE
000180**                  CAN HOLD THE TARGET, AND WHETHER THE RUN ENDS
000190**                  INSIDE THE BATCH WINDOW - THEN THE RUN HISTORY
000200**                  THE FORECAST WAS BUILT FROM.  RETURN-CODE 4
000210**                  WHEN A PROPOSAL WOULD MISS THE WINDOW, NEEDS
000220**                  MORE THAN THE SIEVE TABLE HOLDS, OR COULD NOT
000230**                  BE TIMED; 8 WHEN A CARD WAS SKIPPED.
000240***************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PRMFOR.
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
000390     SELECT FORECAST-CARD-FILE ASSIGN TO "PRMFORC"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-CRD-FILE-STATUS.
000420
000430     SELECT PRIMES-CTL-FILE ASSIGN TO "PRMCTL"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CTL-FILE-STATUS.
000460
000470     SELECT FORECAST-REPORT-FILE ASSIGN TO "PRMFORO"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RPT-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530
000540 FD  FORECAST-CARD-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 80 CHARACTERS.
000570 01  CARD-IN-RECORD PIC X(80).
000580
000590 FD  PRIMES-CTL-FILE
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 80 CHARACTERS.
000620 COPY PRMCTL.
000630
000640 FD  FORECAST-REPORT-FILE
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  PRINT-RECORD PIC X(132).
000680
000690 WORKING-STORAGE SECTION.
000700
000710 COPY PRMFORC.
000720
000730 COPY PRMFORP.
000740
000750*****************************************************************
000760** REPORT LINE LAYOUTS
000770*****************************************************************
000780 01  WS-HEADING-LINE-1.
000790     05  FILLER PIC X(01) VALUE SPACES.
000800     05  FILLER PIC X(40) VALUE
000810         "PRIMES RUN AND RESOURCE FORECAST".
000820     05  FILLER PIC X(10) VALUE SPACES.
000830     05  FILLER PIC X(11) VALUE "RUN DATE : ".
000840     05  HDG1-RUN-DATE PIC 9999/99/99.
000850     05  FILLER PIC X(60) VALUE SPACES.
000860
000870 01  WS-ECHO-LINE.
000880     05  FILLER PIC X(01) VALUE SPACES.
000890     05  ECH-LABEL PIC X(30) VALUE SPACES.
000900     05  ECH-VALUE PIC X(60) VALUE SPACES.
000910     05  FILLER PIC X(41) VALUE SPACES.
000920
000930 01  WS-HISTORY-LINE.
000940     05  FILLER PIC X(01) VALUE SPACES.
000950     05  HST-MODE PIC X(30).
000960     05  HST-RUNS PIC ZZ,ZZ9.
000970     05  FILLER PIC X(06) VALUE " RUNS ".
000980     05  HST-PRIMES PIC ZZZ,ZZZ,ZZ9.
000990     05  FILLER PIC X(16) VALUE " PRIMES IN ".
001000     05  HST-ELAPSED-HH PIC ZZZ,ZZ9.
001010     05  FILLER PIC X(01) VALUE ":".
001020     05  HST-ELAPSED-MM PIC 99.
001030     05  FILLER PIC X(01) VALUE ":".
001040     05  HST-ELAPSED-SS PIC 99.
001050     05  FILLER PIC X(49) VALUE SPACES.
001060
001070 01  WS-ERROR-LINE.
001080     05  FILLER PIC X(01) VALUE SPACES.
001090     05  FILLER PIC X(10) VALUE "*** ERROR ".
001100     05  ERR-TEXT PIC X(70) VALUE SPACES.
001110     05  FILLER PIC X(51) VALUE SPACES.
001120
001130 01  WS-WARNING-LINE.
001140     05  FILLER PIC X(01) VALUE SPACES.
001150     05  FILLER PIC X(12) VALUE "*** WARNING ".
001160     05  WRN-TEXT PIC X(70) VALUE SPACES.
001170     05  FILLER PIC X(49) VALUE SPACES.
001180
001190 01  WS-RESULT-LINE.
001200     05  FILLER PIC X(01) VALUE SPACES.
001210     05  FILLER PIC X(30) VALUE "FORECAST RESULT :".
001220     05  RES-TEXT PIC X(60) VALUE SPACES.
001230     05  FILLER PIC X(41) VALUE SPACES.
001240
001250*****************************************************************
001260** THE LIVE CONTROL CARD - ITS WINDOW STANDS IN FOR A BLANK ONE ON
001270** A PROPOSAL, AND THE CARD ITSELF IS THE PROPOSAL WHEN THERE ARE
001280** NO CARDS.
001290*****************************************************************
001300 01  WS-LIVE-CARD PIC X(80) VALUE SPACES.
001310 01  WS-LIVE-CARD-SW PIC X(01) VALUE "N".
001320     88  WS-LIVE-CARD-READ VALUE "Y".
001330 01  WS-LIVE-WINDOW-START PIC 9(04) VALUE 0.
001340 01  WS-LIVE-WINDOW-CUTOFF PIC 9(04) VALUE 0.
001350
001360*****************************************************************
001370** COUNTERS AND WORK FIELDS
001380*****************************************************************
001390 01  WS-RUN-DATE PIC 9(8) VALUE 0.
001400 01  WS-CARD-COUNT PIC 9(5) VALUE 0.
001410 01  WS-PROPOSAL-COUNT PIC 9(5) VALUE 0.
001420 01  WS-ERROR-COUNT PIC 9(5) VALUE 0.
001430 01  WS-WARNING-COUNT PIC 9(5) VALUE 0.
001440 01  WS-CARD-ERROR-SW PIC X(01) VALUE "N".
001450     88  WS-CARD-IN-ERROR VALUE "Y".
001460 01  WS-EDIT-CARD PIC ZZZZ9.
001470 01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
001480 01  WS-EDIT-VALUE PIC ZZZ,ZZZ,ZZ9.
001490 01  WS-EDIT-RUNS PIC ZZ,ZZ9.
001500 01  WS-EDIT-HHMM PIC 99B99.
001510 01  WS-EDIT-END PIC 99B99.
001520 01  WS-MODE-NAME PIC X(20) VALUE SPACES.
001530 01  WS-HHMM PIC 9(04) VALUE 0.
001540 01  WS-HHMM-R REDEFINES WS-HHMM.
001550     05  WS-HHMM-HH PIC 9(02).
001560     05  WS-HHMM-MM PIC 9(02).
001570 01  WS-ELAPSED-HMS PIC 9(9) VALUE 0.
001580 01  WS-HMS-HH PIC 9(6) VALUE 0.
001590 01  WS-HMS-MM PIC 9(2) VALUE 0.
001600 01  WS-HMS-SS PIC 9(2) VALUE 0.
001610 01  WS-HMS-REM PIC 9(9) VALUE 0.
001620 01  WS-EDIT-HH PIC ZZZ,ZZ9.
001630 01  WS-EDIT-MM PIC 99.
001640 01  WS-EDIT-SS PIC 99.
001650 01  WS-MX PIC 9(4) COMP VALUE 0.
001660 01  WS-CRD-FILE-STATUS PIC X(02) VALUE SPACES.
001670 01  WS-CTL-FILE-STATUS PIC X(02) VALUE SPACES.
001680 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
001690 01  WS-CRD-EOF-SW PIC X(01) VALUE "N".
001700     88  WS-CRD-EOF VALUE "Y".
001710
001720 PROCEDURE DIVISION.
001730
001740*****************************************************************
001750** 0000-MAINLINE
001760*****************************************************************
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001790     PERFORM 2000-READ-PROPOSALS THRU 2000-EXIT
001800     PERFORM 9000-TERMINATE THRU 9000-EXIT
001810     STOP RUN.
001820
001830*****************************************************************
001840** 1000-INITIALIZE - REPORT, THEN THE LIVE CONTROL CARD.  THE LIVE
001850** CARD IS OPTIONAL HERE: WITHOUT IT A BLANK WINDOW ON A PROPOSAL
001860** MEANS NO WINDOW.
001870*****************************************************************
001880 1000-INITIALIZE.
001890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001900     OPEN OUTPUT FORECAST-REPORT-FILE
001910     IF WS-RPT-FILE-STATUS NOT = "00"
001920         DISPLAY "*** PRMFOR ABEND - FORECAST-REPORT-FILE OPEN "
001930             "FAILED - STATUS = " WS-RPT-FILE-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001970     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
001980     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
001990     WRITE PRINT-RECORD AFTER ADVANCING PAGE
002000
002010     OPEN INPUT PRIMES-CTL-FILE
002020     IF WS-CTL-FILE-STATUS = "00"
002030         READ PRIMES-CTL-FILE
002040             AT END
002050                 CONTINUE
002060             NOT AT END
002070                 MOVE PRIMES-CTL-RECORD TO WS-LIVE-CARD
002080                 MOVE "Y" TO WS-LIVE-CARD-SW
002090                 IF CTL-WINDOW-START NUMERIC
002100                     AND CTL-WINDOW-CUTOFF NUMERIC
002110                     MOVE CTL-WINDOW-START TO WS-LIVE-WINDOW-START
002120                     MOVE CTL-WINDOW-CUTOFF
002130                         TO WS-LIVE-WINDOW-CUTOFF
002140                 END-IF
002150         END-READ
002160         CLOSE PRIMES-CTL-FILE
002170     END-IF.
002180
002190 1000-EXIT.
002200     EXIT.
002210
002220*****************************************************************
002230** 2000-READ-PROPOSALS - ONE FORECAST PER PROPOSAL CARD.  NO DECK,
002240** OR A DECK WITH NOTHING BUT COMMENTS, FORECASTS THE LIVE CARD.
002250*****************************************************************
002260 2000-READ-PROPOSALS.
002270     OPEN INPUT FORECAST-CARD-FILE
002280     IF WS-CRD-FILE-STATUS = "00"
002290         PERFORM 2100-READ-CARD THRU 2100-EXIT
002300         PERFORM UNTIL WS-CRD-EOF
002310             PERFORM 2200-EDIT-CARD THRU 2200-EXIT
002320             PERFORM 2100-READ-CARD THRU 2100-EXIT
002330         END-PERFORM
002340         CLOSE FORECAST-CARD-FILE
002350     END-IF
002360     IF WS-CARD-COUNT > 0
002370         GO TO 2000-EXIT
002380     END-IF
002390
002400     IF NOT WS-LIVE-CARD-READ
002410         MOVE "NO PROPOSAL CARDS AND NO CONTROL CARD TO FORECAST"
002420             TO ERR-TEXT
002430         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
002440         GO TO 2000-EXIT
002450     END-IF
002460     MOVE WS-LIVE-CARD TO PRIMES-CTL-RECORD
002470     MOVE SPACES TO FORECAST-CARD
002480     MOVE CTL-TARGET-COUNT TO FC-TARGET-COUNT
002490     MOVE CTL-GEN-MODE TO FC-GEN-MODE
002500     MOVE CTL-PARTITION-COUNT TO FC-PARTITION-COUNT
002510     MOVE "LIVE CONTROL CARD" TO FC-PROPOSAL-NAME
002520     ADD 1 TO WS-CARD-COUNT
002530     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
002540
002550 2000-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590** 2100-READ-CARD - NEXT PROPOSAL, PASSING OVER BLANK AND COMMENT
002600** CARDS.
002610*****************************************************************
002620 2100-READ-CARD.
002630     READ FORECAST-CARD-FILE INTO FORECAST-CARD
002640         AT END
002650             MOVE "Y" TO WS-CRD-EOF-SW
002660             GO TO 2100-EXIT
002670     END-READ
002680     IF FORECAST-CARD = SPACES OR FORECAST-CARD (1:1) = "*"
002690         GO TO 2100-READ-CARD
002700     END-IF
002710     ADD 1 TO WS-CARD-COUNT.
002720
002730 2100-EXIT.
002740     EXIT.
002750
002760*****************************************************************
002770** 2200-EDIT-CARD - THE SAME FIELD EDITS PRMEDIT APPLIES TO THE
002780** CONTROL CARD.  A BAD CARD IS PRINTED AND SKIPPED (RETURN-CODE
002790** 8); THE OTHER PROPOSALS ARE STILL FORECAST.
002800*****************************************************************
002810 2200-EDIT-CARD.
002820     MOVE "N" TO WS-CARD-ERROR-SW
002830     MOVE WS-CARD-COUNT TO WS-EDIT-CARD
002840     IF FC-TARGET-COUNT NOT NUMERIC
002850         STRING "PROPOSAL " WS-EDIT-CARD
002860             " SKIPPED - TARGET COUNT IS NOT NUMERIC"
002870             DELIMITED BY SIZE INTO ERR-TEXT
002880         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
002890         GO TO 2200-EXIT
002900     END-IF
002910     IF FC-TARGET-COUNT = 0
002920         STRING "PROPOSAL " WS-EDIT-CARD
002930             " SKIPPED - TARGET COUNT MUST BE GREATER THAN ZERO"
002940             DELIMITED BY SIZE INTO ERR-TEXT
002950         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
002960         GO TO 2200-EXIT
002970     END-IF
002980     IF NOT FC-MODE-VALID
002990         STRING "PROPOSAL " WS-EDIT-CARD
003000             " SKIPPED - GENERATION MODE NOT S, T, E, P, OR BLANK"
003010             DELIMITED BY SIZE INTO ERR-TEXT
003020         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003030         GO TO 2200-EXIT
003040     END-IF
003050     IF FC-MODE-PARTITION
003060         IF FC-PARTITION-COUNT NOT NUMERIC
003070             OR FC-PARTITION-COUNT NOT = 4
003080             STRING "PROPOSAL " WS-EDIT-CARD
003090                 " SKIPPED - PARTITION COUNT NOT 04"
003100                 DELIMITED BY SIZE INTO ERR-TEXT
003110             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003120             GO TO 2200-EXIT
003130         END-IF
003140     END-IF
003150
003160     IF FC-WINDOW = SPACES
003170         MOVE WS-LIVE-WINDOW-START TO FC-WINDOW-START
003180         MOVE WS-LIVE-WINDOW-CUTOFF TO FC-WINDOW-CUTOFF
003190     END-IF
003200     MOVE FC-WINDOW-START TO WS-HHMM
003210     PERFORM 2300-EDIT-HHMM THRU 2300-EXIT
003220     MOVE FC-WINDOW-CUTOFF TO WS-HHMM
003230     PERFORM 2300-EDIT-HHMM THRU 2300-EXIT
003240     IF WS-CARD-IN-ERROR
003250         STRING "PROPOSAL " WS-EDIT-CARD
003260             " SKIPPED - WINDOW START/CUT-OFF NOT VALID HHMM"
003270             DELIMITED BY SIZE INTO ERR-TEXT
003280         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003290         GO TO 2200-EXIT
003300     END-IF
003310
003320     PERFORM 3000-FORECAST-PROPOSAL THRU 3000-EXIT.
003330
003340 2200-EXIT.
003350     EXIT.
003360
003370*****************************************************************
003380** 2300-EDIT-HHMM - A CLOCK TIME, 0000 THROUGH 2359.
003390*****************************************************************
003400 2300-EDIT-HHMM.
003410     IF WS-HHMM NOT NUMERIC
003420         MOVE "Y" TO WS-CARD-ERROR-SW
003430         GO TO 2300-EXIT
003440     END-IF
003450     IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
003460         MOVE "Y" TO WS-CARD-ERROR-SW
003470     END-IF.
003480
003490 2300-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530** 3000-FORECAST-PROPOSAL - CALL THE FORECAST AND PRINT IT.
003540*****************************************************************
003550 3000-FORECAST-PROPOSAL.
003560     ADD 1 TO WS-PROPOSAL-COUNT
003570     MOVE FC-TARGET-COUNT TO FP-TARGET-COUNT
003580     MOVE FC-GEN-MODE TO FP-GEN-MODE
003590     IF FC-MODE-PARTITION
003600         MOVE FC-PARTITION-COUNT TO FP-PARTITION-COUNT
003610     ELSE
003620         MOVE 0 TO FP-PARTITION-COUNT
003630     END-IF
003640     MOVE FC-WINDOW-START TO FP-WINDOW-START
003650     MOVE FC-WINDOW-CUTOFF TO FP-WINDOW-CUTOFF
003660     CALL "PRMFORE" USING FORECAST-PARM-AREA
003670
003680     MOVE SPACES TO PRINT-RECORD
003690     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
003700     MOVE "PROPOSAL" TO ECH-LABEL
003710     MOVE WS-EDIT-CARD TO ECH-VALUE
003720     MOVE FC-PROPOSAL-NAME TO ECH-VALUE (8:20)
003730     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003740     MOVE "TARGET COUNT" TO ECH-LABEL
003750     MOVE FP-TARGET-COUNT TO WS-EDIT-COUNT
003760     MOVE WS-EDIT-COUNT TO ECH-VALUE
003770     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003780     PERFORM 8300-MODE-NAME THRU 8300-EXIT
003790     MOVE "GENERATION MODE" TO ECH-LABEL
003800     IF FP-MODE-PARTITION
003810         STRING WS-MODE-NAME DELIMITED BY "  "
003820             ", " FP-PARTITION-COUNT " PARTITIONS"
003830             DELIMITED BY SIZE INTO ECH-VALUE
003840     ELSE
003850         MOVE WS-MODE-NAME TO ECH-VALUE
003860     END-IF
003870     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003880     IF FP-MODE-EXTEND
003890         MOVE "PRIMES ON THE MASTER NOW" TO ECH-LABEL
003900         MOVE FP-CURRENT-COUNT TO WS-EDIT-COUNT
003910         MOVE WS-EDIT-COUNT TO ECH-VALUE
003920         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003930         MOVE "NEW PRIMES TO GENERATE" TO ECH-LABEL
003940         MOVE FP-NEW-PRIMES TO WS-EDIT-COUNT
003950         MOVE WS-EDIT-COUNT TO ECH-VALUE
003960         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003970     END-IF
003980
003990     MOVE "LAST PRIME VALUE" TO ECH-LABEL
004000     MOVE FP-LAST-PRIME TO WS-EDIT-VALUE
004010     IF FP-LAST-PRIME-ON-RECORD
004020         STRING WS-EDIT-VALUE "  (ON RECORD)" DELIMITED BY SIZE
004030             INTO ECH-VALUE
004040     ELSE
004050         STRING WS-EDIT-VALUE "  (ESTIMATED)" DELIMITED BY SIZE
004060             INTO ECH-VALUE
004070     END-IF
004080     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004090
004100     MOVE "ELAPSED TIME (HH:MM:SS)" TO ECH-LABEL
004110     EVALUATE TRUE
004120         WHEN FP-FORECAST-MADE
004130             MOVE FP-ELAPSED-SECS TO WS-ELAPSED-HMS
004140             PERFORM 8400-FORMAT-ELAPSED THRU 8400-EXIT
004150             MOVE FP-BASIS-RUNS TO WS-EDIT-RUNS
004160             STRING WS-EDIT-HH ":" WS-EDIT-MM ":" WS-EDIT-SS
004170                 "  FROM " WS-EDIT-RUNS " RUNS OF MODE "
004180                 FP-BASIS-MODE DELIMITED BY SIZE INTO ECH-VALUE
004190         WHEN FP-NO-MODE-HISTORY
004200             MOVE "NOT ESTIMATED - NO RUN OF THIS MODE ON RECORD"
004210                 TO ECH-VALUE
004220         WHEN OTHER
004230             MOVE "NOT ESTIMATED - NO RUN HISTORY COULD BE READ"
004240                 TO ECH-VALUE
004250     END-EVALUATE
004260     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004270
004280     MOVE "BATCH WINDOW" TO ECH-LABEL
004290     MOVE FP-WINDOW-START TO WS-EDIT-HHMM
004300     MOVE FP-WINDOW-CUTOFF TO WS-EDIT-END
004310     INSPECT WS-EDIT-HHMM REPLACING ALL " " BY ":"
004320     INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
004330     IF FP-WINDOW-NOT-SET
004340         MOVE "NOT SET - NOT CHECKED" TO ECH-VALUE
004350     ELSE
004360         STRING WS-EDIT-HHMM " TO " WS-EDIT-END
004370             DELIMITED BY SIZE INTO ECH-VALUE
004380     END-IF
004390     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004400     IF FP-WINDOW-MET OR FP-WINDOW-EXCEEDED
004410         MOVE "PROJECTED END" TO ECH-LABEL
004420         MOVE FP-PROJECTED-END TO WS-EDIT-END
004430         INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
004440         IF FP-WINDOW-MET
004450             STRING WS-EDIT-END "  INSIDE THE WINDOW"
004460                 DELIMITED BY SIZE INTO ECH-VALUE
004470         ELSE
004480             STRING WS-EDIT-END "  PAST THE CUT-OFF"
004490                 DELIMITED BY SIZE INTO ECH-VALUE
004500         END-IF
004510         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004520     END-IF
004530
004540     MOVE "MASTER SPACE (TRACKS)" TO ECH-LABEL
004550     MOVE FP-MASTER-TRACKS TO WS-EDIT-COUNT
004560     MOVE WS-EDIT-COUNT TO ECH-VALUE
004570     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004580     MOVE "EXTRACT SPACE (TRACKS)" TO ECH-LABEL
004590     MOVE FP-EXTRACT-TRACKS TO WS-EDIT-COUNT
004600     MOVE WS-EDIT-COUNT TO ECH-VALUE
004610     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004620     MOVE "INDEX SPACE (TRACKS)" TO ECH-LABEL
004630     MOVE FP-INDEX-TRACKS TO WS-EDIT-COUNT
004640     STRING WS-EDIT-COUNT "  (BOTH INQUIRY INDEXES)"
004650         DELIMITED BY SIZE INTO ECH-VALUE
004660     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004670     MOVE "SIEVE TABLE" TO ECH-LABEL
004680     MOVE FP-SIEVE-CAPACITY TO WS-EDIT-COUNT
004690     IF FP-SIEVE-FITS
004700         STRING "HOLDS THE TARGET (UP TO " WS-EDIT-COUNT
004710             " PRIMES)" DELIMITED BY SIZE INTO ECH-VALUE
004720     ELSE
004730         STRING "TOO SMALL - HOLDS " WS-EDIT-COUNT " PRIMES"
004740             DELIMITED BY SIZE INTO ECH-VALUE
004750     END-IF
004760     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004770
004780     IF FP-WINDOW-EXCEEDED
004790         MOVE FP-PROJECTED-END TO WS-EDIT-END
004800         MOVE FP-WINDOW-CUTOFF TO WS-EDIT-HHMM
004810         INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
004820         INSPECT WS-EDIT-HHMM REPLACING ALL " " BY ":"
004830         STRING "RUN WOULD END ABOUT " WS-EDIT-END
004840             ", PAST THE " WS-EDIT-HHMM " WINDOW CUT-OFF"
004850             DELIMITED BY SIZE INTO WRN-TEXT
004860         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
004861     END-IF
004862     IF NOT FP-FORECAST-MADE
004863         IF FP-NO-MODE-HISTORY
004864             MOVE "NOT TIMED - NO RUN OF THIS MODE ON RECORD"
004865                 TO WRN-TEXT
004866         ELSE
004867             MOVE "NOT TIMED - NO RUN HISTORY COULD BE READ"
004868                 TO WRN-TEXT
004869         END-IF
004870         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
004871     END-IF
004880     IF FP-WINDOW-UNKNOWN
004890         MOVE "THE BATCH WINDOW WAS NOT CHECKED" TO WRN-TEXT
004910         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
004920     END-IF
004930     IF FP-MODE-SIEVE AND FP-SIEVE-TOO-SMALL
004940         MOVE "SIEVE TABLE TOO SMALL - THE SIEVE RUN WOULD ABEND"
004950             TO WRN-TEXT
004960         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
004970     END-IF.
004980
004990 3000-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030** 8000-WRITE-ERROR-LINE
005040*****************************************************************
005050 8000-WRITE-ERROR-LINE.
005060     ADD 1 TO WS-ERROR-COUNT
005070     MOVE WS-ERROR-LINE TO PRINT-RECORD
005080     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
005090     MOVE SPACES TO ERR-TEXT.
005100
005110 8000-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150** 8100-WRITE-ECHO-LINE
005160*****************************************************************
005170 8100-WRITE-ECHO-LINE.
005180     MOVE WS-ECHO-LINE TO PRINT-RECORD
005190     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
005200     MOVE SPACES TO ECH-LABEL
005210     MOVE SPACES TO ECH-VALUE.
005220
005230 8100-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270** 8200-WRITE-WARNING-LINE
005280*****************************************************************
005290 8200-WRITE-WARNING-LINE.
005300     ADD 1 TO WS-WARNING-COUNT
005310     MOVE WS-WARNING-LINE TO PRINT-RECORD
005320     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
005330     MOVE SPACES TO WRN-TEXT.
005340
005350 8200-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390** 8300-MODE-NAME - THE WORDS FOR FP-GEN-MODE.
005400*****************************************************************
005410 8300-MODE-NAME.
005420     EVALUATE TRUE
005430         WHEN FP-MODE-SIEVE
005440             MOVE "SIEVE" TO WS-MODE-NAME
005450         WHEN FP-MODE-EXTEND
005460             MOVE "EXTEND IN PLACE" TO WS-MODE-NAME
005470         WHEN FP-MODE-PARTITION
005480             MOVE "PARTITIONED SIEVE" TO WS-MODE-NAME
005490         WHEN OTHER
005500             MOVE "TRIAL DIVISION" TO WS-MODE-NAME
005510     END-EVALUATE.
005520
005530 8300-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570** 8400-FORMAT-ELAPSED - SPLIT WS-ELAPSED-HMS (SECONDS) INTO
005580** HOURS, MINUTES, AND SECONDS FOR PRINTING.
005590*****************************************************************
005600 8400-FORMAT-ELAPSED.
005610     DIVIDE WS-ELAPSED-HMS BY 3600
005620         GIVING WS-HMS-HH REMAINDER WS-HMS-REM
005630     DIVIDE WS-HMS-REM BY 60
005640         GIVING WS-HMS-MM REMAINDER WS-HMS-SS
005650     MOVE WS-HMS-HH TO WS-EDIT-HH
005660     MOVE WS-HMS-MM TO WS-EDIT-MM
005670     MOVE WS-HMS-SS TO WS-EDIT-SS.
005680
005690 8400-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730** 9000-TERMINATE - THE RUN HISTORY BEHIND THE FORECASTS, THE
005740** RESULT AND THE RETURN CODE.
005750*****************************************************************
005760 9000-TERMINATE.
005770     IF WS-PROPOSAL-COUNT > 0
005780         MOVE SPACES TO PRINT-RECORD
005790         WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
005800         MOVE "NORMAL RUNS ON RECORD" TO ECH-LABEL
005810         MOVE FP-HISTORY-RUNS TO WS-EDIT-RUNS
005820         MOVE WS-EDIT-RUNS TO ECH-VALUE
005830         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
005840         PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
005850             MOVE FP-HIST-MODE (WS-MX) TO FP-GEN-MODE
005860             PERFORM 8300-MODE-NAME THRU 8300-EXIT
005870             MOVE SPACES TO HST-MODE
005880             STRING "  TIMED " WS-MODE-NAME DELIMITED BY SIZE
005890                 INTO HST-MODE
005900             MOVE FP-HIST-RUNS (WS-MX) TO HST-RUNS
005910             MOVE FP-HIST-PRIMES (WS-MX) TO HST-PRIMES
005920             MOVE FP-HIST-ELAPSED-SECS (WS-MX) TO WS-ELAPSED-HMS
005930             PERFORM 8400-FORMAT-ELAPSED THRU 8400-EXIT
005940             MOVE WS-HMS-HH TO HST-ELAPSED-HH
005950             MOVE WS-HMS-MM TO HST-ELAPSED-MM
005960             MOVE WS-HMS-SS TO HST-ELAPSED-SS
005970             MOVE WS-HISTORY-LINE TO PRINT-RECORD
005980             WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
005990         END-PERFORM
006000     END-IF
006010
006020     MOVE SPACES TO PRINT-RECORD
006030     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
006040     EVALUATE TRUE
006050         WHEN WS-ERROR-COUNT > 0
006060             MOVE "PROPOSAL CARD SKIPPED - SEE THE ERRORS ABOVE"
006070                 TO RES-TEXT
006080             MOVE 8 TO RETURN-CODE
006090         WHEN WS-WARNING-COUNT > 0
006100             MOVE "FORECAST WARNING - SEE THE WARNINGS ABOVE"
006110                 TO RES-TEXT
006120             MOVE 4 TO RETURN-CODE
006130         WHEN OTHER
006140             MOVE "EVERY PROPOSAL FITS" TO RES-TEXT
006150     END-EVALUATE
006160     MOVE WS-RESULT-LINE TO PRINT-RECORD
006170     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
006180     CLOSE FORECAST-REPORT-FILE.
006190
006200 9000-EXIT.
006210     EXIT.
