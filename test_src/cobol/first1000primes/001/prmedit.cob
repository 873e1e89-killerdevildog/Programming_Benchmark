000182** 09/02/2026 DRO  GENERATION MODE "E" (EXTEND IN PLACE) IS NOW
000184**                  ACCEPTED AND ECHOED, IN STEP WITH THE NEW
000186**                  EXTEND PATH IN PRIMES.
      ** 10/15/2026 DRO  GENERATION MODE "P" (PARTITIONED SIEVE) IS
      **                  NOW ACCEPTED, WITH ITS PARTITION COUNT EDITED
      **                  04 (ONE PER PRMPRT JOB) AND ECHOED.
      ** 10/15/2026 DRO  THE BATCH WINDOW (CTL-WINDOW-START/CUTOFF) IS
      **                  EDITED AND ECHOED, AND AN ACCEPTED CARD IS RUN
      **                  THROUGH THE PRMFORE FORECAST: PROJECTED LAST
      **                  PRIME, ELAPSED TIME AND END TIME ARE ECHOED,
      **                  WITH A WARNING WHEN THE RUN WOULD END PAST THE
      **                  WINDOW CUT-OFF OR OUTGROW THE SIEVE TABLE.  A
      **                  WARNING DOES NOT CHANGE THE RETURN CODE.
000190***************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. PRMEDIT.
000780     05  ERR-TEXT PIC X(60).
000790     05  FILLER PIC X(61) VALUE SPACES.
000800
000801 01  WS-WARNING-LINE.
000802     05  FILLER PIC X(01) VALUE SPACES.
000803     05  FILLER PIC X(12) VALUE "*** WARNING ".
000804     05  WRN-TEXT PIC X(60).
000805     05  FILLER PIC X(59) VALUE SPACES.
000806
000810 01  WS-RESULT-LINE.
000820     05  FILLER PIC X(01) VALUE SPACES.
000830     05  FILLER PIC X(30) VALUE "EDIT RESULT        :".
000850     05  FILLER PIC X(81) VALUE SPACES.
000860
000870*****************************************************************
000871** FORECAST PARAMETER AREA PASSED TO PRMFORE
000872*****************************************************************
000873 COPY PRMFORP.
000874
000875*****************************************************************
000880** WORK FIELDS
000890*****************************************************************
000900 01  WS-RUN-DATE PIC 9(8) VALUE 0.
000910 01  WS-ERROR-COUNT PIC 9(4) VALUE 0.
       01  WS-WARNING-COUNT PIC 9(4) VALUE 0.
       01  WS-EDIT-VALUE PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-START PIC 99B99.
       01  WS-EDIT-END PIC 99B99.
       01  WS-EDIT-HH PIC ZZZ9.
       01  WS-HHMM PIC 9(04) VALUE 0.
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH PIC 9(02).
           05  WS-HHMM-MM PIC 9(02).
       01  WS-ELAPSED-HH PIC 9(04) VALUE 0.
       01  WS-ELAPSED-MM PIC 9(02) VALUE 0.
       01  WS-ELAPSED-SS PIC 9(02) VALUE 0.
       01  WS-ELAPSED-REM PIC 9(07) VALUE 0.
000920 01  WS-EDIT-TARGET PIC ZZZZZZ9.
000930 01  WS-CTL-FILE-STATUS PIC X(02) VALUE SPACES.
000940 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001090     PERFORM 2000-EDIT-CONTROL-CARD THRU 2000-EXIT
001092     IF WS-ERROR-COUNT = 0 AND WS-CARD-READ
001094         PERFORM 2500-FORECAST-RUN THRU 2500-EXIT
001096     END-IF
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT
001110     STOP RUN.
001120
001854             MOVE "GENERATION MODE    :" TO ECH-LABEL
001856             MOVE "EXTEND IN PLACE" TO ECH-VALUE
001858             PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
               WHEN CTL-MODE-PARTITION
                   MOVE "GENERATION MODE    :" TO ECH-LABEL
                   MOVE "PARTITIONED SIEVE" TO ECH-VALUE
                   PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
                   PERFORM 2100-EDIT-PARTITION-COUNT THRU 2100-EXIT
001860         WHEN OTHER
001870             MOVE "GENERATION MODE NOT S, T, E, P, OR BLANK" TO
001880                 ERR-TEXT
001890             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
001900     END-EVALUATE
002210             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
002220     END-EVALUATE
002230
002235     PERFORM 2200-EDIT-BATCH-WINDOW THRU 2200-EXIT
002240     MOVE "RUN COMMENT        :" TO ECH-LABEL
002250     MOVE CTL-RUN-COMMENT TO ECH-VALUE
002260     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
002550*****************************************************************
002560** 9000-TERMINATE - THE EDIT RESULT DECIDES THE RETURN CODE:
002570** ANY ERROR ENDS WITH 16 SO EVERY LATER STEP OF PRMJOB IS
002575** BYPASSED AND THE CARD IS CORRECTED BEFORE ANYTHING RUNS.  A
002580** FORECAST WARNING LEAVES THE RETURN CODE AT 0: EVERY LATER STEP
002585** TESTS (0,NE,STEP003), AND A WARNING MUST NOT STOP THE RUN.
002590*****************************************************************
002600 9000-TERMINATE.
002610     MOVE SPACES TO PRINT-RECORD
002620     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
002626     EVALUATE TRUE
002632         WHEN WS-ERROR-COUNT > 0
002638             MOVE "CARD REJECTED" TO RES-TEXT
002644         WHEN WS-WARNING-COUNT > 0
002650             MOVE "ACCEPTED - WARNING" TO RES-TEXT
002656         WHEN OTHER
002662             MOVE "CARD ACCEPTED" TO RES-TEXT
002668     END-EVALUATE
002680     MOVE WS-RESULT-LINE TO PRINT-RECORD
002690     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
002700     IF WS-CTL-OPENED
002960
002970 9900-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010** 2100-EDIT-PARTITION-COUNT - A PARTITIONED RUN NEEDS TO KNOW HOW
003020** MANY SEGMENTS THE RANGE IS CUT INTO.  ONE PARTITION JOB SHIPS
003030** PER SEGMENT (JCL/PRMPRT01-PRMPRT04) AND PRMJOB'S PRMMRG STEP
003040** CONCATENATES ALL FOUR PARTIALS, SO THE COUNT ON THE CARD MUST
003050** BE 04.  THE COUNT IS NOT LOOKED AT FOR ANY OTHER MODE.
003060*****************************************************************
003070 2100-EDIT-PARTITION-COUNT.
003080     IF CTL-PARTITION-COUNT NOT NUMERIC
003090         MOVE "PARTITION COUNT NOT NUMERIC FOR MODE P" TO ERR-TEXT
003100         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003110         GO TO 2100-EXIT
003120     END-IF
003130     IF CTL-PARTITION-COUNT NOT = 4
003140         MOVE "PARTITION COUNT NOT 04 FOR MODE P" TO
003150             ERR-TEXT
003160         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003170         GO TO 2100-EXIT
003180     END-IF
003190     MOVE "PARTITION COUNT    :" TO ECH-LABEL
003200     MOVE CTL-PARTITION-COUNT TO ECH-VALUE
003210     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
003220
003230 2100-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270** 2200-EDIT-BATCH-WINDOW - THE WINDOW THE GENERATION MUST FIT,
003280** START AND CUT-OFF AS HHMM.  BOTH BLANK MEANS NO WINDOW IS
003290** CHECKED.  A CUT-OFF EARLIER THAN THE START IS ON THE NEXT DAY,
003300** SO THE ONLY IMPOSSIBLE PAIR IS TWO EQUAL TIMES.
003310*****************************************************************
003320 2200-EDIT-BATCH-WINDOW.
003330     IF CTL-BATCH-WINDOW = SPACES
003340         MOVE "BATCH WINDOW       :" TO ECH-LABEL
003350         MOVE "NOT SET" TO ECH-VALUE
003360         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003370         GO TO 2200-EXIT
003380     END-IF
003390     IF CTL-WINDOW-START NOT NUMERIC
003400         OR CTL-WINDOW-CUTOFF NOT NUMERIC
003410         MOVE "BATCH WINDOW START/CUT-OFF NOT NUMERIC HHMM" TO
003420             ERR-TEXT
003430         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003440         GO TO 2200-EXIT
003450     END-IF
003460     MOVE CTL-WINDOW-START TO WS-HHMM
003470     IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
003480         MOVE "BATCH WINDOW START IS NOT A TIME OF DAY" TO
003490             ERR-TEXT
003500         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003510         GO TO 2200-EXIT
003520     END-IF
003530     MOVE CTL-WINDOW-CUTOFF TO WS-HHMM
003540     IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
003550         MOVE "BATCH WINDOW CUT-OFF IS NOT A TIME OF DAY" TO
003560             ERR-TEXT
003570         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003580         GO TO 2200-EXIT
003590     END-IF
003600     IF CTL-WINDOW-START = CTL-WINDOW-CUTOFF
003610         MOVE "BATCH WINDOW START AND CUT-OFF ARE THE SAME" TO
003620             ERR-TEXT
003630         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003640         GO TO 2200-EXIT
003650     END-IF
003660     MOVE CTL-WINDOW-START TO WS-EDIT-START
003670     MOVE CTL-WINDOW-CUTOFF TO WS-EDIT-END
003680     INSPECT WS-EDIT-START REPLACING ALL " " BY ":"
003690     INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
003700     MOVE "BATCH WINDOW       :" TO ECH-LABEL
003710     STRING WS-EDIT-START " TO " WS-EDIT-END
003720         DELIMITED BY SIZE INTO ECH-VALUE
003730     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
003740
003750 2200-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790** 2500-FORECAST-RUN - ONLY REACHED WITH A CLEAN EDIT.  PRMFORE,
003800** THE SAME FORECAST PRMFOR PRINTS, PROJECTS THE RUN THIS CARD
003810** ORDERS FROM THE AUDIT HISTORY.  A RUN PROJECTED PAST THE
003820** WINDOW CUT-OFF, OR A SIEVE RUN THE SIEVE TABLE CANNOT HOLD, IS
003830** A WARNING, NOT AN EDIT FAILURE - THE CARD STANDS AS ENTERED.
003840*****************************************************************
003850 2500-FORECAST-RUN.
003860     MOVE CTL-TARGET-COUNT TO FP-TARGET-COUNT
003870     MOVE CTL-GEN-MODE TO FP-GEN-MODE
003880     IF CTL-MODE-PARTITION
003890         MOVE CTL-PARTITION-COUNT TO FP-PARTITION-COUNT
003900     ELSE
003910         MOVE 0 TO FP-PARTITION-COUNT
003920     END-IF
003930     IF CTL-BATCH-WINDOW = SPACES
003940         MOVE 0 TO FP-WINDOW-START
003950         MOVE 0 TO FP-WINDOW-CUTOFF
003960     ELSE
003970         MOVE CTL-WINDOW-START TO FP-WINDOW-START
003980         MOVE CTL-WINDOW-CUTOFF TO FP-WINDOW-CUTOFF
003990     END-IF
004000     CALL "PRMFORE" USING FORECAST-PARM-AREA
004010     MOVE SPACES TO PRINT-RECORD
004020     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
004030
004040     MOVE "FORECAST LAST PRIME:" TO ECH-LABEL
004050     MOVE FP-LAST-PRIME TO WS-EDIT-VALUE
004060     MOVE WS-EDIT-VALUE TO ECH-VALUE
004070     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004080     MOVE "FORECAST ELAPSED   :" TO ECH-LABEL
004090     EVALUATE TRUE
004100         WHEN FP-FORECAST-MADE
004110             DIVIDE FP-ELAPSED-SECS BY 3600
004120                 GIVING WS-ELAPSED-HH REMAINDER WS-ELAPSED-REM
004130             DIVIDE WS-ELAPSED-REM BY 60
004140                 GIVING WS-ELAPSED-MM REMAINDER WS-ELAPSED-SS
004150             MOVE WS-ELAPSED-HH TO WS-EDIT-HH
004160             STRING WS-EDIT-HH ":" WS-ELAPSED-MM ":" WS-ELAPSED-SS
004170                 DELIMITED BY SIZE INTO ECH-VALUE
004180         WHEN FP-NO-MODE-HISTORY
004190             MOVE "NO RUNS OF THE MODE" TO ECH-VALUE
004200         WHEN OTHER
004210             MOVE "NO RUN HISTORY" TO ECH-VALUE
004220     END-EVALUATE
004230     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004240     IF FP-WINDOW-MET OR FP-WINDOW-EXCEEDED
004250         MOVE "FORECAST END       :" TO ECH-LABEL
004260         MOVE FP-PROJECTED-END TO WS-EDIT-END
004270         INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
004280         MOVE WS-EDIT-END TO ECH-VALUE
004290         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004300     END-IF
004310     IF CTL-MODE-SIEVE
004320         MOVE "SIEVE TABLE        :" TO ECH-LABEL
004330         IF FP-SIEVE-FITS
004340             MOVE "HOLDS THE TARGET" TO ECH-VALUE
004350         ELSE
004360             MOVE "TOO SMALL" TO ECH-VALUE
004370         END-IF
004380         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004390     END-IF
004400
004410     IF FP-WINDOW-EXCEEDED
004420         MOVE FP-PROJECTED-END TO WS-EDIT-END
004430         MOVE FP-WINDOW-CUTOFF TO WS-EDIT-START
004440         INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
004450         INSPECT WS-EDIT-START REPLACING ALL " " BY ":"
004460         STRING "RUN FORECAST TO END ABOUT " WS-EDIT-END
004470             ", PAST THE " WS-EDIT-START " CUT-OFF"
004480             DELIMITED BY SIZE INTO WRN-TEXT
004490         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
004500     END-IF
004510     IF FP-WINDOW-UNKNOWN
004520         MOVE "NO ELAPSED FORECAST - BATCH WINDOW NOT CHECKED" TO
004530             WRN-TEXT
004540         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
004550     END-IF
004560     IF CTL-MODE-SIEVE AND FP-SIEVE-TOO-SMALL
004570         MOVE "SIEVE TABLE TOO SMALL FOR TARGET - RUN WOULD ABEND"
004580             TO WRN-TEXT
004590         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
004600     END-IF.
004610
004620 2500-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660** 8200-WRITE-WARNING-LINE
004670*****************************************************************
004680 8200-WRITE-WARNING-LINE.
004690     ADD 1 TO WS-WARNING-COUNT
004700     MOVE WS-WARNING-LINE TO PRINT-RECORD
004710     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
004720     MOVE SPACES TO WRN-TEXT.
004730
004740 8200-EXIT.
004750     EXIT.
