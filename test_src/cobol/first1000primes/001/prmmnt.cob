000250**                  FILE.  KEEP THE EDITS HERE IN STEP WITH
000260**                  PRMEDIT - A CARD THIS PROGRAM ACCEPTS MUST
000270**                  NEVER FAIL STEP003.
000271** 10/15/2026 DRO  GENERATION MODE "P" AND ITS PARTITION COUNT
000272**                  ARE EDITED AS PRMEDIT NOW EDITS THEM.
000273** 10/15/2026 DRO  THE BATCH WINDOW IS EDITED AS PRMEDIT NOW
000274**                  EDITS IT, AND AN ACCEPTED CARD IS RUN THROUGH
000275**                  THE PRMFORE FORECAST BEFORE IT IS WRITTEN.  A
000276**                  RUN PROJECTED PAST THE WINDOW CUT-OFF, OR TOO
000277**                  BIG FOR THE SIEVE TABLE, IS A WARNING ON THE
000278**                  REPORT AND RETURN-CODE 4; THE CARD IS STILL
000279**                  WRITTEN.
000280***************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PRMMNT.
001260     05  ERR-TEXT PIC X(60).
001270     05  FILLER PIC X(61) VALUE SPACES.
001280
001281 01  WS-WARNING-LINE.
001282     05  FILLER PIC X(01) VALUE SPACES.
001283     05  FILLER PIC X(12) VALUE "*** WARNING ".
001284     05  WRN-TEXT PIC X(60).
001285     05  FILLER PIC X(59) VALUE SPACES.
001286
001290 01  WS-RESULT-LINE.
001300     05  FILLER PIC X(01) VALUE SPACES.
001310     05  FILLER PIC X(30) VALUE "MAINTENANCE RESULT :".
001330     05  FILLER PIC X(81) VALUE SPACES.
001340
001350*****************************************************************
001351** FORECAST PARAMETER AREA PASSED TO PRMFORE
001352*****************************************************************
001353 COPY PRMFORP.
001354
001355*****************************************************************
001360** WORK FIELDS
001370*****************************************************************
001380 01  WS-RUN-DATE PIC 9(8) VALUE 0.
001390 01  WS-RUN-TIME PIC 9(8) VALUE 0.
001400 01  WS-ERROR-COUNT PIC 9(4) VALUE 0.
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
001410 01  WS-EDIT-TARGET PIC ZZZZZZ9.
001420 01  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
001430 01  WS-OLD-CARD PIC X(80) VALUE SPACES.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630     PERFORM 2000-EDIT-PROPOSED-CARD THRU 2000-EXIT
001640     IF WS-ERROR-COUNT = 0 AND WS-DECK-READ
001645         PERFORM 2500-FORECAST-RUN THRU 2500-EXIT
001650         PERFORM 3000-WRITE-ACCEPTED-CARD THRU 3000-EXIT
001660         PERFORM 4000-WRITE-CHANGE-HISTORY THRU 4000-EXIT
001670     END-IF
002950             MOVE "GENERATION MODE    :" TO ECH-LABEL
002960             MOVE "EXTEND IN PLACE" TO ECH-VALUE
002970             PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
002971         WHEN CTL-MODE-PARTITION
002972             MOVE "GENERATION MODE    :" TO ECH-LABEL
002973             MOVE "PARTITIONED SIEVE" TO ECH-VALUE
002974             PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
002975             PERFORM 2100-EDIT-PARTITION-COUNT THRU 2100-EXIT
002980         WHEN OTHER
002990             MOVE "GENERATION MODE NOT S, T, E, P, OR BLANK" TO
003000                 ERR-TEXT
003010             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003020     END-EVALUATE
003330             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003340     END-EVALUATE
003350
003355     PERFORM 2200-EDIT-BATCH-WINDOW THRU 2200-EXIT
003360     MOVE "RUN COMMENT        :" TO ECH-LABEL
003370     MOVE CTL-RUN-COMMENT TO ECH-VALUE
003380     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
004180*****************************************************************
004190** 9000-TERMINATE - ANY ERROR ENDS WITH 16 AND NOTHING WAS
004200** CHANGED (UNLESS THE ERROR CAME AFTER THE CARD WRITE, WHICH
004206** THE REPORT SAYS IN SO MANY WORDS).  A FORECAST WARNING ON AN
004212** ACCEPTED CARD ENDS WITH 4 - THE CARD WAS STILL WRITTEN.
004220*****************************************************************
004230 9000-TERMINATE.
004240     MOVE SPACES TO PRINT-RECORD
004250     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
004256     EVALUATE TRUE
004262         WHEN WS-ERROR-COUNT > 0
004268             MOVE "CARD REJECTED" TO RES-TEXT
004274         WHEN WS-WARNING-COUNT > 0
004280             MOVE "ACCEPTED - WARNING" TO RES-TEXT
004286         WHEN OTHER
004292             MOVE "CARD ACCEPTED" TO RES-TEXT
004298     END-EVALUATE
004310     MOVE WS-RESULT-LINE TO PRINT-RECORD
004320     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
004330     CLOSE MAINT-REPORT-FILE
004340     IF WS-ERROR-COUNT > 0
004350         MOVE 16 TO RETURN-CODE
004352     ELSE
004354         IF WS-WARNING-COUNT > 0
004356             MOVE 4 TO RETURN-CODE
004358         END-IF
004360     END-IF.
004370
004380 9000-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420** 2100-EDIT-PARTITION-COUNT - A PARTITIONED RUN NEEDS TO KNOW HOW
004430** MANY SEGMENTS THE RANGE IS CUT INTO.  ONE PARTITION JOB SHIPS
004440** PER SEGMENT (JCL/PRMPRT01-PRMPRT04) AND PRMJOB'S PRMMRG STEP
004450** CONCATENATES ALL FOUR PARTIALS, SO THE COUNT ON THE CARD MUST
004460** BE 04.  THE COUNT IS NOT LOOKED AT FOR ANY OTHER MODE.
004470*****************************************************************
004480 2100-EDIT-PARTITION-COUNT.
004490     IF CTL-PARTITION-COUNT NOT NUMERIC
004500         MOVE "PARTITION COUNT NOT NUMERIC FOR MODE P" TO ERR-TEXT
004510         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004520         GO TO 2100-EXIT
004530     END-IF
004540     IF CTL-PARTITION-COUNT NOT = 4
004550         MOVE "PARTITION COUNT NOT 04 FOR MODE P" TO
004560             ERR-TEXT
004570         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004580         GO TO 2100-EXIT
004590     END-IF
004600     MOVE "PARTITION COUNT    :" TO ECH-LABEL
004610     MOVE CTL-PARTITION-COUNT TO ECH-VALUE
004620     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
004630
004640 2100-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680** 2200-EDIT-BATCH-WINDOW - THE WINDOW THE GENERATION MUST FIT,
004690** START AND CUT-OFF AS HHMM.  BOTH BLANK MEANS NO WINDOW IS
004700** CHECKED.  A CUT-OFF EARLIER THAN THE START IS ON THE NEXT DAY,
004710** SO THE ONLY IMPOSSIBLE PAIR IS TWO EQUAL TIMES.
004720*****************************************************************
004730 2200-EDIT-BATCH-WINDOW.
004740     IF CTL-BATCH-WINDOW = SPACES
004750         MOVE "BATCH WINDOW       :" TO ECH-LABEL
004760         MOVE "NOT SET" TO ECH-VALUE
004770         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004780         GO TO 2200-EXIT
004790     END-IF
004800     IF CTL-WINDOW-START NOT NUMERIC
004810         OR CTL-WINDOW-CUTOFF NOT NUMERIC
004820         MOVE "BATCH WINDOW START/CUT-OFF NOT NUMERIC HHMM" TO
004830             ERR-TEXT
004840         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004850         GO TO 2200-EXIT
004860     END-IF
004870     MOVE CTL-WINDOW-START TO WS-HHMM
004880     IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
004890         MOVE "BATCH WINDOW START IS NOT A TIME OF DAY" TO
004900             ERR-TEXT
004910         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004920         GO TO 2200-EXIT
004930     END-IF
004940     MOVE CTL-WINDOW-CUTOFF TO WS-HHMM
004950     IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
004960         MOVE "BATCH WINDOW CUT-OFF IS NOT A TIME OF DAY" TO
004970             ERR-TEXT
004980         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004990         GO TO 2200-EXIT
005000     END-IF
005010     IF CTL-WINDOW-START = CTL-WINDOW-CUTOFF
005020         MOVE "BATCH WINDOW START AND CUT-OFF ARE THE SAME" TO
005030             ERR-TEXT
005040         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005050         GO TO 2200-EXIT
005060     END-IF
005070     MOVE CTL-WINDOW-START TO WS-EDIT-START
005080     MOVE CTL-WINDOW-CUTOFF TO WS-EDIT-END
005090     INSPECT WS-EDIT-START REPLACING ALL " " BY ":"
005100     INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
005110     MOVE "BATCH WINDOW       :" TO ECH-LABEL
005120     STRING WS-EDIT-START " TO " WS-EDIT-END
005130         DELIMITED BY SIZE INTO ECH-VALUE
005140     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
005150
005160 2200-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200** 2500-FORECAST-RUN - ONLY REACHED WITH A CLEAN EDIT.  PRMFORE,
005210** THE SAME FORECAST PRMFOR PRINTS, PROJECTS THE RUN THIS CARD
005220** ORDERS FROM THE AUDIT HISTORY.  A RUN PROJECTED PAST THE
005230** WINDOW CUT-OFF, OR A SIEVE RUN THE SIEVE TABLE CANNOT HOLD, IS
005240** A WARNING, NOT AN EDIT FAILURE - THE CARD STANDS AS ENTERED.
005250*****************************************************************
005260 2500-FORECAST-RUN.
005270     MOVE CTL-TARGET-COUNT TO FP-TARGET-COUNT
005280     MOVE CTL-GEN-MODE TO FP-GEN-MODE
005290     IF CTL-MODE-PARTITION
005300         MOVE CTL-PARTITION-COUNT TO FP-PARTITION-COUNT
005310     ELSE
005320         MOVE 0 TO FP-PARTITION-COUNT
005330     END-IF
005340     IF CTL-BATCH-WINDOW = SPACES
005350         MOVE 0 TO FP-WINDOW-START
005360         MOVE 0 TO FP-WINDOW-CUTOFF
005370     ELSE
005380         MOVE CTL-WINDOW-START TO FP-WINDOW-START
005390         MOVE CTL-WINDOW-CUTOFF TO FP-WINDOW-CUTOFF
005400     END-IF
005410     CALL "PRMFORE" USING FORECAST-PARM-AREA
005420     MOVE SPACES TO PRINT-RECORD
005430     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
005440
005450     MOVE "FORECAST LAST PRIME:" TO ECH-LABEL
005460     MOVE FP-LAST-PRIME TO WS-EDIT-VALUE
005470     MOVE WS-EDIT-VALUE TO ECH-VALUE
005480     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
005490     MOVE "FORECAST ELAPSED   :" TO ECH-LABEL
005500     EVALUATE TRUE
005510         WHEN FP-FORECAST-MADE
005520             DIVIDE FP-ELAPSED-SECS BY 3600
005530                 GIVING WS-ELAPSED-HH REMAINDER WS-ELAPSED-REM
005540             DIVIDE WS-ELAPSED-REM BY 60
005550                 GIVING WS-ELAPSED-MM REMAINDER WS-ELAPSED-SS
005560             MOVE WS-ELAPSED-HH TO WS-EDIT-HH
005570             STRING WS-EDIT-HH ":" WS-ELAPSED-MM ":" WS-ELAPSED-SS
005580                 DELIMITED BY SIZE INTO ECH-VALUE
005590         WHEN FP-NO-MODE-HISTORY
005600             MOVE "NO RUNS OF THE MODE" TO ECH-VALUE
005610         WHEN OTHER
005620             MOVE "NO RUN HISTORY" TO ECH-VALUE
005630     END-EVALUATE
005640     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
005650     IF FP-WINDOW-MET OR FP-WINDOW-EXCEEDED
005660         MOVE "FORECAST END       :" TO ECH-LABEL
005670         MOVE FP-PROJECTED-END TO WS-EDIT-END
005680         INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
005690         MOVE WS-EDIT-END TO ECH-VALUE
005700         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
005710     END-IF
005720     IF CTL-MODE-SIEVE
005730         MOVE "SIEVE TABLE        :" TO ECH-LABEL
005740         IF FP-SIEVE-FITS
005750             MOVE "HOLDS THE TARGET" TO ECH-VALUE
005760         ELSE
005770             MOVE "TOO SMALL" TO ECH-VALUE
005780         END-IF
005790         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
005800     END-IF
005810
005820     IF FP-WINDOW-EXCEEDED
005830         MOVE FP-PROJECTED-END TO WS-EDIT-END
005840         MOVE FP-WINDOW-CUTOFF TO WS-EDIT-START
005850         INSPECT WS-EDIT-END REPLACING ALL " " BY ":"
005860         INSPECT WS-EDIT-START REPLACING ALL " " BY ":"
005870         STRING "RUN FORECAST TO END ABOUT " WS-EDIT-END
005880             ", PAST THE " WS-EDIT-START " CUT-OFF"
005890             DELIMITED BY SIZE INTO WRN-TEXT
005900         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
005910     END-IF
005920     IF FP-WINDOW-UNKNOWN
005930         MOVE "NO ELAPSED FORECAST - BATCH WINDOW NOT CHECKED" TO
005940             WRN-TEXT
005950         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
005960     END-IF
005970     IF CTL-MODE-SIEVE AND FP-SIEVE-TOO-SMALL
005980         MOVE "SIEVE TABLE TOO SMALL FOR TARGET - RUN WOULD ABEND"
005990             TO WRN-TEXT
006000         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
006010     END-IF.
006020
006030 2500-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070** 8200-WRITE-WARNING-LINE
006080*****************************************************************
006090 8200-WRITE-WARNING-LINE.
006100     ADD 1 TO WS-WARNING-COUNT
006110     MOVE WS-WARNING-LINE TO PRINT-RECORD
006120     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
006130     MOVE SPACES TO WRN-TEXT.
006140
006150 8200-EXIT.
006160     EXIT.
