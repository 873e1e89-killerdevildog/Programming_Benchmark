000306**                  CARD FROM A RECEIVING AREA BECOMES AN
000308**                  EXCEPTION VERDICT LINE INSTEAD OF A DATA
000309**                  EXCEPTION IN THE FRONT OF THE NIGHTLY JOB.
      ** 10/15/2026 DRO  DELTA EXTRACTS.  THE EXTRACT LINE NOW SHOWS
      **                  WHETHER THE FILE UNDER REVIEW IS A FULL
      **                  REFRESH OR A DELTA.  A RECEIVER OF A DELTA MAY
      **                  ACK THE COUNT AND HASH OF THE DETAILS IT
      **                  LOADED OR THE CUMULATIVE TOTALS IT HOLDS ONCE
      **                  THE DELTA IS APPLIED; EITHER BALANCES, AGAINST
      **                  THE TRAILER'S OWN OR CUMULATIVE PAIR, AND THE
      **                  VERDICT SAYS WHICH.  A FULL REFRESH BALANCES
      **                  AS BEFORE.
000310***************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. PRMACK.
001200     05  FILLER PIC X(07) VALUE "  AGE: ".
001210     05  XTL-AGE-DAYS PIC ZZ9.
001220     05  FILLER PIC X(05) VALUE " DAYS".
001225     05  FILLER PIC X(08) VALUE "  TYPE: ".
001230     05  XTL-EXTRACT-TYPE PIC X(12).
001235     05  FILLER PIC X(63) VALUE SPACES.
001240
001250 01  WS-ACK-LINE.
001260     05  FILLER PIC X(01) VALUE SPACES.
001606 01  WS-XTH-EXTRACT-TIME PIC 9(08) VALUE 0.
001608 01  WS-XTT-RECORD-COUNT PIC 9(09) VALUE 0.
001609 01  WS-XTT-HASH-TOTAL PIC 9(15) VALUE 0.
       01  WS-XTT-CUM-COUNT PIC 9(09) VALUE 0.
       01  WS-XTT-CUM-HASH PIC 9(15) VALUE 0.
       01  WS-XTH-DELTA-SW PIC X(01) VALUE "N".
           88  WS-XTH-DELTA VALUE "Y".
001610
001620*****************************************************************
001630** DATE WORK FIELDS FOR THE EXTRACT AGE - THE SAME SERIAL-DAY
002740                 MOVE "Y" TO WS-XTR-FOUND-SW
002750                 MOVE XTH-EXTRACT-DATE TO WS-XTH-EXTRACT-DATE
002760                 MOVE XTH-EXTRACT-TIME TO WS-XTH-EXTRACT-TIME
002762                 IF XTH-TYPE-DELTA
002764                     MOVE "Y" TO WS-XTH-DELTA-SW
002766                 END-IF
002770             WHEN XTT-TYPE-TRAILER
002780                 MOVE "Y" TO WS-TRL-FOUND-SW
002790                 MOVE XTT-RECORD-COUNT TO WS-XTT-RECORD-COUNT
002800                 MOVE XTT-HASH-TOTAL TO WS-XTT-HASH-TOTAL
002801                 IF XTT-CUM-RECORD-COUNT NUMERIC
002802                     AND XTT-CUM-HASH-TOTAL NUMERIC
002803                     MOVE XTT-CUM-RECORD-COUNT TO WS-XTT-CUM-COUNT
002804                     MOVE XTT-CUM-HASH-TOTAL TO WS-XTT-CUM-HASH
002805                 ELSE
002806                     MOVE XTT-RECORD-COUNT TO WS-XTT-CUM-COUNT
002807                     MOVE XTT-HASH-TOTAL TO WS-XTT-CUM-HASH
002808                 END-IF
002810             WHEN OTHER
002812                 CONTINUE
002814         END-EVALUATE
002920         PERFORM 2500-COMPUTE-AGE THRU 2500-EXIT
002930         MOVE WS-XTH-EXTRACT-DATE TO XTL-EXTRACT-DATE
002940         MOVE WS-AGE-DAYS TO XTL-AGE-DAYS
002941         IF WS-XTH-DELTA
002942             MOVE "DELTA" TO XTL-EXTRACT-TYPE
002943         ELSE
002944             MOVE "FULL REFRESH" TO XTL-EXTRACT-TYPE
002945         END-IF
002950         MOVE WS-EXTRACT-LINE TO PRINT-RECORD
002960         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
002970         MOVE SPACES TO PRINT-RECORD
003550*****************************************************************
003560** 3000-PROCESS-ACKS - ONE VERDICT LINE PER ACK RECORD.  AN ACK
003570** NAMING A DIFFERENT EXTRACT IS STALE AND COUNTS FOR NOTHING;
003575** ONE NAMING OURS MUST ALSO BALANCE ON COUNT AND HASH.  FOR A
003580** DELTA THE RECEIVER MAY REPORT EITHER THE DETAILS IT LOADED
003585** OR THE CUMULATIVE LIST IT NOW HOLDS.
003590*****************************************************************
003600 3000-PROCESS-ACKS.
003610     OPEN INPUT ACK-RETURN-FILE
003970         WHEN ACK-EXTRACT-DATE NOT = WS-XTH-EXTRACT-DATE
003980             OR ACK-EXTRACT-TIME NOT = WS-XTH-EXTRACT-TIME
003990             MOVE "NAMES ANOTHER EXTRACT" TO ACL-VERDICT
003992         WHEN ACK-RECORD-COUNT = WS-XTT-RECORD-COUNT
003994             AND ACK-HASH-TOTAL = WS-XTT-HASH-TOTAL
003996             ADD 1 TO WS-MATCHED-COUNT
003998             IF WS-XTH-DELTA
004000                 MOVE "BALANCED - DELTA" TO ACL-VERDICT
004002             ELSE
004004                 MOVE "MATCHED AND BALANCED" TO ACL-VERDICT
004006             END-IF
004008         WHEN WS-XTH-DELTA
004010             AND ACK-RECORD-COUNT = WS-XTT-CUM-COUNT
004012             AND ACK-HASH-TOTAL = WS-XTT-CUM-HASH
004014             ADD 1 TO WS-MATCHED-COUNT
004016             MOVE "BALANCED - CUMULATIVE" TO ACL-VERDICT
004018         WHEN OTHER
004020             ADD 1 TO WS-EXCEPTION-COUNT
004030             MOVE "*** OUT OF BALANCE ***" TO ACL-VERDICT
004070     END-EVALUATE
004080     MOVE WS-ACK-LINE TO PRINT-RECORD
004090     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
