000296**                  MONITOR CAN SHOW PERCENT COMPLETE, ELAPSED
000297**                  TIME, AND A PROJECTED COMPLETION WHILE THE
000298**                  RUN IS STILL GOING.
      ** 10/15/2026 DRO  A PARTITIONED RUN (CTL-GEN-MODE = "P") IS
      **                  GENERATED BY THE PRMPRT PARTITION JOBS AND
      **                  MERGED INTO THE MASTER BY PRMMRG, THE STEP
      **                  AFTER THIS ONE.  ON SUCH A CARD THIS PROGRAM
      **                  NOW ENDS CLEAN STRAIGHT AFTER READING IT,
      **                  WITHOUT OPENING THE MASTER, CHECKPOINT OR
      **                  AUDIT FILES.
000299***************************************************************
000300 IDENTIFICATION DIVISION.
000301 PROGRAM-ID. PRIMES.
000964 01  WS-GEN-MODE PIC X(01) VALUE "T".
000966     88  WS-GEN-SIEVE VALUE "S".
000967     88  WS-GEN-EXTEND VALUE "E".
           88  WS-GEN-PARTITION VALUE "P".
000968 01  WS-RUN-COMMENT PIC X(17) VALUE SPACES.
000970 01  WS-RESTART-SW PIC X(01) VALUE "N".
000980     88  WS-RESTART-YES VALUE "Y".
001180*****************************************************************
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001201     IF WS-GEN-PARTITION
001202         DISPLAY "*** PRIMES - PARTITIONED RUN - THE MASTER IS "
001203             "BUILT BY PRMMRG ***"
001204         STOP RUN
001205     END-IF
001210     IF WS-GEN-SIEVE
001212         PERFORM 2500-PROCESS-SIEVE THRU 2500-EXIT
001214     ELSE
001310     ACCEPT WS-JOB-START-TIME FROM TIME
001320 
001330     PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT
001332     IF WS-GEN-PARTITION
001334         GO TO 1000-EXIT
001336     END-IF
001340     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT
001342
001344*    A RESTART RESUMES FROM ITS CHECKPOINT AND NEEDS NO
001885                 END-IF
001886                 IF CTL-MODE-EXTEND
001887                     MOVE "E" TO WS-GEN-MODE
                       END-IF
                       IF CTL-MODE-PARTITION
                           MOVE "P" TO WS-GEN-MODE
001888                 END-IF
001889                 MOVE CTL-RUN-COMMENT TO WS-RUN-COMMENT
001890         END-READ
