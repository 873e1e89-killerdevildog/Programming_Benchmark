000142**                  ANSWERING FROM AND FLAG A STALE INDEX.  A
000143**                  MASTER WITH NO NORMAL AUDIT RECORD BEHIND
000144**                  IT IS A MISWIRED JOB AND ABENDS THE LOAD.
      ** 10/15/2026 DRO  A BACKOUT AUDIT RECORD (PRMBKO) NOW COUNTS AS
      **                  A GOOD RUN ALONGSIDE NORMAL - AFTER A BACK-OUT
      **                  THE RESTORED GENERATION IS THE MASTER ON DISK.
000145***************************************************************
000146 IDENTIFICATION DIVISION.
000147 PROGRAM-ID. PRMLOAD.
001400
001410*****************************************************************
001420** 1500-FIND-SOURCE-RUN - THE INDEXES ARE STAMPED WITH THE RUN
001430** THEY WERE BUILT FROM: THE LATEST NORMAL (OR BACKOUT) RECORD ON
001440** THE AUDIT TRAIL.  A MASTER WITH NO SUCH RECORD BEHIND IT MEANS
001450** THE JOB IS MISWIRED, AND THE LOAD ABENDS RATHER THAN STAMP
001460** THE INDEXES WITH A RUN THAT NEVER HAPPENED.
001470*****************************************************************
001540     END-IF
001550     PERFORM 1510-READ-AUDIT-RECORD THRU 1510-EXIT
001560     PERFORM UNTIL WS-AUD-EOF
001570         IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
001580             MOVE "Y" TO WS-AUD-FOUND-SW
001590             MOVE PRIMES-AUDIT-RECORD TO WS-SAVE-AUDIT
001600         END-IF
001620     END-PERFORM
001630     CLOSE PRIMES-AUDIT-FILE
001640     IF NOT WS-AUD-FOUND
001650         DISPLAY "*** PRMLOAD ABEND - NO NORMAL OR BACKOUT AUDIT "
001660             "RECORD TO IDENTIFY THE SOURCE RUN ***"
001670         PERFORM 9900-ABEND THRU 9900-EXIT
001680     END-IF
001690     MOVE WS-SAVE-AUDIT TO PRIMES-AUDIT-RECORD.
