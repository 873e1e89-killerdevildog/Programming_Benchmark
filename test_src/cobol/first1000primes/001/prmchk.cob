000320**                  IGNORED IN THE COMPARE - TRIAL, SIEVE, AND
000330**                  EXTEND ALL PRODUCE THE SAME LIST FOR THE
000340**                  SAME TARGET.
000342** 10/15/2026 DRO  A BACKOUT AUDIT RECORD (PRMBKO) NOW COUNTS AS
000344**                  A GOOD RUN ALONGSIDE NORMAL - AFTER A BACK-OUT
000346**                  THE RESTORED GENERATION IS THE MASTER ON DISK.
000350***************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PRMCHK.
001630
001640*****************************************************************
001650** 1000-INITIALIZE - READ THE CARD AND FIND THE LATEST NORMAL
001660** (OR BACKOUT) RECORD.  ANYTHING UNREADABLE LEAVES THE GENERATE
001670** DEFAULT STANDING - WHEN IN DOUBT, REGENERATE.
001680*****************************************************************
001690 1000-INITIALIZE.
002010     IF WS-AUD-FILE-STATUS = "00"
002020         PERFORM 1100-READ-AUDIT-RECORD THRU 1100-EXIT
002030         PERFORM UNTIL WS-AUD-EOF
002040             IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
002050                 MOVE "Y" TO WS-AUDN-FOUND-SW
002060                 MOVE PRIMES-AUDIT-RECORD TO WS-SAVE-AUDIT
002070             END-IF
002330
002340*****************************************************************
002350** 2000-COMPARE-CARD-TO-AUDIT - THE CARD MUST ASK FOR EXACTLY
002360** WHAT THE LATEST NORMAL (OR BACKOUT) RECORD DELIVERED IN FULL.
002370*****************************************************************
002380 2000-COMPARE-CARD-TO-AUDIT.
002390     EVALUATE TRUE
002400         WHEN NOT WS-CARD-READ
002410             MOVE "NO USABLE CONTROL CARD" TO WS-REASON
002420         WHEN NOT WS-AUDN-FOUND
002430             MOVE "NO NORMAL OR BACKOUT AUDIT RECORD" TO
002440                 WS-REASON
002450         WHEN WS-TARGET-COUNT NOT = AUD-TARGET-COUNT
002460             MOVE "TARGET CHANGED SINCE LAST NORMAL RUN" TO
