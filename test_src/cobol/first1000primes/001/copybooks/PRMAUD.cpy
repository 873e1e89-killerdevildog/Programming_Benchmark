000085**                  THIS STATUS, SO READERS THAT TAKE THE
000086**                  LATEST NORMAL RECORD AS "THE RUN THAT LAST
000087**                  WROTE THE MASTER" NEVER PICK ONE UP.
      ** 10/15/2026 DRO  ADDED AUD-STATUS-BACKOUT - PRMBKO LOGS ONE
      **                  RECORD WHEN IT RESTORES THE MASTER FROM A
      **                  GENBKUP GENERATION.  ITS COUNTS DESCRIBE THE
      **                  RESTORED MASTER AND ITS RUN COMMENT NAMES THE
      **                  RUN REVERSED ("RUN YYYYMMDD HHMM"), SO READERS
      **                  THAT TAKE THE LATEST NORMAL RECORD AS THE RUN
      **                  THAT LAST WROTE THE MASTER TAKE A BACKOUT
      **                  RECORD THE SAME WAY.
000088***************************************************************
000089 01  PRIMES-AUDIT-RECORD.
000090     05  AUD-JOB-START-DATE PIC 9(08).
000170     88  AUD-STATUS-NORMAL VALUE "NORMAL  ".
000180     88  AUD-STATUS-ABEND VALUE "ABEND   ".
000182     88  AUD-STATUS-QUEUE VALUE "QUEUE   ".
000186     88  AUD-STATUS-BACKOUT VALUE "BACKOUT ".
000190     05  AUD-RUN-COMMENT PIC X(17).
