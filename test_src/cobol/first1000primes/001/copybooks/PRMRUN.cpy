000110**                  AND THE MASTER INTACT SKIPS GENERATION AND
000111**                  REPORTS AS BYPASS, NOT AS NORMAL AND NOT AS
000112**                  A GENERATION THAT NEVER LOGGED.
      ** 10/15/2026 DRO  RS-BAL-STATUS CARVED OUT OF THE TRAILING
      **                  FILLER - THE CROSS-FILE BALANCING VERDICT
      **                  FROM PRMBAL ("B" IN BALANCE, "O" OUT OF
      **                  BALANCE, "M" NO BALANCING FOR THE DAY).
      **                  SPACE ON RECORDS WRITTEN BEFORE THIS CHANGE.
000113***************************************************************
000114 01  RUN-STATUS-RECORD.
000115     05  RS-RUN-DATE PIC 9(08).
000135     88  RS-ACK-ACKED VALUE "ACKED   ".
000136     88  RS-ACK-PENDING VALUE "PENDING ".
000137     88  RS-ACK-MISSING VALUE "MISSING ", "        ".
000147     05  RS-BAL-STATUS PIC X(01).
000157     88  RS-BAL-BALANCED VALUE "B".
000167     88  RS-BAL-OUTOFBAL VALUE "O".
000177     88  RS-BAL-MISSING VALUE "M", " ".
000187     05  FILLER PIC X(01).
