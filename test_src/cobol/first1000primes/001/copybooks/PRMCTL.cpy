000100**                  OF REGENERATING THE WHOLE FILE.  COMPUTATION
000101**                  IS BY TRIAL DIVISION - A SIEVE CANNOT TAKE UP
000102**                  FROM AN ARBITRARY STARTING POINT.
      ** 10/15/2026 DRO  ADDED CTL-GEN-MODE "P" - PARTITIONED SIEVE.
      **                  THE VALUE RANGE THE TARGET NEEDS IS SPLIT
      **                  INTO CTL-PARTITION-COUNT CONTIGUOUS SEGMENTS
      **                  (ALWAYS 04, CARVED OUT OF THE TRAILING
      **                  FILLER), EACH SIEVED BY ITS OWN PRMPRT JOB SO
      **                  THEY CAN RUN IN PARALLEL; PRMMRG THEN BUILDS
      **                  THE MASTER FROM THE PARTIALS IN PLACE OF
      **                  PRIMES.  THE COUNT IS ONLY READ FOR MODE "P".
      ** 10/15/2026 DRO  ADDED CTL-WINDOW-START AND CTL-WINDOW-CUTOFF
      **                  (HHMM, CARVED OUT OF THE TRAILING FILLER) -
      **                  THE BATCH WINDOW THE GENERATION MUST FIT.
      **                  PRMEDIT AND PRMMNT RUN THE PRMFORE FORECAST
      **                  AGAINST IT AND WARN WHEN THE PROJECTED RUN
      **                  WOULD END PAST THE CUT-OFF.  BOTH BLANK MEANS
      **                  NO WINDOW IS CHECKED; A CUT-OFF EARLIER THAN
      **                  THE START MEANS THE WINDOW RUNS PAST MIDNIGHT.
000103***************************************************************
000104 01  PRIMES-CTL-RECORD.
000105     05  CTL-TARGET-COUNT PIC 9(07).
000107     88  CTL-MODE-SIEVE VALUE "S".
000108     88  CTL-MODE-TRIAL VALUE "T", " ".
000109     88  CTL-MODE-EXTEND VALUE "E".
           88  CTL-MODE-PARTITION VALUE "P".
000110     05  CTL-RPT-DETAIL-OPT PIC X(01).
000111     88  CTL-RPT-DETAIL-OFF VALUE "N".
000112     05  CTL-RPT-STATS-OPT PIC X(01).
000113     88  CTL-RPT-STATS-OFF VALUE "N".
000114     05  CTL-RUN-COMMENT PIC X(17).
000124     05  CTL-PARTITION-COUNT PIC 9(02).
000134     05  CTL-BATCH-WINDOW.
000144         10  CTL-WINDOW-START PIC 9(04).
000154         10  CTL-WINDOW-CUTOFF PIC 9(04).
000164     05  FILLER PIC X(43).
