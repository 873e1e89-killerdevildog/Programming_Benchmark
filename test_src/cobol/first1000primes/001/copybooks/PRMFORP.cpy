000010***************************************************************
000020** COPYBOOK   : PRMFORP
000030** DESCRIPTION: PARAMETER AREA FOR PRMFORE, THE RUN-TIME AND
000040**              RESOURCE FORECAST.  THE CALLER FILLS IN THE
000050**              PROPOSED TARGET, GENERATION MODE, PARTITION COUNT
000060**              AND BATCH WINDOW (HHMM START AND CUT-OFF, BOTH
000070**              ZERO FOR NO WINDOW) AND CALLS PRMFORE USING THIS
000080**              AREA; PRMFORE RETURNS THE FORECAST IN FP-RESULT.
000090**              THE RUN HISTORY (PROD.PRIMES.AUDIT AND
000100**              AUDIT.ARCHIVE, WITH THE MODE OF EACH RUN TAKEN
000110**              FROM THE CONTROL CARD IN FORCE ON PARMHIST) IS
000120**              READ ON THE FIRST CALL ONLY, SO ONE PROGRAM CAN
000130**              FORECAST ANY NUMBER OF PROPOSALS.
000140**              FP-RETURN-CODE: 00 FORECAST MADE; 04 NO RUN OF
000150**              THIS MODE ON RECORD, SO NO ELAPSED TIME (THE
000160**              VALUE AND SPACE ESTIMATES STILL STAND); 08 NO RUN
000170**              HISTORY COULD BE READ AT ALL.
000172**              THE PARTITIONS OF A P RUN RUN SIDE BY SIDE, SO ITS
000174**              ELAPSED TIME IS SCALED BY FP-PARTITION-COUNT
000176**              AGAINST THE PARTITION COUNT EACH PAST P RUN USED.
000180**              SPACE IS IN 3390 TRACKS: 698 80-BYTE RECORDS PER
000190**              TRACK AT HALF-TRACK BLOCKING FOR THE MASTER AND
000200**              EXTRACT, 612 PER TRACK (4K CONTROL INTERVALS) FOR
000210**              EACH OF THE TWO INQUIRY INDEXES.
000220** AUTHOR     : D. OKONKWO
000230** DATE-WRITTEN: 10/15/2026
000240***************************************************************
000250 01  FORECAST-PARM-AREA.
000260     05  FP-REQUEST.
000270         10  FP-TARGET-COUNT PIC 9(07).
000280         10  FP-GEN-MODE PIC X(01).
000290             88  FP-MODE-SIEVE VALUE "S".
000300             88  FP-MODE-TRIAL VALUE "T", " ".
000310             88  FP-MODE-EXTEND VALUE "E".
000320             88  FP-MODE-PARTITION VALUE "P".
000330         10  FP-PARTITION-COUNT PIC 9(02).
000340         10  FP-WINDOW-START PIC 9(04).
000350         10  FP-WINDOW-CUTOFF PIC 9(04).
000360     05  FP-RESULT.
000370         10  FP-RETURN-CODE PIC 9(02).
000380             88  FP-FORECAST-MADE VALUE 0.
000390             88  FP-NO-MODE-HISTORY VALUE 4.
000400             88  FP-NO-HISTORY VALUE 8.
000410         10  FP-HISTORY-RUNS PIC 9(05).
000420         10  FP-BASIS-RUNS PIC 9(05).
000430         10  FP-BASIS-MODE PIC X(01).
000440         10  FP-CURRENT-COUNT PIC 9(07).
000450         10  FP-NEW-PRIMES PIC 9(07).
000460         10  FP-LAST-PRIME PIC 9(09).
000470         10  FP-LAST-PRIME-BASIS PIC X(01).
000480             88  FP-LAST-PRIME-ON-RECORD VALUE "R".
000490             88  FP-LAST-PRIME-ESTIMATED VALUE "E".
000500         10  FP-ELAPSED-SECS PIC 9(07).
000510         10  FP-MASTER-TRACKS PIC 9(07).
000520         10  FP-EXTRACT-TRACKS PIC 9(07).
000530         10  FP-INDEX-TRACKS PIC 9(07).
000540         10  FP-SIEVE-CAPACITY PIC 9(07).
000550         10  FP-SIEVE-FIT-SW PIC X(01).
000560             88  FP-SIEVE-FITS VALUE "Y".
000570             88  FP-SIEVE-TOO-SMALL VALUE "N".
000580         10  FP-WINDOW-SW PIC X(01).
000590             88  FP-WINDOW-NOT-SET VALUE " ".
000600             88  FP-WINDOW-MET VALUE "Y".
000610             88  FP-WINDOW-EXCEEDED VALUE "N".
000620             88  FP-WINDOW-UNKNOWN VALUE "U".
000630         10  FP-WINDOW-SECS PIC 9(07).
000640         10  FP-PROJECTED-END PIC 9(04).
000650     05  FP-MODE-HISTORY OCCURS 4 TIMES.
000660         10  FP-HIST-MODE PIC X(01).
000670         10  FP-HIST-RUNS PIC 9(05).
000680         10  FP-HIST-ELAPSED-SECS PIC 9(09).
000690         10  FP-HIST-PRIMES PIC 9(09).
