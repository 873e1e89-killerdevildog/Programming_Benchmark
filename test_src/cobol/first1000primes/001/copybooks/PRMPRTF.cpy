000010***************************************************************
000020** COPYBOOK   : PRMPRTF
000030** DESCRIPTION: PARTIAL-MASTER LAYOUTS FOR A PARTITIONED
000040**              GENERATION (CTL-GEN-MODE "P").  EACH PRMPRT
000050**              PARTITION WRITES ITS OWN PARTIAL, PROD.PRIMES.
000060**              PARTIAL.PNN: ONE "H" HEADER NAMING THE PARTITION,
000070**              THE PLAN IT BELONGS TO (TARGET, PARTITION COUNT,
000080**              TOP OF THE WHOLE RANGE) AND ITS OWN SEGMENT OF
000090**              THE VALUE RANGE; ONE "D" DETAIL PER PRIME IN THE
000100**              SEGMENT, VALUE ONLY - SEQUENCE NUMBERS ARE
000110**              ASSIGNED BY THE PRMMRG MERGE, WHICH IS THE ONLY
000120**              STEP THAT KNOWS HOW MANY PRIMES THE EARLIER
000130**              SEGMENTS HOLD; AND ONE "T" TRAILER WITH THE
000140**              PARTITION'S CONTROL TOTALS.  A PARTIAL WITH NO
000150**              TRAILER DID NOT FINISH.
000160** AUTHOR     : D. OKONKWO
000170** DATE-WRITTEN: 10/15/2026
000180***************************************************************
000190 01  PARTIAL-HEADER-RECORD.
000200     05  PPH-RECORD-TYPE PIC X(01).
000210     88  PPH-TYPE-HEADER VALUE "H".
000220     05  PPH-PARTITION-NO PIC 9(02).
000230     05  PPH-PARTITION-COUNT PIC 9(02).
000240     05  PPH-TARGET-COUNT PIC 9(07).
000250     05  PPH-PLAN-HIGH PIC 9(09).
000260     05  PPH-RANGE-LOW PIC 9(09).
000270     05  PPH-RANGE-HIGH PIC 9(09).
000280     05  PPH-RUN-DATE PIC 9(08).
000290     05  PPH-RUN-TIME PIC 9(08).
000300     05  FILLER PIC X(25).
000310
000320 01  PARTIAL-DETAIL-RECORD.
000330     05  PPD-RECORD-TYPE PIC X(01).
000340     88  PPD-TYPE-DETAIL VALUE "D".
000350     05  PPD-PRIME-VALUE PIC 9(09).
000360     05  FILLER PIC X(70).
000370
000380 01  PARTIAL-TRAILER-RECORD.
000390     05  PPT-RECORD-TYPE PIC X(01).
000400     88  PPT-TYPE-TRAILER VALUE "T".
000410     05  PPT-PARTITION-NO PIC 9(02).
000420     05  PPT-RECORD-COUNT PIC 9(09).
000430     05  PPT-HASH-TOTAL PIC 9(15).
000440     05  PPT-FIRST-PRIME PIC 9(09).
000450     05  PPT-LAST-PRIME PIC 9(09).
000460     05  PPT-END-DATE PIC 9(08).
000470     05  PPT-END-TIME PIC 9(08).
000480     05  FILLER PIC X(19).
