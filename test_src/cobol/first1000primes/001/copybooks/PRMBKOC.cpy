000010***************************************************************
000020** COPYBOOK   : PRMBKOC
000030** DESCRIPTION: BACK-OUT CARD FOR PRMBKO, PREPARED BY THE
000040**              OPERATOR IN PROD.PRIMES.CNTL(PRMBKOC) THE SAME
000050**              WAY AS A PRMMNT CHANGE CARD.  THE GENERATION TO
000060**              RESTORE IS NAMED TWO WAYS: BKO-GENERATION IS THE
000070**              GENBKUP GENERATION THE PRMBKO JOB'S PRMBKUP DD IS
000080**              POINTED AT, AS IT SHOULD READ ON THE REPORT (FOR
000090**              EXAMPLE "0" OR "-1", OR THE ABSOLUTE G0042V00);
000100**              BKO-RUN-DATE/BKO-RUN-TIME OPTIONALLY NAME THE
000110**              AUDIT RUN BEING REVERSED - THE TIME IS HHMM, THE
000120**              FIRST FOUR DIGITS OF THE RUN'S START TIME.  WITH
000130**              NO RUN GIVEN, THE RUN REVERSED IS THE ONE THAT
000140**              FOLLOWED THE GENERATION.  WITH A RUN GIVEN, THE
000150**              GENERATION MUST BE THE MASTER AS IT STOOD BEFORE
000160**              THAT RUN.  A DATE WITH NO TIME IS ENOUGH WHEN ONLY
000170**              ONE RUN WROTE THE MASTER THAT DAY.
000180** AUTHOR     : D. OKONKWO
000190** DATE-WRITTEN: 10/15/2026
000200***************************************************************
000210 01  BACKOUT-CARD.
000220     05  BKO-OPERATOR PIC X(08).
000230     05  FILLER PIC X(01).
000240     05  BKO-GENERATION PIC X(08).
000250     05  FILLER PIC X(01).
000260     05  BKO-RUN-DATE-X PIC X(08).
000270     05  BKO-RUN-DATE REDEFINES BKO-RUN-DATE-X PIC 9(08).
000280     05  FILLER PIC X(01).
000290     05  BKO-RUN-TIME-X PIC X(04).
000300     05  BKO-RUN-TIME REDEFINES BKO-RUN-TIME-X PIC 9(04).
000310     05  FILLER PIC X(49).
