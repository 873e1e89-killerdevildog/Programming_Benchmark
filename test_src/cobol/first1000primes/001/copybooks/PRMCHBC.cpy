000010***************************************************************
000020** COPYBOOK   : PRMCHBC
000030** DESCRIPTION: CHARGEBACK LAYOUTS FOR PRMCHB.  THE PERIOD CARD
000040**              NAMES THE BILLING PERIOD (ZERO OR BLANK DATES
000050**              TAKE THE PREVIOUS CALENDAR MONTH).  THE RATE
000060**              CARD DECK IS THE MAINTAINED PRICE LIST - ONE
000070**              CARD PER GENERATION MODE PER EFFECTIVE DATE,
000080**              PRICED PER REQUEST AND PER THOUSAND PRIMES
000090**              DELIVERED.  A RATE CHANGE IS A NEW CARD WITH A
000100**              NEW EFFECTIVE DATE, NEVER AN EDIT OF THE OLD
000110**              ONE, SO A RE-RUN OF A CLOSED PERIOD PRICES AT
000120**              THE RATES IN FORCE AT THAT TIME.  THE CHARGE
000130**              FILE IS THE GL FEED - ONE "D" RECORD PER
000140**              DEPARTMENT AND ONE "T" TRAILER CARRYING THE
000150**              RECORD COUNT AND THE TOTAL CHARGED SO THE FEED
000160**              CAN BE BALANCED BEFORE POSTING.
000170** AUTHOR     : D. OKONKWO
000180** DATE-WRITTEN: 10/15/2026
000190***************************************************************
000200 01  CHARGE-PERIOD-CARD.
000210     05  CBP-FROM-DATE PIC 9(08).
000220     05  CBP-TO-DATE PIC 9(08).
000230     05  FILLER PIC X(64).
000240
000250 01  CHARGE-RATE-CARD.
000260     05  CBR-GEN-MODE PIC X(01).
000270     88  CBR-MODE-SIEVE VALUE "S".
000280     88  CBR-MODE-TRIAL VALUE "T".
000290     05  FILLER PIC X(01).
000300     05  CBR-EFFECTIVE-DATE PIC 9(08).
000310     05  CBR-PER-REQUEST PIC 9(05)V99.
000320     05  CBR-PER-THOUSAND PIC 9(05)V99.
000330     05  CBR-DESCRIPTION PIC X(20).
000340     05  FILLER PIC X(36).
000350
000360 01  CHARGE-GL-RECORD.
000370     05  CBG-RECORD-TYPE PIC X(01).
000380     88  CBG-TYPE-DETAIL VALUE "D".
000390     05  CBG-DEPARTMENT PIC X(08).
000400     05  CBG-PERIOD-FROM PIC 9(08).
000410     05  CBG-PERIOD-TO PIC 9(08).
000420     05  CBG-REQUEST-COUNT PIC 9(05).
000430     05  CBG-PRIME-COUNT PIC 9(09).
000440     05  CBG-ELAPSED-SECS PIC 9(07).
000450     05  CBG-REQUEST-CHARGE PIC 9(07)V99.
000460     05  CBG-VOLUME-CHARGE PIC 9(07)V99.
000470     05  CBG-TOTAL-CHARGE PIC 9(07)V99.
000480     05  FILLER PIC X(07).
000490
000500 01  CHARGE-GL-TRAILER.
000510     05  CBT-RECORD-TYPE PIC X(01).
000520     88  CBT-TYPE-TRAILER VALUE "T".
000530     05  CBT-RUN-DATE PIC 9(08).
000540     05  CBT-RECORD-COUNT PIC 9(07).
000550     05  CBT-TOTAL-CHARGE PIC 9(09)V99.
000560     05  FILLER PIC X(53).
