000010***************************************************************
000020** COPYBOOK   : PRMSUBC
000030** DESCRIPTION: STANDING-ORDER LAYOUTS FOR PRMSUB (MAINTENANCE)
000040**              AND PRMSCH (DAILY SCHEDULING AHEAD OF PRMQUE).
000050**              THE SUBSCRIPTION MASTER HOLDS ONE RECORD PER
000060**              STANDING ORDER IN ORDER-ID SEQUENCE.  A CANCELLED
000070**              ORDER STAYS ON FILE WITH STATUS "C" SO ITS
000080**              HISTORY STILL READS; ONLY PRMSUB CHANGES THE
000090**              FILE.  FREQUENCIES:
000100**                "D" - EVERY BUSINESS DAY
000110**                "W" - WEEKLY ON SB-WEEKDAY (1 = MONDAY ...
000120**                      7 = SUNDAY); A HOLIDAY ROLLS IT FORWARD
000130**                      TO THE NEXT BUSINESS DAY
000140**                "M" - MONTH-END (LAST BUSINESS DAY OF MONTH)
000150**                "Q" - QUARTER-END (LAST BUSINESS DAY OF MARCH,
000160**                      JUNE, SEPTEMBER AND DECEMBER)
000170**              SB-END-DATE OF ZERO MEANS OPEN-ENDED.
000180**              THE TRANSACTION CARD DRIVES PRMSUB: ACTION "A"
000190**              ADD, "C" CHANGE, "S" SUSPEND, "R" RESUME, "X"
000200**              CANCEL.  ON A CHANGE, BLANK FIELDS ARE LEFT AS
000210**              THEY ARE; AN END DATE OF 00000000 MAKES THE ORDER
000220**              OPEN-ENDED AGAIN.
000230**              THE HOLIDAY CARD DECK IS THE BUSINESS CALENDAR -
000240**              ONE CARD PER HOLIDAY; SATURDAYS AND SUNDAYS ARE
000250**              NEVER BUSINESS DAYS AND NEED NO CARD.  THE
000260**              SCHEDULE-DATE CARD IS OPTIONAL: ZERO OR BLANK
000270**              SCHEDULES FOR TODAY, A DATE RE-RUNS THAT DAY.
000280** AUTHOR     : D. OKONKWO
000290** DATE-WRITTEN: 10/15/2026
000300***************************************************************
000310 01  SUBSCRIPTION-RECORD.
000320     05  SB-ORDER-ID PIC X(08).
000330     05  SB-DEPARTMENT PIC X(08).
000340     05  SB-TARGET-COUNT PIC 9(07).
000350     05  SB-GEN-MODE PIC X(01).
000360     88  SB-MODE-SIEVE VALUE "S".
000370     88  SB-MODE-TRIAL VALUE "T", " ".
000380     05  SB-FREQUENCY PIC X(01).
000390     88  SB-FREQ-DAILY VALUE "D".
000400     88  SB-FREQ-WEEKLY VALUE "W".
000410     88  SB-FREQ-MONTH-END VALUE "M".
000420     88  SB-FREQ-QUARTER-END VALUE "Q".
000430     05  SB-WEEKDAY PIC 9(01).
000440     05  SB-START-DATE PIC 9(08).
000450     05  SB-END-DATE PIC 9(08).
000460     05  SB-STATUS PIC X(01).
000470     88  SB-STATUS-ACTIVE VALUE "A".
000480     88  SB-STATUS-SUSPENDED VALUE "S".
000490     88  SB-STATUS-CANCELLED VALUE "C".
000500     05  SB-REQUEST-COMMENT PIC X(17).
000510     05  SB-LAST-CHANGE-DATE PIC 9(08).
000520     05  SB-LAST-CHANGE-OPER PIC X(08).
000530     05  FILLER PIC X(04).
000540
000550 01  SUBSCRIPTION-TRANS-CARD.
000560     05  ST-ACTION PIC X(01).
000570     88  ST-ACTION-ADD VALUE "A".
000580     88  ST-ACTION-CHANGE VALUE "C".
000590     88  ST-ACTION-SUSPEND VALUE "S".
000600     88  ST-ACTION-RESUME VALUE "R".
000610     88  ST-ACTION-CANCEL VALUE "X".
000620     05  FILLER PIC X(01).
000630     05  ST-ORDER-ID PIC X(08).
000640     05  ST-DEPARTMENT PIC X(08).
000650     05  ST-TARGET-COUNT PIC X(07).
000660     05  ST-TARGET-COUNT-N REDEFINES ST-TARGET-COUNT PIC 9(07).
000670     05  ST-GEN-MODE PIC X(01).
000680     05  ST-FREQUENCY PIC X(01).
000690     05  ST-WEEKDAY PIC X(01).
000700     05  ST-WEEKDAY-N REDEFINES ST-WEEKDAY PIC 9(01).
000710     05  ST-START-DATE PIC X(08).
000720     05  ST-START-DATE-N REDEFINES ST-START-DATE PIC 9(08).
000730     05  ST-END-DATE PIC X(08).
000740     05  ST-END-DATE-N REDEFINES ST-END-DATE PIC 9(08).
000750     05  ST-REQUEST-COMMENT PIC X(17).
000760     05  FILLER PIC X(19).
000770
000780 01  HOLIDAY-CARD.
000790     05  HOL-DATE PIC 9(08).
000800     05  FILLER PIC X(01).
000810     05  HOL-DESCRIPTION PIC X(30).
000820     05  FILLER PIC X(41).
000830
000840 01  SCHEDULE-DATE-CARD.
000850     05  SDC-SCHEDULE-DATE PIC X(08).
000860     05  SDC-SCHEDULE-DATE-N REDEFINES SDC-SCHEDULE-DATE
000870                             PIC 9(08).
000880     05  FILLER PIC X(72).
