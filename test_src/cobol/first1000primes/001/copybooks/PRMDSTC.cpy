000010***************************************************************
000020** COPYBOOK   : PRMDSTC
000030** DESCRIPTION: CONTROL CARD FOR PRMDST, THE PRIME-DISTRIBUTION
000040**              TABLE.  COLUMN 1 IS THE BUCKET OPTION - "W" FOR
000050**              FIXED-WIDTH VALUE BUCKETS (1-W, W+1-2W, ...) OF
000060**              THE WIDTH IN COLUMNS 2-10, AT LEAST 10; "D" FOR
000070**              ONE BUCKET PER POWER OF TEN (1-10, 11-100, ...),
000080**              WIDTH IGNORED.  COLUMNS 11-19, WHEN NOT BLANK OR
000090**              ZERO, END THE TABLE AT THE BUCKET HOLDING THAT
000100**              VALUE; OTHERWISE THE TABLE RUNS TO THE LAST PRIME
000110**              ON THE MASTER.  BLANK CARDS AND CARDS WITH "*" IN
000120**              COLUMN 1 ARE COMMENTS; THE FIRST OTHER CARD IS
000130**              THE CONTROL CARD.
000140** AUTHOR     : D. OKONKWO
000150** DATE-WRITTEN: 10/15/2026
000160***************************************************************
000170 01  DIST-CONTROL-CARD.
000180     05  DC-BUCKET-OPTION PIC X(01).
000190     88  DC-BUCKET-OPTION-VALID VALUE "W", "D".
000200     88  DC-FIXED-WIDTH VALUE "W".
000210     88  DC-DECADES VALUE "D".
000220     05  DC-BUCKET-WIDTH PIC 9(09).
000230     05  DC-UPPER-LIMIT PIC 9(09).
000240     05  DC-UPPER-LIMIT-X REDEFINES DC-UPPER-LIMIT PIC X(09).
000250     05  FILLER PIC X(61).
