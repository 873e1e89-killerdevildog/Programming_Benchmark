000010***************************************************************
000020** COPYBOOK   : PRMXTRC
000030** DESCRIPTION: EXTRACT OPTION CARD FOR PRMXTR.  "D" ASKS FOR A
000040**              DELTA EXTRACT - ONLY THE PRIMES ADDED SINCE THE
000050**              LAST EXTRACT THE RECEIVING AREAS ACKNOWLEDGED.
000060**              "F", SPACE, OR NO CARD AT ALL WRITES THE FULL
000070**              LIST AS BEFORE.  A DELTA IS ONLY EVER A
000080**              REQUEST: PRMXTR FALLS BACK TO A FULL REFRESH
000090**              ON ITS OWN WHENEVER THE BASE CANNOT BE PROVED.
000100** AUTHOR     : D. OKONKWO
000110** DATE-WRITTEN: 10/15/2026
000120***************************************************************
000130 01  EXTRACT-OPTION-CARD.
000140     05  XTC-EXTRACT-MODE PIC X(01).
000150     88  XTC-MODE-DELTA VALUE "D".
000160     88  XTC-MODE-FULL VALUE "F", " ".
000170     05  FILLER PIC X(79).
