000010***************************************************************
000020** COPYBOOK   : PRMFORC
000030** DESCRIPTION: PROPOSAL CARD FOR PRMFOR, THE RUN-TIME AND
000040**              RESOURCE FORECAST REPORT.  ONE CARD PER PROPOSED
000050**              RUN - A NEW CTL-TARGET-COUNT, OR A LARGE PRMREQ
000060**              REQUEST (MODE S OR T, AS PRMQUE RUNS THEM).  THE
000070**              MODE IS S, T (OR BLANK), E OR P AS ON THE PRMCTL
000080**              CARD; THE PARTITION COUNT IS ONLY READ FOR P.  A
000090**              BLANK WINDOW TAKES THE WINDOW ON THE LIVE PRMCTL
000100**              CARD; 0000 IN BOTH TURNS THE WINDOW CHECK OFF.
000110**              "*" IN COLUMN 1 MARKS A COMMENT CARD.  WITH NO
000120**              PROPOSAL CARDS AT ALL THE LIVE PRMCTL CARD ITSELF
000130**              IS FORECAST.
000140** AUTHOR     : D. OKONKWO
000150** DATE-WRITTEN: 10/15/2026
000160***************************************************************
000170 01  FORECAST-CARD.
000180     05  FC-TARGET-COUNT PIC 9(07).
000190     05  FC-GEN-MODE PIC X(01).
000200     88  FC-MODE-VALID VALUE "S", "T", " ", "E", "P".
000210     88  FC-MODE-PARTITION VALUE "P".
000220     05  FC-PARTITION-COUNT PIC 9(02).
000230     05  FC-WINDOW.
000240         10  FC-WINDOW-START PIC 9(04).
000250         10  FC-WINDOW-CUTOFF PIC 9(04).
000260     05  FC-PROPOSAL-NAME PIC X(20).
000270     05  FILLER PIC X(42).
