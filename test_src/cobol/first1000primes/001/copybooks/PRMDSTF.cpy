000010***************************************************************
000020** COPYBOOK   : PRMDSTF
000030** DESCRIPTION: PRIME-DISTRIBUTION INTERFACE LAYOUTS WRITTEN BY
000040**              PRMDST FOR THE ACTUARIAL AREA.  A FILE IS ONE "H"
000050**              HEADER, ONE "D" DETAIL PER VALUE BUCKET, AND ONE
000060**              "T" TRAILER, LIKE THE PRMXTR EXTRACT.  THE HEADER
000070**              NAMES THE MASTER RUN THE TABLE WAS BUILT FROM (THE
000080**              LATEST NORMAL OR BACKOUT AUDIT RECORD - START
000090**              DATE/TIME, STATUS, PRIME COUNT AND LAST PRIME) AND
000100**              THE BUCKET OPTION FROM THE PRMDSTC CARD.  EACH
000110**              DETAIL GIVES THE BUCKET'S VALUE RANGE, THE PRIMES
000120**              IN IT, PI(X) - THE PRIMES UP TO X - AND TWO
000130**              ESTIMATES OF PI(X): X / LN X AND THE OFFSET
000140**              LOGARITHMIC INTEGRAL LI(X) (THE INTEGRAL OF
000150**              1 / LN T FROM 2 TO X), EACH ROUNDED TO A WHOLE
000160**              NUMBER, WITH THE DIFFERENCE PI(X) - ESTIMATE (SIGN
000170**              "+" OR "-" IN ITS OWN BYTE) AND THE RATIO
000180**              PI(X) / ESTIMATE.  X IS THE BUCKET END, EXCEPT ON
000190**              THE LAST BUCKET WHEN THE MASTER STOPS SHORT OF ITS
000200**              END: THAT BUCKET IS FLAGGED PARTIAL AND X IS THE
000210**              LAST PRIME ON THE MASTER.  THE RECEIVING SIDE
000220**              BALANCES TRAILER RECORD COUNT AGAINST DETAILS
000230**              READ, AND TRAILER PRIME COUNT AGAINST THE SUM OF
000240**              DSD-BUCKET-COUNT AND THE LAST DSD-CUMULATIVE-
000250**              COUNT.  THE HASH TOTAL IS THE SUM OF THE PRIME
000260**              VALUES COUNTED - THE SAME TOTAL AS THE EXTRACT
000270**              TRAILER'S CUMULATIVE HASH WHEN THE TABLE COVERS
000280**              THE WHOLE MASTER.
000290** AUTHOR     : D. OKONKWO
000300** DATE-WRITTEN: 10/15/2026
000310***************************************************************
000320 01  DIST-HEADER-RECORD.
000330     05  DSH-RECORD-TYPE PIC X(01).
000340     88  DSH-TYPE-HEADER VALUE "H".
000350     05  DSH-EXTRACT-DATE PIC 9(08).
000360     05  DSH-EXTRACT-TIME PIC 9(08).
000370     05  DSH-SOURCE-RUN-DATE PIC 9(08).
000380     05  DSH-SOURCE-RUN-TIME PIC 9(08).
000390     05  DSH-SOURCE-STATUS PIC X(08).
000400     05  DSH-SOURCE-PRIME-COUNT PIC 9(07).
000410     05  DSH-SOURCE-LAST-PRIME PIC 9(09).
000420     05  DSH-BUCKET-OPTION PIC X(01).
000430     88  DSH-FIXED-WIDTH VALUE "W".
000440     88  DSH-DECADES VALUE "D".
000450     05  DSH-BUCKET-WIDTH PIC 9(09).
000460     05  DSH-UPPER-LIMIT PIC 9(09).
000470     05  FILLER PIC X(04).
000480
000490 01  DIST-DETAIL-RECORD.
000500     05  DSD-RECORD-TYPE PIC X(01).
000510     88  DSD-TYPE-DETAIL VALUE "D".
000520     05  DSD-BUCKET-START PIC 9(09).
000530     05  DSD-BUCKET-END PIC 9(10).
000540     05  DSD-BUCKET-COUNT PIC 9(07).
000550     05  DSD-CUMULATIVE-COUNT PIC 9(07).
000560     05  DSD-XLNX-ESTIMATE PIC 9(08).
000570     05  DSD-XLNX-DIFF-SIGN PIC X(01).
000580     05  DSD-XLNX-DIFFERENCE PIC 9(07).
000590     05  DSD-XLNX-RATIO PIC 9(01)V9(05).
000600     05  DSD-LI-ESTIMATE PIC 9(08).
000610     05  DSD-LI-DIFF-SIGN PIC X(01).
000620     05  DSD-LI-DIFFERENCE PIC 9(07).
000630     05  DSD-LI-RATIO PIC 9(01)V9(05).
000640     05  DSD-PARTIAL-FLAG PIC X(01).
000650     88  DSD-PARTIAL VALUE "Y".
000660     05  FILLER PIC X(01).
000670
000680 01  DIST-TRAILER-RECORD.
000690     05  DST-RECORD-TYPE PIC X(01).
000700     88  DST-TYPE-TRAILER VALUE "T".
000710     05  DST-RECORD-COUNT PIC 9(09).
000720     05  DST-PRIME-COUNT PIC 9(09).
000730     05  DST-HASH-TOTAL PIC 9(15).
000740     05  FILLER PIC X(46).
