000010***************************************************************
000020** COPYBOOK   : PRMCLSF
000030** DESCRIPTION: PRIME CLASSIFICATION FILE WRITTEN BY PRMCLS.  A
000040**              FILE IS ONE "H" HEADER, ONE "D" DETAIL PER PRIME
000050**              ON THE MASTER, AND ONE "T" TRAILER, BALANCED THE
000060**              SAME WAY AS THE PRMXTF EXTRACT: TRAILER COUNT
000070**              AGAINST DETAILS READ, TRAILER HASH AGAINST THE
000080**              SUM OF CLD-PRIME-VALUE.  EACH DETAIL CARRIES THE
000090**              PRIME'S RESIDUE CLASS MOD 4 AND MOD 6 AND A Y/N
000100**              FLAG PER ATTRIBUTE:
000110**                SOPHIE GERMAIN - 2P+1 IS ALSO PRIME
000120**                SAFE           - (P-1)/2 IS PRIME
000130**                PALINDROMIC    - READS THE SAME REVERSED
000140**                TWIN/COUSIN/SEXY - P-2 OR P+2 / P-4 OR P+4 /
000150**                                 P-6 OR P+6 IS ALSO PRIME
000160**              THE TRAILER ALSO CARRIES THE SAFE AND SOPHIE
000170**              GERMAIN COUNTS SO A RECEIVER CAN PROVE IT LOADED
000180**              EVERY FLAG, NOT JUST EVERY RECORD.
000190** AUTHOR     : D. OKONKWO
000200** DATE-WRITTEN: 10/15/2026
000210***************************************************************
000220 01  CLASS-HEADER-RECORD.
000230     05  CLH-RECORD-TYPE PIC X(01).
000240     88  CLH-TYPE-HEADER VALUE "H".
000250     05  CLH-EXTRACT-DATE PIC 9(08).
000260     05  CLH-EXTRACT-TIME PIC 9(08).
000270     05  CLH-SOURCE-RUN-DATE PIC 9(08).
000280     05  CLH-SOURCE-RUN-TIME PIC 9(08).
000290     05  CLH-SOURCE-STATUS PIC X(08).
000300     05  FILLER PIC X(39).
000310
000320 01  CLASS-DETAIL-RECORD.
000330     05  CLD-RECORD-TYPE PIC X(01).
000340     88  CLD-TYPE-DETAIL VALUE "D".
000350     05  CLD-SEQUENCE-NUMBER PIC 9(07).
000360     05  CLD-PRIME-VALUE PIC 9(09).
000370     05  CLD-MOD4-RESIDUE PIC 9(01).
000380     05  CLD-MOD6-RESIDUE PIC 9(01).
000390     05  CLD-SOPHIE-GERMAIN-FLAG PIC X(01).
000400     88  CLD-SOPHIE-GERMAIN VALUE "Y".
000410     05  CLD-SAFE-FLAG PIC X(01).
000420     88  CLD-SAFE VALUE "Y".
000430     05  CLD-PALINDROME-FLAG PIC X(01).
000440     88  CLD-PALINDROME VALUE "Y".
000450     05  CLD-TWIN-FLAG PIC X(01).
000460     88  CLD-TWIN VALUE "Y".
000470     05  CLD-COUSIN-FLAG PIC X(01).
000480     88  CLD-COUSIN VALUE "Y".
000490     05  CLD-SEXY-FLAG PIC X(01).
000500     88  CLD-SEXY VALUE "Y".
000510     05  FILLER PIC X(55).
000520
000530 01  CLASS-TRAILER-RECORD.
000540     05  CLT-RECORD-TYPE PIC X(01).
000550     88  CLT-TYPE-TRAILER VALUE "T".
000560     05  CLT-RECORD-COUNT PIC 9(09).
000570     05  CLT-HASH-TOTAL PIC 9(15).
000580     05  CLT-SAFE-COUNT PIC 9(09).
000590     05  CLT-SOPHIE-GERMAIN-COUNT PIC 9(09).
000600     05  FILLER PIC X(37).
