000010***************************************************************
000020** COPYBOOK   : PRMCLSX
000030** DESCRIPTION: KEYED PRIME CLASSIFICATION FILE (PRMCLSX DD),
000040**              BUILT BY PRMCLS ALONGSIDE THE PRMCLSF INTERFACE
000050**              FILE.  ONE RECORD PER PRIME, KEYED ON THE PRIME
000060**              VALUE, SAME LAYOUT AS THE PRMCLSF "D" DETAIL SO
000070**              IT IS WRITTEN STRAIGHT FROM IT.  PRMINQ READS IT
000080**              FOR "NEXT SAFE PRIME ABOVE A VALUE" QUESTIONS.
000090** AUTHOR     : D. OKONKWO
000100** DATE-WRITTEN: 10/15/2026
000110***************************************************************
000120 01  CLASS-INDEX-RECORD.
000130     05  CLX-RECORD-TYPE PIC X(01).
000140     05  CLX-SEQUENCE-NUMBER PIC 9(07).
000150     05  CLX-PRIME-VALUE PIC 9(09).
000160     05  CLX-MOD4-RESIDUE PIC 9(01).
000170     05  CLX-MOD6-RESIDUE PIC 9(01).
000180     05  CLX-SOPHIE-GERMAIN-FLAG PIC X(01).
000190     88  CLX-SOPHIE-GERMAIN VALUE "Y".
000200     05  CLX-SAFE-FLAG PIC X(01).
000210     88  CLX-SAFE VALUE "Y".
000220     05  CLX-PALINDROME-FLAG PIC X(01).
000230     05  CLX-TWIN-FLAG PIC X(01).
000240     05  CLX-COUSIN-FLAG PIC X(01).
000250     05  CLX-SEXY-FLAG PIC X(01).
000260     05  FILLER PIC X(55).
