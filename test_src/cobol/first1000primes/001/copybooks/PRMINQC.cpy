000050**                "S" - WHAT IS PRIME NUMBER N (BY SEQUENCE)
000060**                "V" - IS THIS VALUE PRIME (EXACT VALUE)
000070**                "N" - NEAREST PRIME AT OR ABOVE THIS VALUE
000075**                "A" - NEXT SAFE PRIME ABOVE THIS VALUE
000080**              THE ARGUMENT IS RIGHT-JUSTIFIED, ZERO-FILLED.
000090** AUTHOR     : D. OKONKWO
000100** DATE-WRITTEN: 08/22/2026
000101***************************************************************
000102** MODIFICATION HISTORY
000103** ------------------------------------------------------------
000104** 10/15/2026 DRO  ADDED FUNCTION "A" (NEXT SAFE PRIME ABOVE),
000105**                  ANSWERED FROM THE PRMCLS CLASSIFICATION FILE.
000110***************************************************************
000120 01  PRIME-INQUIRY-CARD.
000130     05  INQ-FUNCTION PIC X(01).
000140     88  INQ-FUNC-SEQUENCE VALUE "S".
000150     88  INQ-FUNC-VALUE VALUE "V".
000160     88  INQ-FUNC-NEXT VALUE "N".
000165     88  INQ-FUNC-NEXT-SAFE VALUE "A".
000170     05  FILLER PIC X(01).
000180     05  INQ-ARGUMENT PIC 9(09).
000190     05  FILLER PIC X(69).
