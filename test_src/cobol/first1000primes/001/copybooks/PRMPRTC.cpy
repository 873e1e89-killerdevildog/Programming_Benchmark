000010***************************************************************
000020** COPYBOOK   : PRMPRTC
000030** DESCRIPTION: PARTITION CARD FOR PRMPRT.  EACH PARTITION JOB
000040**              (JCL/PRMPRT01-PRMPRT04) CARRIES ITS OWN CARD
000050**              NAMING WHICH OF THE CTL-PARTITION-COUNT SEGMENTS
000060**              IT SIEVES (01 IS THE LOWEST).  THE TARGET, THE
000070**              MODE AND THE PARTITION COUNT ALL COME FROM THE
000080**              PRMCTL CONTROL CARD, SO EVERY PARTITION OF A RUN
000090**              WORKS FROM THE SAME PLAN.
000100** AUTHOR     : D. OKONKWO
000110** DATE-WRITTEN: 10/15/2026
000120***************************************************************
000130 01  PARTITION-CARD.
000140     05  PRC-PARTITION-NO-X PIC X(02).
000150     05  PRC-PARTITION-NO REDEFINES PRC-PARTITION-NO-X
000160             PIC 9(02).
000170     05  FILLER PIC X(78).
