000010***************************************************************
000020** COPYBOOK   : PRMBALS
000030** DESCRIPTION: ONE-RECORD CROSS-FILE BALANCING SUMMARY,
000040**              REWRITTEN BY PRMBAL EVERY RUN.  PRMBAL TIES THE
000050**              STATISTICS SUMMARY, THE EXTRACT TRAILER, THE
000060**              INDEX STAMP, THE RUN-STATUS HISTORY, AND THE
000070**              LATEST NORMAL AUDIT RECORD BACK TO A RECOUNT
000080**              AND REHASH OF THE MASTER.  PRMEOJ READS THIS
000090**              RECORD SO AN OUT-OF-BALANCE FILE SET SHOWS ON
000100**              THE MORNING CHECKLIST AND IN THE RUN-STATUS
000110**              RECORD.  THE MASTER CONTROLS ARE THE RECOUNT
000120**              EVERY OTHER FILE WAS BALANCED AGAINST.
000130** AUTHOR     : D. OKONKWO
000140** DATE-WRITTEN: 10/15/2026
000150***************************************************************
000160 01  BALANCE-SUMMARY-RECORD.
000170     05  BLS-RUN-DATE PIC 9(08).
000180     05  BLS-RUN-TIME PIC 9(08).
000190     05  BLS-BAL-STATUS PIC X(08).
000200     88  BLS-STATUS-BALANCED VALUE "BALANCED".
000210     88  BLS-STATUS-OUTOFBAL VALUE "OUTOFBAL".
000220     05  BLS-CHECK-COUNT PIC 9(03).
000230     05  BLS-EXCEPTION-COUNT PIC 9(03).
000240     05  BLS-MASTER-COUNT PIC 9(07).
000250     05  BLS-MASTER-LAST-PRIME PIC 9(09).
000260     05  BLS-MASTER-HASH PIC 9(15).
000270     05  FILLER PIC X(19).
