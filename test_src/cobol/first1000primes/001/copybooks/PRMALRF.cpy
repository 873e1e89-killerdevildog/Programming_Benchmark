000010***************************************************************
000020** COPYBOOK   : PRMALRF
000030** DESCRIPTION: ALERT ROUTING LAYOUTS FOR PRMALR, THE ALERTING
000040**              STEP RUN AFTER PRMEOJ.
000050**              THE ROUTING CARD DECK (PROD.PRIMES.CNTL(PRMALRT))
000060**              IS THE MAINTAINED ROUTING TABLE - ONE CARD PER
000070**              CONDITION, OR PER CONDITION AND REQUESTING
000080**              DEPARTMENT, NAMING THE SEVERITY, THE ON-CALL
000090**              GROUP TO NOTIFY, WHETHER A REPEAT OF A CONDITION
000100**              THAT IS STILL OPEN IS SUPPRESSED, AND THE MESSAGE
000110**              TEXT.  A CARD WITH THE DEPARTMENT BLANK COVERS
000120**              EVERY DEPARTMENT NOT GIVEN A CARD OF ITS OWN; A
000130**              *DEFAULT CARD COVERS ANY CONDITION WITH NO CARD.
000140**              SEVERITY "1" CRITICAL, "2" MAJOR, "3" MINOR, "4"
000150**              INFORMATIONAL, "0" LOG ONLY - NO NOTICE SENT.
000160**              BLANK CARDS AND CARDS WITH "*" IN COLUMN 1 ARE
000170**              COMMENTS.  CONDITIONS PRMALR RAISES:
000180**                RUNSTMIS - NO RUN-STATUS RECORD FOR TODAY
000190**                RUNABEND - RS-OVERALL-STATUS ABEND
000200**                RUNWARN  - RS-OVERALL-STATUS WARNING
000210**                GENABEND - RS-GEN-STATUS ABEND
000220**                GENMISS  - RS-GEN-STATUS MISSING
000230**                GENSHORT - GENERATION NORMAL BUT SHORT OF TARGET
000240**                RCNMISS  - RS-RECON-STATUS MISSING (NOT BYPASS)
000250**                RCNSKIP  - RS-RECON-STATUS SKIPPED
000260**                RCNMISMT - RECONCILIATION FOUND MISMATCHES
000270**                ACKMISS  - NO EXTRACT ACK VERDICT FOR TODAY
000280**                ACKPART  - EXTRACT PARTIALLY ACKNOWLEDGED
000290**                ACKUNACK - EXTRACT UNACKNOWLEDGED PAST THRESHOLD
000300**                ACKOOB   - EXTRACT ACK OUT OF BALANCE
000310**                QSHORT   - QUEUE REQUEST CAME BACK SHORT
000320**                           (ONE NOTICE PER DEPARTMENT)
000330**                QREJECT  - QUEUE REQUEST REJECTED (DITTO)
000340**              THE OPEN-ALERT FILE (PROD.PRIMES.ALERT.OPEN) HOLDS
000350**              ONE RECORD PER CONDITION STILL OPEN; PRMALR
000360**              REWRITES IT EVERY RUN, DROPPING CONDITIONS THAT
000370**              HAVE CLEARED.  THE NOTICE RECORD IS THE OUTBOUND
000380**              MESSAGE TO THE ENTERPRISE CONSOLE/PAGING
000390**              INTERFACE (PROD.PRIMES.ALERT.NOTICE, LRECL 120),
000400**              ONE PER ALERT RAISED.
000410** AUTHOR     : D. OKONKWO
000420** DATE-WRITTEN: 10/15/2026
000430***************************************************************
000440 01  ALERT-ROUTE-CARD.
000450     05  ART-CONDITION PIC X(08).
000460     88  ART-DEFAULT-ROUTE VALUE "*DEFAULT".
000470     05  FILLER PIC X(01).
000480     05  ART-DEPARTMENT PIC X(08).
000490     05  FILLER PIC X(01).
000500     05  ART-SEVERITY PIC X(01).
000510     88  ART-SEVERITY-VALID VALUE "0" THRU "4".
000520     88  ART-SEVERITY-LOG-ONLY VALUE "0".
000530     05  FILLER PIC X(01).
000540     05  ART-ONCALL-GROUP PIC X(08).
000550     05  FILLER PIC X(01).
000560     05  ART-SUPPRESS PIC X(01).
000570     88  ART-SUPPRESS-VALID VALUE "Y", "N".
000580     88  ART-SUPPRESS-REPEATS VALUE "Y".
000590     05  FILLER PIC X(01).
000600     05  ART-MESSAGE-TEXT PIC X(30).
000610     05  FILLER PIC X(19).
000620
000630 01  OPEN-ALERT-RECORD.
000640     05  OA-CONDITION PIC X(08).
000650     05  OA-DEPARTMENT PIC X(08).
000660     05  OA-SOURCE-JOB PIC X(08).
000670     05  OA-FIRST-DATE PIC 9(08).
000680     05  OA-FIRST-TIME PIC 9(08).
000690     05  OA-LAST-DATE PIC 9(08).
000700     05  OA-RAISED-COUNT PIC 9(05).
000710     05  OA-SUPPRESSED-COUNT PIC 9(05).
000720     05  OA-SEVERITY PIC X(01).
000730     05  OA-ONCALL-GROUP PIC X(08).
000740     05  FILLER PIC X(13).
000750
000760 01  ALERT-NOTICE-RECORD.
000770     05  NT-ALERT-DATE PIC 9(08).
000780     05  NT-ALERT-TIME PIC 9(08).
000790     05  NT-SEVERITY PIC X(01).
000800     05  NT-SEVERITY-TEXT PIC X(08).
000810     05  NT-ONCALL-GROUP PIC X(08).
000820     05  NT-DEPARTMENT PIC X(08).
000830     05  NT-CONDITION PIC X(08).
000840     05  NT-SOURCE-JOB PIC X(08).
000850     05  NT-MESSAGE-TEXT PIC X(60).
000860     05  FILLER PIC X(03).
