000010***************************************************************
000020** PROGRAM-ID : PRMCHB
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  MONTHLY CHARGEBACK OF THE
000100**                  PRIME-LIST WORK QUEUE - FINANCE HAS BEEN
000110**                  SPLITTING THE SHARED-SERVICE COST BETWEEN
000120**                  THE REQUESTING DEPARTMENTS BY HAND FROM JOB
000130**                  LOGS.  READS THE QUEUE COMPLETION HISTORY
000140**                  (EVERY PRMQUE COMPLETION RECORD, APPENDED
000150**                  DAILY BY THE PRMQUE JOB) AND THE QUEUE
000160**                  ENTRIES PRMQUE LEAVES ON THE AUDIT TRAIL,
000170**                  AND FOR EACH DEPARTMENT TOTALS THE REQUESTS
000180**                  SERVED, PRIMES DELIVERED, ELAPSED TIME, AND
000190**                  SHORT AND REJECTED REQUESTS FOR THE BILLING
000200**                  PERIOD.  EACH MODE IS PRICED FROM THE RATE
000210**                  CARD IN FORCE AT THE END OF THE PERIOD (PER
000220**                  REQUEST PLUS PER THOUSAND PRIMES DELIVERED,
000230**                  SIEVE AND TRIAL PRICED SEPARATELY).  PRINTS
000240**                  ONE INVOICE PAGE PER DEPARTMENT AND WRITES
000250**                  THE GL CHARGE FILE (PRMCHBC LAYOUT) WITH A
000260**                  BALANCING TRAILER.  A SHORT REQUEST IS BILLED
000270**                  FOR WHAT IT DELIVERED; A REJECTED REQUEST
000280**                  DELIVERED NOTHING AND IS NOT BILLED.
000290***************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PRMCHB.
000320 AUTHOR. D. OKONKWO.
000330 INSTALLATION. DATA CENTER SERVICES.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CHARGE-PERIOD-FILE ASSIGN TO "PRMCHBC"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PER-FILE-STATUS.
000470
000480     SELECT CHARGE-RATE-FILE ASSIGN TO "PRMRATE"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RAT-FILE-STATUS.
000510
000520     SELECT REQUEST-COMPLETION-FILE ASSIGN TO "PRMQCMP"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CMP-FILE-STATUS.
000550
000560     SELECT PRIMES-AUDIT-FILE ASSIGN TO "PRMAUDIT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-AUD-FILE-STATUS.
000590
000600     SELECT CHARGE-GL-FILE ASSIGN TO "PRMCHBG"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CHG-FILE-STATUS.
000630
000640     SELECT INVOICE-REPORT-FILE ASSIGN TO "PRMCHBO"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RPT-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700
000710 FD  CHARGE-PERIOD-FILE
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  CHARGE-PERIOD-IN-RECORD PIC X(80).
000750
000760 FD  CHARGE-RATE-FILE
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  CHARGE-RATE-IN-RECORD PIC X(80).
000800
000810 FD  REQUEST-COMPLETION-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  COMPLETION-IN-RECORD PIC X(80).
000850
000860 FD  PRIMES-AUDIT-FILE
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 80 CHARACTERS.
000890 COPY PRMAUD.
000900
000910 FD  CHARGE-GL-FILE
000920     RECORDING MODE IS F
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  CHARGE-GL-OUT-RECORD PIC X(80).
000950
000960 FD  INVOICE-REPORT-FILE
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  PRINT-RECORD PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020
001030*****************************************************************
001040** THE QUEUE AND CHARGEBACK LAYOUTS LIVE HERE, NOT UNDER THE
001050** FDS - EACH COPYBOOK CARRIES RECORDS FOR MORE THAN ONE FILE.
001060*****************************************************************
001070 COPY PRMREQ.
001080 COPY PRMCHBC.
001090
001100*****************************************************************
001110** REPORT LINE LAYOUTS
001120*****************************************************************
001130 01  WS-HEADING-LINE-1.
001140     05  FILLER PIC X(01) VALUE SPACES.
001150     05  FILLER PIC X(40) VALUE
001160         "PRIME SERVICE CHARGEBACK INVOICE".
001170     05  FILLER PIC X(10) VALUE SPACES.
001180     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001190     05  HDG1-RUN-DATE PIC 9999/99/99.
001200     05  FILLER PIC X(05) VALUE SPACES.
001210     05  FILLER PIC X(06) VALUE "PAGE: ".
001220     05  HDG1-PAGE PIC ZZZ9.
001230     05  FILLER PIC X(45) VALUE SPACES.
001240
001250 01  WS-HEADING-LINE-2.
001260     05  FILLER PIC X(01) VALUE SPACES.
001270     05  FILLER PIC X(13) VALUE "DEPARTMENT : ".
001280     05  HDG2-DEPARTMENT PIC X(08).
001290     05  FILLER PIC X(21) VALUE "   BILLING PERIOD : ".
001300     05  HDG2-FROM-DATE PIC 9999/99/99.
001310     05  FILLER PIC X(04) VALUE " TO ".
001320     05  HDG2-TO-DATE PIC 9999/99/99.
001330     05  FILLER PIC X(65) VALUE SPACES.
001340
001350 01  WS-HEADING-LINE-3.
001360     05  FILLER PIC X(01) VALUE SPACES.
001370     05  FILLER PIC X(08) VALUE "MODE".
001380     05  FILLER PIC X(10) VALUE "REQUESTS".
001390     05  FILLER PIC X(18) VALUE "PRIMES DELIVERED".
001400     05  FILLER PIC X(14) VALUE "RATE/REQUEST".
001410     05  FILLER PIC X(16) VALUE "REQUEST CHARGE".
001420     05  FILLER PIC X(15) VALUE "RATE/THOUSAND".
001430     05  FILLER PIC X(15) VALUE "VOLUME CHARGE".
001440     05  FILLER PIC X(14) VALUE "LINE TOTAL".
001450     05  FILLER PIC X(21) VALUE SPACES.
001460
001470 01  WS-INVOICE-LINE.
001480     05  FILLER PIC X(01) VALUE SPACES.
001490     05  INV-MODE PIC X(06).
001500     05  FILLER PIC X(02) VALUE SPACES.
001510     05  INV-REQUESTS PIC ZZZZ9.
001520     05  FILLER PIC X(05) VALUE SPACES.
001530     05  INV-PRIMES PIC ZZZ,ZZZ,ZZ9.
001540     05  FILLER PIC X(07) VALUE SPACES.
001550     05  INV-RATE-REQUEST PIC ZZ,ZZ9.99.
001560     05  FILLER PIC X(05) VALUE SPACES.
001570     05  INV-REQUEST-CHARGE PIC Z,ZZZ,ZZ9.99.
001580     05  FILLER PIC X(04) VALUE SPACES.
001590     05  INV-RATE-THOUSAND PIC ZZ,ZZ9.99.
001600     05  FILLER PIC X(06) VALUE SPACES.
001610     05  INV-VOLUME-CHARGE PIC Z,ZZZ,ZZ9.99.
001620     05  FILLER PIC X(03) VALUE SPACES.
001630     05  INV-LINE-TOTAL PIC Z,ZZZ,ZZ9.99.
001640     05  FILLER PIC X(23) VALUE SPACES.
001650
001660 01  WS-TEXT-LINE.
001670     05  FILLER PIC X(01) VALUE SPACES.
001680     05  TXT-LABEL PIC X(30).
001690     05  TXT-VALUE PIC X(40).
001700     05  FILLER PIC X(61) VALUE SPACES.
001710
001720*****************************************************************
001730** DEPARTMENT TOTALS - ONE ENTRY PER DEPARTMENT SEEN ON EITHER
001740** INPUT DURING THE PERIOD, IN ORDER OF FIRST APPEARANCE.  200
001750** IS FAR MORE REQUESTERS THAN THE QUEUE HAS EVER HAD; RUNNING
001760** OUT ABENDS RATHER THAN BILLING A PARTIAL LIST.
001770*****************************************************************
001780 01  WS-DEPT-LIMIT PIC 9(4) COMP VALUE 200.
001790 01  WS-DEPT-COUNT PIC 9(4) COMP VALUE 0.
001800 01  WS-DX PIC 9(4) COMP VALUE 0.
001810 01  WS-DEPT-TABLE.
001820     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
001830         10  WS-DPT-DEPARTMENT PIC X(08).
001840         10  WS-DPT-SIEVE-REQS PIC 9(05).
001850         10  WS-DPT-SIEVE-PRIMES PIC 9(09).
001860         10  WS-DPT-TRIAL-REQS PIC 9(05).
001870         10  WS-DPT-TRIAL-PRIMES PIC 9(09).
001880         10  WS-DPT-SHORT-REQS PIC 9(05).
001890         10  WS-DPT-REJECT-REQS PIC 9(05).
001900         10  WS-DPT-ELAPSED-SECS PIC 9(07).
001910 01  WS-SEARCH-DEPARTMENT PIC X(08) VALUE SPACES.
001920
001930*****************************************************************
001940** RATES IN FORCE - FOR EACH MODE, THE CARD WITH THE LATEST
001950** EFFECTIVE DATE NOT AFTER THE END OF THE BILLING PERIOD.
001960*****************************************************************
001970 01  WS-SIEVE-RATE-SW PIC X(01) VALUE "N".
001980     88  WS-SIEVE-RATE-FOUND VALUE "Y".
001990 01  WS-SIEVE-EFF-DATE PIC 9(8) VALUE 0.
002000 01  WS-SIEVE-PER-REQUEST PIC 9(5)V99 VALUE 0.
002010 01  WS-SIEVE-PER-THOUSAND PIC 9(5)V99 VALUE 0.
002020 01  WS-TRIAL-RATE-SW PIC X(01) VALUE "N".
002030     88  WS-TRIAL-RATE-FOUND VALUE "Y".
002040 01  WS-TRIAL-EFF-DATE PIC 9(8) VALUE 0.
002050 01  WS-TRIAL-PER-REQUEST PIC 9(5)V99 VALUE 0.
002060 01  WS-TRIAL-PER-THOUSAND PIC 9(5)V99 VALUE 0.
002070
002080*****************************************************************
002090** CHARGE WORK FIELDS - ONE DEPARTMENT AT A TIME.
002100*****************************************************************
002110 01  WS-SIEVE-REQ-CHARGE PIC 9(7)V99 VALUE 0.
002120 01  WS-SIEVE-VOL-CHARGE PIC 9(7)V99 VALUE 0.
002130 01  WS-TRIAL-REQ-CHARGE PIC 9(7)V99 VALUE 0.
002140 01  WS-TRIAL-VOL-CHARGE PIC 9(7)V99 VALUE 0.
002150 01  WS-DEPT-REQ-CHARGE PIC 9(7)V99 VALUE 0.
002160 01  WS-DEPT-VOL-CHARGE PIC 9(7)V99 VALUE 0.
002170 01  WS-DEPT-TOTAL-CHARGE PIC 9(7)V99 VALUE 0.
002180 01  WS-LINE-TOTAL PIC 9(7)V99 VALUE 0.
002190 01  WS-GRAND-TOTAL-CHARGE PIC 9(9)V99 VALUE 0.
002200 01  WS-GRAND-REQUESTS PIC 9(7) VALUE 0.
002210 01  WS-GRAND-PRIMES PIC 9(11) VALUE 0.
002220 01  WS-DEPT-REQUESTS PIC 9(5) VALUE 0.
002230 01  WS-DEPT-PRIMES PIC 9(9) VALUE 0.
002240 01  WS-NO-RATE-SW PIC X(01) VALUE "N".
002250     88  WS-NO-RATE VALUE "Y".
002260
002270*****************************************************************
002280** WORK FIELDS
002290*****************************************************************
002300 01  WS-RUN-DATE PIC 9(8) VALUE 0.
002310 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002320     05  WS-RUN-YYYY PIC 9(4).
002330     05  WS-RUN-MM PIC 9(2).
002340     05  WS-RUN-DD PIC 9(2).
002350 01  WS-FROM-DATE PIC 9(8) VALUE 0.
002360 01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
002370     05  WS-FROM-YYYY PIC 9(4).
002380     05  WS-FROM-MM PIC 9(2).
002390     05  WS-FROM-DD PIC 9(2).
002400 01  WS-TO-DATE PIC 9(8) VALUE 0.
002410 01  WS-PAGE-NUMBER PIC 9(4) VALUE 0.
002420 01  WS-GL-RECORD-COUNT PIC 9(7) VALUE 0.
002430 01  WS-COMPLETION-COUNT PIC 9(7) VALUE 0.
002440 01  WS-AUDIT-MATCH-COUNT PIC 9(7) VALUE 0.
002450 01  WS-RATE-CARD-COUNT PIC 9(5) VALUE 0.
002460 01  WS-RATE-REJECT-COUNT PIC 9(5) VALUE 0.
002470 01  WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.
002480 01  WS-EDIT-MONEY PIC ZZZ,ZZZ,ZZ9.99.
002490 01  WS-EDIT-DATE PIC 9999/99/99.
002500 01  WS-EDIT-ELAPSED.
002510     05  WS-EDIT-HH PIC ZZZ9.
002520     05  FILLER PIC X(01) VALUE ":".
002530     05  WS-EDIT-MM PIC 99.
002540     05  FILLER PIC X(01) VALUE ":".
002550     05  WS-EDIT-SS PIC 99.
002560 01  WS-EDIT-PERIOD.
002570     05  WS-EDIT-PER-FROM PIC 9999/99/99.
002580     05  FILLER PIC X(04) VALUE " TO ".
002590     05  WS-EDIT-PER-TO PIC 9999/99/99.
002600 01  WS-EDIT-RATE.
002610     05  WS-EDIT-RATE-REQ PIC ZZ,ZZ9.99.
002620     05  FILLER PIC X(10) VALUE " /REQUEST ".
002630     05  WS-EDIT-RATE-THOU PIC ZZ,ZZ9.99.
002640     05  FILLER PIC X(12) VALUE " /THOUSAND  ".
002650
002660*****************************************************************
002670** THE AUDIT COMMENT ON A QUEUE ENTRY IS THE DEPARTMENT FOLLOWED
002680** BY THE LEADING PART OF ITS REQUEST COMMENT (SEE PRMQUE).
002690*****************************************************************
002700 01  WS-AUDIT-COMMENT.
002710     05  WS-AUC-DEPARTMENT PIC X(08).
002720     05  FILLER PIC X(01).
002730     05  WS-AUC-TEXT PIC X(08).
002740
002750*****************************************************************
002760** DATE/TIME WORK FIELDS FOR THE ELAPSED-TIME CALCULATION, AS IN
002770** PRMAUDR - A REQUEST THAT RUNS OVER MIDNIGHT STILL GETS A
002780** CORRECT ELAPSED TIME ACROSS THE DATE CHANGE.
002790*****************************************************************
002800 01  WS-CONV-DATE PIC 9(8) VALUE 0.
002810 01  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
002820     05  WS-CONV-YYYY PIC 9(4).
002830     05  WS-CONV-MM PIC 9(2).
002840     05  WS-CONV-DD PIC 9(2).
002850 01  WS-CONV-TIME PIC 9(8) VALUE 0.
002860 01  WS-CONV-TIME-R REDEFINES WS-CONV-TIME.
002870     05  WS-CONV-HH PIC 9(2).
002880     05  WS-CONV-MIN PIC 9(2).
002890     05  WS-CONV-SEC PIC 9(2).
002900     05  WS-CONV-HUND PIC 9(2).
002910 01  WS-JUL-Y PIC S9(9) COMP VALUE 0.
002920 01  WS-JUL-M PIC S9(9) COMP VALUE 0.
002930 01  WS-JUL-A PIC S9(9) COMP VALUE 0.
002940 01  WS-SERIAL-DAY PIC S9(9) COMP VALUE 0.
002950 01  WS-SECS-OF-DAY PIC S9(9) COMP VALUE 0.
002960 01  WS-START-DAY PIC S9(9) COMP VALUE 0.
002970 01  WS-START-SECS PIC S9(9) COMP VALUE 0.
002980 01  WS-END-DAY PIC S9(9) COMP VALUE 0.
002990 01  WS-END-SECS PIC S9(9) COMP VALUE 0.
003000 01  WS-ELAPSED-SECS PIC S9(9) COMP VALUE 0.
003010 01  WS-HMS-TOTAL PIC 9(7) VALUE 0.
003020 01  WS-HMS-HH PIC 9(4) VALUE 0.
003030 01  WS-HMS-MM PIC 9(2) VALUE 0.
003040 01  WS-HMS-SS PIC 9(2) VALUE 0.
003050 01  WS-HMS-REM PIC 9(7) VALUE 0.
003060
003070 01  WS-PER-FILE-STATUS PIC X(02) VALUE SPACES.
003080 01  WS-RAT-FILE-STATUS PIC X(02) VALUE SPACES.
003090 01  WS-CMP-FILE-STATUS PIC X(02) VALUE SPACES.
003100 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
003110 01  WS-CHG-FILE-STATUS PIC X(02) VALUE SPACES.
003120 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
003130 01  WS-RAT-EOF-SW PIC X(01) VALUE "N".
003140     88  WS-RAT-EOF VALUE "Y".
003150 01  WS-CMP-EOF-SW PIC X(01) VALUE "N".
003160     88  WS-CMP-EOF VALUE "Y".
003170 01  WS-AUD-EOF-SW PIC X(01) VALUE "N".
003180     88  WS-AUD-EOF VALUE "Y".
003190 01  WS-CMP-OPEN-SW PIC X(01) VALUE "N".
003200     88  WS-CMP-OPENED VALUE "Y".
003210 01  WS-AUD-OPEN-SW PIC X(01) VALUE "N".
003220     88  WS-AUD-OPENED VALUE "Y".
003230 01  WS-CHG-OPEN-SW PIC X(01) VALUE "N".
003240     88  WS-CHG-OPENED VALUE "Y".
003250 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
003260     88  WS-RPT-OPENED VALUE "Y".
003270
003280 PROCEDURE DIVISION.
003290
003300*****************************************************************
003310** 0000-MAINLINE
003320*****************************************************************
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003350     PERFORM 2000-LOAD-COMPLETIONS THRU 2000-EXIT
003360     PERFORM 3000-SCAN-AUDIT-TRAIL THRU 3000-EXIT
003370     PERFORM 4000-BILL-DEPARTMENTS THRU 4000-EXIT
003380     PERFORM 9000-TERMINATE THRU 9000-EXIT
003390     STOP RUN.
003400
003410*****************************************************************
003420** 1000-INITIALIZE - ESTABLISH THE BILLING PERIOD, LOAD THE RATES
003430** IN FORCE, AND OPEN THE OUTPUTS.  THE PERIOD CARD IS OPTIONAL
003440** (THE MONTHLY RUN BILLS THE MONTH JUST CLOSED); THE RATE CARD
003450** DECK IS NOT - A CHARGEBACK WITH NO PRICE LIST IS A MISWIRED
003460** JOB AND ABENDS RATHER THAN BILLING EVERYONE NOTHING.
003470*****************************************************************
003480 1000-INITIALIZE.
003490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003500     PERFORM 1100-DEFAULT-PERIOD THRU 1100-EXIT
003510
003520     OPEN INPUT CHARGE-PERIOD-FILE
003530     IF WS-PER-FILE-STATUS = "00"
003540         READ CHARGE-PERIOD-FILE INTO CHARGE-PERIOD-CARD
003550             AT END
003560                 CONTINUE
003570             NOT AT END
003580                 IF CBP-FROM-DATE NUMERIC
003590                     AND CBP-FROM-DATE > 0
003600                     MOVE CBP-FROM-DATE TO WS-FROM-DATE
003610                 END-IF
003620                 IF CBP-TO-DATE NUMERIC
003630                     AND CBP-TO-DATE > 0
003640                     MOVE CBP-TO-DATE TO WS-TO-DATE
003650                 END-IF
003660         END-READ
003670         CLOSE CHARGE-PERIOD-FILE
003680     END-IF
003690
003700     IF WS-FROM-DATE > WS-TO-DATE
003710         DISPLAY "*** PRMCHB ABEND - BILLING PERIOD FROM "
003720             WS-FROM-DATE " IS AFTER TO " WS-TO-DATE
003730         PERFORM 9900-ABEND THRU 9900-EXIT
003740     END-IF
003750
003760     OPEN INPUT CHARGE-RATE-FILE
003770     IF WS-RAT-FILE-STATUS NOT = "00"
003780         DISPLAY "*** PRMCHB ABEND - CHARGE-RATE-FILE OPEN "
003790             "FAILED - STATUS = " WS-RAT-FILE-STATUS
003800         PERFORM 9900-ABEND THRU 9900-EXIT
003810     END-IF
003820     PERFORM 1500-LOAD-RATE-CARD THRU 1500-EXIT
003830     CLOSE CHARGE-RATE-FILE
003840
003850     OPEN OUTPUT INVOICE-REPORT-FILE
003860     IF WS-RPT-FILE-STATUS NOT = "00"
003870         DISPLAY "*** PRMCHB ABEND - INVOICE-REPORT-FILE OPEN "
003880             "FAILED - STATUS = " WS-RPT-FILE-STATUS
003890         PERFORM 9900-ABEND THRU 9900-EXIT
003900     END-IF
003910     MOVE "Y" TO WS-RPT-OPEN-SW
003920
003930     OPEN OUTPUT CHARGE-GL-FILE
003940     IF WS-CHG-FILE-STATUS NOT = "00"
003950         DISPLAY "*** PRMCHB ABEND - CHARGE-GL-FILE OPEN "
003960             "FAILED - STATUS = " WS-CHG-FILE-STATUS
003970         PERFORM 9900-ABEND THRU 9900-EXIT
003980     END-IF
003990     MOVE "Y" TO WS-CHG-OPEN-SW.
004000
004010 1000-EXIT.
004020     EXIT.
004030
004040*****************************************************************
004050** 1100-DEFAULT-PERIOD - THE PREVIOUS CALENDAR MONTH.  THE TO
004060** DATE IS SET TO DAY 31 WHATEVER THE MONTH - DATES ONLY EVER
004070** COMPARE AS NUMBERS, SO NO REAL DATE CAN FALL PAST IT.
004080*****************************************************************
004090 1100-DEFAULT-PERIOD.
004100     MOVE WS-RUN-DATE TO WS-FROM-DATE
004110     IF WS-RUN-MM = 1
004120         SUBTRACT 1 FROM WS-FROM-YYYY
004130         MOVE 12 TO WS-FROM-MM
004140     ELSE
004150         SUBTRACT 1 FROM WS-FROM-MM
004160     END-IF
004170     MOVE 1 TO WS-FROM-DD
004180     MOVE WS-FROM-DATE TO WS-TO-DATE
004190     ADD 30 TO WS-TO-DATE.
004200
004210 1100-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250** 1500-LOAD-RATE-CARD - KEEP, FOR EACH MODE, THE CARD WITH THE
004260** LATEST EFFECTIVE DATE ON OR BEFORE THE PERIOD END.  CARDS
004270** DATED AFTER THE PERIOD ARE FUTURE PRICES AND ARE PASSED
004280** OVER.  AN UNREADABLE CARD IS COUNTED AND REPORTED AND ENDS
004290** THE RUN RETURN-CODE 4 SO SOMEONE FIXES THE PRICE LIST.
004300*****************************************************************
004310 1500-LOAD-RATE-CARD.
004320     PERFORM 1600-READ-RATE-CARD THRU 1600-EXIT
004330     PERFORM UNTIL WS-RAT-EOF
004340         ADD 1 TO WS-RATE-CARD-COUNT
004350         IF (NOT CBR-MODE-SIEVE AND NOT CBR-MODE-TRIAL)
004360             OR CBR-EFFECTIVE-DATE NOT NUMERIC
004370             OR CBR-PER-REQUEST NOT NUMERIC
004380             OR CBR-PER-THOUSAND NOT NUMERIC
004390             ADD 1 TO WS-RATE-REJECT-COUNT
004400             DISPLAY "PRMCHB - RATE CARD " WS-RATE-CARD-COUNT
004410                 " REJECTED: " CHARGE-RATE-CARD
004420         ELSE
004430             IF CBR-EFFECTIVE-DATE NOT > WS-TO-DATE
004440                 IF CBR-MODE-SIEVE
004450                     IF NOT WS-SIEVE-RATE-FOUND
004460                         OR CBR-EFFECTIVE-DATE NOT <
004470                             WS-SIEVE-EFF-DATE
004480                         MOVE "Y" TO WS-SIEVE-RATE-SW
004490                         MOVE CBR-EFFECTIVE-DATE TO
004500                             WS-SIEVE-EFF-DATE
004510                         MOVE CBR-PER-REQUEST TO
004520                             WS-SIEVE-PER-REQUEST
004530                         MOVE CBR-PER-THOUSAND TO
004540                             WS-SIEVE-PER-THOUSAND
004550                     END-IF
004560                 ELSE
004570                     IF NOT WS-TRIAL-RATE-FOUND
004580                         OR CBR-EFFECTIVE-DATE NOT <
004590                             WS-TRIAL-EFF-DATE
004600                         MOVE "Y" TO WS-TRIAL-RATE-SW
004610                         MOVE CBR-EFFECTIVE-DATE TO
004620                             WS-TRIAL-EFF-DATE
004630                         MOVE CBR-PER-REQUEST TO
004640                             WS-TRIAL-PER-REQUEST
004650                         MOVE CBR-PER-THOUSAND TO
004660                             WS-TRIAL-PER-THOUSAND
004670                     END-IF
004680                 END-IF
004690             END-IF
004700         END-IF
004710         PERFORM 1600-READ-RATE-CARD THRU 1600-EXIT
004720     END-PERFORM.
004730
004740 1500-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780** 1600-READ-RATE-CARD
004790*****************************************************************
004800 1600-READ-RATE-CARD.
004810     READ CHARGE-RATE-FILE INTO CHARGE-RATE-CARD
004820         AT END
004830             MOVE "Y" TO WS-RAT-EOF-SW
004840     END-READ.
004850
004860 1600-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900** 2000-LOAD-COMPLETIONS - ONE PASS OVER THE COMPLETION HISTORY,
004910** KEEPING THE RECORDS DATED INSIDE THE BILLING PERIOD.  A
004920** SERVED OR SHORT REQUEST COUNTS AGAINST ITS MODE FOR WHAT IT
004930** DELIVERED; A REJECT (OR ANY STATUS PRMQUE DOES NOT WRITE)
004940** IS COUNTED BUT NEVER PRICED.
004950*****************************************************************
004960 2000-LOAD-COMPLETIONS.
004970     OPEN INPUT REQUEST-COMPLETION-FILE
004980     IF WS-CMP-FILE-STATUS NOT = "00"
004990         DISPLAY "*** PRMCHB ABEND - REQUEST-COMPLETION-FILE "
005000             "OPEN FAILED - STATUS = " WS-CMP-FILE-STATUS
005010         PERFORM 9900-ABEND THRU 9900-EXIT
005020     END-IF
005030     MOVE "Y" TO WS-CMP-OPEN-SW
005040
005050     PERFORM 2100-READ-COMPLETION THRU 2100-EXIT
005060     PERFORM UNTIL WS-CMP-EOF
005070         IF QC-RUN-DATE NOT < WS-FROM-DATE
005080             AND QC-RUN-DATE NOT > WS-TO-DATE
005090             ADD 1 TO WS-COMPLETION-COUNT
005100             MOVE QC-DEPARTMENT TO WS-SEARCH-DEPARTMENT
005110             PERFORM 5000-FIND-DEPARTMENT THRU 5000-EXIT
005120             EVALUATE TRUE
005130                 WHEN QC-STATUS-NORMAL
005140                 WHEN QC-STATUS-SHORT
005150                     IF QC-GEN-MODE = "S"
005160                         ADD 1 TO WS-DPT-SIEVE-REQS (WS-DX)
005170                         ADD QC-ACTUAL-COUNT TO
005180                             WS-DPT-SIEVE-PRIMES (WS-DX)
005190                     ELSE
005200                         ADD 1 TO WS-DPT-TRIAL-REQS (WS-DX)
005210                         ADD QC-ACTUAL-COUNT TO
005220                             WS-DPT-TRIAL-PRIMES (WS-DX)
005230                     END-IF
005240                     IF QC-STATUS-SHORT
005250                         ADD 1 TO WS-DPT-SHORT-REQS (WS-DX)
005260                     END-IF
005270                 WHEN OTHER
005280                     ADD 1 TO WS-DPT-REJECT-REQS (WS-DX)
005290             END-EVALUATE
005300         END-IF
005310         PERFORM 2100-READ-COMPLETION THRU 2100-EXIT
005320     END-PERFORM
005330
005340     CLOSE REQUEST-COMPLETION-FILE
005350     MOVE "N" TO WS-CMP-OPEN-SW.
005360
005370 2000-EXIT.
005380     EXIT.
005390
005400*****************************************************************
005410** 2100-READ-COMPLETION
005420*****************************************************************
005430 2100-READ-COMPLETION.
005440     READ REQUEST-COMPLETION-FILE INTO REQUEST-COMPLETION-RECORD
005450         AT END
005460             MOVE "Y" TO WS-CMP-EOF-SW
005470     END-READ.
005480
005490 2100-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530** 3000-SCAN-AUDIT-TRAIL - ELAPSED TIME COMES FROM THE AUDIT
005540** ENTRIES PRMQUE WRITES FOR EACH REQUEST THAT DID WORK: "QUEUE"
005550** FOR A SERVED REQUEST AND "SHORT" FOR ONE THAT RAN OUT OF
005560** SIEVE.  REJECTS DID NO WORK AND CARRY NO TIME.  GENERATION
005570** RUNS (NORMAL/ABEND) BELONG TO NO DEPARTMENT AND ARE SKIPPED.
005580*****************************************************************
005590 3000-SCAN-AUDIT-TRAIL.
005600     OPEN INPUT PRIMES-AUDIT-FILE
005610     IF WS-AUD-FILE-STATUS NOT = "00"
005620         DISPLAY "*** PRMCHB ABEND - PRIMES-AUDIT-FILE OPEN "
005630             "FAILED - STATUS = " WS-AUD-FILE-STATUS
005640         PERFORM 9900-ABEND THRU 9900-EXIT
005650     END-IF
005660     MOVE "Y" TO WS-AUD-OPEN-SW
005670
005680     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
005690     PERFORM UNTIL WS-AUD-EOF
005700         IF (AUD-STATUS-QUEUE OR AUD-STATUS = "SHORT   ")
005710             AND AUD-JOB-START-DATE NOT < WS-FROM-DATE
005720             AND AUD-JOB-START-DATE NOT > WS-TO-DATE
005730             ADD 1 TO WS-AUDIT-MATCH-COUNT
005740             MOVE AUD-RUN-COMMENT TO WS-AUDIT-COMMENT
005750             MOVE WS-AUC-DEPARTMENT TO WS-SEARCH-DEPARTMENT
005760             PERFORM 5000-FIND-DEPARTMENT THRU 5000-EXIT
005770             PERFORM 3200-COMPUTE-ELAPSED THRU 3200-EXIT
005780             ADD WS-ELAPSED-SECS TO WS-DPT-ELAPSED-SECS (WS-DX)
005790         END-IF
005800         PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
005810     END-PERFORM
005820
005830     CLOSE PRIMES-AUDIT-FILE
005840     MOVE "N" TO WS-AUD-OPEN-SW.
005850
005860 3000-EXIT.
005870     EXIT.
005880
005890*****************************************************************
005900** 3100-READ-AUDIT-RECORD
005910*****************************************************************
005920 3100-READ-AUDIT-RECORD.
005930     READ PRIMES-AUDIT-FILE
005940         AT END
005950             MOVE "Y" TO WS-AUD-EOF-SW
005960     END-READ.
005970
005980 3100-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020** 3200-COMPUTE-ELAPSED - ELAPSED SECONDS FROM THE START AND END
006030** STAMPS OF THE AUDIT ENTRY, AS IN PRMAUDR.  AN END STAMP AHEAD
006040** OF ITS START COUNTS AS ZERO RATHER THAN A HUGE POSITIVE.
006050*****************************************************************
006060 3200-COMPUTE-ELAPSED.
006070     MOVE AUD-JOB-START-DATE TO WS-CONV-DATE
006080     MOVE AUD-JOB-START-TIME TO WS-CONV-TIME
006090     PERFORM 3300-DATE-TO-SERIAL THRU 3300-EXIT
006100     MOVE WS-SERIAL-DAY TO WS-START-DAY
006110     MOVE WS-SECS-OF-DAY TO WS-START-SECS
006120
006130     MOVE AUD-JOB-END-DATE TO WS-CONV-DATE
006140     MOVE AUD-JOB-END-TIME TO WS-CONV-TIME
006150     PERFORM 3300-DATE-TO-SERIAL THRU 3300-EXIT
006160     MOVE WS-SERIAL-DAY TO WS-END-DAY
006170     MOVE WS-SECS-OF-DAY TO WS-END-SECS
006180
006190     COMPUTE WS-ELAPSED-SECS =
006200         ((WS-END-DAY - WS-START-DAY) * 86400)
006210         + WS-END-SECS - WS-START-SECS
006220     IF WS-ELAPSED-SECS < 0
006230         MOVE 0 TO WS-ELAPSED-SECS
006240     END-IF.
006250
006260 3200-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300** 3300-DATE-TO-SERIAL - JULIAN DAY NUMBER BY THE FLIEGEL-VAN
006310** FLANDERN INTEGER FORMULA PLUS THE SECONDS OF THE DAY, AS IN
006320** PRMAUDR.  ALL DIVISIONS TRUNCATE, WHICH IS WHAT THE FORMULA
006330** REQUIRES.
006340*****************************************************************
006350 3300-DATE-TO-SERIAL.
006360     COMPUTE WS-JUL-A = (WS-CONV-MM - 14) / 12
006370     COMPUTE WS-JUL-Y = WS-CONV-YYYY + 4800 + WS-JUL-A
006380     COMPUTE WS-JUL-M = WS-CONV-MM - 2 - (12 * WS-JUL-A)
006390     COMPUTE WS-SERIAL-DAY =
006400         ((1461 * WS-JUL-Y) / 4)
006410         + ((367 * WS-JUL-M) / 12)
006420         - ((3 * ((WS-JUL-Y + 100) / 100)) / 4)
006430         + WS-CONV-DD - 32075
006440     COMPUTE WS-SECS-OF-DAY =
006450         (WS-CONV-HH * 3600) + (WS-CONV-MIN * 60)
006460         + WS-CONV-SEC.
006470
006480 3300-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520** 4000-BILL-DEPARTMENTS - ONE INVOICE PAGE AND ONE GL RECORD
006530** PER DEPARTMENT, IN ORDER OF FIRST APPEARANCE.
006540*****************************************************************
006550 4000-BILL-DEPARTMENTS.
006560     PERFORM VARYING WS-DX FROM 1 BY 1
006570             UNTIL WS-DX > WS-DEPT-COUNT
006580         PERFORM 4100-PRICE-DEPARTMENT THRU 4100-EXIT
006590         PERFORM 4200-PRINT-INVOICE THRU 4200-EXIT
006600         PERFORM 4300-WRITE-GL-RECORD THRU 4300-EXIT
006610     END-PERFORM.
006620
006630 4000-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670** 4100-PRICE-DEPARTMENT - PER-REQUEST CHARGE PLUS PER-THOUSAND
006680** VOLUME CHARGE FOR EACH MODE, ROUNDED TO THE CENT.  A MODE
006690** WITH BILLABLE WORK BUT NO RATE IN FORCE PRICES AT ZERO, IS
006700** FLAGGED ON THE INVOICE, AND ENDS THE RUN RETURN-CODE 4.
006710*****************************************************************
006720 4100-PRICE-DEPARTMENT.
006730     MOVE "N" TO WS-NO-RATE-SW
006740     IF WS-DPT-SIEVE-REQS (WS-DX) > 0
006750         AND NOT WS-SIEVE-RATE-FOUND
006760         MOVE "Y" TO WS-NO-RATE-SW
006770     END-IF
006780     IF WS-DPT-TRIAL-REQS (WS-DX) > 0
006790         AND NOT WS-TRIAL-RATE-FOUND
006800         MOVE "Y" TO WS-NO-RATE-SW
006810     END-IF
006820
006830     COMPUTE WS-SIEVE-REQ-CHARGE ROUNDED =
006840         WS-DPT-SIEVE-REQS (WS-DX) * WS-SIEVE-PER-REQUEST
006850     COMPUTE WS-SIEVE-VOL-CHARGE ROUNDED =
006860         (WS-DPT-SIEVE-PRIMES (WS-DX) * WS-SIEVE-PER-THOUSAND)
006870         / 1000
006880     COMPUTE WS-TRIAL-REQ-CHARGE ROUNDED =
006890         WS-DPT-TRIAL-REQS (WS-DX) * WS-TRIAL-PER-REQUEST
006900     COMPUTE WS-TRIAL-VOL-CHARGE ROUNDED =
006910         (WS-DPT-TRIAL-PRIMES (WS-DX) * WS-TRIAL-PER-THOUSAND)
006920         / 1000
006930     COMPUTE WS-DEPT-REQ-CHARGE =
006940         WS-SIEVE-REQ-CHARGE + WS-TRIAL-REQ-CHARGE
006950     COMPUTE WS-DEPT-VOL-CHARGE =
006960         WS-SIEVE-VOL-CHARGE + WS-TRIAL-VOL-CHARGE
006970     COMPUTE WS-DEPT-TOTAL-CHARGE =
006980         WS-DEPT-REQ-CHARGE + WS-DEPT-VOL-CHARGE
006990     COMPUTE WS-DEPT-REQUESTS =
007000         WS-DPT-SIEVE-REQS (WS-DX) + WS-DPT-TRIAL-REQS (WS-DX)
007010     COMPUTE WS-DEPT-PRIMES =
007020         WS-DPT-SIEVE-PRIMES (WS-DX)
007030         + WS-DPT-TRIAL-PRIMES (WS-DX)
007040
007050     ADD WS-DEPT-TOTAL-CHARGE TO WS-GRAND-TOTAL-CHARGE
007060     ADD WS-DEPT-REQUESTS TO WS-GRAND-REQUESTS
007070     ADD WS-DEPT-PRIMES TO WS-GRAND-PRIMES
007080     IF WS-NO-RATE
007090         MOVE 4 TO RETURN-CODE
007100     END-IF.
007110
007120 4100-EXIT.
007130     EXIT.
007140
007150*****************************************************************
007160** 4200-PRINT-INVOICE - ONE PAGE: A LINE PER MODE, THEN THE
007170** SHORT/REJECT COUNTS, THE ELAPSED TIME, AND THE TOTAL.
007180*****************************************************************
007190 4200-PRINT-INVOICE.
007200     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT
007210     MOVE WS-DPT-DEPARTMENT (WS-DX) TO HDG2-DEPARTMENT
007220     MOVE WS-FROM-DATE TO HDG2-FROM-DATE
007230     MOVE WS-TO-DATE TO HDG2-TO-DATE
007240     MOVE WS-HEADING-LINE-2 TO PRINT-RECORD
007250     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
007260     MOVE WS-HEADING-LINE-3 TO PRINT-RECORD
007270     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
007280     MOVE SPACES TO PRINT-RECORD
007290     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007300
007310     MOVE "SIEVE" TO INV-MODE
007320     MOVE WS-DPT-SIEVE-REQS (WS-DX) TO INV-REQUESTS
007330     MOVE WS-DPT-SIEVE-PRIMES (WS-DX) TO INV-PRIMES
007340     MOVE WS-SIEVE-PER-REQUEST TO INV-RATE-REQUEST
007350     MOVE WS-SIEVE-REQ-CHARGE TO INV-REQUEST-CHARGE
007360     MOVE WS-SIEVE-PER-THOUSAND TO INV-RATE-THOUSAND
007370     MOVE WS-SIEVE-VOL-CHARGE TO INV-VOLUME-CHARGE
007380     COMPUTE WS-LINE-TOTAL =
007390         WS-SIEVE-REQ-CHARGE + WS-SIEVE-VOL-CHARGE
007400     MOVE WS-LINE-TOTAL TO INV-LINE-TOTAL
007410     MOVE WS-INVOICE-LINE TO PRINT-RECORD
007420     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007430
007440     MOVE "TRIAL" TO INV-MODE
007450     MOVE WS-DPT-TRIAL-REQS (WS-DX) TO INV-REQUESTS
007460     MOVE WS-DPT-TRIAL-PRIMES (WS-DX) TO INV-PRIMES
007470     MOVE WS-TRIAL-PER-REQUEST TO INV-RATE-REQUEST
007480     MOVE WS-TRIAL-REQ-CHARGE TO INV-REQUEST-CHARGE
007490     MOVE WS-TRIAL-PER-THOUSAND TO INV-RATE-THOUSAND
007500     MOVE WS-TRIAL-VOL-CHARGE TO INV-VOLUME-CHARGE
007510     COMPUTE WS-LINE-TOTAL =
007520         WS-TRIAL-REQ-CHARGE + WS-TRIAL-VOL-CHARGE
007530     MOVE WS-LINE-TOTAL TO INV-LINE-TOTAL
007540     MOVE WS-INVOICE-LINE TO PRINT-RECORD
007550     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007560
007570     MOVE SPACES TO PRINT-RECORD
007580     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007590     MOVE "REQUESTS BILLED    :" TO TXT-LABEL
007600     MOVE WS-DEPT-REQUESTS TO WS-EDIT-COUNT
007610     MOVE WS-EDIT-COUNT TO TXT-VALUE
007620     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007630     MOVE "  OF WHICH SHORT   :" TO TXT-LABEL
007640     MOVE WS-DPT-SHORT-REQS (WS-DX) TO WS-EDIT-COUNT
007650     MOVE WS-EDIT-COUNT TO TXT-VALUE
007660     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007670     MOVE "REQUESTS REJECTED  :" TO TXT-LABEL
007680     MOVE WS-DPT-REJECT-REQS (WS-DX) TO WS-EDIT-COUNT
007690     MOVE WS-EDIT-COUNT TO TXT-VALUE
007700     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007710     MOVE "PRIMES DELIVERED   :" TO TXT-LABEL
007720     MOVE WS-DEPT-PRIMES TO WS-EDIT-COUNT
007730     MOVE WS-EDIT-COUNT TO TXT-VALUE
007740     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007750     MOVE "ELAPSED TIME       :" TO TXT-LABEL
007760     MOVE WS-DPT-ELAPSED-SECS (WS-DX) TO WS-HMS-TOTAL
007770     PERFORM 8200-FORMAT-ELAPSED THRU 8200-EXIT
007780     MOVE WS-EDIT-ELAPSED TO TXT-VALUE
007790     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007800     MOVE "INVOICE TOTAL      :" TO TXT-LABEL
007810     MOVE WS-DEPT-TOTAL-CHARGE TO WS-EDIT-MONEY
007820     MOVE WS-EDIT-MONEY TO TXT-VALUE
007830     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007840     IF WS-NO-RATE
007850         MOVE "*** WARNING        :" TO TXT-LABEL
007860         MOVE "NO RATE CARD IN FORCE - PRICED AT ZERO"
007870             TO TXT-VALUE
007880         PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007890     END-IF.
007900
007910 4200-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950** 4300-WRITE-GL-RECORD - ONE "D" RECORD PER DEPARTMENT.
007960*****************************************************************
007970 4300-WRITE-GL-RECORD.
007980     MOVE SPACES TO CHARGE-GL-RECORD
007990     MOVE "D" TO CBG-RECORD-TYPE
008000     MOVE WS-DPT-DEPARTMENT (WS-DX) TO CBG-DEPARTMENT
008010     MOVE WS-FROM-DATE TO CBG-PERIOD-FROM
008020     MOVE WS-TO-DATE TO CBG-PERIOD-TO
008030     MOVE WS-DEPT-REQUESTS TO CBG-REQUEST-COUNT
008040     MOVE WS-DEPT-PRIMES TO CBG-PRIME-COUNT
008050     MOVE WS-DPT-ELAPSED-SECS (WS-DX) TO CBG-ELAPSED-SECS
008060     MOVE WS-DEPT-REQ-CHARGE TO CBG-REQUEST-CHARGE
008070     MOVE WS-DEPT-VOL-CHARGE TO CBG-VOLUME-CHARGE
008080     MOVE WS-DEPT-TOTAL-CHARGE TO CBG-TOTAL-CHARGE
008090     MOVE CHARGE-GL-RECORD TO CHARGE-GL-OUT-RECORD
008100     WRITE CHARGE-GL-OUT-RECORD
008110     ADD 1 TO WS-GL-RECORD-COUNT.
008120
008130 4300-EXIT.
008140     EXIT.
008150
008160*****************************************************************
008170** 5000-FIND-DEPARTMENT - LOCATE WS-SEARCH-DEPARTMENT IN THE
008180** TABLE, ADDING IT ON FIRST SIGHT.  WS-DX IS LEFT POINTING AT
008190** THE ENTRY.
008200*****************************************************************
008210 5000-FIND-DEPARTMENT.
008220     PERFORM VARYING WS-DX FROM 1 BY 1
008230             UNTIL WS-DX > WS-DEPT-COUNT
008240             OR WS-DPT-DEPARTMENT (WS-DX) = WS-SEARCH-DEPARTMENT
008250         CONTINUE
008260     END-PERFORM
008270     IF WS-DX > WS-DEPT-COUNT
008280         IF WS-DEPT-COUNT NOT < WS-DEPT-LIMIT
008290             DISPLAY "*** PRMCHB ABEND - MORE THAN " WS-DEPT-LIMIT
008300                 " DEPARTMENTS IN THE BILLING PERIOD ***"
008310             PERFORM 9900-ABEND THRU 9900-EXIT
008320         END-IF
008330         ADD 1 TO WS-DEPT-COUNT
008340         MOVE WS-DEPT-COUNT TO WS-DX
008350         MOVE WS-SEARCH-DEPARTMENT TO WS-DPT-DEPARTMENT (WS-DX)
008360         MOVE 0 TO WS-DPT-SIEVE-REQS (WS-DX)
008370         MOVE 0 TO WS-DPT-SIEVE-PRIMES (WS-DX)
008380         MOVE 0 TO WS-DPT-TRIAL-REQS (WS-DX)
008390         MOVE 0 TO WS-DPT-TRIAL-PRIMES (WS-DX)
008400         MOVE 0 TO WS-DPT-SHORT-REQS (WS-DX)
008410         MOVE 0 TO WS-DPT-REJECT-REQS (WS-DX)
008420         MOVE 0 TO WS-DPT-ELAPSED-SECS (WS-DX)
008430     END-IF.
008440
008450 5000-EXIT.
008460     EXIT.
008470
008480*****************************************************************
008490** 8000-WRITE-HEADINGS - EVERY INVOICE STARTS A NEW PAGE.
008500*****************************************************************
008510 8000-WRITE-HEADINGS.
008520     ADD 1 TO WS-PAGE-NUMBER
008530     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
008540     MOVE WS-PAGE-NUMBER TO HDG1-PAGE
008550     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
008560     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
008570
008580 8000-EXIT.
008590     EXIT.
008600
008610*****************************************************************
008620** 8100-WRITE-TEXT-LINE
008630*****************************************************************
008640 8100-WRITE-TEXT-LINE.
008650     MOVE WS-TEXT-LINE TO PRINT-RECORD
008660     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008670     MOVE SPACES TO TXT-LABEL
008680     MOVE SPACES TO TXT-VALUE.
008690
008700 8100-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740** 8200-FORMAT-ELAPSED - SPLIT WS-HMS-TOTAL (SECONDS) INTO
008750** HOURS, MINUTES, AND SECONDS FOR DISPLAY.
008760*****************************************************************
008770 8200-FORMAT-ELAPSED.
008780     DIVIDE WS-HMS-TOTAL BY 3600
008790         GIVING WS-HMS-HH REMAINDER WS-HMS-REM
008800     DIVIDE WS-HMS-REM BY 60
008810         GIVING WS-HMS-MM REMAINDER WS-HMS-SS
008820     MOVE WS-HMS-HH TO WS-EDIT-HH
008830     MOVE WS-HMS-MM TO WS-EDIT-MM
008840     MOVE WS-HMS-SS TO WS-EDIT-SS.
008850
008860 8200-EXIT.
008870     EXIT.
008880
008890*****************************************************************
008900** 9000-TERMINATE - A SUMMARY PAGE FOR FINANCE (PERIOD, RATES IN
008910** FORCE, GRAND TOTALS), THEN THE GL TRAILER, WHOSE COUNT AND
008920** TOTAL MUST MATCH THE "D" RECORDS OR THE FEED IS REFUSED.
008930*****************************************************************
008940 9000-TERMINATE.
008950     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT
008960     MOVE SPACES TO PRINT-RECORD
008970     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008980     MOVE "CHARGEBACK SUMMARY :" TO TXT-LABEL
008990     MOVE "ALL DEPARTMENTS" TO TXT-VALUE
009000     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009010     MOVE "BILLING PERIOD     :" TO TXT-LABEL
009020     MOVE WS-FROM-DATE TO WS-EDIT-PER-FROM
009030     MOVE WS-TO-DATE TO WS-EDIT-PER-TO
009040     MOVE WS-EDIT-PERIOD TO TXT-VALUE
009050     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009060
009070     MOVE "SIEVE RATE IN FORCE:" TO TXT-LABEL
009080     IF WS-SIEVE-RATE-FOUND
009090         MOVE WS-SIEVE-PER-REQUEST TO WS-EDIT-RATE-REQ
009100         MOVE WS-SIEVE-PER-THOUSAND TO WS-EDIT-RATE-THOU
009110         MOVE WS-EDIT-RATE TO TXT-VALUE
009120     ELSE
009130         MOVE "NONE" TO TXT-VALUE
009140     END-IF
009150     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009160     IF WS-SIEVE-RATE-FOUND
009170         MOVE "  EFFECTIVE        :" TO TXT-LABEL
009180         MOVE WS-SIEVE-EFF-DATE TO WS-EDIT-DATE
009190         MOVE WS-EDIT-DATE TO TXT-VALUE
009200         PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009210     END-IF
009220     MOVE "TRIAL RATE IN FORCE:" TO TXT-LABEL
009230     IF WS-TRIAL-RATE-FOUND
009240         MOVE WS-TRIAL-PER-REQUEST TO WS-EDIT-RATE-REQ
009250         MOVE WS-TRIAL-PER-THOUSAND TO WS-EDIT-RATE-THOU
009260         MOVE WS-EDIT-RATE TO TXT-VALUE
009270     ELSE
009280         MOVE "NONE" TO TXT-VALUE
009290     END-IF
009300     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009310     IF WS-TRIAL-RATE-FOUND
009320         MOVE "  EFFECTIVE        :" TO TXT-LABEL
009330         MOVE WS-TRIAL-EFF-DATE TO WS-EDIT-DATE
009340         MOVE WS-EDIT-DATE TO TXT-VALUE
009350         PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009360     END-IF
009370     MOVE "RATE CARDS REJECTED:" TO TXT-LABEL
009380     MOVE WS-RATE-REJECT-COUNT TO WS-EDIT-COUNT
009390     MOVE WS-EDIT-COUNT TO TXT-VALUE
009400     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009410
009420     MOVE SPACES TO PRINT-RECORD
009430     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009440     MOVE "COMPLETIONS READ   :" TO TXT-LABEL
009450     MOVE WS-COMPLETION-COUNT TO WS-EDIT-COUNT
009460     MOVE WS-EDIT-COUNT TO TXT-VALUE
009470     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009480     MOVE "AUDIT ENTRIES TIMED:" TO TXT-LABEL
009490     MOVE WS-AUDIT-MATCH-COUNT TO WS-EDIT-COUNT
009500     MOVE WS-EDIT-COUNT TO TXT-VALUE
009510     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009520     MOVE "DEPARTMENTS BILLED :" TO TXT-LABEL
009530     MOVE WS-GL-RECORD-COUNT TO WS-EDIT-COUNT
009540     MOVE WS-EDIT-COUNT TO TXT-VALUE
009550     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009560     MOVE "REQUESTS BILLED    :" TO TXT-LABEL
009570     MOVE WS-GRAND-REQUESTS TO WS-EDIT-COUNT
009580     MOVE WS-EDIT-COUNT TO TXT-VALUE
009590     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009600     MOVE "PRIMES DELIVERED   :" TO TXT-LABEL
009610     MOVE WS-GRAND-PRIMES TO WS-EDIT-COUNT
009620     MOVE WS-EDIT-COUNT TO TXT-VALUE
009630     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009640     MOVE "TOTAL CHARGED      :" TO TXT-LABEL
009650     MOVE WS-GRAND-TOTAL-CHARGE TO WS-EDIT-MONEY
009660     MOVE WS-EDIT-MONEY TO TXT-VALUE
009670     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
009680
009690     MOVE SPACES TO CHARGE-GL-TRAILER
009700     MOVE "T" TO CBT-RECORD-TYPE
009710     MOVE WS-RUN-DATE TO CBT-RUN-DATE
009720     MOVE WS-GL-RECORD-COUNT TO CBT-RECORD-COUNT
009730     MOVE WS-GRAND-TOTAL-CHARGE TO CBT-TOTAL-CHARGE
009740     MOVE CHARGE-GL-TRAILER TO CHARGE-GL-OUT-RECORD
009750     WRITE CHARGE-GL-OUT-RECORD
009760
009770     CLOSE CHARGE-GL-FILE
009780     CLOSE INVOICE-REPORT-FILE
009790
009800     IF WS-RATE-REJECT-COUNT > 0
009810         MOVE 4 TO RETURN-CODE
009820     END-IF.
009830
009840 9000-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880** 9900-ABEND - COMMON ABEND EXIT.  REACHED WHEN A REQUIRED FILE
009890** FAILS TO OPEN, THE PERIOD CARD IS BACKWARDS, OR THE
009900** DEPARTMENT TABLE OVERFLOWS.  EACH CALLER DISPLAYS ITS OWN
009910** DIAGNOSTIC BEFORE PERFORMING HERE.  NO TRAILER IS WRITTEN, SO
009920** A PARTIAL CHARGE FILE CAN NEVER BALANCE INTO THE GL.
009930*****************************************************************
009940 9900-ABEND.
009950     IF WS-CMP-OPENED
009960         CLOSE REQUEST-COMPLETION-FILE
009970     END-IF
009980     IF WS-AUD-OPENED
009990         CLOSE PRIMES-AUDIT-FILE
010000     END-IF
010010     IF WS-CHG-OPENED
010020         CLOSE CHARGE-GL-FILE
010030     END-IF
010040     IF WS-RPT-OPENED
010050         CLOSE INVOICE-REPORT-FILE
010060     END-IF
010070     MOVE 16 TO RETURN-CODE
010080     STOP RUN.
010090
010100 9900-EXIT.
010110     EXIT.
