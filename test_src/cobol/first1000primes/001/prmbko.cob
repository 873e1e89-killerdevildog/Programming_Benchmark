000010***************************************************************
000020** PROGRAM-ID : PRMBKO
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  BACKS OUT A BAD GENERATION.
000100**                  UNTIL NOW A RUN THAT WROTE A BAD MASTER WAS
000110**                  UNDONE BY HAND - AN IEBGENER COPY BACK FROM
000120**                  GENBKUP - WHICH LEFT THE STATISTICS SUMMARY,
000130**                  CHECKPOINT, INDEX STAMP, STEP-STATUS MARKS AND
000140**                  EXTRACT ALL DESCRIBING THE RUN THAT WAS BACKED
000150**                  OUT, AND THE AUDIT TRAIL STILL NAMING IT AS
000160**                  THE LATEST GOOD RUN.  THE OPERATOR'S BACK-OUT
000170**                  CARD (PRMBKOC) NAMES THE GENBKUP GENERATION
000180**                  AND, OPTIONALLY, THE AUDIT RUN BEING REVERSED.
000190**                  THE GENERATION IS PROVED (CONTIGUOUS SEQUENCE,
000200**                  STRICTLY INCREASING VALUES) AND TIED TO THE
000210**                  GOOD RUN BEFORE THE ONE REVERSED BEFORE
000220**                  ANYTHING IS TOUCHED.  THEN THE MASTER IS
000230**                  RESTORED, THE STATISTICS SUMMARY REWRITTEN
000240**                  FROM THE RESTORED MASTER, THE CHECKPOINT
000250**                  CLEARED, THE INDEX STAMP INVALIDATED (PRMLOAD
000260**                  REBUILDS THE INDEXES IN THE NEXT STEP),
000270**                  TODAY'S STEP-STATUS MARKS REMOVED, AND THE
000280**                  EXTRACT EMPTIED (PRMXTR REBUILDS IT).  A
000290**                  BACKOUT AUDIT RECORD NAMING THE REVERSED RUN
000300**                  IS APPENDED, SO EVERY READER THAT TAKES THE
000310**                  LATEST GOOD RUN NOW TAKES THE RESTORED
000320**                  GENERATION.  THE BACK-OUT REPORT LISTS EACH
000330**                  FILE TOUCHED WITH ITS BEFORE AND AFTER COUNTS.
000340***************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PRMBKO.
000370 AUTHOR. D. OKONKWO.
000380 INSTALLATION. DATA CENTER SERVICES.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT BACKOUT-CARD-FILE ASSIGN TO "PRMBKOC"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CRD-FILE-STATUS.
000520
000530     SELECT BACKUP-MASTER-FILE ASSIGN TO "PRMBKUP"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-BKP-FILE-STATUS.
000560
000570     SELECT PRIME-MASTER-FILE ASSIGN TO "PRMMST"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-MST-FILE-STATUS.
000600
000610     SELECT PRIMES-AUDIT-FILE ASSIGN TO "PRMAUDIT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-AUD-FILE-STATUS.
000640
000650     SELECT PRIME-STATS-FILE ASSIGN TO "PRMSTAT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-STA-FILE-STATUS.
000680
000690     SELECT PRIMES-CHECKPOINT-FILE ASSIGN TO "PRMCKPT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CKP-FILE-STATUS.
000720
000730     SELECT INDEX-STAMP-FILE ASSIGN TO "PRMIDXS"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-IXS-FILE-STATUS.
000760
000770     SELECT STEP-STATUS-IN-FILE ASSIGN TO "PRMSTEPI"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-STI-FILE-STATUS.
000800
000810     SELECT STEP-STATUS-FILE ASSIGN TO "PRMSTEP"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-STP-FILE-STATUS.
000840
000850     SELECT EXTRACT-INTERFACE-FILE ASSIGN TO "PRMXTRO"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-XTR-FILE-STATUS.
000880
000890     SELECT BACKOUT-REPORT-FILE ASSIGN TO "PRMBKOR"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-RPT-FILE-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950
000960 FD  BACKOUT-CARD-FILE
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 80 CHARACTERS.
000990 COPY PRMBKOC.
001000
001010*****************************************************************
001020** THE GENBKUP GENERATION BEING RESTORED - THE MASTER LAYOUT
001030** UNDER ITS OWN NAMES.
001040*****************************************************************
001050 FD  BACKUP-MASTER-FILE
001060     RECORDING MODE IS F
001070     RECORD CONTAINS 80 CHARACTERS.
001080 COPY PRMMST REPLACING ==PRIME-MASTER-RECORD== BY
001090     ==BACKUP-MASTER-RECORD==,
001100     ==PM-SEQUENCE-NUMBER== BY ==BK-SEQUENCE-NUMBER==,
001110     ==PM-PRIME-VALUE== BY ==BK-PRIME-VALUE==.
001120
001130 FD  PRIME-MASTER-FILE
001140     RECORDING MODE IS F
001150     RECORD CONTAINS 80 CHARACTERS.
001160 COPY PRMMST.
001170
001180 FD  PRIMES-AUDIT-FILE
001190     RECORDING MODE IS F
001200     RECORD CONTAINS 80 CHARACTERS.
001210 COPY PRMAUD.
001220
001230 FD  PRIME-STATS-FILE
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 80 CHARACTERS.
001260 COPY PRMSUM.
001270
001280 FD  PRIMES-CHECKPOINT-FILE
001290     RECORDING MODE IS F
001300     RECORD CONTAINS 80 CHARACTERS.
001310 COPY PRMCKP.
001320
001330 FD  INDEX-STAMP-FILE
001340     RECORDING MODE IS F
001350     RECORD CONTAINS 80 CHARACTERS.
001360 COPY PRMIDX.
001370
001380*****************************************************************
001390** STEP-STATUS IS READ FROM THE JOB'S COPY OF IT (PRMSTEPI) AND
001400** REWRITTEN IN PLACE (PRMSTEP) WITHOUT TODAY'S MARKS.
001410*****************************************************************
001420 FD  STEP-STATUS-IN-FILE
001430     RECORDING MODE IS F
001440     RECORD CONTAINS 80 CHARACTERS.
001450 COPY PRMSTPC.
001460
001470 FD  STEP-STATUS-FILE
001480     RECORDING MODE IS F
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  STEP-STATUS-OUT-RECORD PIC X(80).
001510
001520 FD  EXTRACT-INTERFACE-FILE
001530     RECORDING MODE IS F
001540     RECORD CONTAINS 80 CHARACTERS.
001550 COPY PRMXTF.
001560
001570 FD  BACKOUT-REPORT-FILE
001580     RECORDING MODE IS F
001590     RECORD CONTAINS 132 CHARACTERS.
001600 01  PRINT-RECORD PIC X(132).
001610
001620 WORKING-STORAGE SECTION.
001630
001640*****************************************************************
001650** REPORT LINE LAYOUTS
001660*****************************************************************
001670 01  WS-HEADING-LINE-1.
001680     05  FILLER PIC X(01) VALUE SPACES.
001690     05  FILLER PIC X(40) VALUE
001700         "PRMBKO MASTER FILE BACK-OUT REPORT".
001710     05  FILLER PIC X(10) VALUE SPACES.
001720     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001730     05  HDG1-RUN-DATE PIC 9999/99/99.
001740     05  FILLER PIC X(60) VALUE SPACES.
001750
001760 01  WS-HEADING-LINE-2.
001770     05  FILLER PIC X(01) VALUE SPACES.
001771     05  FILLER PIC X(12) VALUE "FILE".
001772     05  FILLER PIC X(10) VALUE "DD".
001800     05  FILLER PIC X(09) VALUE "UNIT".
001810     05  FILLER PIC X(13) VALUE "     BEFORE".
001820     05  FILLER PIC X(13) VALUE "      AFTER".
001821     05  FILLER PIC X(50) VALUE "ACTION".
001822     05  FILLER PIC X(24) VALUE SPACES.
001850
001860 01  WS-FILE-LINE.
001870     05  FILLER PIC X(01) VALUE SPACES.
001871     05  FIL-FILE PIC X(12) VALUE SPACES.
001890     05  FIL-DD PIC X(10) VALUE SPACES.
001900     05  FIL-UNIT PIC X(09) VALUE SPACES.
001910     05  FIL-BEFORE PIC ZZZ,ZZZ,ZZ9.
001920     05  FIL-BEFORE-X REDEFINES FIL-BEFORE PIC X(11).
001930     05  FILLER PIC X(02) VALUE SPACES.
001940     05  FIL-AFTER PIC ZZZ,ZZZ,ZZ9.
001950     05  FIL-AFTER-X REDEFINES FIL-AFTER PIC X(11).
001960     05  FILLER PIC X(02) VALUE SPACES.
001961     05  FIL-ACTION PIC X(50) VALUE SPACES.
001962     05  FILLER PIC X(24) VALUE SPACES.
001990
002000 01  WS-ECHO-LINE.
002010     05  FILLER PIC X(01) VALUE SPACES.
002020     05  ECH-LABEL PIC X(30) VALUE SPACES.
002030     05  ECH-VALUE PIC X(60) VALUE SPACES.
002040     05  FILLER PIC X(41) VALUE SPACES.
002050
002060 01  WS-ERROR-LINE.
002070     05  FILLER PIC X(01) VALUE SPACES.
002080     05  FILLER PIC X(10) VALUE "*** ERROR ".
002090     05  ERR-TEXT PIC X(70) VALUE SPACES.
002100     05  FILLER PIC X(51) VALUE SPACES.
002110
002120 01  WS-RESULT-LINE.
002130     05  FILLER PIC X(01) VALUE SPACES.
002140     05  FILLER PIC X(30) VALUE "BACK-OUT RESULT :".
002150     05  RES-TEXT PIC X(60) VALUE SPACES.
002160     05  FILLER PIC X(41) VALUE SPACES.
002170
002180*****************************************************************
002190** THE GENERATION'S CONTROLS - COUNTED AND PROVED IN 2000 THE SAME
002200** WAY PRMVAL PROVES THE MASTER (SEQUENCE CONTIGUOUS FROM 1,
002210** VALUES STRICTLY INCREASING), WITH THE GAP STATISTICS
002220** ACCUMULATED THE SAME WAY PRIMES DOES: THE GAP IS MEASURED UP TO
002230** EACH PRIME AFTER THE FIRST, AND A TWIN PAIR IS A GAP OF 2.
002240*****************************************************************
002250 01  WS-BKP-COUNT PIC 9(7) VALUE 0.
002260 01  WS-BKP-LAST-PRIME PIC 9(9) VALUE 0.
002270 01  WS-BKP-MAX-GAP PIC 9(9) VALUE 0.
002280 01  WS-BKP-MAX-GAP-AT PIC 9(9) VALUE 0.
002290 01  WS-BKP-TWIN-COUNT PIC 9(7) VALUE 0.
002300 01  WS-BKP-BAD-SEQ PIC 9(7) VALUE 0.
002310 01  WS-GAP PIC 9(9) VALUE 0.
002320
002330*****************************************************************
002340** THE RUNS ON THE AUDIT TRAIL.  A GOOD RUN IS A NORMAL OR BACKOUT
002350** RECORD - THE RUNS THAT LEFT A MASTER ON DISK.  THE RESTORED RUN
002360** IS THE GOOD RUN THE GENERATION WAS TAKEN AFTER; THE REVERSED
002370** RUN IS THE GOOD RUN THAT FOLLOWED IT.  ANY GOOD RUN AFTER THAT
002380** IS BACKED OUT TOO, AND IS COUNTED SO THE REPORT CAN SAY SO.
002390*****************************************************************
002400 01  WS-PREV-AUDIT PIC X(80) VALUE SPACES.
002410 01  WS-RST-AUDIT PIC X(80) VALUE SPACES.
002420 01  WS-REV-AUDIT PIC X(80) VALUE SPACES.
002430 01  WS-PREV-FOUND-SW PIC X(01) VALUE "N".
002440     88  WS-PREV-FOUND VALUE "Y".
002450 01  WS-RST-FOUND-SW PIC X(01) VALUE "N".
002460     88  WS-RST-FOUND VALUE "Y".
002470 01  WS-REV-FOUND-SW PIC X(01) VALUE "N".
002480     88  WS-REV-FOUND VALUE "Y".
002490 01  WS-RUN-GIVEN-SW PIC X(01) VALUE "N".
002500     88  WS-RUN-GIVEN VALUE "Y".
002510 01  WS-TIME-GIVEN-SW PIC X(01) VALUE "N".
002520     88  WS-TIME-GIVEN VALUE "Y".
002530 01  WS-MATCH-COUNT PIC 9(5) VALUE 0.
002540 01  WS-LATER-RUNS PIC 9(5) VALUE 0.
002550 01  WS-AUD-HHMM PIC 9(4) VALUE 0.
002560 01  WS-RST-TARGET PIC 9(7) VALUE 0.
002570 01  WS-RST-COUNT PIC 9(7) VALUE 0.
002580 01  WS-RST-LAST-PRIME PIC 9(9) VALUE 0.
002590 01  WS-REV-DATE PIC 9(8) VALUE 0.
002600 01  WS-REV-HHMM PIC 9(4) VALUE 0.
002610
002620*****************************************************************
002630** THE BACKOUT RECORD'S RUN COMMENT - THE RUN REVERSED, AS
002640** "RUN YYYYMMDD HHMM".  THE SAME LAYOUT EDITS A RUN FOR THE ECHO
002650** LINES.
002660*****************************************************************
002670 01  WS-RUN-COMMENT.
002680     05  FILLER PIC X(04) VALUE "RUN ".
002690     05  RCM-RUN-DATE PIC 9(08).
002700     05  FILLER PIC X(01) VALUE SPACES.
002710     05  RCM-RUN-HHMM PIC 9(04).
002720
002730*****************************************************************
002740** BEFORE AND AFTER COUNTS FOR THE REPORT.  A "Y" SWITCH MEANS THE
002750** FILE WAS THERE TO COUNT.
002760*****************************************************************
002770 01  WS-BEF-MST PIC 9(9) VALUE 0.
002780 01  WS-BEF-STA PIC 9(9) VALUE 0.
002790 01  WS-BEF-CKP PIC 9(9) VALUE 0.
002800 01  WS-BEF-IXS PIC 9(9) VALUE 0.
002810 01  WS-BEF-STP PIC 9(9) VALUE 0.
002820 01  WS-BEF-XTR PIC 9(9) VALUE 0.
002830 01  WS-BEF-AUD PIC 9(9) VALUE 0.
002840 01  WS-AFT-MST PIC 9(9) VALUE 0.
002850 01  WS-AFT-STP PIC 9(9) VALUE 0.
002860 01  WS-BEF-MST-SW PIC X(01) VALUE "N".
002870 01  WS-BEF-STA-SW PIC X(01) VALUE "N".
002880 01  WS-BEF-CKP-SW PIC X(01) VALUE "N".
002890 01  WS-BEF-IXS-SW PIC X(01) VALUE "N".
002900 01  WS-BEF-STP-SW PIC X(01) VALUE "N".
002910 01  WS-BEF-XTR-SW PIC X(01) VALUE "N".
002920 01  WS-STA-ACTION PIC X(50) VALUE SPACES.
002930 01  WS-CKP-ACTION PIC X(50) VALUE SPACES.
002940 01  WS-IXS-ACTION PIC X(50) VALUE SPACES.
002950 01  WS-STP-ACTION PIC X(50) VALUE SPACES.
002960 01  WS-XTR-ACTION PIC X(50) VALUE SPACES.
002970 01  WS-AUD-ACTION PIC X(50) VALUE SPACES.
002980
002990*****************************************************************
003000** ONE FILE LINE AT A TIME IS STAGED HERE AND WRITTEN BY
003010** 8200-WRITE-FILE-LINE.
003020*****************************************************************
003030 01  WS-ROW-FILE PIC X(10) VALUE SPACES.
003040 01  WS-ROW-DD PIC X(10) VALUE SPACES.
003050 01  WS-ROW-UNIT PIC X(09) VALUE SPACES.
003060 01  WS-ROW-BEFORE PIC 9(9) VALUE 0.
003070 01  WS-ROW-BEFORE-SW PIC X(01) VALUE "N".
003080     88  WS-ROW-BEFORE-FOUND VALUE "Y".
003090 01  WS-ROW-AFTER PIC 9(9) VALUE 0.
003100 01  WS-ROW-AFTER-SW PIC X(01) VALUE "N".
003110     88  WS-ROW-AFTER-KNOWN VALUE "Y".
003120 01  WS-ROW-ACTION PIC X(50) VALUE SPACES.
003130
003140*****************************************************************
003150** WORK FIELDS
003160*****************************************************************
003170 01  WS-RUN-DATE PIC 9(8) VALUE 0.
003180 01  WS-RUN-TIME PIC 9(8) VALUE 0.
003190 01  WS-END-DATE PIC 9(8) VALUE 0.
003200 01  WS-END-TIME PIC 9(8) VALUE 0.
003210 01  WS-ERROR-COUNT PIC 9(3) VALUE 0.
003220 01  WS-EDIT-COUNT PIC Z(6)9.
003230 01  WS-EDIT-PRIME PIC Z(8)9.
003240 01  WS-EDIT-RUNS PIC ZZZZ9.
003250 01  WS-RESTORED-SW PIC X(01) VALUE "N".
003260     88  WS-RESTORED VALUE "Y".
003270 01  WS-DERIVED-FAIL-SW PIC X(01) VALUE "N".
003280     88  WS-DERIVED-FAILED VALUE "Y".
003290
003300 01  WS-CRD-FILE-STATUS PIC X(02) VALUE SPACES.
003310 01  WS-BKP-FILE-STATUS PIC X(02) VALUE SPACES.
003320 01  WS-MST-FILE-STATUS PIC X(02) VALUE SPACES.
003330 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
003340 01  WS-STA-FILE-STATUS PIC X(02) VALUE SPACES.
003350 01  WS-CKP-FILE-STATUS PIC X(02) VALUE SPACES.
003360 01  WS-IXS-FILE-STATUS PIC X(02) VALUE SPACES.
003370 01  WS-STI-FILE-STATUS PIC X(02) VALUE SPACES.
003380 01  WS-STP-FILE-STATUS PIC X(02) VALUE SPACES.
003390 01  WS-XTR-FILE-STATUS PIC X(02) VALUE SPACES.
003400 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
003410 01  WS-BKP-EOF-SW PIC X(01) VALUE "N".
003420     88  WS-BKP-EOF VALUE "Y".
003430 01  WS-MST-EOF-SW PIC X(01) VALUE "N".
003440     88  WS-MST-EOF VALUE "Y".
003450 01  WS-AUD-EOF-SW PIC X(01) VALUE "N".
003460     88  WS-AUD-EOF VALUE "Y".
003470 01  WS-CKP-EOF-SW PIC X(01) VALUE "N".
003480     88  WS-CKP-EOF VALUE "Y".
003490 01  WS-STP-EOF-SW PIC X(01) VALUE "N".
003500     88  WS-STP-EOF VALUE "Y".
003510 01  WS-XTR-EOF-SW PIC X(01) VALUE "N".
003520     88  WS-XTR-EOF VALUE "Y".
003530 01  WS-BKP-OPEN-SW PIC X(01) VALUE "N".
003540     88  WS-BKP-OPENED VALUE "Y".
003550 01  WS-MST-OPEN-SW PIC X(01) VALUE "N".
003560     88  WS-MST-OPENED VALUE "Y".
003570 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
003580     88  WS-RPT-OPENED VALUE "Y".
003590
003600 PROCEDURE DIVISION.
003610
003620*****************************************************************
003630** 0000-MAINLINE - NOTHING IS TOUCHED UNTIL THE CARD, THE
003640** GENERATION AND THE AUDIT TRAIL HAVE ALL BEEN PROVED.  A
003650** REJECTED BACK-OUT LEAVES EVERY FILE AS IT WAS.
003660*****************************************************************
003670 0000-MAINLINE.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003690     IF WS-ERROR-COUNT = 0
003700         PERFORM 2000-PROVE-GENERATION THRU 2000-EXIT
003710     END-IF
003720     IF WS-ERROR-COUNT = 0
003730         PERFORM 3000-FIND-RUNS THRU 3000-EXIT
003740     END-IF
003750     IF WS-ERROR-COUNT = 0
003760         PERFORM 4000-TAKE-BEFORE-COUNTS THRU 4000-EXIT
003770         PERFORM 5000-RESTORE-MASTER THRU 5000-EXIT
003780         PERFORM 6000-RESET-DERIVED-FILES THRU 6000-EXIT
003790         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
003800     END-IF
003810     PERFORM 9000-TERMINATE THRU 9000-EXIT
003820     STOP RUN.
003830
003840*****************************************************************
003850** 1000-INITIALIZE - READ AND EDIT THE BACK-OUT CARD.  AN OPERATOR
003860** AND A GENERATION ARE REQUIRED; THE RUN IS OPTIONAL, BUT A TIME
003870** WITH NO DATE, OR A DATE OR TIME THAT IS NOT NUMERIC, IS AN EDIT
003880** FAILURE.
003890*****************************************************************
003900 1000-INITIALIZE.
003910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003920     ACCEPT WS-RUN-TIME FROM TIME
003930     OPEN OUTPUT BACKOUT-REPORT-FILE
003940     IF WS-RPT-FILE-STATUS NOT = "00"
003950         DISPLAY "*** PRMBKO ABEND - BACKOUT-REPORT-FILE OPEN "
003960             "FAILED - STATUS = " WS-RPT-FILE-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF
004000     MOVE "Y" TO WS-RPT-OPEN-SW
004010     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
004020     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
004030     WRITE PRINT-RECORD AFTER ADVANCING PAGE
004040     MOVE SPACES TO PRINT-RECORD
004050     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
004060
004070     OPEN INPUT BACKOUT-CARD-FILE
004080     IF WS-CRD-FILE-STATUS NOT = "00"
004090         MOVE "BACK-OUT CARD NOT AVAILABLE" TO ERR-TEXT
004100         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004110         GO TO 1000-EXIT
004120     END-IF
004130     READ BACKOUT-CARD-FILE
004140         AT END
004150             MOVE SPACES TO BACKOUT-CARD
004160     END-READ
004170     CLOSE BACKOUT-CARD-FILE
004180
004190     MOVE "OPERATOR" TO ECH-LABEL
004200     MOVE BKO-OPERATOR TO ECH-VALUE
004210     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004220     MOVE "GENBKUP GENERATION" TO ECH-LABEL
004230     MOVE BKO-GENERATION TO ECH-VALUE
004240     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004250     MOVE "RUN NAMED ON CARD" TO ECH-LABEL
004260     IF BKO-RUN-DATE-X = SPACES AND BKO-RUN-TIME-X = SPACES
004270         MOVE "NONE - THE RUN AFTER THE GENERATION" TO ECH-VALUE
004280     ELSE
004290         STRING BKO-RUN-DATE-X " " BKO-RUN-TIME-X
004300             DELIMITED BY SIZE INTO ECH-VALUE
004310     END-IF
004320     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004330
004340     IF BKO-OPERATOR = SPACES
004350         MOVE "OPERATOR NOT GIVEN ON THE BACK-OUT CARD"
004360             TO ERR-TEXT
004370         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004380     END-IF
004390     IF BKO-GENERATION = SPACES
004400         MOVE "GENBKUP GENERATION NOT GIVEN ON THE BACK-OUT CARD"
004410             TO ERR-TEXT
004420         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004430     END-IF
004440     IF BKO-RUN-DATE-X NOT = SPACES
004450         IF BKO-RUN-DATE NUMERIC
004460             MOVE "Y" TO WS-RUN-GIVEN-SW
004470         ELSE
004480             MOVE "RUN DATE NOT NUMERIC (YYYYMMDD)" TO ERR-TEXT
004490             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004500         END-IF
004510     END-IF
004520     IF BKO-RUN-TIME-X NOT = SPACES
004530         IF BKO-RUN-DATE-X = SPACES
004540             MOVE "RUN TIME GIVEN WITHOUT A RUN DATE" TO ERR-TEXT
004550             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004560         ELSE
004570             IF BKO-RUN-TIME NUMERIC AND BKO-RUN-TIME < 2400
004580                 MOVE "Y" TO WS-TIME-GIVEN-SW
004590             ELSE
004600                 MOVE "RUN TIME NOT A VALID HHMM" TO ERR-TEXT
004610                 PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004620             END-IF
004630         END-IF
004640     END-IF.
004650
004660 1000-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700** 2000-PROVE-GENERATION - THE GENERATION MUST BE A WHOLE MASTER
004710** BEFORE IT IS ALLOWED ANYWHERE NEAR THE LIVE ONE: NOT EMPTY,
004720** SEQUENCE NUMBERS CONTIGUOUS FROM 1, VALUES STRICTLY INCREASING.
004730** ITS COUNT AND LAST PRIME ARE WHAT TIE IT TO A RUN ON THE AUDIT
004740** TRAIL IN 3000, AND ITS GAP STATISTICS ARE WHAT THE STATISTICS
004750** SUMMARY IS REWRITTEN FROM IN 6100.
004760*****************************************************************
004770 2000-PROVE-GENERATION.
004780     OPEN INPUT BACKUP-MASTER-FILE
004790     IF WS-BKP-FILE-STATUS NOT = "00"
004800         MOVE "GENBKUP GENERATION (PRMBKUP) NOT AVAILABLE"
004810             TO ERR-TEXT
004820         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004830         GO TO 2000-EXIT
004840     END-IF
004850     MOVE "Y" TO WS-BKP-OPEN-SW
004860
004870     PERFORM 2100-READ-BACKUP-RECORD THRU 2100-EXIT
004880     PERFORM UNTIL WS-BKP-EOF
004890         ADD 1 TO WS-BKP-COUNT
004900         IF WS-BKP-BAD-SEQ = 0
004910             IF BK-SEQUENCE-NUMBER NOT NUMERIC
004920                 OR BK-PRIME-VALUE NOT NUMERIC
004930                 OR BK-SEQUENCE-NUMBER NOT = WS-BKP-COUNT
004940                 OR (WS-BKP-COUNT > 1
004950                 AND BK-PRIME-VALUE NOT > WS-BKP-LAST-PRIME)
004960                 MOVE WS-BKP-COUNT TO WS-BKP-BAD-SEQ
004970             END-IF
004980         END-IF
004990         IF WS-BKP-BAD-SEQ = 0
005000             IF WS-BKP-COUNT > 1
005010                 COMPUTE WS-GAP =
005020                     BK-PRIME-VALUE - WS-BKP-LAST-PRIME
005030                 IF WS-GAP > WS-BKP-MAX-GAP
005040                     MOVE WS-GAP TO WS-BKP-MAX-GAP
005050                     MOVE BK-PRIME-VALUE TO WS-BKP-MAX-GAP-AT
005060                 END-IF
005070                 IF WS-GAP = 2
005080                     ADD 1 TO WS-BKP-TWIN-COUNT
005090                 END-IF
005100             END-IF
005110             MOVE BK-PRIME-VALUE TO WS-BKP-LAST-PRIME
005120         END-IF
005130         PERFORM 2100-READ-BACKUP-RECORD THRU 2100-EXIT
005140     END-PERFORM
005150     CLOSE BACKUP-MASTER-FILE
005160     MOVE "N" TO WS-BKP-OPEN-SW
005170
005180     MOVE WS-BKP-COUNT TO WS-EDIT-COUNT
005190     MOVE WS-BKP-LAST-PRIME TO WS-EDIT-PRIME
005200     MOVE "GENERATION HOLDS" TO ECH-LABEL
005210     STRING WS-EDIT-COUNT " PRIMES, LAST PRIME " WS-EDIT-PRIME
005220         DELIMITED BY SIZE INTO ECH-VALUE
005230     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
005240
005250     IF WS-BKP-COUNT = 0
005260         MOVE "GENBKUP GENERATION IS EMPTY" TO ERR-TEXT
005270         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005280         GO TO 2000-EXIT
005290     END-IF
005300     IF WS-BKP-BAD-SEQ > 0
005310         MOVE WS-BKP-BAD-SEQ TO WS-EDIT-COUNT
005320         STRING "GENBKUP GENERATION OUT OF SEQUENCE AT RECORD "
005330             WS-EDIT-COUNT DELIMITED BY SIZE INTO ERR-TEXT
005340         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005350     END-IF.
005360
005370 2000-EXIT.
005380     EXIT.
005390
005400*****************************************************************
005410** 2100-READ-BACKUP-RECORD
005420*****************************************************************
005430 2100-READ-BACKUP-RECORD.
005440     READ BACKUP-MASTER-FILE
005450         AT END
005460             MOVE "Y" TO WS-BKP-EOF-SW
005470     END-READ.
005480
005490 2100-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530** 2200-READ-MASTER-RECORD
005540*****************************************************************
005550 2200-READ-MASTER-RECORD.
005560     READ PRIME-MASTER-FILE
005570         AT END
005580             MOVE "Y" TO WS-MST-EOF-SW
005590     END-READ.
005600
005610 2200-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650** 3000-FIND-RUNS - WALK THE AUDIT TRAIL FOR THE RESTORED RUN AND
005660** THE REVERSED RUN.  PRMQUE'S PER-REQUEST ENTRIES AND ABENDED
005670** RUNS SHARE THE TRAIL AND ARE PASSED OVER.
005680**   RUN ON THE CARD - THE REVERSED RUN IS THE GOOD RUN STARTED AT
005690**     THAT DATE (AND HHMM, IF GIVEN); THE RESTORED RUN IS THE
005700**     GOOD RUN BEFORE IT, AND THE GENERATION MUST HOLD EXACTLY
005710**     WHAT THAT RUN LEFT - OTHERWISE THE WRONG GENERATION WAS
005720**     MOUNTED.
005730**   NO RUN ON THE CARD - THE RESTORED RUN IS THE LATEST GOOD RUN
005740**     WHOSE COUNT AND LAST PRIME THE GENERATION HOLDS; THE
005750**     REVERSED RUN IS THE GOOD RUN AFTER IT.  NONE AFTER IT MEANS
005760**     THE MASTER IS ALREADY THE GENERATION AND THERE IS NOTHING
005770**     TO BACK OUT.
005780** A BACK-OUT OF A BACK-OUT IS REFUSED - THERE IS NO GENERATION OF
005790** WHAT A BACK-OUT REPLACED.
005800*****************************************************************
005810 3000-FIND-RUNS.
005820     OPEN INPUT PRIMES-AUDIT-FILE
005830     IF WS-AUD-FILE-STATUS NOT = "00"
005840         MOVE "AUDIT TRAIL (PRMAUDIT) NOT AVAILABLE" TO ERR-TEXT
005850         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
005860         GO TO 3000-EXIT
005870     END-IF
005880     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
005890     PERFORM UNTIL WS-AUD-EOF
005900         ADD 1 TO WS-BEF-AUD
005910         IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
005920             IF WS-RUN-GIVEN
005930                 PERFORM 3200-MATCH-NAMED-RUN THRU 3200-EXIT
005940             ELSE
005950                 PERFORM 3300-MATCH-GENERATION THRU 3300-EXIT
005960             END-IF
005970             MOVE PRIMES-AUDIT-RECORD TO WS-PREV-AUDIT
005980             MOVE "Y" TO WS-PREV-FOUND-SW
005990         END-IF
006000         PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
006010     END-PERFORM
006020     CLOSE PRIMES-AUDIT-FILE
006030
006040     IF WS-RST-FOUND
006050         MOVE WS-RST-AUDIT TO PRIMES-AUDIT-RECORD
006060         MOVE AUD-TARGET-COUNT TO WS-RST-TARGET
006070         MOVE AUD-ACTUAL-COUNT TO WS-RST-COUNT
006080         MOVE AUD-LAST-PRIME TO WS-RST-LAST-PRIME
006090         MOVE "RESTORED TO RUN" TO ECH-LABEL
006100         PERFORM 3400-EDIT-RUN THRU 3400-EXIT
006110     END-IF
006120     IF WS-REV-FOUND
006130         MOVE WS-REV-AUDIT TO PRIMES-AUDIT-RECORD
006140         MOVE AUD-JOB-START-DATE TO WS-REV-DATE
006150         DIVIDE AUD-JOB-START-TIME BY 10000 GIVING WS-REV-HHMM
006160         MOVE "RUN BACKED OUT" TO ECH-LABEL
006170         PERFORM 3400-EDIT-RUN THRU 3400-EXIT
006180         MOVE WS-LATER-RUNS TO WS-EDIT-RUNS
006190         MOVE "LATER GOOD RUNS BACKED OUT" TO ECH-LABEL
006200         MOVE WS-EDIT-RUNS TO ECH-VALUE
006210         PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
006220     END-IF
006230
006240     EVALUATE TRUE
006250         WHEN WS-RUN-GIVEN AND NOT WS-REV-FOUND
006260             MOVE "RUN NAMED ON THE CARD NOT ON THE AUDIT TRAIL"
006270                 TO ERR-TEXT
006280             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006290         WHEN WS-RUN-GIVEN AND WS-MATCH-COUNT > 1
006300             MOVE "MORE THAN ONE GOOD RUN MATCHES - GIVE THE HHMM"
006310                 TO ERR-TEXT
006320             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006330         WHEN WS-RUN-GIVEN AND NOT WS-RST-FOUND
006340             MOVE "NOTHING TO RESTORE - NO GOOD RUN BEFORE IT"
006350                 TO ERR-TEXT
006360             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006370         WHEN WS-RUN-GIVEN
006380             AND (WS-RST-COUNT NOT = WS-BKP-COUNT
006390             OR WS-RST-LAST-PRIME NOT = WS-BKP-LAST-PRIME)
006400             MOVE "GENERATION IS NOT THE MASTER BEFORE THAT RUN"
006410                 TO ERR-TEXT
006420             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006430         WHEN NOT WS-RUN-GIVEN AND NOT WS-RST-FOUND
006440             MOVE "GENERATION MATCHES NO GOOD RUN ON THE TRAIL"
006450                 TO ERR-TEXT
006460             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006470         WHEN NOT WS-RUN-GIVEN AND NOT WS-REV-FOUND
006480             MOVE "NOTHING TO BACK OUT - NO GOOD RUN SINCE IT"
006490                 TO ERR-TEXT
006500             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006510         WHEN OTHER
006520             MOVE WS-REV-AUDIT TO PRIMES-AUDIT-RECORD
006530             IF AUD-STATUS-BACKOUT
006540                 MOVE "THE RUN TO BACK OUT IS ITSELF A BACK-OUT"
006550                     TO ERR-TEXT
006560                 PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
006570             END-IF
006580     END-EVALUATE.
006590
006600 3000-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640** 3100-READ-AUDIT-RECORD
006650*****************************************************************
006660 3100-READ-AUDIT-RECORD.
006670     READ PRIMES-AUDIT-FILE
006680         AT END
006690             MOVE "Y" TO WS-AUD-EOF-SW
006700     END-READ.
006710
006720 3100-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760** 3200-MATCH-NAMED-RUN - THE FIRST MATCH IS THE REVERSED RUN AND
006770** THE GOOD RUN SEEN JUST BEFORE IT IS THE RESTORED RUN.  A SECOND
006780** MATCH MAKES THE CARD AMBIGUOUS; GOOD RUNS AFTER THE FIRST MATCH
006790** ARE THE LATER RUNS BACKED OUT WITH IT.
006800*****************************************************************
006810 3200-MATCH-NAMED-RUN.
006820     DIVIDE AUD-JOB-START-TIME BY 10000 GIVING WS-AUD-HHMM
006830     IF AUD-JOB-START-DATE = BKO-RUN-DATE
006840         AND (NOT WS-TIME-GIVEN OR WS-AUD-HHMM = BKO-RUN-TIME)
006850         ADD 1 TO WS-MATCH-COUNT
006860         IF WS-MATCH-COUNT = 1
006870             MOVE "Y" TO WS-REV-FOUND-SW
006880             MOVE PRIMES-AUDIT-RECORD TO WS-REV-AUDIT
006890             IF WS-PREV-FOUND
006900                 MOVE "Y" TO WS-RST-FOUND-SW
006910                 MOVE WS-PREV-AUDIT TO WS-RST-AUDIT
006920             END-IF
006930             GO TO 3200-EXIT
006940         END-IF
006950     END-IF
006960     IF WS-REV-FOUND
006970         ADD 1 TO WS-LATER-RUNS
006980     END-IF.
006990
007000 3200-EXIT.
007010     EXIT.
007020
007030*****************************************************************
007040** 3300-MATCH-GENERATION - EVERY GOOD RUN THAT LEFT THE MASTER THE
007050** GENERATION HOLDS STARTS THE SEARCH AGAIN, SO THE RESTORED RUN
007060** IS THE LATEST OF THEM; THE FIRST GOOD RUN AFTER IT IS THE
007070** REVERSED RUN AND ANY AFTER THAT ARE THE LATER RUNS.
007080*****************************************************************
007090 3300-MATCH-GENERATION.
007100     IF AUD-ACTUAL-COUNT = WS-BKP-COUNT
007110         AND AUD-LAST-PRIME = WS-BKP-LAST-PRIME
007120         MOVE "Y" TO WS-RST-FOUND-SW
007130         MOVE PRIMES-AUDIT-RECORD TO WS-RST-AUDIT
007140         MOVE "N" TO WS-REV-FOUND-SW
007150         MOVE 0 TO WS-LATER-RUNS
007160         GO TO 3300-EXIT
007170     END-IF
007180     IF WS-RST-FOUND
007190         IF WS-REV-FOUND
007200             ADD 1 TO WS-LATER-RUNS
007210         ELSE
007220             MOVE "Y" TO WS-REV-FOUND-SW
007230             MOVE PRIMES-AUDIT-RECORD TO WS-REV-AUDIT
007240         END-IF
007250     END-IF.
007260
007270 3300-EXIT.
007280     EXIT.
007290
007300*****************************************************************
007310** 3400-EDIT-RUN - ONE ECHO LINE FOR THE RUN IN THE AUDIT RECORD
007320** AREA: WHEN IT STARTED, ITS STATUS, AND THE MASTER IT LEFT.
007330*****************************************************************
007340 3400-EDIT-RUN.
007350     MOVE AUD-JOB-START-DATE TO RCM-RUN-DATE
007360     DIVIDE AUD-JOB-START-TIME BY 10000 GIVING RCM-RUN-HHMM
007370     MOVE AUD-ACTUAL-COUNT TO WS-EDIT-COUNT
007380     MOVE AUD-LAST-PRIME TO WS-EDIT-PRIME
007390     STRING WS-RUN-COMMENT " " AUD-STATUS WS-EDIT-COUNT
007400         " PRIMES, LAST " WS-EDIT-PRIME
007410         DELIMITED BY SIZE INTO ECH-VALUE
007420     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
007430
007440 3400-EXIT.
007450     EXIT.
007460
007470*****************************************************************
007480** 4000-TAKE-BEFORE-COUNTS - COUNT EVERY FILE THE BACK-OUT WILL
007490** TOUCH, AS IT STANDS NOW.  A FILE THAT CANNOT BE OPENED IS SHOWN
007500** AS NOT FOUND; IT IS STILL REWRITTEN BELOW.  THE MASTER, THE
007510** STATISTICS SUMMARY, THE INDEX STAMP AND THE EXTRACT ARE COUNTED
007520** IN PRIMES; THE CHECKPOINT AND STEP-STATUS FILES IN RECORDS.
007530** THE AUDIT TRAIL WAS COUNTED IN 3000.
007540*****************************************************************
007550 4000-TAKE-BEFORE-COUNTS.
007560     OPEN INPUT PRIME-MASTER-FILE
007570     IF WS-MST-FILE-STATUS = "00"
007580         MOVE "Y" TO WS-BEF-MST-SW
007590         PERFORM 2200-READ-MASTER-RECORD THRU 2200-EXIT
007600         PERFORM UNTIL WS-MST-EOF
007610             ADD 1 TO WS-BEF-MST
007620             PERFORM 2200-READ-MASTER-RECORD THRU 2200-EXIT
007630         END-PERFORM
007640         CLOSE PRIME-MASTER-FILE
007650     END-IF
007660
007670     OPEN INPUT PRIME-STATS-FILE
007680     IF WS-STA-FILE-STATUS = "00"
007690         READ PRIME-STATS-FILE
007700             AT END
007710                 MOVE 0 TO SUM-TOTAL-PRIMES
007720         END-READ
007730         IF SUM-TOTAL-PRIMES NUMERIC
007740             MOVE "Y" TO WS-BEF-STA-SW
007750             MOVE SUM-TOTAL-PRIMES TO WS-BEF-STA
007760         END-IF
007770         CLOSE PRIME-STATS-FILE
007780     END-IF
007790
007800     OPEN INPUT PRIMES-CHECKPOINT-FILE
007810     IF WS-CKP-FILE-STATUS = "00"
007820         MOVE "Y" TO WS-BEF-CKP-SW
007830         PERFORM 4100-READ-CHECKPOINT-RECORD THRU 4100-EXIT
007840         PERFORM UNTIL WS-CKP-EOF
007850             ADD 1 TO WS-BEF-CKP
007860             PERFORM 4100-READ-CHECKPOINT-RECORD THRU 4100-EXIT
007870         END-PERFORM
007880         CLOSE PRIMES-CHECKPOINT-FILE
007890     END-IF
007900
007910     OPEN INPUT INDEX-STAMP-FILE
007920     IF WS-IXS-FILE-STATUS = "00"
007930         READ INDEX-STAMP-FILE
007940             AT END
007950                 MOVE 0 TO IXS-SOURCE-COUNT
007960         END-READ
007970         IF IXS-SOURCE-COUNT NUMERIC
007980             MOVE "Y" TO WS-BEF-IXS-SW
007990             MOVE IXS-SOURCE-COUNT TO WS-BEF-IXS
008000         END-IF
008010         CLOSE INDEX-STAMP-FILE
008020     END-IF
008030
008040     OPEN INPUT STEP-STATUS-IN-FILE
008050     IF WS-STI-FILE-STATUS = "00"
008060         MOVE "Y" TO WS-BEF-STP-SW
008070         PERFORM 4200-READ-STEP-STATUS THRU 4200-EXIT
008080         PERFORM UNTIL WS-STP-EOF
008090             ADD 1 TO WS-BEF-STP
008100             PERFORM 4200-READ-STEP-STATUS THRU 4200-EXIT
008110         END-PERFORM
008120         CLOSE STEP-STATUS-IN-FILE
008130         MOVE "N" TO WS-STP-EOF-SW
008140     END-IF
008150
008160     OPEN INPUT EXTRACT-INTERFACE-FILE
008170     IF WS-XTR-FILE-STATUS = "00"
008180         MOVE "Y" TO WS-BEF-XTR-SW
008190         PERFORM 4300-READ-EXTRACT-RECORD THRU 4300-EXIT
008200         PERFORM UNTIL WS-XTR-EOF
008210             IF XTD-TYPE-DETAIL
008220                 ADD 1 TO WS-BEF-XTR
008230             END-IF
008240             PERFORM 4300-READ-EXTRACT-RECORD THRU 4300-EXIT
008250         END-PERFORM
008260         CLOSE EXTRACT-INTERFACE-FILE
008270     END-IF.
008280
008290 4000-EXIT.
008300     EXIT.
008310
008320*****************************************************************
008330** 4100-READ-CHECKPOINT-RECORD
008340*****************************************************************
008350 4100-READ-CHECKPOINT-RECORD.
008360     READ PRIMES-CHECKPOINT-FILE
008370         AT END
008380             MOVE "Y" TO WS-CKP-EOF-SW
008390     END-READ.
008400
008410 4100-EXIT.
008420     EXIT.
008430
008440*****************************************************************
008450** 4200-READ-STEP-STATUS
008460*****************************************************************
008470 4200-READ-STEP-STATUS.
008480     READ STEP-STATUS-IN-FILE
008490         AT END
008500             MOVE "Y" TO WS-STP-EOF-SW
008510     END-READ.
008520
008530 4200-EXIT.
008540     EXIT.
008550
008560*****************************************************************
008570** 4300-READ-EXTRACT-RECORD
008580*****************************************************************
008590 4300-READ-EXTRACT-RECORD.
008600     READ EXTRACT-INTERFACE-FILE
008610         AT END
008620             MOVE "Y" TO WS-XTR-EOF-SW
008630     END-READ.
008640
008650 4300-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690** 5000-RESTORE-MASTER - COPY THE GENERATION OVER THE MASTER.  A
008700** FAILURE TO OPEN THE MASTER CHANGES NOTHING.  A FAILURE PART WAY
008710** THROUGH LEAVES A PARTIAL MASTER AND ABENDS - THE BACK-OUT IS
008720** SIMPLY RUN AGAIN FROM THE SAME CARD, SINCE NO AUDIT RECORD HAS
008730** YET BEEN WRITTEN AND THE GENERATION IS UNTOUCHED.
008740*****************************************************************
008750 5000-RESTORE-MASTER.
008760     OPEN INPUT BACKUP-MASTER-FILE
008770     IF WS-BKP-FILE-STATUS NOT = "00"
008780         DISPLAY "*** PRMBKO ABEND - BACKUP-MASTER-FILE OPEN "
008790             "FAILED - STATUS = " WS-BKP-FILE-STATUS
008800         PERFORM 9900-ABEND THRU 9900-EXIT
008810     END-IF
008820     MOVE "Y" TO WS-BKP-OPEN-SW
008830     OPEN OUTPUT PRIME-MASTER-FILE
008840     IF WS-MST-FILE-STATUS NOT = "00"
008850         DISPLAY "*** PRMBKO ABEND - PRIME-MASTER-FILE OPEN "
008860             "FAILED - STATUS = " WS-MST-FILE-STATUS
008870         PERFORM 9900-ABEND THRU 9900-EXIT
008880     END-IF
008890     MOVE "Y" TO WS-MST-OPEN-SW
008900
008910     MOVE "N" TO WS-BKP-EOF-SW
008920     PERFORM 2100-READ-BACKUP-RECORD THRU 2100-EXIT
008930     PERFORM UNTIL WS-BKP-EOF
008940         MOVE BACKUP-MASTER-RECORD TO PRIME-MASTER-RECORD
008950         WRITE PRIME-MASTER-RECORD
008960         IF WS-MST-FILE-STATUS NOT = "00"
008970             DISPLAY "*** PRMBKO ABEND - PRIME-MASTER-FILE WRITE "
008980                 "FAILED - STATUS = " WS-MST-FILE-STATUS
008990             DISPLAY "*** MASTER PARTLY RESTORED - RERUN THE "
009000                 "BACK-OUT FROM THE SAME CARD ***"
009010             PERFORM 9900-ABEND THRU 9900-EXIT
009020         END-IF
009030         ADD 1 TO WS-AFT-MST
009040         PERFORM 2100-READ-BACKUP-RECORD THRU 2100-EXIT
009050     END-PERFORM
009060     CLOSE BACKUP-MASTER-FILE
009070     MOVE "N" TO WS-BKP-OPEN-SW
009080     CLOSE PRIME-MASTER-FILE
009090     MOVE "N" TO WS-MST-OPEN-SW
009100     MOVE "Y" TO WS-RESTORED-SW.
009110
009120 5000-EXIT.
009130     EXIT.
009140
009150*****************************************************************
009160** 6000-RESET-DERIVED-FILES - BRING EVERY FILE DERIVED FROM THE
009170** MASTER INTO LINE WITH THE RESTORED GENERATION.  WHAT CAN BE
009180** REBUILT HERE FROM THE GENERATION'S OWN CONTROLS IS; WHAT NEEDS
009190** A PROGRAM OF ITS OWN IS INVALIDATED SO IT CANNOT BE MISTAKEN
009200** FOR CURRENT, AND THE JOB'S LATER STEPS REBUILD IT.  A FILE THAT
009210** CANNOT BE REWRITTEN DOES NOT STOP THE REST - THE MASTER IS
009220** ALREADY RESTORED - BUT ENDS THE RUN RETURN-CODE 8.
009230*****************************************************************
009240 6000-RESET-DERIVED-FILES.
009250     PERFORM 6100-REWRITE-STATS THRU 6100-EXIT
009260     PERFORM 6200-CLEAR-CHECKPOINT THRU 6200-EXIT
009270     PERFORM 6300-INVALIDATE-INDEX-STAMP THRU 6300-EXIT
009280     PERFORM 6400-REMOVE-STEP-MARKS THRU 6400-EXIT
009290     PERFORM 6500-EMPTY-EXTRACT THRU 6500-EXIT.
009300
009310 6000-EXIT.
009320     EXIT.
009330
009340*****************************************************************
009350** 6100-REWRITE-STATS - THE STATISTICS SUMMARY PRMRPT PRINTS OVER
009360** THE LISTING, REWRITTEN FROM THE GENERATION'S CONTROLS.
009370*****************************************************************
009380 6100-REWRITE-STATS.
009390     OPEN OUTPUT PRIME-STATS-FILE
009400     IF WS-STA-FILE-STATUS NOT = "00"
009410         STRING "NOT REWRITTEN - OPEN STATUS " WS-STA-FILE-STATUS
009420             DELIMITED BY SIZE INTO WS-STA-ACTION
009430         MOVE "Y" TO WS-DERIVED-FAIL-SW
009440         GO TO 6100-EXIT
009450     END-IF
009460     MOVE SPACES TO PRIME-SUMMARY-RECORD
009470     MOVE WS-BKP-COUNT TO SUM-TOTAL-PRIMES
009480     MOVE WS-BKP-LAST-PRIME TO SUM-LAST-PRIME
009490     MOVE WS-BKP-MAX-GAP TO SUM-MAX-GAP
009500     MOVE WS-BKP-MAX-GAP-AT TO SUM-MAX-GAP-PRIME
009510     MOVE WS-BKP-TWIN-COUNT TO SUM-TWIN-PRIME-COUNT
009520     WRITE PRIME-SUMMARY-RECORD
009530     CLOSE PRIME-STATS-FILE
009540     MOVE "REBUILT FROM THE RESTORED MASTER" TO WS-STA-ACTION.
009550
009560 6100-EXIT.
009570     EXIT.
009580
009590*****************************************************************
009600** 6200-CLEAR-CHECKPOINT - A CHECKPOINT LEFT BY THE REVERSED RUN
009610** WOULD RESTART THE NEXT GENERATION PART WAY THROUGH A MASTER
009620** THAT NO LONGER EXISTS.  CLEARED THE WAY PRIMES CLEARS IT AT A
009630** NORMAL END.
009640*****************************************************************
009650 6200-CLEAR-CHECKPOINT.
009660     OPEN OUTPUT PRIMES-CHECKPOINT-FILE
009670     IF WS-CKP-FILE-STATUS NOT = "00"
009680         STRING "NOT CLEARED - OPEN STATUS " WS-CKP-FILE-STATUS
009690             DELIMITED BY SIZE INTO WS-CKP-ACTION
009700         MOVE "Y" TO WS-DERIVED-FAIL-SW
009710         GO TO 6200-EXIT
009720     END-IF
009730     CLOSE PRIMES-CHECKPOINT-FILE
009740     MOVE "CLEARED" TO WS-CKP-ACTION.
009750
009760 6200-EXIT.
009770     EXIT.
009780
009790*****************************************************************
009800** 6300-INVALIDATE-INDEX-STAMP - THE INDEXES STILL HOLD THE
009810** REVERSED RUN'S MASTER.  THE STAMP IS REWRITTEN NAMING NO SOURCE
009820** RUN, SO PRMINQ FLAGS EVERY ANSWER STALE UNTIL PRMLOAD REBUILDS
009830** THE INDEXES AND RESTAMPS THEM.
009840*****************************************************************
009850 6300-INVALIDATE-INDEX-STAMP.
009860     OPEN OUTPUT INDEX-STAMP-FILE
009870     IF WS-IXS-FILE-STATUS NOT = "00"
009880         STRING "NOT INVALIDATED - OPEN STATUS "
009890             WS-IXS-FILE-STATUS
009900             DELIMITED BY SIZE INTO WS-IXS-ACTION
009910         MOVE "Y" TO WS-DERIVED-FAIL-SW
009920         GO TO 6300-EXIT
009930     END-IF
009940     MOVE SPACES TO INDEX-STAMP-RECORD
009950     MOVE WS-RUN-DATE TO IXS-BUILD-DATE
009960     MOVE WS-RUN-TIME TO IXS-BUILD-TIME
009970     MOVE 0 TO IXS-SOURCE-RUN-DATE
009980     MOVE 0 TO IXS-SOURCE-RUN-TIME
009990     MOVE 0 TO IXS-SOURCE-COUNT
010000     MOVE 0 TO IXS-SOURCE-LAST-PRIME
010010     WRITE INDEX-STAMP-RECORD
010020     CLOSE INDEX-STAMP-FILE
010030     MOVE "INVALIDATED - PRMLOAD REBUILDS THE INDEXES"
010040         TO WS-IXS-ACTION.
010050
010060 6300-EXIT.
010070     EXIT.
010080
010090*****************************************************************
010100** 6400-REMOVE-STEP-MARKS - PRMSTP ONLY HONOURS TODAY'S MARKS, SO
010110** TODAY'S ARE THE ONLY ONES THAT COULD MAKE A RESUBMITTED PRMJOB
010120** SKIP A STEP THE BACK-OUT HAS UNDONE.  EARLIER DAYS ARE KEPT FOR
010130** THE RECORD.  THE FILE IS READ FROM THE JOB'S COPY (PRMSTEPI),
010140** SO A MISSING COPY LEAVES PRMSTEP AS IT WAS.
010150*****************************************************************
010160 6400-REMOVE-STEP-MARKS.
010170     IF WS-BEF-STP-SW NOT = "Y"
010180         MOVE "NOT REWRITTEN - NO COPY ON PRMSTEPI"
010190             TO WS-STP-ACTION
010200         MOVE "Y" TO WS-DERIVED-FAIL-SW
010210         GO TO 6400-EXIT
010220     END-IF
010230     OPEN INPUT STEP-STATUS-IN-FILE
010240     IF WS-STI-FILE-STATUS NOT = "00"
010250         STRING "NOT REWRITTEN - OPEN STATUS " WS-STI-FILE-STATUS
010260             DELIMITED BY SIZE INTO WS-STP-ACTION
010270         MOVE "Y" TO WS-DERIVED-FAIL-SW
010280         GO TO 6400-EXIT
010290     END-IF
010300     OPEN OUTPUT STEP-STATUS-FILE
010310     IF WS-STP-FILE-STATUS NOT = "00"
010320         CLOSE STEP-STATUS-IN-FILE
010330         STRING "NOT REWRITTEN - OPEN STATUS " WS-STP-FILE-STATUS
010340             DELIMITED BY SIZE INTO WS-STP-ACTION
010350         MOVE "Y" TO WS-DERIVED-FAIL-SW
010360         GO TO 6400-EXIT
010370     END-IF
010380     PERFORM 4200-READ-STEP-STATUS THRU 4200-EXIT
010390     PERFORM UNTIL WS-STP-EOF
010400         IF SS-RUN-DATE NOT = WS-RUN-DATE
010410             MOVE STEP-STATUS-RECORD TO STEP-STATUS-OUT-RECORD
010420             WRITE STEP-STATUS-OUT-RECORD
010430             ADD 1 TO WS-AFT-STP
010440         END-IF
010450         PERFORM 4200-READ-STEP-STATUS THRU 4200-EXIT
010460     END-PERFORM
010470     CLOSE STEP-STATUS-IN-FILE
010480     CLOSE STEP-STATUS-FILE
010490     MOVE "TODAY'S STEP MARKS REMOVED" TO WS-STP-ACTION.
010500
010510 6400-EXIT.
010520     EXIT.
010530
010540*****************************************************************
010550** 6500-EMPTY-EXTRACT - THE EXTRACT STILL CARRIES THE REVERSED
010560** RUN'S PRIMES.  IT IS EMPTIED RATHER THAN LEFT FOR A RECEIVER TO
010570** PICK UP; PRMXTR WRITES A FULL REFRESH FROM THE RESTORED MASTER
010580** (AN EMPTY PRIOR EXTRACT IS NEVER A DELTA BASE).
010590*****************************************************************
010600 6500-EMPTY-EXTRACT.
010610     OPEN OUTPUT EXTRACT-INTERFACE-FILE
010620     IF WS-XTR-FILE-STATUS NOT = "00"
010630         STRING "NOT EMPTIED - OPEN STATUS " WS-XTR-FILE-STATUS
010640             DELIMITED BY SIZE INTO WS-XTR-ACTION
010650         MOVE "Y" TO WS-DERIVED-FAIL-SW
010660         GO TO 6500-EXIT
010670     END-IF
010680     CLOSE EXTRACT-INTERFACE-FILE
010690     MOVE "EMPTIED - PRMXTR REBUILDS IT" TO WS-XTR-ACTION.
010700
010710 6500-EXIT.
010720     EXIT.
010730
010740*****************************************************************
010750** 7000-WRITE-AUDIT-RECORD - THE BACKOUT RECORD.  ITS COUNTS ARE
010760** THE RESTORED MASTER'S AND ITS TARGET THE RESTORED RUN'S, SO
010770** PRMCHK, PRMLOAD, PRMINQ AND PRMXTR TAKE IT AS THE LATEST GOOD
010780** RUN EXACTLY AS THEY WOULD THE NORMAL RECORD IT REPLACES; THE
010790** RUN COMMENT NAMES THE RUN REVERSED.  THE MASTER IS ALREADY
010800** RESTORED, SO FAILING TO LOG IT ABENDS - THE AUDIT TRAIL WOULD
010810** OTHERWISE STILL NAME THE REVERSED RUN AS THE MASTER ON DISK.
010820*****************************************************************
010830 7000-WRITE-AUDIT-RECORD.
010840     OPEN EXTEND PRIMES-AUDIT-FILE
010850     IF WS-AUD-FILE-STATUS NOT = "00"
010860         DISPLAY "*** PRMBKO ABEND - PRIMES-AUDIT-FILE OPEN "
010870             "FAILED - STATUS = " WS-AUD-FILE-STATUS
010880         DISPLAY "*** MASTER RESTORED BUT NO BACKOUT RECORD "
010890             "WRITTEN - RERUN THE BACK-OUT FROM THE SAME CARD ***"
010900         PERFORM 9900-ABEND THRU 9900-EXIT
010910     END-IF
010920     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
010930     ACCEPT WS-END-TIME FROM TIME
010940     MOVE SPACES TO PRIMES-AUDIT-RECORD
010950     MOVE WS-RUN-DATE TO AUD-JOB-START-DATE
010960     MOVE WS-RUN-TIME TO AUD-JOB-START-TIME
010970     MOVE WS-END-DATE TO AUD-JOB-END-DATE
010980     MOVE WS-END-TIME TO AUD-JOB-END-TIME
010990     MOVE WS-RST-TARGET TO AUD-TARGET-COUNT
011000     MOVE WS-BKP-COUNT TO AUD-ACTUAL-COUNT
011010     MOVE WS-BKP-LAST-PRIME TO AUD-LAST-PRIME
011020     MOVE "BACKOUT " TO AUD-STATUS
011030     MOVE WS-REV-DATE TO RCM-RUN-DATE
011040     MOVE WS-REV-HHMM TO RCM-RUN-HHMM
011050     MOVE WS-RUN-COMMENT TO AUD-RUN-COMMENT
011060     WRITE PRIMES-AUDIT-RECORD
011070     CLOSE PRIMES-AUDIT-FILE
011080     MOVE "BACKOUT RECORD APPENDED" TO WS-AUD-ACTION.
011090
011100 7000-EXIT.
011110     EXIT.
011120
011130*****************************************************************
011140** 8000-WRITE-ERROR-LINE
011150*****************************************************************
011160 8000-WRITE-ERROR-LINE.
011170     ADD 1 TO WS-ERROR-COUNT
011180     MOVE WS-ERROR-LINE TO PRINT-RECORD
011190     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
011200     MOVE SPACES TO ERR-TEXT.
011210
011220 8000-EXIT.
011230     EXIT.
011240
011250*****************************************************************
011260** 8100-WRITE-ECHO-LINE
011270*****************************************************************
011280 8100-WRITE-ECHO-LINE.
011290     MOVE WS-ECHO-LINE TO PRINT-RECORD
011300     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
011310     MOVE SPACES TO ECH-LABEL
011320     MOVE SPACES TO ECH-VALUE.
011330
011340 8100-EXIT.
011350     EXIT.
011360
011370*****************************************************************
011380** 8200-WRITE-FILE-LINE - ONE LINE OF THE FILE TABLE FROM THE
011390** STAGED WS-ROW- FIELDS.  A BEFORE COUNT NOT TAKEN PRINTS AS NOT
011400** FOUND; AN AFTER COUNT NOT KNOWN (THE FILE COULD NOT BE
011410** REWRITTEN) PRINTS BLANK.
011420*****************************************************************
011430 8200-WRITE-FILE-LINE.
011440     MOVE WS-ROW-FILE TO FIL-FILE
011450     MOVE WS-ROW-DD TO FIL-DD
011460     MOVE WS-ROW-UNIT TO FIL-UNIT
011470     IF WS-ROW-BEFORE-FOUND
011480         MOVE WS-ROW-BEFORE TO FIL-BEFORE
011490     ELSE
011500         MOVE "  NOT FOUND" TO FIL-BEFORE-X
011510     END-IF
011520     IF WS-ROW-AFTER-KNOWN
011530         MOVE WS-ROW-AFTER TO FIL-AFTER
011540     ELSE
011550         MOVE SPACES TO FIL-AFTER-X
011560     END-IF
011570     MOVE WS-ROW-ACTION TO FIL-ACTION
011580     MOVE WS-FILE-LINE TO PRINT-RECORD
011590     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
011600
011610 8200-EXIT.
011620     EXIT.
011630
011640*****************************************************************
011650** 8300-SET-AFTER-SW - AN ACTION THAT STARTS "NOT " FAILED, AND
011660** THE FILE'S AFTER COUNT IS UNKNOWN.
011670*****************************************************************
011680 8300-SET-AFTER-SW.
011690     IF WS-ROW-ACTION (1:4) = "NOT "
011700         MOVE "N" TO WS-ROW-AFTER-SW
011710     ELSE
011720         MOVE "Y" TO WS-ROW-AFTER-SW
011730     END-IF.
011740
011750 8300-EXIT.
011760     EXIT.
011770
011780*****************************************************************
011790** 9000-TERMINATE - PRINT THE FILE TABLE (WHEN THE BACK-OUT WENT
011800** AHEAD) AND THE RESULT.  RETURN-CODE 16 WHEN THE BACK-OUT WAS
011810** REJECTED AND NOTHING CHANGED; 8 WHEN THE MASTER WAS RESTORED
011820** BUT A DERIVED FILE COULD NOT BE REWRITTEN; 4 WHEN LATER GOOD
011830** RUNS WERE BACKED OUT ALONG WITH THE ONE NAMED.
011840*****************************************************************
011850 9000-TERMINATE.
011860     IF WS-RESTORED
011870         MOVE SPACES TO PRINT-RECORD
011880         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
011890         MOVE WS-HEADING-LINE-2 TO PRINT-RECORD
011900         WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
011910         MOVE SPACES TO PRINT-RECORD
011920         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
011930         PERFORM 9100-WRITE-FILE-TABLE THRU 9100-EXIT
011940     END-IF
011950
011960     MOVE SPACES TO PRINT-RECORD
011970     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
011980     EVALUATE TRUE
011990         WHEN WS-ERROR-COUNT > 0
012000             MOVE "BACK-OUT REJECTED - NO FILE CHANGED"
012010                 TO RES-TEXT
012020             MOVE 16 TO RETURN-CODE
012030         WHEN WS-DERIVED-FAILED
012040             MOVE "MASTER RESTORED - SEE FILES NOT REWRITTEN"
012050                 TO RES-TEXT
012060             MOVE 8 TO RETURN-CODE
012070         WHEN WS-LATER-RUNS > 0
012080             MOVE "MASTER RESTORED - LATER RUNS ALSO BACKED OUT"
012090                 TO RES-TEXT
012100             MOVE 4 TO RETURN-CODE
012110         WHEN OTHER
012120             MOVE "MASTER RESTORED" TO RES-TEXT
012130     END-EVALUATE
012140     MOVE WS-RESULT-LINE TO PRINT-RECORD
012150     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
012160     CLOSE BACKOUT-REPORT-FILE
012170     MOVE "N" TO WS-RPT-OPEN-SW.
012180
012190 9000-EXIT.
012200     EXIT.
012210
012220*****************************************************************
012230** 9100-WRITE-FILE-TABLE - ONE LINE PER FILE THE BACK-OUT TOUCHED.
012240*****************************************************************
012250 9100-WRITE-FILE-TABLE.
012260     MOVE "MASTER" TO WS-ROW-FILE
012270     MOVE "PRMMST" TO WS-ROW-DD
012280     MOVE "PRIMES" TO WS-ROW-UNIT
012290     MOVE WS-BEF-MST-SW TO WS-ROW-BEFORE-SW
012300     MOVE WS-BEF-MST TO WS-ROW-BEFORE
012310     MOVE WS-AFT-MST TO WS-ROW-AFTER
012320     MOVE "RESTORED FROM GENBKUP" TO WS-ROW-ACTION
012330     PERFORM 8300-SET-AFTER-SW THRU 8300-EXIT
012340     PERFORM 8200-WRITE-FILE-LINE THRU 8200-EXIT
012350
012360     MOVE "STATS" TO WS-ROW-FILE
012370     MOVE "PRMSTAT" TO WS-ROW-DD
012380     MOVE "PRIMES" TO WS-ROW-UNIT
012390     MOVE WS-BEF-STA-SW TO WS-ROW-BEFORE-SW
012400     MOVE WS-BEF-STA TO WS-ROW-BEFORE
012410     MOVE WS-BKP-COUNT TO WS-ROW-AFTER
012420     MOVE WS-STA-ACTION TO WS-ROW-ACTION
012430     PERFORM 8300-SET-AFTER-SW THRU 8300-EXIT
012440     PERFORM 8200-WRITE-FILE-LINE THRU 8200-EXIT
012450
012460     MOVE "CHECKPOINT" TO WS-ROW-FILE
012470     MOVE "PRMCKPT" TO WS-ROW-DD
012480     MOVE "RECORDS" TO WS-ROW-UNIT
012490     MOVE WS-BEF-CKP-SW TO WS-ROW-BEFORE-SW
012500     MOVE WS-BEF-CKP TO WS-ROW-BEFORE
012510     MOVE 0 TO WS-ROW-AFTER
012520     MOVE WS-CKP-ACTION TO WS-ROW-ACTION
012530     PERFORM 8300-SET-AFTER-SW THRU 8300-EXIT
012540     PERFORM 8200-WRITE-FILE-LINE THRU 8200-EXIT
012550
012560     MOVE "IDXSTAMP" TO WS-ROW-FILE
012570     MOVE "PRMIDXS" TO WS-ROW-DD
012580     MOVE "PRIMES" TO WS-ROW-UNIT
012590     MOVE WS-BEF-IXS-SW TO WS-ROW-BEFORE-SW
012600     MOVE WS-BEF-IXS TO WS-ROW-BEFORE
012610     MOVE 0 TO WS-ROW-AFTER
012620     MOVE WS-IXS-ACTION TO WS-ROW-ACTION
012630     PERFORM 8300-SET-AFTER-SW THRU 8300-EXIT
012640     PERFORM 8200-WRITE-FILE-LINE THRU 8200-EXIT
012650
012660     MOVE "STEPSTAT" TO WS-ROW-FILE
012670     MOVE "PRMSTEP" TO WS-ROW-DD
012680     MOVE "RECORDS" TO WS-ROW-UNIT
012690     MOVE WS-BEF-STP-SW TO WS-ROW-BEFORE-SW
012700     MOVE WS-BEF-STP TO WS-ROW-BEFORE
012710     MOVE WS-AFT-STP TO WS-ROW-AFTER
012720     MOVE WS-STP-ACTION TO WS-ROW-ACTION
012730     PERFORM 8300-SET-AFTER-SW THRU 8300-EXIT
012740     PERFORM 8200-WRITE-FILE-LINE THRU 8200-EXIT
012750
012760     MOVE "EXTRACT" TO WS-ROW-FILE
012770     MOVE "PRMXTRO" TO WS-ROW-DD
012780     MOVE "PRIMES" TO WS-ROW-UNIT
012790     MOVE WS-BEF-XTR-SW TO WS-ROW-BEFORE-SW
012800     MOVE WS-BEF-XTR TO WS-ROW-BEFORE
012810     MOVE 0 TO WS-ROW-AFTER
012820     MOVE WS-XTR-ACTION TO WS-ROW-ACTION
012830     PERFORM 8300-SET-AFTER-SW THRU 8300-EXIT
012840     PERFORM 8200-WRITE-FILE-LINE THRU 8200-EXIT
012850
012860     MOVE "AUDIT" TO WS-ROW-FILE
012870     MOVE "PRMAUDIT" TO WS-ROW-DD
012880     MOVE "RECORDS" TO WS-ROW-UNIT
012890     MOVE "Y" TO WS-ROW-BEFORE-SW
012900     MOVE WS-BEF-AUD TO WS-ROW-BEFORE
012910     COMPUTE WS-ROW-AFTER = WS-BEF-AUD + 1
012920     MOVE WS-AUD-ACTION TO WS-ROW-ACTION
012930     PERFORM 8300-SET-AFTER-SW THRU 8300-EXIT
012940     PERFORM 8200-WRITE-FILE-LINE THRU 8200-EXIT.
012950
012960 9100-EXIT.
012970     EXIT.
012980
012990*****************************************************************
013000** 9900-ABEND - CLOSE WHAT IS OPEN AND END RETURN-CODE 16.
013010*****************************************************************
013020 9900-ABEND.
013030     IF WS-BKP-OPENED
013040         CLOSE BACKUP-MASTER-FILE
013050     END-IF
013060     IF WS-MST-OPENED
013070         CLOSE PRIME-MASTER-FILE
013080     END-IF
013090     IF WS-RPT-OPENED
013100         MOVE SPACES TO PRINT-RECORD
013110         WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
013120         MOVE "BACK-OUT ABENDED - SEE THE JOB LOG" TO RES-TEXT
013130         MOVE WS-RESULT-LINE TO PRINT-RECORD
013140         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
013150         CLOSE BACKOUT-REPORT-FILE
013160     END-IF
013170     MOVE 16 TO RETURN-CODE
013180     STOP RUN.
013190
013200 9900-EXIT.
013210     EXIT.
