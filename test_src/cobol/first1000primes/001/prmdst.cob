000010***************************************************************
000020** PROGRAM-ID : PRMDST
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  PRIME-DISTRIBUTION TABLE FOR
000100**                  THE ACTUARIAL AREA, WHO HAD BEEN BUILDING
000110**                  THEIR OWN DENSITY TABLES FROM THE EXTRACT.
000120**                  READS THE MASTER AND, FOR EACH VALUE BUCKET
000130**                  NAMED ON THE PRMDSTC CARD (A FIXED WIDTH OR
000140**                  EACH POWER OF TEN), GIVES THE PRIMES IN THE
000150**                  BUCKET, PI(X) AT THE BUCKET END, THE X / LN X
000160**                  AND LOGARITHMIC-INTEGRAL ESTIMATES, AND THE
000170**                  DIFFERENCE AND RATIO BETWEEN ACTUAL AND
000180**                  ESTIMATED.  WRITES A PRINTED TABLE, A PAGE PER
000190**                  DECADE OF VALUES, AND AN INTERFACE FILE
000200**                  (PRMDSTF, HEADER/TRAILER LIKE THE PRMXTR
000210**                  EXTRACT) WHOSE HEADER NAMES THE MASTER RUN THE
000220**                  TABLE CAME FROM.
000230***************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PRMDST.
000260 AUTHOR. D. OKONKWO.
000270 INSTALLATION. DATA CENTER SERVICES.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DIST-CONTROL-FILE ASSIGN TO "PRMDSTC"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-CRD-FILE-STATUS.
000410
000420     SELECT PRIME-MASTER-FILE ASSIGN TO "PRMMST"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-MST-FILE-STATUS.
000450
000460     SELECT PRIMES-AUDIT-FILE ASSIGN TO "PRMAUDIT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUD-FILE-STATUS.
000490
000500     SELECT DIST-INTERFACE-FILE ASSIGN TO "PRMDSTO"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-DST-FILE-STATUS.
000530
000540     SELECT DIST-REPORT-FILE ASSIGN TO "PRMDSTR"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RPT-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600
000610 FD  DIST-CONTROL-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  CARD-IN-RECORD PIC X(80).
000650
000660 FD  PRIME-MASTER-FILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 80 CHARACTERS.
000690 COPY PRMMST.
000700
000710 FD  PRIMES-AUDIT-FILE
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 80 CHARACTERS.
000740 COPY PRMAUD.
000750
000760 FD  DIST-INTERFACE-FILE
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY PRMDSTF.
000800
000810 FD  DIST-REPORT-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 132 CHARACTERS
000840     LINAGE IS 55 LINES
000850         WITH FOOTING AT 52.
000860 01  PRINT-RECORD PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890
000900 COPY PRMDSTC.
000910
000920*****************************************************************
000930** REPORT LINE LAYOUTS
000940*****************************************************************
000950 01  WS-HEADING-LINE-1.
000960     05  FILLER PIC X(01) VALUE SPACES.
000970     05  FILLER PIC X(30) VALUE
000980         "PRIME DISTRIBUTION TABLE".
000990     05  FILLER PIC X(20) VALUE SPACES.
001000     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001010     05  HDG1-RUN-DATE PIC 9999/99/99.
001020     05  FILLER PIC X(05) VALUE SPACES.
001030     05  FILLER PIC X(06) VALUE "PAGE: ".
001040     05  HDG1-PAGE PIC ZZZ9.
001050     05  FILLER PIC X(45) VALUE SPACES.
001060
001070 01  WS-HEADING-LINE-2.
001080     05  FILLER PIC X(01) VALUE SPACES.
001090     05  FILLER PIC X(13) VALUE "SOURCE RUN : ".
001100     05  HDG2-SOURCE-DATE PIC 9999/99/99.
001110     05  FILLER PIC X(01) VALUE SPACES.
001120     05  HDG2-SOURCE-TIME PIC 99B99B99.
001130     05  FILLER PIC X(01) VALUE SPACES.
001140     05  HDG2-SOURCE-STATUS PIC X(08).
001150     05  FILLER PIC X(04) VALUE SPACES.
001160     05  FILLER PIC X(10) VALUE "BUCKETS : ".
001170     05  HDG2-BUCKET-TEXT PIC X(30).
001180     05  FILLER PIC X(46) VALUE SPACES.
001190
001200 01  WS-COLUMN-LINE-1.
001210     05  FILLER PIC X(52) VALUE SPACES.
001220     05  FILLER PIC X(31) VALUE
001230         "-------- X / LN X ESTIMATE ----".
001240     05  FILLER PIC X(02) VALUE SPACES.
001250     05  FILLER PIC X(31) VALUE
001260         "-- LOGARITHMIC INTEGRAL LI(X) -".
001270     05  FILLER PIC X(16) VALUE SPACES.
001280
001290 01  WS-COLUMN-LINE-2.
001300     05  FILLER PIC X(01) VALUE SPACES.
001310     05  FILLER PIC X(13) VALUE " BUCKET START".
001320     05  FILLER PIC X(02) VALUE SPACES.
001330     05  FILLER PIC X(13) VALUE "   BUCKET END".
001340     05  FILLER PIC X(02) VALUE SPACES.
001350     05  FILLER PIC X(09) VALUE "IN BUCKET".
001360     05  FILLER PIC X(02) VALUE SPACES.
001370     05  FILLER PIC X(09) VALUE "    PI(X)".
001380     05  FILLER PIC X(02) VALUE SPACES.
001390     05  FILLER PIC X(10) VALUE "  ESTIMATE".
001400     05  FILLER PIC X(02) VALUE SPACES.
001410     05  FILLER PIC X(11) VALUE " DIFFERENCE".
001420     05  FILLER PIC X(01) VALUE SPACES.
001430     05  FILLER PIC X(07) VALUE "  RATIO".
001440     05  FILLER PIC X(02) VALUE SPACES.
001450     05  FILLER PIC X(10) VALUE "  ESTIMATE".
001460     05  FILLER PIC X(02) VALUE SPACES.
001470     05  FILLER PIC X(11) VALUE " DIFFERENCE".
001480     05  FILLER PIC X(01) VALUE SPACES.
001490     05  FILLER PIC X(07) VALUE "  RATIO".
001500     05  FILLER PIC X(15) VALUE SPACES.
001510
001520 01  WS-DECADE-LINE.
001530     05  FILLER PIC X(01) VALUE SPACES.
001540     05  FILLER PIC X(15) VALUE "BUCKETS ENDING ".
001550     05  DCD-LOW PIC Z,ZZZ,ZZZ,ZZ9.
001560     05  FILLER PIC X(04) VALUE " TO ".
001570     05  DCD-HIGH PIC ZZ,ZZZ,ZZZ,ZZ9.
001580     05  FILLER PIC X(01) VALUE SPACES.
001590     05  DCD-CONTINUED PIC X(11) VALUE SPACES.
001600     05  FILLER PIC X(73) VALUE SPACES.
001610
001620 01  WS-DETAIL-LINE.
001630     05  FILLER PIC X(01) VALUE SPACES.
001640     05  DTL-BUCKET-START PIC Z,ZZZ,ZZZ,ZZ9.
001650     05  FILLER PIC X(02) VALUE SPACES.
001660     05  DTL-BUCKET-END PIC Z,ZZZ,ZZZ,ZZ9.
001670     05  FILLER PIC X(02) VALUE SPACES.
001680     05  DTL-BUCKET-COUNT PIC Z,ZZZ,ZZ9.
001690     05  FILLER PIC X(02) VALUE SPACES.
001700     05  DTL-CUMULATIVE-COUNT PIC Z,ZZZ,ZZ9.
001710     05  FILLER PIC X(02) VALUE SPACES.
001720     05  DTL-XLNX-ESTIMATE PIC ZZ,ZZZ,ZZ9.
001730     05  FILLER PIC X(02) VALUE SPACES.
001740     05  DTL-XLNX-DIFFERENCE PIC ---,---,--9.
001750     05  FILLER PIC X(01) VALUE SPACES.
001760     05  DTL-XLNX-RATIO PIC 9.99999.
001770     05  FILLER PIC X(02) VALUE SPACES.
001780     05  DTL-LI-ESTIMATE PIC ZZ,ZZZ,ZZ9.
001790     05  FILLER PIC X(02) VALUE SPACES.
001800     05  DTL-LI-DIFFERENCE PIC ---,---,--9.
001810     05  FILLER PIC X(01) VALUE SPACES.
001820     05  DTL-LI-RATIO PIC 9.99999.
001830     05  FILLER PIC X(02) VALUE SPACES.
001840     05  DTL-NOTE PIC X(07).
001850     05  FILLER PIC X(06) VALUE SPACES.
001860
001870 01  WS-DECADE-TOTAL-LINE.
001880     05  FILLER PIC X(01) VALUE SPACES.
001890     05  FILLER PIC X(30) VALUE "PRIMES IN THESE BUCKETS :".
001900     05  DTT-DECADE-COUNT PIC Z,ZZZ,ZZ9.
001910     05  FILLER PIC X(92) VALUE SPACES.
001920
001930 01  WS-ECHO-LINE.
001940     05  FILLER PIC X(01) VALUE SPACES.
001950     05  ECH-LABEL PIC X(30) VALUE SPACES.
001960     05  ECH-VALUE PIC X(60) VALUE SPACES.
001970     05  FILLER PIC X(41) VALUE SPACES.
001980
001990 01  WS-ERROR-LINE.
002000     05  FILLER PIC X(01) VALUE SPACES.
002010     05  FILLER PIC X(10) VALUE "*** ERROR ".
002020     05  ERR-TEXT PIC X(70) VALUE SPACES.
002030     05  FILLER PIC X(51) VALUE SPACES.
002040
002050 01  WS-WARNING-LINE.
002060     05  FILLER PIC X(01) VALUE SPACES.
002070     05  FILLER PIC X(12) VALUE "*** WARNING ".
002080     05  WRN-TEXT PIC X(70) VALUE SPACES.
002090     05  FILLER PIC X(49) VALUE SPACES.
002100
002110 01  WS-RESULT-LINE.
002120     05  FILLER PIC X(01) VALUE SPACES.
002130     05  FILLER PIC X(30) VALUE "DISTRIBUTION RESULT :".
002140     05  RES-TEXT PIC X(60) VALUE SPACES.
002150     05  FILLER PIC X(41) VALUE SPACES.
002160
002170*****************************************************************
002180** BUCKET AND DECADE CONTROL.  A BUCKET RUNS FROM WS-BUCKET-START
002190** TO WS-BUCKET-END INCLUSIVE.  THE DECADE OF A BUCKET IS THE
002200** POWER OF TEN ITS END FALLS UNDER: WS-DECADE-LOW < END NOT >
002210** WS-DECADE-HIGH.
002220*****************************************************************
002230 01  WS-BUCKET-START PIC 9(10) VALUE 0.
002240 01  WS-BUCKET-END PIC 9(10) VALUE 0.
002250 01  WS-BUCKET-COUNT PIC 9(07) VALUE 0.
002260 01  WS-CUM-COUNT PIC 9(07) VALUE 0.
002270 01  WS-DECADE-LOW PIC 9(11) VALUE 0.
002280 01  WS-DECADE-HIGH PIC 9(11) VALUE 1.
002290 01  WS-DECADE-COUNT PIC 9(07) VALUE 0.
002300 01  WS-DECADE-BUCKETS PIC 9(09) VALUE 0.
002310 01  WS-LAST-VALUE PIC 9(09) VALUE 0.
002320 01  WS-HASH-TOTAL PIC 9(15) VALUE 0.
002330 01  WS-DETAIL-COUNT PIC 9(09) VALUE 0.
002340 01  WS-PAGE-NUMBER PIC 9(04) VALUE 0.
002350
002360*****************************************************************
002370** ESTIMATES OF PI(X).  NO ORDINARY VERB TAKES A LOGARITHM, SO
002380** LN X IS FUNCTION LOG AS IN PRMPRT.  THE LOGARITHMIC INTEGRAL
002390** IS THE CLASSICAL ALL-POSITIVE SERIES
002400**     LI(X) = GAMMA + LN LN X + SUM (LN X) ** N / (N * N!)
002410** SUMMED TERM BY TERM (EACH TERM IS THE LAST TIMES LN X / N)
002420** UNTIL THE TERMS FALL AWAY, THEN LESS LI(2) FOR THE OFFSET
002430** INTEGRAL FROM 2.  BELOW 10 ** 9 LN X IS UNDER 21, SO THE TERMS
002440** PEAK NEAR 10 ** 8 AND THE SERIES IS DONE WELL INSIDE 100 TERMS.
002450*****************************************************************
002460 01  WS-EULER-GAMMA PIC 9V9(10) VALUE 0.5772156649.
002470 01  WS-LI-OF-2 PIC 9V9(10) VALUE 1.0451637801.
002480 01  WS-X-VALUE PIC 9(10) VALUE 0.
002490 01  WS-LN-X PIC 9(3)V9(9) COMP-3 VALUE 0.
002500 01  WS-LN-LN-X PIC S9(3)V9(9) COMP-3 VALUE 0.
002510 01  WS-LI-SUM PIC S9(11)V9(9) COMP-3 VALUE 0.
002520 01  WS-LI-TERM PIC 9(12)V9(10) COMP-3 VALUE 0.
002530 01  WS-LI-N PIC 9(4) COMP VALUE 0.
002540 01  WS-XLNX-EST PIC 9(08) VALUE 0.
002550 01  WS-LI-EST PIC 9(08) VALUE 0.
002560 01  WS-XLNX-DIFF PIC S9(08) VALUE 0.
002570 01  WS-LI-DIFF PIC S9(08) VALUE 0.
002580 01  WS-XLNX-RATIO PIC 9V9(5) VALUE 0.
002590 01  WS-LI-RATIO PIC 9V9(5) VALUE 0.
002600
002610*****************************************************************
002620** WORK FIELDS
002630*****************************************************************
002640 01  WS-RUN-DATE PIC 9(8) VALUE 0.
002650 01  WS-RUN-TIME PIC 9(8) VALUE 0.
002660 01  WS-ERROR-COUNT PIC 9(4) VALUE 0.
002670 01  WS-WARNING-COUNT PIC 9(4) VALUE 0.
002680 01  WS-SAVE-AUDIT PIC X(80) VALUE SPACES.
002690 01  WS-SOURCE-TIME PIC 9(06) VALUE 0.
002700 01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
002710 01  WS-EDIT-VALUE PIC ZZZ,ZZZ,ZZ9.
002720 01  WS-EDIT-HASH PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002730 01  WS-AUD-FOUND-SW PIC X(01) VALUE "N".
002740     88  WS-AUD-FOUND VALUE "Y".
002750 01  WS-CARD-FOUND-SW PIC X(01) VALUE "N".
002760     88  WS-CARD-FOUND VALUE "Y".
002770 01  WS-TABLE-STARTED-SW PIC X(01) VALUE "N".
002780     88  WS-TABLE-STARTED VALUE "Y".
002790 01  WS-LIMIT-REACHED-SW PIC X(01) VALUE "N".
002800     88  WS-LIMIT-REACHED VALUE "Y".
002810 01  WS-PARTIAL-SW PIC X(01) VALUE "N".
002820     88  WS-PARTIAL-BUCKET VALUE "Y".
002830 01  WS-CRD-EOF-SW PIC X(01) VALUE "N".
002840     88  WS-CRD-EOF VALUE "Y".
002850 01  WS-MST-EOF-SW PIC X(01) VALUE "N".
002860     88  WS-MST-EOF VALUE "Y".
002870 01  WS-AUD-EOF-SW PIC X(01) VALUE "N".
002880     88  WS-AUD-EOF VALUE "Y".
002890 01  WS-CRD-FILE-STATUS PIC X(02) VALUE SPACES.
002900 01  WS-MST-FILE-STATUS PIC X(02) VALUE SPACES.
002910 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
002920 01  WS-DST-FILE-STATUS PIC X(02) VALUE SPACES.
002930 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
002940 01  WS-MST-OPEN-SW PIC X(01) VALUE "N".
002950     88  WS-MST-OPENED VALUE "Y".
002960 01  WS-DST-OPEN-SW PIC X(01) VALUE "N".
002970     88  WS-DST-OPENED VALUE "Y".
002980 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
002990     88  WS-RPT-OPENED VALUE "Y".
003000
003010 PROCEDURE DIVISION.
003020
003030*****************************************************************
003040** 0000-MAINLINE
003050*****************************************************************
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003080     IF WS-ERROR-COUNT = 0
003090         PERFORM 2000-BUILD-TABLE THRU 2000-EXIT
003100     END-IF
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT
003120     STOP RUN.
003130
003140*****************************************************************
003150** 1000-INITIALIZE - THE SOURCE RUN IS THE LATEST NORMAL OR
003160** BACKOUT AUDIT RECORD, AS FOR THE PRMXTR EXTRACT; WITHOUT ONE
003170** THERE IS NO MASTER RUN TO NAME AND THE TABLE MUST NOT BE
003180** PUBLISHED.  THEN THE CONTROL CARD IS READ AND EDITED.
003190*****************************************************************
003200 1000-INITIALIZE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003220     ACCEPT WS-RUN-TIME FROM TIME
003230     OPEN OUTPUT DIST-REPORT-FILE
003240     IF WS-RPT-FILE-STATUS NOT = "00"
003250         DISPLAY "*** PRMDST ABEND - DIST-REPORT-FILE OPEN "
003260             "FAILED - STATUS = " WS-RPT-FILE-STATUS
003270         PERFORM 9900-ABEND THRU 9900-EXIT
003280     END-IF
003290     MOVE "Y" TO WS-RPT-OPEN-SW
003300
003310     OPEN INPUT PRIMES-AUDIT-FILE
003320     IF WS-AUD-FILE-STATUS NOT = "00"
003330         DISPLAY "*** PRMDST ABEND - PRIMES-AUDIT-FILE OPEN "
003340             "FAILED - STATUS = " WS-AUD-FILE-STATUS
003350         PERFORM 9900-ABEND THRU 9900-EXIT
003360     END-IF
003370     PERFORM 1100-READ-AUDIT-RECORD THRU 1100-EXIT
003380     PERFORM UNTIL WS-AUD-EOF
003390         IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
003400             MOVE "Y" TO WS-AUD-FOUND-SW
003410             MOVE PRIMES-AUDIT-RECORD TO WS-SAVE-AUDIT
003420         END-IF
003430         PERFORM 1100-READ-AUDIT-RECORD THRU 1100-EXIT
003440     END-PERFORM
003450     CLOSE PRIMES-AUDIT-FILE
003460     IF NOT WS-AUD-FOUND
003470         DISPLAY "*** PRMDST ABEND - NO NORMAL OR BACKOUT AUDIT "
003480             "RECORD TO IDENTIFY THE SOURCE RUN ***"
003490         PERFORM 9900-ABEND THRU 9900-EXIT
003500     END-IF
003510     MOVE WS-SAVE-AUDIT TO PRIMES-AUDIT-RECORD
003520     MOVE AUD-JOB-START-DATE TO HDG2-SOURCE-DATE
003530     MOVE AUD-JOB-START-TIME (1:6) TO WS-SOURCE-TIME
003540     MOVE WS-SOURCE-TIME TO HDG2-SOURCE-TIME
003550     INSPECT HDG2-SOURCE-TIME REPLACING ALL " " BY ":"
003560     MOVE AUD-STATUS TO HDG2-SOURCE-STATUS
003570
003580     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
003590     PERFORM 4000-WRITE-HEADINGS THRU 4000-EXIT
003600     MOVE "SOURCE RUN PRIMES" TO ECH-LABEL
003610     MOVE AUD-ACTUAL-COUNT TO WS-EDIT-COUNT
003620     MOVE AUD-LAST-PRIME TO WS-EDIT-VALUE
003630     STRING WS-EDIT-COUNT " - LAST PRIME " WS-EDIT-VALUE
003640         DELIMITED BY SIZE INTO ECH-VALUE
003650     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
003660     IF WS-CARD-FOUND
003670         PERFORM 1300-EDIT-CONTROL-CARD THRU 1300-EXIT
003680     ELSE
003690         MOVE "NO CONTROL CARD - BUCKET OPTION NOT GIVEN" TO
003700             ERR-TEXT
003710         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
003720     END-IF.
003730
003740 1000-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780** 1100-READ-AUDIT-RECORD
003790*****************************************************************
003800 1100-READ-AUDIT-RECORD.
003810     READ PRIMES-AUDIT-FILE
003820         AT END
003830             MOVE "Y" TO WS-AUD-EOF-SW
003840     END-READ.
003850
003860 1100-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900** 1200-READ-CONTROL-CARD - THE FIRST CARD THAT IS NOT BLANK OR A
003910** COMMENT.  THE BUCKET OPTION ALSO GOES INTO THE PAGE HEADING.
003920*****************************************************************
003930 1200-READ-CONTROL-CARD.
003940     OPEN INPUT DIST-CONTROL-FILE
003950     IF WS-CRD-FILE-STATUS NOT = "00"
003960         GO TO 1200-EXIT
003970     END-IF
003980     PERFORM UNTIL WS-CRD-EOF OR WS-CARD-FOUND
003990         READ DIST-CONTROL-FILE INTO DIST-CONTROL-CARD
004000             AT END
004010                 MOVE "Y" TO WS-CRD-EOF-SW
004020             NOT AT END
004030                 IF DIST-CONTROL-CARD NOT = SPACES
004040                     AND DIST-CONTROL-CARD (1:1) NOT = "*"
004050                     MOVE "Y" TO WS-CARD-FOUND-SW
004060                 END-IF
004070         END-READ
004080     END-PERFORM
004090     CLOSE DIST-CONTROL-FILE
004100     IF NOT WS-CARD-FOUND
004110         GO TO 1200-EXIT
004120     END-IF
004130     EVALUATE TRUE
004140         WHEN DC-DECADES
004150             MOVE "EACH POWER OF TEN" TO HDG2-BUCKET-TEXT
004160         WHEN DC-FIXED-WIDTH AND DC-BUCKET-WIDTH NUMERIC
004170             MOVE DC-BUCKET-WIDTH TO WS-EDIT-VALUE
004180             STRING "EVERY " WS-EDIT-VALUE DELIMITED BY SIZE
004190                 INTO HDG2-BUCKET-TEXT
004200         WHEN OTHER
004210             MOVE "NOT VALID" TO HDG2-BUCKET-TEXT
004220     END-EVALUATE.
004230
004240 1200-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280** 1300-EDIT-CONTROL-CARD - A BAD CARD IS AN ERROR (RETURN-CODE
004290** 16) AND NO TABLE IS WRITTEN: A TABLE BUILT ON A GUESSED BUCKET
004300** WIDTH WOULD GO TO ACTUARIAL LOOKING LIKE THE REAL THING.
004310*****************************************************************
004320 1300-EDIT-CONTROL-CARD.
004330     IF NOT DC-BUCKET-OPTION-VALID
004340         MOVE "BUCKET OPTION IN COLUMN 1 IS NOT W OR D" TO
004350             ERR-TEXT
004360         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004370         GO TO 1300-EXIT
004380     END-IF
004390     MOVE "BUCKETS" TO ECH-LABEL
004400     MOVE HDG2-BUCKET-TEXT TO ECH-VALUE
004410     IF DC-FIXED-WIDTH
004420         IF DC-BUCKET-WIDTH NOT NUMERIC
004430             MOVE "BUCKET WIDTH IN COLUMNS 2-10 IS NOT NUMERIC" TO
004440                 ERR-TEXT
004450             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004460             GO TO 1300-EXIT
004470         END-IF
004480         IF DC-BUCKET-WIDTH < 10
004490             MOVE "BUCKET WIDTH MUST BE AT LEAST 10" TO ERR-TEXT
004500             PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004510             GO TO 1300-EXIT
004520         END-IF
004530     ELSE
004540         MOVE 0 TO DC-BUCKET-WIDTH
004550     END-IF
004560     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
004570
004580     IF DC-UPPER-LIMIT-X = SPACES
004590         MOVE 0 TO DC-UPPER-LIMIT
004600     END-IF
004610     IF DC-UPPER-LIMIT NOT NUMERIC
004620         MOVE "UPPER LIMIT IN COLUMNS 11-19 IS NOT NUMERIC" TO
004630             ERR-TEXT
004640         PERFORM 8000-WRITE-ERROR-LINE THRU 8000-EXIT
004650         GO TO 1300-EXIT
004660     END-IF
004670     MOVE "TABLE ENDS" TO ECH-LABEL
004680     IF DC-UPPER-LIMIT = 0
004690         MOVE "AT THE LAST PRIME ON THE MASTER" TO ECH-VALUE
004700     ELSE
004710         MOVE DC-UPPER-LIMIT TO WS-EDIT-VALUE
004720         STRING "WITH THE BUCKET HOLDING " WS-EDIT-VALUE
004730             DELIMITED BY SIZE INTO ECH-VALUE
004740     END-IF
004750     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT.
004760
004770 1300-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810** 2000-BUILD-TABLE - ONE PASS OF THE MASTER.  EACH PRIME PAST THE
004820** CURRENT BUCKET CLOSES THAT BUCKET (AND ANY EMPTY ONES AFTER IT)
004830** BEFORE IT IS COUNTED.  AT END OF FILE THE BUCKET IN HAND IS
004840** CLOSED AS WELL - AS A PARTIAL BUCKET WHEN THE MASTER STOPS
004850** SHORT OF ITS END, SINCE PI(X) IS ONLY KNOWN UP TO THE LAST
004860** PRIME ON THE MASTER.
004870*****************************************************************
004880 2000-BUILD-TABLE.
004890     OPEN INPUT PRIME-MASTER-FILE
004900     IF WS-MST-FILE-STATUS NOT = "00"
004910         DISPLAY "*** PRMDST ABEND - PRIME-MASTER-FILE OPEN "
004920             "FAILED - STATUS = " WS-MST-FILE-STATUS
004930         PERFORM 9900-ABEND THRU 9900-EXIT
004940     END-IF
004950     MOVE "Y" TO WS-MST-OPEN-SW
004960     OPEN OUTPUT DIST-INTERFACE-FILE
004970     IF WS-DST-FILE-STATUS NOT = "00"
004980         DISPLAY "*** PRMDST ABEND - DIST-INTERFACE-FILE OPEN "
004990             "FAILED - STATUS = " WS-DST-FILE-STATUS
005000         PERFORM 9900-ABEND THRU 9900-EXIT
005010     END-IF
005020     MOVE "Y" TO WS-DST-OPEN-SW
005030     PERFORM 2100-WRITE-HEADER-RECORD THRU 2100-EXIT
005040
005050     MOVE 1 TO WS-BUCKET-START
005060     IF DC-FIXED-WIDTH
005070         MOVE DC-BUCKET-WIDTH TO WS-BUCKET-END
005080     ELSE
005090         MOVE 10 TO WS-BUCKET-END
005100     END-IF
005110     MOVE "Y" TO WS-TABLE-STARTED-SW
005120     IF DC-DECADES
005130         PERFORM 4000-WRITE-HEADINGS THRU 4000-EXIT
005140     END-IF
005150
005160     PERFORM 2200-READ-MASTER-RECORD THRU 2200-EXIT
005170     PERFORM UNTIL WS-MST-EOF OR WS-LIMIT-REACHED
005180         PERFORM 2300-COUNT-PRIME THRU 2300-EXIT
005190         PERFORM 2200-READ-MASTER-RECORD THRU 2200-EXIT
005200     END-PERFORM
005210     IF WS-CUM-COUNT > 0 AND NOT WS-LIMIT-REACHED
005220         IF WS-LAST-VALUE < WS-BUCKET-END
005230             MOVE "Y" TO WS-PARTIAL-SW
005240         END-IF
005250         PERFORM 3000-CLOSE-BUCKET THRU 3000-EXIT
005260     END-IF
005270     IF DC-FIXED-WIDTH AND WS-DECADE-BUCKETS > 0
005280         PERFORM 3400-WRITE-DECADE-TOTAL THRU 3400-EXIT
005290     END-IF
005300
005310     MOVE SPACES TO DIST-TRAILER-RECORD
005320     MOVE "T" TO DST-RECORD-TYPE
005330     MOVE WS-DETAIL-COUNT TO DST-RECORD-COUNT
005340     MOVE WS-CUM-COUNT TO DST-PRIME-COUNT
005350     MOVE WS-HASH-TOTAL TO DST-HASH-TOTAL
005360     WRITE DIST-TRAILER-RECORD
005370     CLOSE DIST-INTERFACE-FILE
005380     MOVE "N" TO WS-DST-OPEN-SW
005390     CLOSE PRIME-MASTER-FILE
005400     MOVE "N" TO WS-MST-OPEN-SW.
005410
005420 2000-EXIT.
005430     EXIT.
005440
005450*****************************************************************
005460** 2100-WRITE-HEADER-RECORD
005470*****************************************************************
005480 2100-WRITE-HEADER-RECORD.
005490     MOVE SPACES TO DIST-HEADER-RECORD
005500     MOVE "H" TO DSH-RECORD-TYPE
005510     MOVE WS-RUN-DATE TO DSH-EXTRACT-DATE
005520     MOVE WS-RUN-TIME TO DSH-EXTRACT-TIME
005530     MOVE AUD-JOB-START-DATE TO DSH-SOURCE-RUN-DATE
005540     MOVE AUD-JOB-START-TIME TO DSH-SOURCE-RUN-TIME
005550     MOVE AUD-STATUS TO DSH-SOURCE-STATUS
005560     MOVE AUD-ACTUAL-COUNT TO DSH-SOURCE-PRIME-COUNT
005570     MOVE AUD-LAST-PRIME TO DSH-SOURCE-LAST-PRIME
005580     MOVE DC-BUCKET-OPTION TO DSH-BUCKET-OPTION
005590     MOVE DC-BUCKET-WIDTH TO DSH-BUCKET-WIDTH
005600     MOVE DC-UPPER-LIMIT TO DSH-UPPER-LIMIT
005610     WRITE DIST-HEADER-RECORD.
005620
005630 2100-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670** 2200-READ-MASTER-RECORD
005680*****************************************************************
005690 2200-READ-MASTER-RECORD.
005700     READ PRIME-MASTER-FILE
005710         AT END
005720             MOVE "Y" TO WS-MST-EOF-SW
005730     END-READ.
005740
005750 2200-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790** 2300-COUNT-PRIME - CLOSE EVERY BUCKET THIS PRIME IS PAST, THEN
005800** COUNT IT IN THE BUCKET IT FALLS IN.  ONCE THE BUCKET HOLDING
005810** THE UPPER LIMIT IS CLOSED THE TABLE IS FINISHED.
005820*****************************************************************
005830 2300-COUNT-PRIME.
005840     PERFORM UNTIL PM-PRIME-VALUE NOT > WS-BUCKET-END
005850         OR WS-LIMIT-REACHED
005860         PERFORM 3000-CLOSE-BUCKET THRU 3000-EXIT
005870     END-PERFORM
005880     IF WS-LIMIT-REACHED
005890         GO TO 2300-EXIT
005900     END-IF
005910     ADD 1 TO WS-BUCKET-COUNT
005920     ADD 1 TO WS-CUM-COUNT
005930     ADD PM-PRIME-VALUE TO WS-HASH-TOTAL
005940     MOVE PM-PRIME-VALUE TO WS-LAST-VALUE.
005950
005960 2300-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000** 3000-CLOSE-BUCKET - ESTIMATE PI(X) AT THE BUCKET END (AT THE
006010** LAST PRIME FOR A PARTIAL BUCKET), WRITE THE INTERFACE DETAIL
006020** AND THE REPORT LINE, THEN MOVE ON TO THE NEXT BUCKET.
006030*****************************************************************
006040 3000-CLOSE-BUCKET.
006050     IF DC-FIXED-WIDTH
006060         PERFORM 3300-CHECK-DECADE THRU 3300-EXIT
006070     END-IF
006080     IF WS-PARTIAL-BUCKET
006090         MOVE WS-LAST-VALUE TO WS-X-VALUE
006100     ELSE
006110         MOVE WS-BUCKET-END TO WS-X-VALUE
006120     END-IF
006130     PERFORM 3100-ESTIMATE-PI THRU 3100-EXIT
006140
006150     MOVE SPACES TO DIST-DETAIL-RECORD
006160     MOVE "D" TO DSD-RECORD-TYPE
006170     MOVE WS-BUCKET-START TO DSD-BUCKET-START
006180     MOVE WS-BUCKET-END TO DSD-BUCKET-END
006190     MOVE WS-BUCKET-COUNT TO DSD-BUCKET-COUNT
006200     MOVE WS-CUM-COUNT TO DSD-CUMULATIVE-COUNT
006210     MOVE WS-XLNX-EST TO DSD-XLNX-ESTIMATE
006220     IF WS-XLNX-DIFF < 0
006230         MOVE "-" TO DSD-XLNX-DIFF-SIGN
006240     ELSE
006250         MOVE "+" TO DSD-XLNX-DIFF-SIGN
006260     END-IF
006270     MOVE WS-XLNX-DIFF TO DSD-XLNX-DIFFERENCE
006280     MOVE WS-XLNX-RATIO TO DSD-XLNX-RATIO
006290     MOVE WS-LI-EST TO DSD-LI-ESTIMATE
006300     IF WS-LI-DIFF < 0
006310         MOVE "-" TO DSD-LI-DIFF-SIGN
006320     ELSE
006330         MOVE "+" TO DSD-LI-DIFF-SIGN
006340     END-IF
006350     MOVE WS-LI-DIFF TO DSD-LI-DIFFERENCE
006360     MOVE WS-LI-RATIO TO DSD-LI-RATIO
006370     IF WS-PARTIAL-BUCKET
006380         MOVE "Y" TO DSD-PARTIAL-FLAG
006390     ELSE
006400         MOVE "N" TO DSD-PARTIAL-FLAG
006410     END-IF
006420     WRITE DIST-DETAIL-RECORD
006430     ADD 1 TO WS-DETAIL-COUNT
006440
006450     MOVE WS-BUCKET-START TO DTL-BUCKET-START
006460     MOVE WS-BUCKET-END TO DTL-BUCKET-END
006470     MOVE WS-BUCKET-COUNT TO DTL-BUCKET-COUNT
006480     MOVE WS-CUM-COUNT TO DTL-CUMULATIVE-COUNT
006490     MOVE WS-XLNX-EST TO DTL-XLNX-ESTIMATE
006500     MOVE WS-XLNX-DIFF TO DTL-XLNX-DIFFERENCE
006510     MOVE WS-XLNX-RATIO TO DTL-XLNX-RATIO
006520     MOVE WS-LI-EST TO DTL-LI-ESTIMATE
006530     MOVE WS-LI-DIFF TO DTL-LI-DIFFERENCE
006540     MOVE WS-LI-RATIO TO DTL-LI-RATIO
006550     IF WS-PARTIAL-BUCKET
006560         MOVE "PARTIAL" TO DTL-NOTE
006570     ELSE
006580         MOVE SPACES TO DTL-NOTE
006590     END-IF
006600     MOVE WS-DETAIL-LINE TO PRINT-RECORD
006610     PERFORM 8300-PRINT-LINE THRU 8300-EXIT
006620     ADD WS-BUCKET-COUNT TO WS-DECADE-COUNT
006630     ADD 1 TO WS-DECADE-BUCKETS
006640     MOVE 0 TO WS-BUCKET-COUNT
006650
006660     IF DC-UPPER-LIMIT > 0
006670         AND WS-BUCKET-END NOT < DC-UPPER-LIMIT
006680         MOVE "Y" TO WS-LIMIT-REACHED-SW
006690         GO TO 3000-EXIT
006700     END-IF
006710     COMPUTE WS-BUCKET-START = WS-BUCKET-END + 1
006720     IF DC-FIXED-WIDTH
006730         ADD DC-BUCKET-WIDTH TO WS-BUCKET-END
006740     ELSE
006750         MULTIPLY 10 BY WS-BUCKET-END
006760     END-IF.
006770
006780 3000-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820** 3100-ESTIMATE-PI - X / LN X AND LI(X) FOR WS-X-VALUE, BOTH
006830** ROUNDED TO WHOLE PRIMES, AND PI(X) AGAINST EACH.
006840*****************************************************************
006850 3100-ESTIMATE-PI.
006860     COMPUTE WS-LN-X = FUNCTION LOG (WS-X-VALUE)
006870     COMPUTE WS-XLNX-EST ROUNDED = WS-X-VALUE / WS-LN-X
006880     COMPUTE WS-LN-LN-X = FUNCTION LOG (WS-LN-X)
006890     COMPUTE WS-LI-SUM = WS-EULER-GAMMA + WS-LN-LN-X
006900     MOVE 1 TO WS-LI-TERM
006910     PERFORM VARYING WS-LI-N FROM 1 BY 1
006920         UNTIL WS-LI-N > 100
006930         OR (WS-LI-N > WS-LN-X AND WS-LI-TERM < 0.000001)
006940         COMPUTE WS-LI-TERM = WS-LI-TERM * WS-LN-X / WS-LI-N
006950         COMPUTE WS-LI-SUM = WS-LI-SUM + (WS-LI-TERM / WS-LI-N)
006960     END-PERFORM
006970     COMPUTE WS-LI-EST ROUNDED = WS-LI-SUM - WS-LI-OF-2
006980
006990     COMPUTE WS-XLNX-DIFF = WS-CUM-COUNT - WS-XLNX-EST
007000     COMPUTE WS-LI-DIFF = WS-CUM-COUNT - WS-LI-EST
007010     IF WS-XLNX-EST > 0
007020         COMPUTE WS-XLNX-RATIO ROUNDED =
007030             WS-CUM-COUNT / WS-XLNX-EST
007040     ELSE
007050         MOVE 0 TO WS-XLNX-RATIO
007060     END-IF
007070     IF WS-LI-EST > 0
007080         COMPUTE WS-LI-RATIO ROUNDED = WS-CUM-COUNT / WS-LI-EST
007090     ELSE
007100         MOVE 0 TO WS-LI-RATIO
007110     END-IF.
007120
007130 3100-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170** 3300-CHECK-DECADE - A FIXED-WIDTH TABLE STARTS A NEW PAGE EACH
007180** TIME THE BUCKET END PASSES INTO THE NEXT POWER OF TEN, AFTER
007190** TOTALLING THE DECADE JUST FINISHED.  (WITH ONE BUCKET PER
007200** POWER OF TEN EVERY BUCKET IS ITS OWN DECADE, SO THAT TABLE IS
007210** PRINTED STRAIGHT THROUGH.)
007220*****************************************************************
007230 3300-CHECK-DECADE.
007240     IF WS-BUCKET-END NOT > WS-DECADE-HIGH
007250         GO TO 3300-EXIT
007260     END-IF
007270     IF WS-DECADE-BUCKETS > 0
007280         PERFORM 3400-WRITE-DECADE-TOTAL THRU 3400-EXIT
007290     END-IF
007300     PERFORM UNTIL WS-BUCKET-END NOT > WS-DECADE-HIGH
007310         MOVE WS-DECADE-HIGH TO WS-DECADE-LOW
007320         MULTIPLY 10 BY WS-DECADE-HIGH
007330     END-PERFORM
007340     MOVE 0 TO WS-DECADE-COUNT
007350     MOVE 0 TO WS-DECADE-BUCKETS
007360     PERFORM 4000-WRITE-HEADINGS THRU 4000-EXIT.
007370
007380 3300-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420** 3400-WRITE-DECADE-TOTAL
007430*****************************************************************
007440 3400-WRITE-DECADE-TOTAL.
007450     MOVE SPACES TO PRINT-RECORD
007460     PERFORM 8300-PRINT-LINE THRU 8300-EXIT
007470     MOVE WS-DECADE-COUNT TO DTT-DECADE-COUNT
007480     MOVE WS-DECADE-TOTAL-LINE TO PRINT-RECORD
007490     PERFORM 8300-PRINT-LINE THRU 8300-EXIT.
007500
007510 3400-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550** 4000-WRITE-HEADINGS - A NEW PAGE.  ONCE THE TABLE HAS STARTED
007560** THE COLUMN HEADINGS FOLLOW, AND ON A FIXED-WIDTH TABLE THE
007570** DECADE THE PAGE BELONGS TO ("CONTINUED" WHEN THE DECADE HAS
007580** RUN ONTO ANOTHER PAGE).
007590*****************************************************************
007600 4000-WRITE-HEADINGS.
007610     ADD 1 TO WS-PAGE-NUMBER
007620     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
007630     MOVE WS-PAGE-NUMBER TO HDG1-PAGE
007640     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
007650     WRITE PRINT-RECORD AFTER ADVANCING PAGE
007660     MOVE WS-HEADING-LINE-2 TO PRINT-RECORD
007670     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007680     MOVE SPACES TO PRINT-RECORD
007690     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007700     IF NOT WS-TABLE-STARTED
007710         GO TO 4000-EXIT
007720     END-IF
007730     IF DC-FIXED-WIDTH
007740         COMPUTE DCD-LOW = WS-DECADE-LOW + 1
007750         MOVE WS-DECADE-HIGH TO DCD-HIGH
007760         IF WS-DECADE-BUCKETS > 0
007770             MOVE "(CONTINUED)" TO DCD-CONTINUED
007780         ELSE
007790             MOVE SPACES TO DCD-CONTINUED
007800         END-IF
007810         MOVE WS-DECADE-LINE TO PRINT-RECORD
007820         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007830         MOVE SPACES TO PRINT-RECORD
007840         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007850     END-IF
007860     MOVE WS-COLUMN-LINE-1 TO PRINT-RECORD
007870     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007880     MOVE WS-COLUMN-LINE-2 TO PRINT-RECORD
007890     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007900     MOVE SPACES TO PRINT-RECORD
007910     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
007920
007930 4000-EXIT.
007940     EXIT.
007950
007960*****************************************************************
007970** 8000-WRITE-ERROR-LINE
007980*****************************************************************
007990 8000-WRITE-ERROR-LINE.
008000     ADD 1 TO WS-ERROR-COUNT
008010     MOVE WS-ERROR-LINE TO PRINT-RECORD
008020     PERFORM 8300-PRINT-LINE THRU 8300-EXIT
008030     MOVE SPACES TO ERR-TEXT.
008040
008050 8000-EXIT.
008060     EXIT.
008070
008080*****************************************************************
008090** 8100-WRITE-ECHO-LINE
008100*****************************************************************
008110 8100-WRITE-ECHO-LINE.
008120     MOVE WS-ECHO-LINE TO PRINT-RECORD
008130     PERFORM 8300-PRINT-LINE THRU 8300-EXIT
008140     MOVE SPACES TO ECH-LABEL
008150     MOVE SPACES TO ECH-VALUE.
008160
008170 8100-EXIT.
008180     EXIT.
008190
008200*****************************************************************
008210** 8200-WRITE-WARNING-LINE
008220*****************************************************************
008230 8200-WRITE-WARNING-LINE.
008240     ADD 1 TO WS-WARNING-COUNT
008250     MOVE WS-WARNING-LINE TO PRINT-RECORD
008260     PERFORM 8300-PRINT-LINE THRU 8300-EXIT
008270     MOVE SPACES TO WRN-TEXT.
008280
008290 8200-EXIT.
008300     EXIT.
008310
008320*****************************************************************
008330** 8300-PRINT-LINE - EVERY BODY LINE GOES OUT HERE SO THE PAGE
008340** FOOTING IS HONOURED WHEREVER THE LINE CAME FROM.
008350*****************************************************************
008360 8300-PRINT-LINE.
008370     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008380         AT END-OF-PAGE
008390             PERFORM 4000-WRITE-HEADINGS THRU 4000-EXIT
008400     END-WRITE.
008410
008420 8300-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460** 9000-TERMINATE - CONTROL TOTALS, THE RESULT AND THE RETURN
008470** CODE: 16 FOR A BAD CARD (NO TABLE WRITTEN), 4 WHEN THE MASTER
008480** WAS EMPTY OR DID NOT HOLD THE PRIMES THE SOURCE RUN RECORDED
008490** (THE TABLE IS THEN NOT THE MASTER THE HEADER NAMES).
008500*****************************************************************
008510 9000-TERMINATE.
008520     IF WS-ERROR-COUNT > 0
008530         GO TO 9000-RESULT
008540     END-IF
008550     MOVE SPACES TO PRINT-RECORD
008560     PERFORM 8300-PRINT-LINE THRU 8300-EXIT
008570     MOVE "BUCKETS WRITTEN" TO ECH-LABEL
008580     MOVE WS-DETAIL-COUNT TO WS-EDIT-VALUE
008590     MOVE WS-EDIT-VALUE TO ECH-VALUE
008600     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
008610     MOVE "PRIMES COUNTED" TO ECH-LABEL
008620     MOVE WS-CUM-COUNT TO WS-EDIT-VALUE
008630     MOVE WS-EDIT-VALUE TO ECH-VALUE
008640     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
008650     MOVE "LAST PRIME COUNTED" TO ECH-LABEL
008660     MOVE WS-LAST-VALUE TO WS-EDIT-VALUE
008670     MOVE WS-EDIT-VALUE TO ECH-VALUE
008680     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
008690     MOVE "HASH TOTAL OF VALUES" TO ECH-LABEL
008700     MOVE WS-HASH-TOTAL TO WS-EDIT-HASH
008710     MOVE WS-EDIT-HASH TO ECH-VALUE
008720     PERFORM 8100-WRITE-ECHO-LINE THRU 8100-EXIT
008730     IF WS-CUM-COUNT = 0
008740         MOVE "MASTER FILE IS EMPTY - NO BUCKETS WRITTEN" TO
008750             WRN-TEXT
008760         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
008770     END-IF
008780     IF DC-UPPER-LIMIT = 0 AND WS-CUM-COUNT > 0
008790         AND WS-CUM-COUNT NOT = AUD-ACTUAL-COUNT
008800         MOVE AUD-ACTUAL-COUNT TO WS-EDIT-COUNT
008810         STRING "MASTER DOES NOT HOLD THE " WS-EDIT-COUNT
008820             " PRIMES THE SOURCE RUN RECORDED"
008830             DELIMITED BY SIZE INTO WRN-TEXT
008840         PERFORM 8200-WRITE-WARNING-LINE THRU 8200-EXIT
008850     END-IF.
008860
008870 9000-RESULT.
008880     MOVE SPACES TO PRINT-RECORD
008890     PERFORM 8300-PRINT-LINE THRU 8300-EXIT
008900     EVALUATE TRUE
008910         WHEN WS-ERROR-COUNT > 0
008920             MOVE "CARD REJECTED - NO TABLE WRITTEN" TO RES-TEXT
008930             MOVE 16 TO RETURN-CODE
008940         WHEN WS-WARNING-COUNT > 0
008950             MOVE "TABLE WRITTEN - SEE THE WARNINGS ABOVE" TO
008960                 RES-TEXT
008970             MOVE 4 TO RETURN-CODE
008980         WHEN OTHER
008990             MOVE "TABLE WRITTEN" TO RES-TEXT
009000     END-EVALUATE
009010     MOVE WS-RESULT-LINE TO PRINT-RECORD
009020     PERFORM 8300-PRINT-LINE THRU 8300-EXIT
009030     CLOSE DIST-REPORT-FILE.
009040
009050 9000-EXIT.
009060     EXIT.
009070
009080*****************************************************************
009090** 9900-ABEND - COMMON ABEND EXIT.  THE CALLER DISPLAYS ITS OWN
009100** DIAGNOSTIC BEFORE PERFORMING HERE.
009110*****************************************************************
009120 9900-ABEND.
009130     IF WS-MST-OPENED
009140         CLOSE PRIME-MASTER-FILE
009150     END-IF
009160     IF WS-DST-OPENED
009170         CLOSE DIST-INTERFACE-FILE
009180     END-IF
009190     IF WS-RPT-OPENED
009200         CLOSE DIST-REPORT-FILE
009210     END-IF
009220     MOVE 16 TO RETURN-CODE
009230     STOP RUN.
009240
009250 9900-EXIT.
009260     EXIT.
