000010***************************************************************
000020** PROGRAM-ID : PRMBAL
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  CROSS-FILE CONTROL-TOTAL
000100**                  BALANCING OF THE WHOLE PRMJOB FILE SET.
000110**                  PRMVAL ONLY PROVES THE MASTER ON ITS OWN
000120**                  TERMS AND PRMCHK ONLY TIES THE AUDIT RECORD
000130**                  TO IT; NOTHING PROVED THE DERIVED FILES
000140**                  STILL AGREE WITH THE MASTER, AND A STATISTICS
000150**                  SUMMARY LEFT OVER FROM AN EARLIER RUN PRINTED
000160**                  A LARGEST GAP THAT DID NOT MATCH THE LISTING
000170**                  UNDER IT.  RECOUNTS AND REHASHES THE MASTER
000180**                  (COUNT, LAST PRIME, HASH TOTAL, LARGEST GAP,
000190**                  TWIN PAIRS) AND BALANCES AGAINST IT: THE
000200**                  STATISTICS SUMMARY, THE EXTRACT HEADER AND
000210**                  TRAILER, THE INDEX STAMP, THE LATEST NORMAL
000220**                  AUDIT RECORD, AND THE LATEST GOOD RUN-STATUS
000230**                  RECORD.  PRINTS A BALANCING REPORT, LEAVES A
000240**                  ONE-RECORD SUMMARY (PRMBALS) FOR PRMEOJ, AND
000250**                  ENDS RETURN-CODE 8 WHEN ANYTHING IS OUT OF
000260**                  BALANCE.
000261** 10/15/2026 DRO  DELTA EXTRACTS.  THE EXTRACT TRAILER'S
000262**                  CUMULATIVE COUNT AND HASH ARE NOW WHAT
000263**                  BALANCES TO THE WHOLE MASTER; THE TRAILER'S
000264**                  OWN PAIR AND THE DETAILS ON FILE BALANCE TO
000265**                  THE MASTER FROM THE HEADER'S STARTING
000266**                  SEQUENCE ON, WHICH ON A FULL REFRESH IS THE
000267**                  WHOLE MASTER AGAIN.  THE STARTING SEQUENCE IS
000268**                  TAKEN FROM THE EXTRACT HEADER BEFORE THE
000269**                  MASTER IS RECOUNTED.
000270** 10/15/2026 DRO  A BACKOUT AUDIT RECORD (PRMBKO) NOW COUNTS AS
000271**                  A GOOD RUN ALONGSIDE NORMAL - AFTER A BACK-OUT
000272**                  THE RESTORED GENERATION IS THE MASTER ON DISK.
000273***************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PRMBAL.
000300 AUTHOR. D. OKONKWO.
000310 INSTALLATION. DATA CENTER SERVICES.
000320 DATE-WRITTEN. 10/15/2026.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PRIME-MASTER-FILE ASSIGN TO "PRMMST"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-MST-FILE-STATUS.
000450
000460     SELECT PRIMES-AUDIT-FILE ASSIGN TO "PRMAUDIT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUD-FILE-STATUS.
000490
000500     SELECT PRIME-STATS-FILE ASSIGN TO "PRMSTAT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-STA-FILE-STATUS.
000530
000540     SELECT EXTRACT-INTERFACE-FILE ASSIGN TO "PRMXTRO"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-XTR-FILE-STATUS.
000570
000580     SELECT INDEX-STAMP-FILE ASSIGN TO "PRMIDXS"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-IXS-FILE-STATUS.
000610
000620     SELECT RUN-STATUS-FILE ASSIGN TO "PRMRUNST"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RUN-FILE-STATUS.
000650
000660     SELECT BALANCE-SUMMARY-FILE ASSIGN TO "PRMBALS"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-BLS-FILE-STATUS.
000690
000700     SELECT BALANCE-REPORT-FILE ASSIGN TO "PRMBALO"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RPT-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760
000770 FD  PRIME-MASTER-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 80 CHARACTERS.
000800 COPY PRMMST.
000810
000820 FD  PRIMES-AUDIT-FILE
000830     RECORDING MODE IS F
000840     RECORD CONTAINS 80 CHARACTERS.
000850 COPY PRMAUD.
000860
000870 FD  PRIME-STATS-FILE
000880     RECORDING MODE IS F
000890     RECORD CONTAINS 80 CHARACTERS.
000900 COPY PRMSUM.
000910
000920 FD  EXTRACT-INTERFACE-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 80 CHARACTERS.
000950 COPY PRMXTF.
000960
000970 FD  INDEX-STAMP-FILE
000980     RECORDING MODE IS F
000990     RECORD CONTAINS 80 CHARACTERS.
001000 COPY PRMIDX.
001010
001020 FD  RUN-STATUS-FILE
001030     RECORDING MODE IS F
001040     RECORD CONTAINS 80 CHARACTERS.
001050 COPY PRMRUN.
001060
001070 FD  BALANCE-SUMMARY-FILE
001080     RECORDING MODE IS F
001090     RECORD CONTAINS 80 CHARACTERS.
001100 COPY PRMBALS.
001110
001120 FD  BALANCE-REPORT-FILE
001130     RECORDING MODE IS F
001140     RECORD CONTAINS 132 CHARACTERS.
001150 01  PRINT-RECORD PIC X(132).
001160
001170 WORKING-STORAGE SECTION.
001180
001190*****************************************************************
001200** REPORT LINE LAYOUTS
001210*****************************************************************
001220 01  WS-HEADING-LINE-1.
001230     05  FILLER PIC X(01) VALUE SPACES.
001240     05  FILLER PIC X(40) VALUE
001250         "PRMJOB CROSS-FILE BALANCING REPORT".
001260     05  FILLER PIC X(10) VALUE SPACES.
001270     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001280     05  HDG1-RUN-DATE PIC 9999/99/99.
001290     05  FILLER PIC X(60) VALUE SPACES.
001300
001310 01  WS-HEADING-LINE-2.
001320     05  FILLER PIC X(01) VALUE SPACES.
001330     05  FILLER PIC X(12) VALUE "FILE".
001340     05  FILLER PIC X(26) VALUE "CHECK".
001350     05  FILLER PIC X(19) VALUE "     FILE VALUE".
001360     05  FILLER PIC X(19) VALUE "  CONTROL VALUE".
001370     05  FILLER PIC X(16) VALUE "RESULT".
001380     05  FILLER PIC X(39) VALUE SPACES.
001390
001400 01  WS-CHECK-LINE.
001410     05  FILLER PIC X(01) VALUE SPACES.
001420     05  CHK-FILE PIC X(10).
001430     05  FILLER PIC X(02) VALUE SPACES.
001440     05  CHK-ITEM PIC X(24).
001450     05  FILLER PIC X(02) VALUE SPACES.
001460     05  CHK-FILE-VALUE PIC Z(14)9.
001470     05  FILLER PIC X(04) VALUE SPACES.
001480     05  CHK-CONTROL-VALUE PIC Z(14)9.
001490     05  FILLER PIC X(04) VALUE SPACES.
001500     05  CHK-RESULT PIC X(16).
001510     05  FILLER PIC X(39) VALUE SPACES.
001520
001530 01  WS-TEXT-LINE.
001540     05  FILLER PIC X(01) VALUE SPACES.
001550     05  TXT-LABEL PIC X(30).
001560     05  TXT-VALUE PIC X(40).
001570     05  FILLER PIC X(61) VALUE SPACES.
001580
001590*****************************************************************
001600** MASTER CONTROLS - RECOUNTED FROM THE MASTER ITSELF, THE SAME
001610** WAY PRIMES ACCUMULATES THEM (3600-COMPUTE-GAP-STATS): THE GAP
001620** IS MEASURED UP TO EACH PRIME AFTER THE FIRST, AND A TWIN PAIR
001630** IS A GAP OF EXACTLY 2.
001640*****************************************************************
001650 01  WS-MST-COUNT PIC 9(7) VALUE 0.
001660 01  WS-MST-LAST-PRIME PIC 9(9) VALUE 0.
001670 01  WS-MST-HASH PIC 9(15) VALUE 0.
001680 01  WS-MST-MAX-GAP PIC 9(9) VALUE 0.
001690 01  WS-MST-MAX-GAP-AT PIC 9(9) VALUE 0.
001700 01  WS-MST-TWIN-COUNT PIC 9(7) VALUE 0.
001710 01  WS-GAP PIC 9(9) VALUE 0.
001711*    THE SAME TOTALS OVER THE PART OF THE MASTER A DELTA EXTRACT
001712*    CARRIES - FROM ITS STARTING SEQUENCE ON.  FOR A FULL REFRESH
001713*    THE STARTING SEQUENCE IS 1 AND THESE EQUAL THE TOTALS ABOVE.
001714 01  WS-XTR-START-SEQ PIC 9(7) VALUE 1.
001715 01  WS-MST-DELTA-COUNT PIC 9(7) VALUE 0.
001716 01  WS-MST-DELTA-HASH PIC 9(15) VALUE 0.
001720
001730*****************************************************************
001740** ONE CHECK AT A TIME IS STAGED HERE AND WRITTEN BY
001750** 8000-WRITE-CHECK, WHICH ALSO KEEPS THE TALLIES.
001760*****************************************************************
001770 01  WS-CHK-FILE PIC X(10) VALUE SPACES.
001780 01  WS-CHK-ITEM PIC X(24) VALUE SPACES.
001790 01  WS-CHK-FILE-VALUE PIC 9(15) VALUE 0.
001800 01  WS-CHK-CONTROL-VALUE PIC 9(15) VALUE 0.
001810 01  WS-CHK-RESULT-SW PIC X(01) VALUE SPACES.
001820     88  WS-CHK-COMPARE VALUE "C".
001830     88  WS-CHK-MISSING VALUE "M".
001840     88  WS-CHK-NOT-DUE VALUE "N".
001850 01  WS-CHECK-COUNT PIC 9(3) VALUE 0.
001860 01  WS-EXCEPTION-COUNT PIC 9(3) VALUE 0.
001870
001880*****************************************************************
001890** RUN STAMPS - A DATE AND TIME FOLDED INTO ONE NUMBER
001900** (YYYYMMDDHHMMSS) SO TWO RUNS CAN BE COMPARED OR ORDERED WITH
001910** ONE TEST.
001920*****************************************************************
001930 01  WS-AUD-START-STAMP PIC 9(14) VALUE 0.
001940 01  WS-AUD-END-STAMP PIC 9(14) VALUE 0.
001950 01  WS-FILE-STAMP PIC 9(14) VALUE 0.
001960
001970*****************************************************************
001980** WORK FIELDS
001990*****************************************************************
002000 01  WS-RUN-DATE PIC 9(8) VALUE 0.
002010 01  WS-RUN-TIME PIC 9(8) VALUE 0.
002020 01  WS-XTR-DETAIL-COUNT PIC 9(9) VALUE 0.
002030 01  WS-XTR-HASH PIC 9(15) VALUE 0.
002040 01  WS-SAVE-AUDIT PIC X(80) VALUE SPACES.
002050 01  WS-SAVE-RUNSTAT PIC X(80) VALUE SPACES.
002060 01  WS-EDIT-COUNT PIC ZZ9.
002070 01  WS-AUD-FOUND-SW PIC X(01) VALUE "N".
002080     88  WS-AUD-FOUND VALUE "Y".
002090 01  WS-RUN-FOUND-SW PIC X(01) VALUE "N".
002100     88  WS-RUN-FOUND VALUE "Y".
002110 01  WS-XTH-FOUND-SW PIC X(01) VALUE "N".
002120     88  WS-XTH-FOUND VALUE "Y".
002130 01  WS-XTT-FOUND-SW PIC X(01) VALUE "N".
002140     88  WS-XTT-FOUND VALUE "Y".
002150 01  WS-SAVE-XTH-STAMP PIC 9(14) VALUE 0.
002160 01  WS-SAVE-XTT-COUNT PIC 9(9) VALUE 0.
002170 01  WS-SAVE-XTT-HASH PIC 9(15) VALUE 0.
002171 01  WS-SAVE-XTT-CUM-COUNT PIC 9(9) VALUE 0.
002172 01  WS-SAVE-XTT-CUM-HASH PIC 9(15) VALUE 0.
002180
002190 01  WS-MST-FILE-STATUS PIC X(02) VALUE SPACES.
002200 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
002210 01  WS-STA-FILE-STATUS PIC X(02) VALUE SPACES.
002220 01  WS-XTR-FILE-STATUS PIC X(02) VALUE SPACES.
002230 01  WS-IXS-FILE-STATUS PIC X(02) VALUE SPACES.
002240 01  WS-RUN-FILE-STATUS PIC X(02) VALUE SPACES.
002250 01  WS-BLS-FILE-STATUS PIC X(02) VALUE SPACES.
002260 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
002270 01  WS-MST-EOF-SW PIC X(01) VALUE "N".
002280     88  WS-MST-EOF VALUE "Y".
002290 01  WS-AUD-EOF-SW PIC X(01) VALUE "N".
002300     88  WS-AUD-EOF VALUE "Y".
002310 01  WS-XTR-EOF-SW PIC X(01) VALUE "N".
002320     88  WS-XTR-EOF VALUE "Y".
002330 01  WS-RUN-EOF-SW PIC X(01) VALUE "N".
002340     88  WS-RUN-EOF VALUE "Y".
002350 01  WS-MST-OPEN-SW PIC X(01) VALUE "N".
002360     88  WS-MST-OPENED VALUE "Y".
002370 01  WS-BLS-OPEN-SW PIC X(01) VALUE "N".
002380     88  WS-BLS-OPENED VALUE "Y".
002390 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
002400     88  WS-RPT-OPENED VALUE "Y".
002410
002420 PROCEDURE DIVISION.
002430
002440*****************************************************************
002450** 0000-MAINLINE
002460*****************************************************************
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002481     PERFORM 1500-READ-EXTRACT-START THRU 1500-EXIT
002490     PERFORM 2000-RECOUNT-MASTER THRU 2000-EXIT
002500     PERFORM 2500-FIND-SOURCE-RUN THRU 2500-EXIT
002510     PERFORM 3000-BALANCE-STATS THRU 3000-EXIT
002520     PERFORM 4000-BALANCE-EXTRACT THRU 4000-EXIT
002530     PERFORM 5000-BALANCE-INDEX-STAMP THRU 5000-EXIT
002540     PERFORM 5500-BALANCE-AUDIT THRU 5500-EXIT
002550     PERFORM 6000-BALANCE-RUN-STATUS THRU 6000-EXIT
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT
002570     STOP RUN.
002580
002590*****************************************************************
002600** 1000-INITIALIZE - THE REPORT AND THE SUMMARY ARE REQUIRED.
002610** THE SUMMARY IS OPENED (AND SO EMPTIED) HERE, SO A RUN THAT
002620** ABENDS PART WAY LEAVES NO SUMMARY AND PRMEOJ SEES NONE.
002630*****************************************************************
002640 1000-INITIALIZE.
002650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002660     ACCEPT WS-RUN-TIME FROM TIME
002670
002680     OPEN OUTPUT BALANCE-REPORT-FILE
002690     IF WS-RPT-FILE-STATUS NOT = "00"
002700         DISPLAY "*** PRMBAL ABEND - BALANCE-REPORT-FILE OPEN "
002710             "FAILED - STATUS = " WS-RPT-FILE-STATUS
002720         PERFORM 9900-ABEND THRU 9900-EXIT
002730     END-IF
002740     MOVE "Y" TO WS-RPT-OPEN-SW
002750
002760     OPEN OUTPUT BALANCE-SUMMARY-FILE
002770     IF WS-BLS-FILE-STATUS NOT = "00"
002780         DISPLAY "*** PRMBAL ABEND - BALANCE-SUMMARY-FILE OPEN "
002790             "FAILED - STATUS = " WS-BLS-FILE-STATUS
002800         PERFORM 9900-ABEND THRU 9900-EXIT
002810     END-IF
002820     MOVE "Y" TO WS-BLS-OPEN-SW
002830
002840     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
002850     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
002860     WRITE PRINT-RECORD AFTER ADVANCING PAGE
002870     MOVE WS-HEADING-LINE-2 TO PRINT-RECORD
002880     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
002890     MOVE SPACES TO PRINT-RECORD
002900     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002910
002920 1000-EXIT.
002930     EXIT.
002931
002932*****************************************************************
002933** 1500-READ-EXTRACT-START - A DELTA EXTRACT ONLY CARRIES THE
002934** MASTER FROM ITS HEADER'S STARTING SEQUENCE ON, AND THAT HAS TO
002935** BE KNOWN BEFORE THE MASTER IS RECOUNTED.  ANYTHING ELSE - A
002936** FULL REFRESH, AN OLDER FILE WITH NO EXTRACT TYPE, OR NO
002937** READABLE HEADER AT ALL - LEAVES THE STARTING SEQUENCE AT 1;
002938** 4000 REPORTS A MISSING OR UNREADABLE EXTRACT ITSELF.
002939*****************************************************************
002940 1500-READ-EXTRACT-START.
002941     OPEN INPUT EXTRACT-INTERFACE-FILE
002942     IF WS-XTR-FILE-STATUS NOT = "00"
002943         GO TO 1500-EXIT
002944     END-IF
002945     PERFORM 4100-READ-EXTRACT-RECORD THRU 4100-EXIT
002946     IF NOT WS-XTR-EOF
002947         AND XTH-TYPE-HEADER
002948         AND XTH-TYPE-DELTA
002949         AND XTH-START-SEQUENCE NUMERIC
002950         AND XTH-START-SEQUENCE > 0
002951         MOVE XTH-START-SEQUENCE TO WS-XTR-START-SEQ
002952     END-IF
002953     CLOSE EXTRACT-INTERFACE-FILE
002954     MOVE "N" TO WS-XTR-EOF-SW.
002955
002956 1500-EXIT.
002957     EXIT.
002958
002959*****************************************************************
002960** 2000-RECOUNT-MASTER - THE CONTROL TOTALS EVERY OTHER FILE IS
002970** BALANCED AGAINST.  THE MASTER IS REQUIRED - WITHOUT IT THERE
002980** IS NOTHING TO BALANCE TO.
002990*****************************************************************
003000 2000-RECOUNT-MASTER.
003010     OPEN INPUT PRIME-MASTER-FILE
003020     IF WS-MST-FILE-STATUS NOT = "00"
003030         DISPLAY "*** PRMBAL ABEND - PRIME-MASTER-FILE OPEN "
003040             "FAILED - STATUS = " WS-MST-FILE-STATUS
003050         PERFORM 9900-ABEND THRU 9900-EXIT
003060     END-IF
003070     MOVE "Y" TO WS-MST-OPEN-SW
003080
003090     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
003100     PERFORM UNTIL WS-MST-EOF
003110         IF WS-MST-COUNT > 0
003120             COMPUTE WS-GAP = PM-PRIME-VALUE - WS-MST-LAST-PRIME
003130             IF WS-GAP > WS-MST-MAX-GAP
003140                 MOVE WS-GAP TO WS-MST-MAX-GAP
003150                 MOVE PM-PRIME-VALUE TO WS-MST-MAX-GAP-AT
003160             END-IF
003170             IF WS-GAP = 2
003180                 ADD 1 TO WS-MST-TWIN-COUNT
003190             END-IF
003200         END-IF
003210         ADD 1 TO WS-MST-COUNT
003220         ADD PM-PRIME-VALUE TO WS-MST-HASH
003230         MOVE PM-PRIME-VALUE TO WS-MST-LAST-PRIME
003231         IF PM-SEQUENCE-NUMBER NOT < WS-XTR-START-SEQ
003232             ADD 1 TO WS-MST-DELTA-COUNT
003233             ADD PM-PRIME-VALUE TO WS-MST-DELTA-HASH
003234         END-IF
003240         PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
003250     END-PERFORM
003260
003270     CLOSE PRIME-MASTER-FILE
003280     MOVE "N" TO WS-MST-OPEN-SW.
003290
003300 2000-EXIT.
003310     EXIT.
003320
003330*****************************************************************
003340** 2100-READ-MASTER-RECORD
003350*****************************************************************
003360 2100-READ-MASTER-RECORD.
003370     READ PRIME-MASTER-FILE
003380         AT END
003390             MOVE "Y" TO WS-MST-EOF-SW
003400     END-READ.
003410
003420 2100-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003451** 2500-FIND-SOURCE-RUN - THE LATEST NORMAL (OR BACKOUT) AUDIT
003452** RECORD IS THE RUN THAT LAST WROTE THE MASTER, AND THE IDENTITY
003453** THE EXTRACT HEADER AND THE INDEX STAMP MUST CARRY.  PRMQUE'S
003463** PER-REQUEST ENTRIES SHARE THE TRAIL AND ARE PASSED OVER.  THIS
003473** STEP ONLY RUNS AFTER A CLEAN GENERATION, SO NO NORMAL RECORD
003483** AT ALL MEANS A MISWIRED JOB.
003520*****************************************************************
003530 2500-FIND-SOURCE-RUN.
003540     OPEN INPUT PRIMES-AUDIT-FILE
003550     IF WS-AUD-FILE-STATUS NOT = "00"
003560         DISPLAY "*** PRMBAL ABEND - PRIMES-AUDIT-FILE OPEN "
003570             "FAILED - STATUS = " WS-AUD-FILE-STATUS
003580         PERFORM 9900-ABEND THRU 9900-EXIT
003590     END-IF
003600     PERFORM 2600-READ-AUDIT-RECORD THRU 2600-EXIT
003610     PERFORM UNTIL WS-AUD-EOF
003620         IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
003630             MOVE "Y" TO WS-AUD-FOUND-SW
003640             MOVE PRIMES-AUDIT-RECORD TO WS-SAVE-AUDIT
003650         END-IF
003660         PERFORM 2600-READ-AUDIT-RECORD THRU 2600-EXIT
003670     END-PERFORM
003680     CLOSE PRIMES-AUDIT-FILE
003690     IF NOT WS-AUD-FOUND
003700         DISPLAY "*** PRMBAL ABEND - NO NORMAL OR BACKOUT AUDIT "
003710             "RECORD TO IDENTIFY THE SOURCE RUN ***"
003720         PERFORM 9900-ABEND THRU 9900-EXIT
003730     END-IF
003740     MOVE WS-SAVE-AUDIT TO PRIMES-AUDIT-RECORD
003750     COMPUTE WS-AUD-START-STAMP =
003760         (AUD-JOB-START-DATE * 1000000)
003770         + (AUD-JOB-START-TIME / 100)
003780     COMPUTE WS-AUD-END-STAMP =
003790         (AUD-JOB-END-DATE * 1000000)
003800         + (AUD-JOB-END-TIME / 100).
003810
003820 2500-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860** 2600-READ-AUDIT-RECORD
003870*****************************************************************
003880 2600-READ-AUDIT-RECORD.
003890     READ PRIMES-AUDIT-FILE
003900         AT END
003910             MOVE "Y" TO WS-AUD-EOF-SW
003920     END-READ.
003930
003940 2600-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980** 3000-BALANCE-STATS - THE STATISTICS SUMMARY PRMRPT PRINTS
003990** OVER THE LISTING.  EVERY FIGURE ON IT MUST EQUAL THE RECOUNT;
004000** A SUMMARY LEFT OVER FROM AN EARLIER RUN FAILS HERE.
004010*****************************************************************
004020 3000-BALANCE-STATS.
004030     MOVE "STATS" TO WS-CHK-FILE
004040     OPEN INPUT PRIME-STATS-FILE
004050     IF WS-STA-FILE-STATUS NOT = "00"
004060         MOVE "SUMMARY NOT READABLE" TO WS-CHK-ITEM
004070         PERFORM 8200-WRITE-MISSING THRU 8200-EXIT
004080         GO TO 3000-EXIT
004090     END-IF
004100     READ PRIME-STATS-FILE
004110         AT END
004120             MOVE "M" TO WS-CHK-RESULT-SW
004130         NOT AT END
004140             MOVE "C" TO WS-CHK-RESULT-SW
004150     END-READ
004160     CLOSE PRIME-STATS-FILE
004170     IF WS-CHK-MISSING
004180         MOVE "NO SUMMARY RECORD" TO WS-CHK-ITEM
004190         PERFORM 8200-WRITE-MISSING THRU 8200-EXIT
004200         GO TO 3000-EXIT
004210     END-IF
004220
004230     MOVE "TOTAL PRIMES" TO WS-CHK-ITEM
004240     MOVE SUM-TOTAL-PRIMES TO WS-CHK-FILE-VALUE
004250     MOVE WS-MST-COUNT TO WS-CHK-CONTROL-VALUE
004260     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
004270     MOVE "LAST PRIME" TO WS-CHK-ITEM
004280     MOVE SUM-LAST-PRIME TO WS-CHK-FILE-VALUE
004290     MOVE WS-MST-LAST-PRIME TO WS-CHK-CONTROL-VALUE
004300     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
004310     MOVE "LARGEST GAP" TO WS-CHK-ITEM
004320     MOVE SUM-MAX-GAP TO WS-CHK-FILE-VALUE
004330     MOVE WS-MST-MAX-GAP TO WS-CHK-CONTROL-VALUE
004340     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
004350     MOVE "LARGEST GAP ENDS AT" TO WS-CHK-ITEM
004360     MOVE SUM-MAX-GAP-PRIME TO WS-CHK-FILE-VALUE
004370     MOVE WS-MST-MAX-GAP-AT TO WS-CHK-CONTROL-VALUE
004380     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
004390     MOVE "TWIN PRIME PAIRS" TO WS-CHK-ITEM
004400     MOVE SUM-TWIN-PRIME-COUNT TO WS-CHK-FILE-VALUE
004410     MOVE WS-MST-TWIN-COUNT TO WS-CHK-CONTROL-VALUE
004420     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
004430
004440 3000-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480** 4000-BALANCE-EXTRACT - THE TRAILER'S CUMULATIVE COUNT AND
004490** HASH AGAINST THE MASTER REHASH; THE TRAILER'S OWN PAIR AND THE
004500** DETAILS ACTUALLY ON THE FILE AGAINST THE MASTER FROM THE
004510** STARTING SEQUENCE ON; AND THE HEADER'S SOURCE RUN AGAINST THE
004520** LATEST NORMAL AUDIT RECORD - AN EXTRACT THAT DID NOT REWRITE
004521** TODAY STILL NAMES AN OLDER RUN.
004530*****************************************************************
004540 4000-BALANCE-EXTRACT.
004550     MOVE "EXTRACT" TO WS-CHK-FILE
004560     OPEN INPUT EXTRACT-INTERFACE-FILE
004570     IF WS-XTR-FILE-STATUS NOT = "00"
004580         MOVE "EXTRACT NOT READABLE" TO WS-CHK-ITEM
004590         PERFORM 8200-WRITE-MISSING THRU 8200-EXIT
004600         GO TO 4000-EXIT
004610     END-IF
004620     PERFORM 4100-READ-EXTRACT-RECORD THRU 4100-EXIT
004630     PERFORM UNTIL WS-XTR-EOF
004640         EVALUATE TRUE
004650             WHEN XTH-TYPE-HEADER
004660                 MOVE "Y" TO WS-XTH-FOUND-SW
004670                 COMPUTE WS-SAVE-XTH-STAMP =
004680                     (XTH-SOURCE-RUN-DATE * 1000000)
004690                     + (XTH-SOURCE-RUN-TIME / 100)
004700             WHEN XTD-TYPE-DETAIL
004710                 ADD 1 TO WS-XTR-DETAIL-COUNT
004720                 ADD XTD-PRIME-VALUE TO WS-XTR-HASH
004730             WHEN XTT-TYPE-TRAILER
004740                 MOVE "Y" TO WS-XTT-FOUND-SW
004750                 MOVE XTT-RECORD-COUNT TO WS-SAVE-XTT-COUNT
004760                 MOVE XTT-HASH-TOTAL TO WS-SAVE-XTT-HASH
004761                 IF XTT-CUM-RECORD-COUNT NUMERIC
004762                     AND XTT-CUM-HASH-TOTAL NUMERIC
004763                     MOVE XTT-CUM-RECORD-COUNT
004764                         TO WS-SAVE-XTT-CUM-COUNT
004765                     MOVE XTT-CUM-HASH-TOTAL
004766                         TO WS-SAVE-XTT-CUM-HASH
004767                 ELSE
004768                     MOVE XTT-RECORD-COUNT
004769                         TO WS-SAVE-XTT-CUM-COUNT
004770                     MOVE XTT-HASH-TOTAL TO WS-SAVE-XTT-CUM-HASH
004771                 END-IF
004772         END-EVALUATE
004780         PERFORM 4100-READ-EXTRACT-RECORD THRU 4100-EXIT
004790     END-PERFORM
004800     CLOSE EXTRACT-INTERFACE-FILE
004810
004820     IF WS-XTH-FOUND
004830         MOVE "HEADER SOURCE RUN" TO WS-CHK-ITEM
004840         MOVE WS-SAVE-XTH-STAMP TO WS-CHK-FILE-VALUE
004850         MOVE WS-AUD-START-STAMP TO WS-CHK-CONTROL-VALUE
004860         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
004870     ELSE
004880         MOVE "NO HEADER RECORD" TO WS-CHK-ITEM
004890         PERFORM 8200-WRITE-MISSING THRU 8200-EXIT
004900     END-IF
004910     IF WS-XTT-FOUND
004920         MOVE "TRAILER CUMULATIVE COUNT" TO WS-CHK-ITEM
004930         MOVE WS-SAVE-XTT-CUM-COUNT TO WS-CHK-FILE-VALUE
004940         MOVE WS-MST-COUNT TO WS-CHK-CONTROL-VALUE
004950         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
004960         MOVE "TRAILER CUMULATIVE HASH" TO WS-CHK-ITEM
004970         MOVE WS-SAVE-XTT-CUM-HASH TO WS-CHK-FILE-VALUE
004980         MOVE WS-MST-HASH TO WS-CHK-CONTROL-VALUE
004990         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
004991         MOVE "TRAILER RECORD COUNT" TO WS-CHK-ITEM
004992         MOVE WS-SAVE-XTT-COUNT TO WS-CHK-FILE-VALUE
004993         MOVE WS-MST-DELTA-COUNT TO WS-CHK-CONTROL-VALUE
004994         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
004995         MOVE "TRAILER HASH TOTAL" TO WS-CHK-ITEM
004996         MOVE WS-SAVE-XTT-HASH TO WS-CHK-FILE-VALUE
004997         MOVE WS-MST-DELTA-HASH TO WS-CHK-CONTROL-VALUE
004998         PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
005000     ELSE
005010         MOVE "NO TRAILER RECORD" TO WS-CHK-ITEM
005020         PERFORM 8200-WRITE-MISSING THRU 8200-EXIT
005030     END-IF
005040     MOVE "DETAIL RECORDS ON FILE" TO WS-CHK-ITEM
005050     MOVE WS-XTR-DETAIL-COUNT TO WS-CHK-FILE-VALUE
005060     MOVE WS-MST-DELTA-COUNT TO WS-CHK-CONTROL-VALUE
005070     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
005080     MOVE "DETAIL VALUES HASHED" TO WS-CHK-ITEM
005090     MOVE WS-XTR-HASH TO WS-CHK-FILE-VALUE
005100     MOVE WS-MST-DELTA-HASH TO WS-CHK-CONTROL-VALUE
005110     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
005120
005130 4000-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170** 4100-READ-EXTRACT-RECORD
005180*****************************************************************
005190 4100-READ-EXTRACT-RECORD.
005200     READ EXTRACT-INTERFACE-FILE
005210         AT END
005220             MOVE "Y" TO WS-XTR-EOF-SW
005230     END-READ.
005240
005250 4100-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290** 5000-BALANCE-INDEX-STAMP - THE STAMP PRMLOAD LEAVES NAMES THE
005300** RUN AND THE COUNT/LAST PRIME THE INQUIRY INDEXES WERE BUILT
005310** FROM.  ALL THREE MUST MATCH THE MASTER AS IT STANDS.
005320*****************************************************************
005330 5000-BALANCE-INDEX-STAMP.
005340     MOVE "IDXSTAMP" TO WS-CHK-FILE
005350     OPEN INPUT INDEX-STAMP-FILE
005360     IF WS-IXS-FILE-STATUS NOT = "00"
005370         MOVE "STAMP NOT READABLE" TO WS-CHK-ITEM
005380         PERFORM 8200-WRITE-MISSING THRU 8200-EXIT
005390         GO TO 5000-EXIT
005400     END-IF
005410     READ INDEX-STAMP-FILE
005420         AT END
005430             MOVE "M" TO WS-CHK-RESULT-SW
005440         NOT AT END
005450             MOVE "C" TO WS-CHK-RESULT-SW
005460     END-READ
005470     CLOSE INDEX-STAMP-FILE
005480     IF WS-CHK-MISSING
005490         MOVE "NO STAMP RECORD" TO WS-CHK-ITEM
005500         PERFORM 8200-WRITE-MISSING THRU 8200-EXIT
005510         GO TO 5000-EXIT
005520     END-IF
005530
005540     MOVE "SOURCE RUN" TO WS-CHK-ITEM
005550     COMPUTE WS-FILE-STAMP =
005560         (IXS-SOURCE-RUN-DATE * 1000000)
005570         + (IXS-SOURCE-RUN-TIME / 100)
005580     MOVE WS-FILE-STAMP TO WS-CHK-FILE-VALUE
005590     MOVE WS-AUD-START-STAMP TO WS-CHK-CONTROL-VALUE
005600     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
005610     MOVE "SOURCE COUNT" TO WS-CHK-ITEM
005620     MOVE IXS-SOURCE-COUNT TO WS-CHK-FILE-VALUE
005630     MOVE WS-MST-COUNT TO WS-CHK-CONTROL-VALUE
005640     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
005650     MOVE "SOURCE LAST PRIME" TO WS-CHK-ITEM
005660     MOVE IXS-SOURCE-LAST-PRIME TO WS-CHK-FILE-VALUE
005670     MOVE WS-MST-LAST-PRIME TO WS-CHK-CONTROL-VALUE
005680     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
005690
005700 5000-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740** 5500-BALANCE-AUDIT - THE LATEST NORMAL AUDIT RECORD MUST
005750** DESCRIBE THE MASTER ON DISK.
005760*****************************************************************
005770 5500-BALANCE-AUDIT.
005780     MOVE "AUDIT" TO WS-CHK-FILE
005790     MOVE "ACTUAL COUNT" TO WS-CHK-ITEM
005800     MOVE AUD-ACTUAL-COUNT TO WS-CHK-FILE-VALUE
005810     MOVE WS-MST-COUNT TO WS-CHK-CONTROL-VALUE
005820     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
005830     MOVE "LAST PRIME" TO WS-CHK-ITEM
005840     MOVE AUD-LAST-PRIME TO WS-CHK-FILE-VALUE
005850     MOVE WS-MST-LAST-PRIME TO WS-CHK-CONTROL-VALUE
005860     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
005870
005880 5500-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920** 6000-BALANCE-RUN-STATUS - PRMEOJ WRITES THE RUN-STATUS RECORD
005930** AFTER THIS STEP, SO THE LATEST GOOD RECORD (GENERATION NORMAL
005940** OR BYPASS) IS FROM AN EARLIER EXECUTION.  IF NO GENERATION
005950** HAS ENDED SINCE THAT RECORD WAS WRITTEN, IT STILL DESCRIBES
005960** THE MASTER ON DISK AND MUST BALANCE TO IT; IF ONE HAS, THE
005970** RECORD IS SUPERSEDED BY TODAY'S RUN AND IS NOT DUE.
005980*****************************************************************
005990 6000-BALANCE-RUN-STATUS.
006000     MOVE "RUNSTAT" TO WS-CHK-FILE
006010     OPEN INPUT RUN-STATUS-FILE
006020     IF WS-RUN-FILE-STATUS NOT = "00"
006030         MOVE "RUN STATUS NOT READABLE" TO WS-CHK-ITEM
006040         PERFORM 8200-WRITE-MISSING THRU 8200-EXIT
006050         GO TO 6000-EXIT
006060     END-IF
006070     PERFORM 6100-READ-RUN-STATUS THRU 6100-EXIT
006080     PERFORM UNTIL WS-RUN-EOF
006090         IF RS-GEN-NORMAL OR RS-GEN-BYPASS
006100             MOVE "Y" TO WS-RUN-FOUND-SW
006110             MOVE RUN-STATUS-RECORD TO WS-SAVE-RUNSTAT
006120         END-IF
006130         PERFORM 6100-READ-RUN-STATUS THRU 6100-EXIT
006140     END-PERFORM
006150     CLOSE RUN-STATUS-FILE
006160
006170     IF NOT WS-RUN-FOUND
006180         MOVE "NO GOOD RUN RECORDED" TO WS-CHK-ITEM
006190         PERFORM 8300-WRITE-NOT-DUE THRU 8300-EXIT
006200         GO TO 6000-EXIT
006210     END-IF
006220     MOVE WS-SAVE-RUNSTAT TO RUN-STATUS-RECORD
006230     COMPUTE WS-FILE-STAMP =
006240         (RS-RUN-DATE * 1000000) + (RS-RUN-TIME / 100)
006250     IF WS-AUD-END-STAMP > WS-FILE-STAMP
006260         MOVE "SUPERSEDED BY NEW RUN" TO WS-CHK-ITEM
006270         PERFORM 8300-WRITE-NOT-DUE THRU 8300-EXIT
006280         GO TO 6000-EXIT
006290     END-IF
006300
006310     MOVE "ACTUAL COUNT" TO WS-CHK-ITEM
006320     MOVE RS-ACTUAL-COUNT TO WS-CHK-FILE-VALUE
006330     MOVE WS-MST-COUNT TO WS-CHK-CONTROL-VALUE
006340     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT
006350     MOVE "LAST PRIME" TO WS-CHK-ITEM
006360     MOVE RS-LAST-PRIME TO WS-CHK-FILE-VALUE
006370     MOVE WS-MST-LAST-PRIME TO WS-CHK-CONTROL-VALUE
006380     PERFORM 8000-WRITE-CHECK THRU 8000-EXIT.
006390
006400 6000-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440** 6100-READ-RUN-STATUS
006450*****************************************************************
006460 6100-READ-RUN-STATUS.
006470     READ RUN-STATUS-FILE
006480         AT END
006490             MOVE "Y" TO WS-RUN-EOF-SW
006500     END-READ.
006510
006520 6100-EXIT.
006530     EXIT.
006540
006550*****************************************************************
006560** 8000-WRITE-CHECK - ONE COMPARISON LINE.  ANY DIFFERENCE AT
006570** ALL IS AN EXCEPTION - THESE ARE CONTROL TOTALS, NOT
006580** ESTIMATES.
006590*****************************************************************
006600 8000-WRITE-CHECK.
006610     ADD 1 TO WS-CHECK-COUNT
006620     MOVE WS-CHK-FILE TO CHK-FILE
006630     MOVE WS-CHK-ITEM TO CHK-ITEM
006640     MOVE WS-CHK-FILE-VALUE TO CHK-FILE-VALUE
006650     MOVE WS-CHK-CONTROL-VALUE TO CHK-CONTROL-VALUE
006660     IF WS-CHK-FILE-VALUE = WS-CHK-CONTROL-VALUE
006670         MOVE "IN BALANCE" TO CHK-RESULT
006680     ELSE
006690         MOVE "*OUT OF BALANCE*" TO CHK-RESULT
006700         ADD 1 TO WS-EXCEPTION-COUNT
006710     END-IF
006720     MOVE WS-CHECK-LINE TO PRINT-RECORD
006730     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
006740     MOVE SPACES TO WS-CHK-ITEM.
006750
006760 8000-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800** 8100-WRITE-TEXT-LINE
006810*****************************************************************
006820 8100-WRITE-TEXT-LINE.
006830     MOVE WS-TEXT-LINE TO PRINT-RECORD
006840     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
006850     MOVE SPACES TO TXT-LABEL
006860     MOVE SPACES TO TXT-VALUE.
006870
006880 8100-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920** 8200-WRITE-MISSING - A FILE THAT CANNOT BE READ, OR IS EMPTY,
006930** CANNOT BE PROVED IN BALANCE AND COUNTS AS AN EXCEPTION.
006940*****************************************************************
006950 8200-WRITE-MISSING.
006960     ADD 1 TO WS-CHECK-COUNT
006970     ADD 1 TO WS-EXCEPTION-COUNT
006980     MOVE WS-CHK-FILE TO CHK-FILE
006990     MOVE WS-CHK-ITEM TO CHK-ITEM
007000     MOVE 0 TO CHK-FILE-VALUE
007010     MOVE 0 TO CHK-CONTROL-VALUE
007020     MOVE "*FILE MISSING*" TO CHK-RESULT
007030     MOVE WS-CHECK-LINE TO PRINT-RECORD
007040     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007050     MOVE SPACES TO WS-CHK-ITEM.
007060
007070 8200-EXIT.
007080     EXIT.
007090
007100*****************************************************************
007110** 8300-WRITE-NOT-DUE - A CHECK THAT DOES NOT APPLY TODAY IS
007120** SHOWN, SO THE REPORT ALWAYS LISTS EVERY FILE, BUT IS NEITHER
007130** COUNTED NOR AN EXCEPTION.
007140*****************************************************************
007150 8300-WRITE-NOT-DUE.
007160     MOVE WS-CHK-FILE TO CHK-FILE
007170     MOVE WS-CHK-ITEM TO CHK-ITEM
007180     MOVE 0 TO CHK-FILE-VALUE
007190     MOVE 0 TO CHK-CONTROL-VALUE
007200     MOVE "NOT DUE" TO CHK-RESULT
007210     MOVE WS-CHECK-LINE TO PRINT-RECORD
007220     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007230     MOVE SPACES TO WS-CHK-ITEM.
007240
007250 8300-EXIT.
007260     EXIT.
007270
007280*****************************************************************
007290** 9000-TERMINATE - TOTALS, THE ONE-RECORD SUMMARY FOR PRMEOJ,
007300** AND RETURN-CODE 8 IF ANY CHECK FAILED.
007310*****************************************************************
007320 9000-TERMINATE.
007330     MOVE SPACES TO PRINT-RECORD
007340     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007350     MOVE "CHECKS MADE        :" TO TXT-LABEL
007360     MOVE WS-CHECK-COUNT TO WS-EDIT-COUNT
007370     MOVE WS-EDIT-COUNT TO TXT-VALUE
007380     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007390     MOVE "EXCEPTIONS         :" TO TXT-LABEL
007400     MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
007410     MOVE WS-EDIT-COUNT TO TXT-VALUE
007420     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007430     MOVE "FILE SET           :" TO TXT-LABEL
007440     IF WS-EXCEPTION-COUNT > 0
007450         MOVE "*** OUT OF BALANCE ***" TO TXT-VALUE
007460     ELSE
007470         MOVE "IN BALANCE" TO TXT-VALUE
007480     END-IF
007490     PERFORM 8100-WRITE-TEXT-LINE THRU 8100-EXIT
007500     CLOSE BALANCE-REPORT-FILE
007510
007520     MOVE SPACES TO BALANCE-SUMMARY-RECORD
007530     MOVE WS-RUN-DATE TO BLS-RUN-DATE
007540     MOVE WS-RUN-TIME TO BLS-RUN-TIME
007550     IF WS-EXCEPTION-COUNT > 0
007560         MOVE "OUTOFBAL" TO BLS-BAL-STATUS
007570     ELSE
007580         MOVE "BALANCED" TO BLS-BAL-STATUS
007590     END-IF
007600     MOVE WS-CHECK-COUNT TO BLS-CHECK-COUNT
007610     MOVE WS-EXCEPTION-COUNT TO BLS-EXCEPTION-COUNT
007620     MOVE WS-MST-COUNT TO BLS-MASTER-COUNT
007630     MOVE WS-MST-LAST-PRIME TO BLS-MASTER-LAST-PRIME
007640     MOVE WS-MST-HASH TO BLS-MASTER-HASH
007650     WRITE BALANCE-SUMMARY-RECORD
007660     CLOSE BALANCE-SUMMARY-FILE
007670
007680     IF WS-EXCEPTION-COUNT > 0
007690         MOVE 8 TO RETURN-CODE
007700     END-IF.
007710
007720 9000-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760** 9900-ABEND - COMMON ABEND EXIT.  REACHED WHEN THE MASTER OR
007770** THE AUDIT TRAIL CANNOT BE READ, OR THE TRAIL HAS NO NORMAL
007780** RECORD.  EACH CALLER DISPLAYS ITS OWN DIAGNOSTIC BEFORE
007790** PERFORMING HERE.  THE SUMMARY IS LEFT EMPTY.
007800*****************************************************************
007810 9900-ABEND.
007820     IF WS-MST-OPENED
007830         CLOSE PRIME-MASTER-FILE
007840     END-IF
007850     IF WS-BLS-OPENED
007860         CLOSE BALANCE-SUMMARY-FILE
007870     END-IF
007880     IF WS-RPT-OPENED
007890         CLOSE BALANCE-REPORT-FILE
007900     END-IF
007910     MOVE 16 TO RETURN-CODE
007920     STOP RUN.
007930
007940 9900-EXIT.
007950     EXIT.
