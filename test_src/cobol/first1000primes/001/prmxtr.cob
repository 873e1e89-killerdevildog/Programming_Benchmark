000217**                  STATUS COULD NAME A DEPARTMENT REQUEST
000218**                  THAT NEVER TOUCHED THE MASTER AS THE
000219**                  EXTRACT'S SOURCE RUN.
      ** 10/15/2026 DRO  DELTA EXTRACT MODE (PRMXTRC OPTION CARD "D").
      **                  THE BASE IS THE EXTRACT STILL ON DISK FROM THE
      **                  LAST RUN, PROVIDED PRMACK'S STATUS RECORD
      **                  (PRMACKS) SHOWS THAT VERY FILE ACKED; ONLY THE
      **                  PRIMES PAST ITS CUMULATIVE COUNT ARE WRITTEN.
      **                  THE HEADER NAMES THE BASE EXTRACT AND THE
      **                  STARTING SEQUENCE; THE TRAILER CARRIES THE
      **                  CUMULATIVE COUNT/HASH NEXT TO THE FILE'S OWN.
      **                  A FULL REFRESH IS FORCED WHEN THERE IS NO
      **                  COMPLETE PRIOR EXTRACT, IT WAS NOT ACKED, MORE
      **                  THAN ONE RUN HAS WRITTEN THE MASTER SINCE ITS
      **                  SOURCE RUN, THE ONE RUN THAT DID WAS NOT AN
      **                  EXTEND (PRMCTL MODE "E"), OR THE MASTER NO
      **                  LONGER REPRODUCES THE BASE COUNT AND HASH.
      **                  THE BALANCING REPORT SAYS WHICH AND WHY.
      ** 10/15/2026 DRO  A BACKOUT AUDIT RECORD (PRMBKO) NOW COUNTS AS
      **                  A GOOD RUN ALONGSIDE NORMAL.  A BACK-OUT SINCE
      **                  THE BASE'S SOURCE RUN FORCES A FULL REFRESH -
      **                  THE MASTER HAS SHRUNK, NOT GROWN.
000220***************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PRMXTR.
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-XTR-FILE-STATUS.
000480
           SELECT ACK-STATUS-FILE ASSIGN TO "PRMACKS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
      
           SELECT PRIMES-CTL-FILE ASSIGN TO "PRMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
      
           SELECT EXTRACT-OPTION-FILE ASSIGN TO "PRMXTRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPT-FILE-STATUS.
      
000490     SELECT BALANCE-REPORT-FILE ASSIGN TO "PRMXTRB"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RPT-FILE-STATUS.
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 80 CHARACTERS.
000690 COPY PRMXTF.
      
      *****************************************************************
      ** ONLY THE ACK-STATUS-RECORD LAYOUT IS READ HERE; THE OTHER
      ** TWO PRMACKF LAYOUTS BELONG TO PRMACK'S OWN FILES.
      *****************************************************************
       FD  ACK-STATUS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRMACKF.
      
       FD  PRIMES-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRMCTL.
      
       FD  EXTRACT-OPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRMXTRC.
000700
000710 FD  BALANCE-REPORT-FILE
000720     RECORDING MODE IS F
001070     05  BAL3-SOURCE-STATUS PIC X(08).
001080     05  FILLER PIC X(81) VALUE SPACES.
001090
       01  WS-BALANCE-LINE-4.
           05  FILLER PIC X(01) VALUE SPACES.
           05  FILLER PIC X(30) VALUE "EXTRACT TYPE           :".
           05  BAL4-TYPE PIC X(12).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BAL4-REASON PIC X(30).
           05  FILLER PIC X(57) VALUE SPACES.
      
       01  WS-BALANCE-LINE-5.
           05  FILLER PIC X(01) VALUE SPACES.
           05  FILLER PIC X(30) VALUE "BASE EXTRACT           :".
           05  BAL5-BASE-DATE PIC 9999/99/99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BAL5-BASE-TIME PIC 9(08).
           05  FILLER PIC X(81) VALUE SPACES.
      
       01  WS-BALANCE-LINE-6.
           05  FILLER PIC X(01) VALUE SPACES.
           05  FILLER PIC X(30) VALUE "STARTING SEQUENCE      :".
           05  BAL6-START-SEQ PIC ZZZZZZ9.
           05  FILLER PIC X(94) VALUE SPACES.
      
       01  WS-BALANCE-LINE-7.
           05  FILLER PIC X(01) VALUE SPACES.
           05  FILLER PIC X(30) VALUE "CUMULATIVE RECORDS     :".
           05  BAL7-CUM-COUNT PIC ZZZZZZZZ9.
           05  FILLER PIC X(92) VALUE SPACES.
      
       01  WS-BALANCE-LINE-8.
           05  FILLER PIC X(01) VALUE SPACES.
           05  FILLER PIC X(30) VALUE "CUMULATIVE HASH TOTAL  :".
           05  BAL8-CUM-HASH PIC ZZZZZZZZZZZZZZ9.
           05  FILLER PIC X(86) VALUE SPACES.
      
001100*****************************************************************
001110** WORK FIELDS
001120*****************************************************************
001140 01  WS-RUN-TIME PIC 9(8) VALUE 0.
001150 01  WS-DETAIL-COUNT PIC 9(9) VALUE 0.
001160 01  WS-HASH-TOTAL PIC 9(15) VALUE 0.
       01  WS-CUM-COUNT PIC 9(9) VALUE 0.
       01  WS-CUM-HASH PIC 9(15) VALUE 0.
       01  WS-RUNS-SINCE-BASE PIC 9(5) VALUE 0.
       01  WS-EXTRACT-REASON PIC X(30) VALUE "FULL REFRESH REQUESTED".
       01  WS-DELTA-REQ-SW PIC X(01) VALUE "N".
           88  WS-DELTA-REQUESTED VALUE "Y".
       01  WS-DELTA-SW PIC X(01) VALUE "N".
           88  WS-DELTA-EXTRACT VALUE "Y".
       01  WS-CTL-EXTEND-SW PIC X(01) VALUE "N".
           88  WS-CTL-EXTEND VALUE "Y".
       01  WS-BASE-ACKED-SW PIC X(01) VALUE "N".
           88  WS-BASE-ACKED VALUE "Y".
       01  WS-BACKOUT-SW PIC X(01) VALUE "N".
           88  WS-BACKED-OUT-SINCE-BASE VALUE "Y".
001170 01  WS-SAVE-AUDIT PIC X(80) VALUE SPACES.
001180 01  WS-AUD-FOUND-SW PIC X(01) VALUE "N".
001190     88  WS-AUD-FOUND VALUE "Y".
001250 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
001260 01  WS-XTR-FILE-STATUS PIC X(02) VALUE SPACES.
001270 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
001272 01  WS-ACK-FILE-STATUS PIC X(02) VALUE SPACES.
001274 01  WS-CTL-FILE-STATUS PIC X(02) VALUE SPACES.
001276 01  WS-OPT-FILE-STATUS PIC X(02) VALUE SPACES.
001280 01  WS-MST-OPEN-SW PIC X(01) VALUE "N".
001290     88  WS-MST-OPENED VALUE "Y".
001300 01  WS-XTR-OPEN-SW PIC X(01) VALUE "N".
001310     88  WS-XTR-OPENED VALUE "Y".
001320 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
001330     88  WS-RPT-OPENED VALUE "Y".
      
      *****************************************************************
      ** THE PRIOR EXTRACT'S IDENTITY AND CUMULATIVE TOTALS, SAVED
      ** FIELD BY FIELD AS IN PRMACK - THE THREE PRMXTF LAYOUTS SHARE
      ** THE FILE'S ONE RECORD AREA.  A DELTA IS BUILT ON THESE.
      *****************************************************************
       01  WS-PRI-EXTRACT-DATE PIC 9(08) VALUE 0.
       01  WS-PRI-EXTRACT-TIME PIC 9(08) VALUE 0.
       01  WS-PRI-SOURCE-DATE PIC 9(08) VALUE 0.
       01  WS-PRI-SOURCE-TIME PIC 9(08) VALUE 0.
       01  WS-PRI-CUM-COUNT PIC 9(09) VALUE 0.
       01  WS-PRI-CUM-HASH PIC 9(15) VALUE 0.
       01  WS-PRI-HDR-FOUND-SW PIC X(01) VALUE "N".
           88  WS-PRI-HDR-FOUND VALUE "Y".
       01  WS-PRI-FOUND-SW PIC X(01) VALUE "N".
           88  WS-PRI-FOUND VALUE "Y".
       01  WS-PRI-EOF-SW PIC X(01) VALUE "N".
           88  WS-PRI-EOF VALUE "Y".
001340
001350 PROCEDURE DIVISION.
001360
001480** THE LAST AUDIT RECORD.  THIS STEP ONLY RUNS AFTER A CLEAN
001490** GENERATION, SO A MISSING OR EMPTY AUDIT FILE MEANS THE JOB
001500** STREAM IS MISWIRED AND THE EXTRACT MUST NOT BE PUBLISHED.
001502** WHEN A DELTA IS ASKED FOR, THE PRIOR EXTRACT AND ITS ACK
001504** STATUS ARE READ FIRST, THE AUDIT SCAN COUNTS THE RUNS THAT
001506** HAVE WRITTEN THE MASTER SINCE THE PRIOR EXTRACT'S SOURCE RUN,
001508** AND 1400 DECIDES DELTA OR FULL BEFORE ANYTHING IS WRITTEN.
001510*****************************************************************
001520 1000-INITIALIZE.
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001540     ACCEPT WS-RUN-TIME FROM TIME
001541     PERFORM 1050-READ-OPTION-CARD THRU 1050-EXIT
001542     IF WS-DELTA-REQUESTED
001543         PERFORM 1300-READ-PRIOR-EXTRACT THRU 1300-EXIT
001544         PERFORM 1320-READ-ACK-STATUS THRU 1320-EXIT
001545         PERFORM 1330-READ-CONTROL-CARD THRU 1330-EXIT
001546     END-IF
001550
001560     OPEN INPUT PRIMES-AUDIT-FILE
001570     IF WS-AUD-FILE-STATUS NOT = "00"
001610     END-IF
001620     PERFORM 1100-READ-AUDIT-RECORD THRU 1100-EXIT
001630     PERFORM UNTIL WS-AUD-EOF
001632*        ONLY A NORMAL OR BACKOUT RECORD IDENTIFIES A RUN THAT
001634*        WROTE THE MASTER - PRMQUE'S PER-REQUEST ENTRIES (QUEUE/
001636*        SHORT/REJECT) SHARE THIS TRAIL AND MUST NOT BE PICKED UP.
001640         IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
001642             MOVE "Y" TO WS-AUD-FOUND-SW
001650             MOVE PRIMES-AUDIT-RECORD TO WS-SAVE-AUDIT
                   IF WS-PRI-FOUND
                       AND (AUD-JOB-START-DATE > WS-PRI-SOURCE-DATE
                       OR (AUD-JOB-START-DATE = WS-PRI-SOURCE-DATE
                       AND AUD-JOB-START-TIME > WS-PRI-SOURCE-TIME))
                       ADD 1 TO WS-RUNS-SINCE-BASE
                       IF AUD-STATUS-BACKOUT
                           MOVE "Y" TO WS-BACKOUT-SW
                       END-IF
                   END-IF
001652         END-IF
001660         PERFORM 1100-READ-AUDIT-RECORD THRU 1100-EXIT
001670     END-PERFORM
001680     CLOSE PRIMES-AUDIT-FILE
001690     IF NOT WS-AUD-FOUND
001700         DISPLAY "*** PRMXTR ABEND - NO NORMAL OR BACKOUT AUDIT "
001710             "RECORD TO IDENTIFY THE SOURCE RUN ***"
001720         PERFORM 9900-ABEND THRU 9900-EXIT
001730     END-IF
001740     MOVE WS-SAVE-AUDIT TO PRIMES-AUDIT-RECORD
001742     IF WS-DELTA-REQUESTED
001744         PERFORM 1400-DECIDE-EXTRACT-TYPE THRU 1400-EXIT
001746     END-IF
001750
001760     OPEN INPUT PRIME-MASTER-FILE
001770     IF WS-MST-FILE-STATUS NOT = "00"
001800         PERFORM 9900-ABEND THRU 9900-EXIT
001810     END-IF
001820     MOVE "Y" TO WS-MST-OPEN-SW
001822     IF WS-DELTA-EXTRACT
001824         PERFORM 1500-PROVE-BASE-PREFIX THRU 1500-EXIT
001826     END-IF
001830     OPEN OUTPUT EXTRACT-INTERFACE-FILE
001840     IF WS-XTR-FILE-STATUS NOT = "00"
001850         DISPLAY "*** PRMXTR ABEND - EXTRACT-INTERFACE-FILE "
002170** 1200-WRITE-HEADER-RECORD - EXTRACT DATE/TIME PLUS THE SOURCE
002180** RUN'S START STAMP AND COMPLETION STATUS FROM THE AUDIT
002190** RECORD, SO THE RECEIVER CAN TIE THE FILE TO THE RUN THAT
002195** PRODUCED IT.  ON A DELTA THE BASE EXTRACT AND THE FIRST
002200** SEQUENCE NUMBER CARRIED ARE ADDED SO THE RECEIVER CAN CHECK
002205** IT IS APPLYING THE FILE TO THE LIST IT ACTUALLY HOLDS.
002210*****************************************************************
002220 1200-WRITE-HEADER-RECORD.
002230     MOVE SPACES TO EXTRACT-HEADER-RECORD
002270     MOVE AUD-JOB-START-DATE TO XTH-SOURCE-RUN-DATE
002280     MOVE AUD-JOB-START-TIME TO XTH-SOURCE-RUN-TIME
002290     MOVE AUD-STATUS TO XTH-SOURCE-STATUS
           IF WS-DELTA-EXTRACT
               MOVE "D" TO XTH-EXTRACT-TYPE
               MOVE WS-PRI-EXTRACT-DATE TO XTH-BASE-EXTRACT-DATE
               MOVE WS-PRI-EXTRACT-TIME TO XTH-BASE-EXTRACT-TIME
           ELSE
               MOVE "F" TO XTH-EXTRACT-TYPE
               MOVE 0 TO XTH-BASE-EXTRACT-DATE
               MOVE 0 TO XTH-BASE-EXTRACT-TIME
           END-IF
           COMPUTE XTH-START-SEQUENCE = WS-CUM-COUNT + 1
002300     WRITE EXTRACT-HEADER-RECORD.
002310
002320 1200-EXIT.
002340
002350*****************************************************************
002360** 2000-EXTRACT-DETAILS - ONE "D" RECORD PER PRIME, WITH THE
002364** RUNNING COUNT AND HASH TOTAL FOR THE TRAILER.  ON A DELTA
002368** THE MASTER IS ALREADY PAST THE BASE RECORDS, SO ONLY THE
002372** PRIMES ADDED SINCE ARE WRITTEN; THE CUMULATIVE TOTALS RUN ON
002376** FROM THE BASE EITHER WAY.
002380*****************************************************************
002390 2000-EXTRACT-DETAILS.
002400     PERFORM UNTIL WS-MST-EOF
002450         WRITE EXTRACT-DETAIL-RECORD
002460         ADD 1 TO WS-DETAIL-COUNT
002470         ADD PM-PRIME-VALUE TO WS-HASH-TOTAL
002473         ADD 1 TO WS-CUM-COUNT
002476         ADD PM-PRIME-VALUE TO WS-CUM-HASH
002480         PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
002490     END-PERFORM.
002500
002650
002660*****************************************************************
002670** 9000-TERMINATE - TRAILER CONTROLS, THEN THE BALANCING REPORT
002675** FOR OUR OWN CONTROL BOOK.  THE TRAILER'S OWN COUNT AND HASH
002680** COVER THE DETAILS ON THIS FILE; THE CUMULATIVE PAIR COVERS
002685** THE WHOLE LIST ONCE A DELTA IS APPLIED.
002690*****************************************************************
002700 9000-TERMINATE.
002710     MOVE SPACES TO EXTRACT-TRAILER-RECORD
002720     MOVE "T" TO XTT-RECORD-TYPE
002730     MOVE WS-DETAIL-COUNT TO XTT-RECORD-COUNT
002740     MOVE WS-HASH-TOTAL TO XTT-HASH-TOTAL
002743     MOVE WS-CUM-COUNT TO XTT-CUM-RECORD-COUNT
002746     MOVE WS-CUM-HASH TO XTT-CUM-HASH-TOTAL
002750     WRITE EXTRACT-TRAILER-RECORD
002760     CLOSE EXTRACT-INTERFACE-FILE
002770     CLOSE PRIME-MASTER-FILE
002910     MOVE AUD-STATUS TO BAL3-SOURCE-STATUS
002920     MOVE WS-BALANCE-LINE-3 TO PRINT-RECORD
002930     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           IF WS-DELTA-EXTRACT
               MOVE "DELTA" TO BAL4-TYPE
           ELSE
               MOVE "FULL REFRESH" TO BAL4-TYPE
           END-IF
           MOVE WS-EXTRACT-REASON TO BAL4-REASON
           MOVE WS-BALANCE-LINE-4 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           IF WS-DELTA-EXTRACT
               MOVE WS-PRI-EXTRACT-DATE TO BAL5-BASE-DATE
               MOVE WS-PRI-EXTRACT-TIME TO BAL5-BASE-TIME
               MOVE WS-BALANCE-LINE-5 TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           COMPUTE BAL6-START-SEQ = WS-CUM-COUNT - WS-DETAIL-COUNT + 1
           MOVE WS-BALANCE-LINE-6 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-CUM-COUNT TO BAL7-CUM-COUNT
           MOVE WS-BALANCE-LINE-7 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-CUM-HASH TO BAL8-CUM-HASH
           MOVE WS-BALANCE-LINE-8 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
002940     CLOSE BALANCE-REPORT-FILE.
002950
002960 9000-EXIT.
002990*****************************************************************
003000** 9900-ABEND - COMMON ABEND EXIT.  REACHED FROM 1000-INITIALIZE
003010** WHEN AN INPUT CANNOT BE OPENED OR THE AUDIT FILE HAS NO
003017** RECORD TO IDENTIFY THE SOURCE RUN, OR FROM 1500 IF THE
003024** MASTER CANNOT BE REOPENED FOR A FULL REFRESH.  EACH CALLER
003031** DISPLAYS ITS OWN DIAGNOSTIC BEFORE PERFORMING HERE.
003040*****************************************************************
003050 9900-ABEND.
003060     IF WS-MST-OPENED
003170
003180 9900-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220** 1050-READ-OPTION-CARD - "D" ASKS FOR A DELTA.  THE CARD IS
003230** OPTIONAL; WITHOUT IT THE EXTRACT IS THE FULL LIST AS ALWAYS.
003240*****************************************************************
003250 1050-READ-OPTION-CARD.
003260     OPEN INPUT EXTRACT-OPTION-FILE
003270     IF WS-OPT-FILE-STATUS NOT = "00"
003280         GO TO 1050-EXIT
003290     END-IF
003300     READ EXTRACT-OPTION-FILE
003310         AT END
003320             CONTINUE
003330         NOT AT END
003340             IF XTC-MODE-DELTA
003350                 MOVE "Y" TO WS-DELTA-REQ-SW
003360             END-IF
003370     END-READ
003380     CLOSE EXTRACT-OPTION-FILE.
003390
003400 1050-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440** 1300-READ-PRIOR-EXTRACT - THE EXTRACT STILL ON DISK FROM THE
003450** LAST RUN IS THE ONLY CANDIDATE BASE.  ITS HEADER IDENTITY AND
003460** CUMULATIVE TOTALS ARE SAVED BEFORE THE FILE IS REWRITTEN.  A
003470** FILE WRITTEN BEFORE THE CUMULATIVE FIELDS EXISTED WAS A FULL
003480** LIST, SO ITS OWN COUNT AND HASH ARE THE CUMULATIVE ONES.  A
003490** FILE WITH NO HEADER OR NO TRAILER IS NO BASE AT ALL.
003500*****************************************************************
003510 1300-READ-PRIOR-EXTRACT.
003520     OPEN INPUT EXTRACT-INTERFACE-FILE
003530     IF WS-XTR-FILE-STATUS NOT = "00"
003540         GO TO 1300-EXIT
003550     END-IF
003560     PERFORM 1310-READ-PRIOR-RECORD THRU 1310-EXIT
003570     PERFORM UNTIL WS-PRI-EOF
003580         EVALUATE TRUE
003590             WHEN XTH-TYPE-HEADER
003600                 MOVE "Y" TO WS-PRI-HDR-FOUND-SW
003610                 MOVE XTH-EXTRACT-DATE TO WS-PRI-EXTRACT-DATE
003620                 MOVE XTH-EXTRACT-TIME TO WS-PRI-EXTRACT-TIME
003630                 MOVE XTH-SOURCE-RUN-DATE TO WS-PRI-SOURCE-DATE
003640                 MOVE XTH-SOURCE-RUN-TIME TO WS-PRI-SOURCE-TIME
003650             WHEN XTT-TYPE-TRAILER
003660                 IF WS-PRI-HDR-FOUND
003670                     MOVE "Y" TO WS-PRI-FOUND-SW
003680                 END-IF
003690                 IF XTT-CUM-RECORD-COUNT NUMERIC
003700                     AND XTT-CUM-HASH-TOTAL NUMERIC
003710                     MOVE XTT-CUM-RECORD-COUNT TO WS-PRI-CUM-COUNT
003720                     MOVE XTT-CUM-HASH-TOTAL TO WS-PRI-CUM-HASH
003730                 ELSE
003740                     MOVE XTT-RECORD-COUNT TO WS-PRI-CUM-COUNT
003750                     MOVE XTT-HASH-TOTAL TO WS-PRI-CUM-HASH
003760                 END-IF
003770             WHEN OTHER
003780                 CONTINUE
003790         END-EVALUATE
003800         PERFORM 1310-READ-PRIOR-RECORD THRU 1310-EXIT
003810     END-PERFORM
003820     CLOSE EXTRACT-INTERFACE-FILE.
003830
003840 1300-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880** 1310-READ-PRIOR-RECORD
003890*****************************************************************
003900 1310-READ-PRIOR-RECORD.
003910     READ EXTRACT-INTERFACE-FILE
003920         AT END
003930             MOVE "Y" TO WS-PRI-EOF-SW
003940     END-READ.
003950
003960 1310-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000** 1320-READ-ACK-STATUS - PRMACK RAN EARLIER IN THE JOB AGAINST
004010** THE SAME PRIOR EXTRACT.  THE BASE COUNTS AS ACKNOWLEDGED ONLY
004020** IF THE STATUS RECORD IS ACKED AND NAMES THAT VERY FILE.
004030*****************************************************************
004040 1320-READ-ACK-STATUS.
004050     IF NOT WS-PRI-FOUND
004060         GO TO 1320-EXIT
004070     END-IF
004080     OPEN INPUT ACK-STATUS-FILE
004090     IF WS-ACK-FILE-STATUS NOT = "00"
004100         GO TO 1320-EXIT
004110     END-IF
004120     READ ACK-STATUS-FILE
004130         AT END
004140             CONTINUE
004150         NOT AT END
004160             IF AKS-STATUS-ACKED
004170                 AND AKS-EXTRACT-DATE = WS-PRI-EXTRACT-DATE
004180                 AND AKS-EXTRACT-TIME = WS-PRI-EXTRACT-TIME
004190                 MOVE "Y" TO WS-BASE-ACKED-SW
004200             END-IF
004210     END-READ
004220     CLOSE ACK-STATUS-FILE.
004230
004240 1320-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280** 1330-READ-CONTROL-CARD - ONLY THE GENERATION MODE MATTERS
004290** HERE: AN EXTEND RUN APPENDS TO THE MASTER, ANY OTHER MODE
004300** REWRITES IT FROM THE FIRST PRIME.
004310*****************************************************************
004320 1330-READ-CONTROL-CARD.
004330     OPEN INPUT PRIMES-CTL-FILE
004340     IF WS-CTL-FILE-STATUS NOT = "00"
004350         GO TO 1330-EXIT
004360     END-IF
004370     READ PRIMES-CTL-FILE
004380         AT END
004390             CONTINUE
004400         NOT AT END
004410             IF CTL-MODE-EXTEND
004420                 MOVE "Y" TO WS-CTL-EXTEND-SW
004430             END-IF
004440     END-READ
004450     CLOSE PRIMES-CTL-FILE.
004460
004470 1330-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510** 1400-DECIDE-EXTRACT-TYPE - A DELTA IS ONLY SAFE WHEN THE
004520** RECEIVERS PROVABLY HOLD THE BASE AND THE MASTER HAS ONLY GROWN
004530** SINCE IT WAS TAKEN.  NO RUN SINCE THE BASE'S SOURCE RUN MEANS
004540** AN EMPTY DELTA; EXACTLY ONE, AND THAT ONE AN EXTEND, MEANS
004550** APPENDED PRIMES ONLY.  A BACK-OUT SINCE THE BASE MEANS THE
004560** RECEIVERS HOLD PRIMES THE MASTER NO LONGER HAS.  ANYTHING
004570** ELSE FORCES A FULL REFRESH, AND THE REASON GOES ON THE
004580** BALANCING REPORT.
004590*****************************************************************
004600 1400-DECIDE-EXTRACT-TYPE.
004610     EVALUATE TRUE
004620         WHEN NOT WS-PRI-FOUND
004630             MOVE "NO COMPLETE PRIOR EXTRACT" TO WS-EXTRACT-REASON
004640         WHEN NOT WS-BASE-ACKED
004650             MOVE "PRIOR EXTRACT NOT ACKNOWLEDGED"
004660                 TO WS-EXTRACT-REASON
004670         WHEN WS-BACKED-OUT-SINCE-BASE
004680             MOVE "MASTER BACKED OUT SINCE BASE"
004690                 TO WS-EXTRACT-REASON
004700         WHEN WS-RUNS-SINCE-BASE > 1
004710             MOVE "MULTIPLE RUNS SINCE BASE" TO WS-EXTRACT-REASON
004720         WHEN WS-RUNS-SINCE-BASE = 1 AND NOT WS-CTL-EXTEND
004730             MOVE "MASTER REGENERATED SINCE BASE"
004740                 TO WS-EXTRACT-REASON
004750         WHEN OTHER
004760             MOVE "Y" TO WS-DELTA-SW
004770             MOVE "BASE ACKNOWLEDGED AND EXTENDED"
004780                 TO WS-EXTRACT-REASON
004790     END-EVALUATE.
004800
004810 1400-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850** 1500-PROVE-BASE-PREFIX - THE FIRST RECORDS OF TODAY'S MASTER
004860** MUST REPRODUCE THE BASE'S CUMULATIVE COUNT AND HASH EXACTLY,
004870** OR THE RECEIVERS' COPY AND OURS HAVE PARTED AND A DELTA WOULD
004880** BE APPLIED TO THE WRONG LIST.  ON A MATCH THE MASTER IS LEFT
004890** POSITIONED AT THE LAST BASE RECORD AND THE CUMULATIVE TOTALS
004900** CARRY ON FROM THERE; ON A MISMATCH THE MASTER IS REOPENED AND
004910** THE RUN FALLS BACK TO A FULL REFRESH.
004920*****************************************************************
004930 1500-PROVE-BASE-PREFIX.
004940     PERFORM UNTIL WS-MST-EOF
004950             OR WS-CUM-COUNT NOT < WS-PRI-CUM-COUNT
004960         PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
004970         IF NOT WS-MST-EOF
004980             ADD 1 TO WS-CUM-COUNT
004990             ADD PM-PRIME-VALUE TO WS-CUM-HASH
005000         END-IF
005010     END-PERFORM
005020     IF WS-CUM-COUNT = WS-PRI-CUM-COUNT
005030         AND WS-CUM-HASH = WS-PRI-CUM-HASH
005040         GO TO 1500-EXIT
005050     END-IF
005060
005070     MOVE "N" TO WS-DELTA-SW
005080     MOVE "MASTER DOES NOT MATCH BASE" TO WS-EXTRACT-REASON
005090     MOVE 0 TO WS-CUM-COUNT
005100     MOVE 0 TO WS-CUM-HASH
005110     CLOSE PRIME-MASTER-FILE
005120     MOVE "N" TO WS-MST-OPEN-SW
005130     MOVE "N" TO WS-MST-EOF-SW
005140     OPEN INPUT PRIME-MASTER-FILE
005150     IF WS-MST-FILE-STATUS NOT = "00"
005160         DISPLAY "*** PRMXTR ABEND - PRIME-MASTER-FILE REOPEN "
005170             "FAILED - STATUS = " WS-MST-FILE-STATUS
005180         PERFORM 9900-ABEND THRU 9900-EXIT
005190     END-IF
005200     MOVE "Y" TO WS-MST-OPEN-SW.
005210
005220 1500-EXIT.
005230     EXIT.
