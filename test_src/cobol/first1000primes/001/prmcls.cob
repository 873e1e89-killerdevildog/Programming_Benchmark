000010***************************************************************
000020** PROGRAM-ID : PRMCLS
000030** AUTHOR     : D. OKONKWO - BATCH PRODUCTION SUPPORT
000040** INSTALLATION : DATA CENTER SERVICES
000050** DATE-WRITTEN  : 10/15/2026
000060***************************************************************
000070** MODIFICATION HISTORY
000080** ------------------------------------------------------------
000090** 10/15/2026 DRO  INITIAL VERSION.  PRIME ATTRIBUTE
000100**                  CLASSIFICATION.  READS THE MASTER AND WRITES
000110**                  ONE CLASSIFICATION RECORD PER PRIME - RESIDUE
000120**                  CLASS MOD 4 AND MOD 6, SOPHIE GERMAIN, SAFE,
000130**                  PALINDROMIC, AND TWIN/COUSIN/SEXY PAIR
000140**                  MEMBERSHIP - TO AN INTERFACE FILE (PRMCLSO,
000150**                  HEADER/TRAILER LIKE THE PRMXTR EXTRACT) AND
000160**                  TO A FILE KEYED ON THE PRIME VALUE (PRMCLSX)
000170**                  SO PRMINQ CAN ANSWER "NEXT SAFE PRIME ABOVE A
000180**                  VALUE".  A SUMMARY REPORT COUNTS EACH
000190**                  ATTRIBUTE FOR THE CONTROL BOOK.
000191** 10/15/2026 DRO  A BACKOUT AUDIT RECORD (PRMBKO) NOW COUNTS AS
000192**                  A GOOD RUN ALONGSIDE NORMAL - AFTER A BACK-OUT
000193**                  THE RESTORED GENERATION IS THE MASTER ON DISK.
000200***************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PRMCLS.
000230 AUTHOR. D. OKONKWO.
000240 INSTALLATION. DATA CENTER SERVICES.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PRIME-MASTER-FILE ASSIGN TO "PRMMST"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-MST-FILE-STATUS.
000380
000390     SELECT PRIME-HALF-FILE ASSIGN TO "PRMMSTH"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-HLF-FILE-STATUS.
000420
000430     SELECT PRIME-DOUBLE-FILE ASSIGN TO "PRMMSTD"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-DBL-FILE-STATUS.
000460
000470     SELECT PRIMES-AUDIT-FILE ASSIGN TO "PRMAUDIT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-AUD-FILE-STATUS.
000500
000510     SELECT CLASS-INTERFACE-FILE ASSIGN TO "PRMCLSO"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-CLS-FILE-STATUS.
000540
000550     SELECT CLASS-INDEX-FILE ASSIGN TO "PRMCLSX"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CLX-PRIME-VALUE
000590         FILE STATUS IS WS-CLX-FILE-STATUS.
000600
000610     SELECT CLASS-REPORT-FILE ASSIGN TO "PRMCLSR"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RPT-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670
000680 FD  PRIME-MASTER-FILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 80 CHARACTERS.
000710 COPY PRMMST.
000720
000730*****************************************************************
000740** THE MASTER IS READ THREE TIMES IN STEP: THE MAIN PASS, A
000750** LAGGING PASS THAT LOOKS FOR (P-1)/2 AND A LEADING PASS THAT
000760** LOOKS FOR 2P+1.  ALL THREE DDS NAME THE SAME DATA SET.
000770*****************************************************************
000780 FD  PRIME-HALF-FILE
000790     RECORDING MODE IS F
000800     RECORD CONTAINS 80 CHARACTERS.
000810 COPY PRMMST REPLACING ==PRIME-MASTER-RECORD== BY
000820     ==PRIME-HALF-RECORD==,
000830     ==PM-SEQUENCE-NUMBER== BY ==PH-SEQUENCE-NUMBER==,
000840     ==PM-PRIME-VALUE== BY ==PH-PRIME-VALUE==.
000850
000860 FD  PRIME-DOUBLE-FILE
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 80 CHARACTERS.
000890 COPY PRMMST REPLACING ==PRIME-MASTER-RECORD== BY
000900     ==PRIME-DOUBLE-RECORD==,
000910     ==PM-SEQUENCE-NUMBER== BY ==PD-SEQUENCE-NUMBER==,
000920     ==PM-PRIME-VALUE== BY ==PD-PRIME-VALUE==.
000930
000940 FD  PRIMES-AUDIT-FILE
000950     RECORDING MODE IS F
000960     RECORD CONTAINS 80 CHARACTERS.
000970 COPY PRMAUD.
000980
000990 FD  CLASS-INTERFACE-FILE
001000     RECORDING MODE IS F
001010     RECORD CONTAINS 80 CHARACTERS.
001020 COPY PRMCLSF.
001030
001040 FD  CLASS-INDEX-FILE
001050     RECORD CONTAINS 80 CHARACTERS.
001060 COPY PRMCLSX.
001070
001080 FD  CLASS-REPORT-FILE
001090     RECORDING MODE IS F
001100     RECORD CONTAINS 132 CHARACTERS.
001110 01  PRINT-RECORD PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140
001150*****************************************************************
001160** REPORT LINE LAYOUTS
001170*****************************************************************
001180 01  WS-HEADING-LINE-1.
001190     05  FILLER PIC X(01) VALUE SPACES.
001200     05  FILLER PIC X(40) VALUE
001210         "PRIME CLASSIFICATION SUMMARY REPORT".
001220     05  FILLER PIC X(10) VALUE SPACES.
001230     05  FILLER PIC X(11) VALUE "RUN DATE : ".
001240     05  HDG1-RUN-DATE PIC 9999/99/99.
001250     05  FILLER PIC X(60) VALUE SPACES.
001260
001270 01  WS-SOURCE-LINE.
001280     05  FILLER PIC X(01) VALUE SPACES.
001290     05  FILLER PIC X(30) VALUE "SOURCE RUN             :".
001300     05  SRC-SOURCE-DATE PIC 9999/99/99.
001310     05  FILLER PIC X(02) VALUE SPACES.
001320     05  SRC-SOURCE-STATUS PIC X(08).
001330     05  FILLER PIC X(81) VALUE SPACES.
001340
001350 01  WS-COUNT-LINE.
001360     05  FILLER PIC X(01) VALUE SPACES.
001370     05  CNT-LABEL PIC X(30).
001380     05  CNT-VALUE PIC ZZZZZZZZZZZZZZ9.
001390     05  FILLER PIC X(86) VALUE SPACES.
001400
001410*****************************************************************
001420** BASE-PRIME TABLE FOR TRIAL DIVISION.  WHEN 2P+1 LIES BEYOND
001430** THE LAST PRIME ON THE MASTER THE LEADING PASS CANNOT SETTLE
001440** IT, SO IT IS TRIAL-DIVIDED INSTEAD.  2P+1 NEVER EXCEEDS
001450** 1,999,999,999, WHOSE SQUARE ROOT IS UNDER 44,722, SO THE
001460** MASTER'S PRIMES UP TO THAT LIMIT (4,700 OR SO) ARE ALL THE
001470** DIVISORS EVER NEEDED.  A MASTER TOO SHORT TO FILL THE TABLE
001480** IS FINISHED OFF WITH ODD DIVISORS.
001490*****************************************************************
001500 01  WS-BASE-LIMIT PIC 9(9) COMP VALUE 44722.
001510 01  WS-BASE-MAX PIC 9(9) COMP VALUE 5000.
001520 01  WS-BASE-COUNT PIC 9(9) COMP VALUE 0.
001530 01  WS-BASE-TABLE.
001540     05  WS-BASE-ENTRY PIC 9(9) COMP OCCURS 5000 TIMES.
001550 01  WS-BX PIC 9(9) COMP VALUE 0.
001560 01  WS-DIVISOR PIC 9(10) COMP VALUE 0.
001570 01  WS-DIVISOR-SQUARE PIC 9(18) COMP VALUE 0.
001580 01  WS-TEST-VALUE PIC 9(10) COMP VALUE 0.
001590 01  WS-QUOTIENT PIC 9(10) COMP VALUE 0.
001600 01  WS-REMAINDER PIC 9(10) COMP VALUE 0.
001610 01  WS-TEST-PRIME-SW PIC X(01) VALUE "N".
001620     88  WS-TEST-PRIME VALUE "Y".
001630 01  WS-TEST-DONE-SW PIC X(01) VALUE "N".
001640     88  WS-TEST-DONE VALUE "Y".
001650
001660*****************************************************************
001670** NEIGHBOUR WINDOW.  A PRIME IS CLASSIFIED ONLY WHEN THREE
001680** PRIMES ON EACH SIDE OF IT ARE IN HAND (SLOT 4 IS THE ONE
001690** BEING CLASSIFIED) - NO MORE THAN THREE PRIMES CAN LIE WITHIN
001700** SIX OF ANY PRIME ON EITHER SIDE, SO THE WINDOW SEES EVERY
001710** TWIN, COUSIN, AND SEXY PARTNER.  AN EMPTY SLOT HOLDS ZERO.
001720*****************************************************************
001730 01  WS-WINDOW-TABLE.
001740     05  WS-WINDOW-ENTRY OCCURS 7 TIMES.
001750         10  WS-WIN-SEQUENCE PIC 9(07).
001760         10  WS-WIN-VALUE PIC 9(09).
001770 01  WS-WX PIC 9(4) COMP VALUE 0.
001780 01  WS-IN-SEQUENCE PIC 9(07) VALUE 0.
001790 01  WS-IN-VALUE PIC 9(09) VALUE 0.
001800 01  WS-CLASS-VALUE PIC 9(09) VALUE 0.
001810 01  WS-GAP PIC 9(09) VALUE 0.
001820 01  WS-HALF-VALUE PIC 9(09) VALUE 0.
001830 01  WS-DOUBLE-VALUE PIC 9(10) VALUE 0.
001840
001850*****************************************************************
001860** PALINDROME TEST - THE VALUE IS VIEWED DIGIT BY DIGIT AND THE
001870** LEADING ZEROS OF THE NINE-DIGIT PICTURE ARE SKIPPED.
001880*****************************************************************
001890 01  WS-PAL-VALUE PIC 9(09) VALUE 0.
001900 01  WS-PAL-DIGITS REDEFINES WS-PAL-VALUE.
001910     05  WS-PAL-DIGIT PIC 9(01) OCCURS 9 TIMES.
001920 01  WS-PX PIC 9(4) COMP VALUE 0.
001930 01  WS-PY PIC 9(4) COMP VALUE 0.
001940
001950*****************************************************************
001960** ATTRIBUTE COUNTS FOR THE SUMMARY REPORT.  THE RESIDUE TABLES
001970** ARE SUBSCRIPTED BY RESIDUE + 1.
001980*****************************************************************
001990 01  WS-DETAIL-COUNT PIC 9(9) VALUE 0.
002000 01  WS-HASH-TOTAL PIC 9(15) VALUE 0.
002010 01  WS-MOD4-TABLE.
002020     05  WS-MOD4-COUNT PIC 9(9) OCCURS 4 TIMES.
002030 01  WS-MOD6-TABLE.
002040     05  WS-MOD6-COUNT PIC 9(9) OCCURS 6 TIMES.
002050 01  WS-SOPHIE-COUNT PIC 9(9) VALUE 0.
002060 01  WS-SAFE-COUNT PIC 9(9) VALUE 0.
002070 01  WS-PALINDROME-COUNT PIC 9(9) VALUE 0.
002080 01  WS-TWIN-COUNT PIC 9(9) VALUE 0.
002090 01  WS-COUSIN-COUNT PIC 9(9) VALUE 0.
002100 01  WS-SEXY-COUNT PIC 9(9) VALUE 0.
002110 01  WS-TRIAL-COUNT PIC 9(9) VALUE 0.
002120
002130*****************************************************************
002140** WORK FIELDS
002150*****************************************************************
002160 01  WS-RUN-DATE PIC 9(8) VALUE 0.
002170 01  WS-RUN-TIME PIC 9(8) VALUE 0.
002180 01  WS-SAVE-AUDIT PIC X(80) VALUE SPACES.
002190 01  WS-AUD-FOUND-SW PIC X(01) VALUE "N".
002200     88  WS-AUD-FOUND VALUE "Y".
002210 01  WS-MST-EOF-SW PIC X(01) VALUE "N".
002220     88  WS-MST-EOF VALUE "Y".
002230 01  WS-HLF-EOF-SW PIC X(01) VALUE "N".
002240     88  WS-HLF-EOF VALUE "Y".
002250 01  WS-DBL-EOF-SW PIC X(01) VALUE "N".
002260     88  WS-DBL-EOF VALUE "Y".
002270 01  WS-AUD-EOF-SW PIC X(01) VALUE "N".
002280     88  WS-AUD-EOF VALUE "Y".
002290 01  WS-BASE-DONE-SW PIC X(01) VALUE "N".
002300     88  WS-BASE-DONE VALUE "Y".
002310 01  WS-MST-FILE-STATUS PIC X(02) VALUE SPACES.
002320 01  WS-HLF-FILE-STATUS PIC X(02) VALUE SPACES.
002330 01  WS-DBL-FILE-STATUS PIC X(02) VALUE SPACES.
002340 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
002350 01  WS-CLS-FILE-STATUS PIC X(02) VALUE SPACES.
002360 01  WS-CLX-FILE-STATUS PIC X(02) VALUE SPACES.
002370 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
002380 01  WS-MST-OPEN-SW PIC X(01) VALUE "N".
002390     88  WS-MST-OPENED VALUE "Y".
002400 01  WS-HLF-OPEN-SW PIC X(01) VALUE "N".
002410     88  WS-HLF-OPENED VALUE "Y".
002420 01  WS-DBL-OPEN-SW PIC X(01) VALUE "N".
002430     88  WS-DBL-OPENED VALUE "Y".
002440 01  WS-CLS-OPEN-SW PIC X(01) VALUE "N".
002450     88  WS-CLS-OPENED VALUE "Y".
002460 01  WS-CLX-OPEN-SW PIC X(01) VALUE "N".
002470     88  WS-CLX-OPENED VALUE "Y".
002480 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
002490     88  WS-RPT-OPENED VALUE "Y".
002500
002510 PROCEDURE DIVISION.
002520
002530*****************************************************************
002540** 0000-MAINLINE
002550*****************************************************************
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002580     PERFORM 2000-CLASSIFY-PRIMES THRU 2000-EXIT
002590     PERFORM 9000-TERMINATE THRU 9000-EXIT
002600     STOP RUN.
002610
002620*****************************************************************
002630** 1000-INITIALIZE - THE SOURCE-RUN IDENTIFICATION COMES FROM
002640** THE LATEST NORMAL (OR BACKOUT) RECORD, AS FOR PRMXTR.
002650** A MISSING OR EMPTY TRAIL MEANS THERE IS NO MASTER RUN TO
002660** NAME AND THE FILE MUST NOT BE PUBLISHED.
002670*****************************************************************
002680 1000-INITIALIZE.
002690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002700     ACCEPT WS-RUN-TIME FROM TIME
002710     INITIALIZE WS-MOD4-TABLE
002720     INITIALIZE WS-MOD6-TABLE
002730     INITIALIZE WS-WINDOW-TABLE
002740
002750     OPEN INPUT PRIMES-AUDIT-FILE
002760     IF WS-AUD-FILE-STATUS NOT = "00"
002770         DISPLAY "*** PRMCLS ABEND - PRIMES-AUDIT-FILE OPEN "
002780             "FAILED - STATUS = " WS-AUD-FILE-STATUS
002790         PERFORM 9900-ABEND THRU 9900-EXIT
002800     END-IF
002810     PERFORM 1100-READ-AUDIT-RECORD THRU 1100-EXIT
002820     PERFORM UNTIL WS-AUD-EOF
002821*        ONLY A NORMAL OR BACKOUT RECORD IDENTIFIES A RUN THAT
002822*        WROTE THE MASTER - PRMQUE'S PER-REQUEST ENTRIES SHARE
002823*        THIS TRAIL.
002850         IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
002860             MOVE "Y" TO WS-AUD-FOUND-SW
002870             MOVE PRIMES-AUDIT-RECORD TO WS-SAVE-AUDIT
002880         END-IF
002890         PERFORM 1100-READ-AUDIT-RECORD THRU 1100-EXIT
002900     END-PERFORM
002910     CLOSE PRIMES-AUDIT-FILE
002920     IF NOT WS-AUD-FOUND
002930         DISPLAY "*** PRMCLS ABEND - NO NORMAL OR BACKOUT AUDIT "
002940             "RECORD TO IDENTIFY THE SOURCE RUN ***"
002950         PERFORM 9900-ABEND THRU 9900-EXIT
002960     END-IF
002970     MOVE WS-SAVE-AUDIT TO PRIMES-AUDIT-RECORD
002980
002990     PERFORM 1200-LOAD-BASE-PRIMES THRU 1200-EXIT
003000
003010     OPEN INPUT PRIME-MASTER-FILE
003020     IF WS-MST-FILE-STATUS NOT = "00"
003030         DISPLAY "*** PRMCLS ABEND - PRIME-MASTER-FILE OPEN "
003040             "FAILED - STATUS = " WS-MST-FILE-STATUS
003050         PERFORM 9900-ABEND THRU 9900-EXIT
003060     END-IF
003070     MOVE "Y" TO WS-MST-OPEN-SW
003080     OPEN INPUT PRIME-HALF-FILE
003090     IF WS-HLF-FILE-STATUS NOT = "00"
003100         DISPLAY "*** PRMCLS ABEND - PRIME-HALF-FILE OPEN "
003110             "FAILED - STATUS = " WS-HLF-FILE-STATUS
003120         PERFORM 9900-ABEND THRU 9900-EXIT
003130     END-IF
003140     MOVE "Y" TO WS-HLF-OPEN-SW
003150     OPEN INPUT PRIME-DOUBLE-FILE
003160     IF WS-DBL-FILE-STATUS NOT = "00"
003170         DISPLAY "*** PRMCLS ABEND - PRIME-DOUBLE-FILE OPEN "
003180             "FAILED - STATUS = " WS-DBL-FILE-STATUS
003190         PERFORM 9900-ABEND THRU 9900-EXIT
003200     END-IF
003210     MOVE "Y" TO WS-DBL-OPEN-SW
003220     OPEN OUTPUT CLASS-INTERFACE-FILE
003230     IF WS-CLS-FILE-STATUS NOT = "00"
003240         DISPLAY "*** PRMCLS ABEND - CLASS-INTERFACE-FILE "
003250             "OPEN FAILED - STATUS = " WS-CLS-FILE-STATUS
003260         PERFORM 9900-ABEND THRU 9900-EXIT
003270     END-IF
003280     MOVE "Y" TO WS-CLS-OPEN-SW
003290     OPEN OUTPUT CLASS-INDEX-FILE
003300     IF WS-CLX-FILE-STATUS NOT = "00"
003310         DISPLAY "*** PRMCLS ABEND - CLASS-INDEX-FILE OPEN "
003320             "FAILED - STATUS = " WS-CLX-FILE-STATUS
003330         PERFORM 9900-ABEND THRU 9900-EXIT
003340     END-IF
003350     MOVE "Y" TO WS-CLX-OPEN-SW
003360     OPEN OUTPUT CLASS-REPORT-FILE
003370     IF WS-RPT-FILE-STATUS NOT = "00"
003380         DISPLAY "*** PRMCLS ABEND - CLASS-REPORT-FILE OPEN "
003390             "FAILED - STATUS = " WS-RPT-FILE-STATUS
003400         PERFORM 9900-ABEND THRU 9900-EXIT
003410     END-IF
003420     MOVE "Y" TO WS-RPT-OPEN-SW
003430
003440     PERFORM 1300-WRITE-HEADER-RECORD THRU 1300-EXIT
003450     PERFORM 2200-READ-MASTER-RECORD THRU 2200-EXIT
003460     PERFORM 3210-READ-HALF-RECORD THRU 3210-EXIT
003470     PERFORM 3310-READ-DOUBLE-RECORD THRU 3310-EXIT.
003480
003490 1000-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530** 1100-READ-AUDIT-RECORD
003540*****************************************************************
003550 1100-READ-AUDIT-RECORD.
003560     READ PRIMES-AUDIT-FILE
003570         AT END
003580             MOVE "Y" TO WS-AUD-EOF-SW
003590     END-READ.
003600
003610 1100-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650** 1200-LOAD-BASE-PRIMES - A SHORT PRE-PASS OF THE MASTER THAT
003660** STOPS AT THE FIRST PRIME ABOVE WS-BASE-LIMIT.  THE FILE IS
003670** CLOSED AGAIN SO THE MAIN PASS STARTS FROM THE TOP.
003680*****************************************************************
003690 1200-LOAD-BASE-PRIMES.
003700     OPEN INPUT PRIME-MASTER-FILE
003710     IF WS-MST-FILE-STATUS NOT = "00"
003720         DISPLAY "*** PRMCLS ABEND - PRIME-MASTER-FILE OPEN "
003730             "FAILED - STATUS = " WS-MST-FILE-STATUS
003740         PERFORM 9900-ABEND THRU 9900-EXIT
003750     END-IF
003760     PERFORM UNTIL WS-BASE-DONE
003770         READ PRIME-MASTER-FILE
003780             AT END
003790                 MOVE "Y" TO WS-BASE-DONE-SW
003800             NOT AT END
003810                 IF PM-PRIME-VALUE > WS-BASE-LIMIT
003820                     OR WS-BASE-COUNT NOT < WS-BASE-MAX
003830                     MOVE "Y" TO WS-BASE-DONE-SW
003840                 ELSE
003850                     ADD 1 TO WS-BASE-COUNT
003860                     MOVE PM-PRIME-VALUE TO
003870                         WS-BASE-ENTRY (WS-BASE-COUNT)
003880                 END-IF
003890         END-READ
003900     END-PERFORM
003910     CLOSE PRIME-MASTER-FILE.
003920
003930 1200-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970** 1300-WRITE-HEADER-RECORD - EXTRACT DATE/TIME PLUS THE SOURCE
003980** RUN'S START STAMP AND STATUS FROM THE AUDIT RECORD.
003990*****************************************************************
004000 1300-WRITE-HEADER-RECORD.
004010     MOVE SPACES TO CLASS-HEADER-RECORD
004020     MOVE "H" TO CLH-RECORD-TYPE
004030     MOVE WS-RUN-DATE TO CLH-EXTRACT-DATE
004040     MOVE WS-RUN-TIME TO CLH-EXTRACT-TIME
004050     MOVE AUD-JOB-START-DATE TO CLH-SOURCE-RUN-DATE
004060     MOVE AUD-JOB-START-TIME TO CLH-SOURCE-RUN-TIME
004070     MOVE AUD-STATUS TO CLH-SOURCE-STATUS
004080     WRITE CLASS-HEADER-RECORD.
004090
004100 1300-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140** 2000-CLASSIFY-PRIMES - EACH PRIME READ ENTERS THE WINDOW AT
004150** SLOT 7; THE PRIME THAT REACHES SLOT 4 IS CLASSIFIED.  AT END
004160** OF FILE THREE EMPTY SLOTS ARE PUSHED IN TO CLASSIFY THE LAST
004170** THREE PRIMES.
004180*****************************************************************
004190 2000-CLASSIFY-PRIMES.
004200     PERFORM UNTIL WS-MST-EOF
004210         MOVE PM-SEQUENCE-NUMBER TO WS-IN-SEQUENCE
004220         MOVE PM-PRIME-VALUE TO WS-IN-VALUE
004230         PERFORM 2100-SHIFT-WINDOW THRU 2100-EXIT
004240         PERFORM 2200-READ-MASTER-RECORD THRU 2200-EXIT
004250     END-PERFORM
004260     MOVE 0 TO WS-IN-SEQUENCE
004270     MOVE 0 TO WS-IN-VALUE
004280     PERFORM 2100-SHIFT-WINDOW THRU 2100-EXIT 3 TIMES.
004290
004300 2000-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340** 2100-SHIFT-WINDOW
004350*****************************************************************
004360 2100-SHIFT-WINDOW.
004370     PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 6
004380         MOVE WS-WINDOW-ENTRY (WS-WX + 1) TO
004390             WS-WINDOW-ENTRY (WS-WX)
004400     END-PERFORM
004410     MOVE WS-IN-SEQUENCE TO WS-WIN-SEQUENCE (7)
004420     MOVE WS-IN-VALUE TO WS-WIN-VALUE (7)
004430     IF WS-WIN-VALUE (4) > 0
004440         PERFORM 3000-CLASSIFY-CENTRE THRU 3000-EXIT
004450     END-IF.
004460
004470 2100-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510** 2200-READ-MASTER-RECORD
004520*****************************************************************
004530 2200-READ-MASTER-RECORD.
004540     READ PRIME-MASTER-FILE
004550         AT END
004560             MOVE "Y" TO WS-MST-EOF-SW
004570     END-READ.
004580
004590 2200-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630** 3000-CLASSIFY-CENTRE - BUILD AND WRITE THE CLASSIFICATION OF
004640** THE PRIME IN SLOT 4, TO THE INTERFACE FILE AND THE KEYED
004650** FILE, AND ADD IT TO THE SUMMARY COUNTS.
004660*****************************************************************
004670 3000-CLASSIFY-CENTRE.
004680     MOVE WS-WIN-VALUE (4) TO WS-CLASS-VALUE
004690     MOVE SPACES TO CLASS-DETAIL-RECORD
004700     MOVE "D" TO CLD-RECORD-TYPE
004710     MOVE WS-WIN-SEQUENCE (4) TO CLD-SEQUENCE-NUMBER
004720     MOVE WS-CLASS-VALUE TO CLD-PRIME-VALUE
004730     DIVIDE WS-CLASS-VALUE BY 4 GIVING WS-QUOTIENT
004740         REMAINDER WS-REMAINDER
004750     MOVE WS-REMAINDER TO CLD-MOD4-RESIDUE
004760     DIVIDE WS-CLASS-VALUE BY 6 GIVING WS-QUOTIENT
004770         REMAINDER WS-REMAINDER
004780     MOVE WS-REMAINDER TO CLD-MOD6-RESIDUE
004790
004800     PERFORM 3100-TEST-NEIGHBOURS THRU 3100-EXIT
004810     PERFORM 3200-TEST-SAFE THRU 3200-EXIT
004820     PERFORM 3300-TEST-SOPHIE-GERMAIN THRU 3300-EXIT
004830     PERFORM 3500-TEST-PALINDROME THRU 3500-EXIT
004840
004850     WRITE CLASS-DETAIL-RECORD
004860     WRITE CLASS-INDEX-RECORD FROM CLASS-DETAIL-RECORD
004870         INVALID KEY
004880             DISPLAY "*** PRMCLS ABEND - CLASS-INDEX-FILE WRITE "
004890                 "FAILED - STATUS = " WS-CLX-FILE-STATUS
004900                 " VALUE = " CLD-PRIME-VALUE
004910             PERFORM 9900-ABEND THRU 9900-EXIT
004920     END-WRITE
004930
004940     ADD 1 TO WS-DETAIL-COUNT
004950     ADD WS-CLASS-VALUE TO WS-HASH-TOTAL
004960     ADD 1 TO WS-MOD4-COUNT (CLD-MOD4-RESIDUE + 1)
004970     ADD 1 TO WS-MOD6-COUNT (CLD-MOD6-RESIDUE + 1)
004980     IF CLD-SOPHIE-GERMAIN
004990         ADD 1 TO WS-SOPHIE-COUNT
005000     END-IF
005010     IF CLD-SAFE
005020         ADD 1 TO WS-SAFE-COUNT
005030     END-IF
005040     IF CLD-PALINDROME
005050         ADD 1 TO WS-PALINDROME-COUNT
005060     END-IF
005070     IF CLD-TWIN
005080         ADD 1 TO WS-TWIN-COUNT
005090     END-IF
005100     IF CLD-COUSIN
005110         ADD 1 TO WS-COUSIN-COUNT
005120     END-IF
005130     IF CLD-SEXY
005140         ADD 1 TO WS-SEXY-COUNT
005150     END-IF.
005160
005170 3000-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210** 3100-TEST-NEIGHBOURS - A GAP OF 2, 4, OR 6 TO ANY PRIME IN
005220** THE WINDOW MAKES THE CENTRE A TWIN, COUSIN, OR SEXY MEMBER.
005230*****************************************************************
005240 3100-TEST-NEIGHBOURS.
005250     MOVE "N" TO CLD-TWIN-FLAG
005260     MOVE "N" TO CLD-COUSIN-FLAG
005270     MOVE "N" TO CLD-SEXY-FLAG
005280     PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 7
005290         IF WS-WX NOT = 4 AND WS-WIN-VALUE (WS-WX) > 0
005300             IF WS-WX < 4
005310                 COMPUTE WS-GAP =
005320                     WS-CLASS-VALUE - WS-WIN-VALUE (WS-WX)
005330             ELSE
005340                 COMPUTE WS-GAP =
005350                     WS-WIN-VALUE (WS-WX) - WS-CLASS-VALUE
005360             END-IF
005370             EVALUATE WS-GAP
005380                 WHEN 2
005390                     MOVE "Y" TO CLD-TWIN-FLAG
005400                 WHEN 4
005410                     MOVE "Y" TO CLD-COUSIN-FLAG
005420                 WHEN 6
005430                     MOVE "Y" TO CLD-SEXY-FLAG
005440             END-EVALUATE
005450         END-IF
005460     END-PERFORM.
005470
005480 3100-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520** 3200-TEST-SAFE - (P-1)/2 IS BELOW P, SO THE LAGGING PASS
005530** ALWAYS REACHES IT AND A SIMPLE MATCH SETTLES THE QUESTION.
005540** 2 AND 3 ARE NEVER SAFE ((P-1)/2 IS NOT A PRIME).
005550*****************************************************************
005560 3200-TEST-SAFE.
005570     MOVE "N" TO CLD-SAFE-FLAG
005580     IF WS-CLASS-VALUE < 5
005590         GO TO 3200-EXIT
005600     END-IF
005610     COMPUTE WS-HALF-VALUE = (WS-CLASS-VALUE - 1) / 2
005620     PERFORM UNTIL WS-HLF-EOF
005630         OR PH-PRIME-VALUE NOT < WS-HALF-VALUE
005640         PERFORM 3210-READ-HALF-RECORD THRU 3210-EXIT
005650     END-PERFORM
005660     IF NOT WS-HLF-EOF
005670         AND PH-PRIME-VALUE = WS-HALF-VALUE
005680         MOVE "Y" TO CLD-SAFE-FLAG
005690     END-IF.
005700
005710 3200-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750** 3210-READ-HALF-RECORD
005760*****************************************************************
005770 3210-READ-HALF-RECORD.
005780     READ PRIME-HALF-FILE
005790         AT END
005800             MOVE "Y" TO WS-HLF-EOF-SW
005810     END-READ.
005820
005830 3210-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870** 3300-TEST-SOPHIE-GERMAIN - THE LEADING PASS MATCHES 2P+1 WHILE
005880** IT IS STILL WITHIN THE MASTER.  ONCE THE LEADING PASS HAS RUN
005890** OFF THE END, 2P+1 IS BEYOND THE LAST PRIME ON FILE AND IS
005900** TRIAL-DIVIDED BY THE BASE-PRIME TABLE INSTEAD.
005910*****************************************************************
005920 3300-TEST-SOPHIE-GERMAIN.
005930     MOVE "N" TO CLD-SOPHIE-GERMAIN-FLAG
005940     COMPUTE WS-DOUBLE-VALUE = (WS-CLASS-VALUE * 2) + 1
005950     PERFORM UNTIL WS-DBL-EOF
005960         OR PD-PRIME-VALUE NOT < WS-DOUBLE-VALUE
005970         PERFORM 3310-READ-DOUBLE-RECORD THRU 3310-EXIT
005980     END-PERFORM
005990     IF NOT WS-DBL-EOF
006000         IF PD-PRIME-VALUE = WS-DOUBLE-VALUE
006010             MOVE "Y" TO CLD-SOPHIE-GERMAIN-FLAG
006020         END-IF
006030         GO TO 3300-EXIT
006040     END-IF
006050
006060     ADD 1 TO WS-TRIAL-COUNT
006070     MOVE WS-DOUBLE-VALUE TO WS-TEST-VALUE
006080     PERFORM 3400-TRIAL-DIVIDE THRU 3400-EXIT
006090     IF WS-TEST-PRIME
006100         MOVE "Y" TO CLD-SOPHIE-GERMAIN-FLAG
006110     END-IF.
006120
006130 3300-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170** 3310-READ-DOUBLE-RECORD
006180*****************************************************************
006190 3310-READ-DOUBLE-RECORD.
006200     READ PRIME-DOUBLE-FILE
006210         AT END
006220             MOVE "Y" TO WS-DBL-EOF-SW
006230     END-READ.
006240
006250 3310-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290** 3400-TRIAL-DIVIDE - WS-TEST-VALUE (ALWAYS ODD HERE) IS PRIME
006300** IF NO DIVISOR UP TO ITS SQUARE ROOT DIVIDES IT.  THE BASE
006310** TABLE IS TRIED FIRST; IF IT RUNS OUT BEFORE THE SQUARE ROOT
006320** IS PASSED, ODD DIVISORS CARRY ON FROM THE LAST ENTRY.
006330*****************************************************************
006340 3400-TRIAL-DIVIDE.
006350     MOVE "Y" TO WS-TEST-PRIME-SW
006360     MOVE "N" TO WS-TEST-DONE-SW
006370     MOVE 1 TO WS-DIVISOR
006380     PERFORM VARYING WS-BX FROM 1 BY 1
006390         UNTIL WS-BX > WS-BASE-COUNT OR WS-TEST-DONE
006400         MOVE WS-BASE-ENTRY (WS-BX) TO WS-DIVISOR
006410         PERFORM 3410-TRY-DIVISOR THRU 3410-EXIT
006420     END-PERFORM
006430     IF WS-DIVISOR < 3
006440         MOVE 1 TO WS-DIVISOR
006450     END-IF
006460     PERFORM UNTIL WS-TEST-DONE
006470         ADD 2 TO WS-DIVISOR
006480         PERFORM 3410-TRY-DIVISOR THRU 3410-EXIT
006490     END-PERFORM.
006500
006510 3400-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550** 3410-TRY-DIVISOR
006560*****************************************************************
006570 3410-TRY-DIVISOR.
006580     COMPUTE WS-DIVISOR-SQUARE = WS-DIVISOR * WS-DIVISOR
006590     IF WS-DIVISOR-SQUARE > WS-TEST-VALUE
006600         MOVE "Y" TO WS-TEST-DONE-SW
006610         GO TO 3410-EXIT
006620     END-IF
006630     DIVIDE WS-TEST-VALUE BY WS-DIVISOR GIVING WS-QUOTIENT
006640         REMAINDER WS-REMAINDER
006650     IF WS-REMAINDER = 0
006660         MOVE "N" TO WS-TEST-PRIME-SW
006670         MOVE "Y" TO WS-TEST-DONE-SW
006680     END-IF.
006690
006700 3410-EXIT.
006710     EXIT.
006720
006730*****************************************************************
006740** 3500-TEST-PALINDROME - COMPARE DIGITS INWARD FROM BOTH ENDS,
006750** STARTING AT THE FIRST SIGNIFICANT DIGIT.
006760*****************************************************************
006770 3500-TEST-PALINDROME.
006780     MOVE "Y" TO CLD-PALINDROME-FLAG
006790     MOVE WS-CLASS-VALUE TO WS-PAL-VALUE
006800     PERFORM VARYING WS-PX FROM 1 BY 1
006810         UNTIL WS-PX > 8 OR WS-PAL-DIGIT (WS-PX) NOT = 0
006820         CONTINUE
006830     END-PERFORM
006840     MOVE 9 TO WS-PY
006850     PERFORM UNTIL WS-PX NOT < WS-PY OR NOT CLD-PALINDROME
006860         IF WS-PAL-DIGIT (WS-PX) NOT = WS-PAL-DIGIT (WS-PY)
006870             MOVE "N" TO CLD-PALINDROME-FLAG
006880         END-IF
006890         ADD 1 TO WS-PX
006900         SUBTRACT 1 FROM WS-PY
006910     END-PERFORM.
006920
006930 3500-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970** 9000-TERMINATE - TRAILER CONTROLS, THEN THE SUMMARY REPORT.
006980** AN EMPTY MASTER STILL GETS A HEADER AND TRAILER BUT ENDS
006990** RETURN-CODE 4 SO THE EMPTY FILE IS NOT MISTAKEN FOR A GOOD
007000** ONE.
007010*****************************************************************
007020 9000-TERMINATE.
007030     MOVE SPACES TO CLASS-TRAILER-RECORD
007040     MOVE "T" TO CLT-RECORD-TYPE
007050     MOVE WS-DETAIL-COUNT TO CLT-RECORD-COUNT
007060     MOVE WS-HASH-TOTAL TO CLT-HASH-TOTAL
007070     MOVE WS-SAFE-COUNT TO CLT-SAFE-COUNT
007080     MOVE WS-SOPHIE-COUNT TO CLT-SOPHIE-GERMAIN-COUNT
007090     WRITE CLASS-TRAILER-RECORD
007100     CLOSE CLASS-INTERFACE-FILE
007110     CLOSE CLASS-INDEX-FILE
007120     CLOSE PRIME-MASTER-FILE
007130     CLOSE PRIME-HALF-FILE
007140     CLOSE PRIME-DOUBLE-FILE
007150
007160     MOVE WS-RUN-DATE TO HDG1-RUN-DATE
007170     MOVE WS-HEADING-LINE-1 TO PRINT-RECORD
007180     WRITE PRINT-RECORD AFTER ADVANCING PAGE
007190     MOVE SPACES TO PRINT-RECORD
007200     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007210     MOVE AUD-JOB-START-DATE TO SRC-SOURCE-DATE
007220     MOVE AUD-STATUS TO SRC-SOURCE-STATUS
007230     MOVE WS-SOURCE-LINE TO PRINT-RECORD
007240     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007250     MOVE "PRIMES CLASSIFIED      :" TO CNT-LABEL
007260     MOVE WS-DETAIL-COUNT TO CNT-VALUE
007270     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007280     MOVE "HASH TOTAL OF VALUES   :" TO CNT-LABEL
007290     MOVE WS-HASH-TOTAL TO CNT-VALUE
007300     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007310     MOVE SPACES TO PRINT-RECORD
007320     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007330
007340     MOVE "RESIDUE 1 MOD 4        :" TO CNT-LABEL
007350     MOVE WS-MOD4-COUNT (2) TO CNT-VALUE
007360     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007370     MOVE "RESIDUE 3 MOD 4        :" TO CNT-LABEL
007380     MOVE WS-MOD4-COUNT (4) TO CNT-VALUE
007390     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007400     MOVE "RESIDUE 2 MOD 4        :" TO CNT-LABEL
007410     MOVE WS-MOD4-COUNT (3) TO CNT-VALUE
007420     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007430     MOVE "RESIDUE 1 MOD 6        :" TO CNT-LABEL
007440     MOVE WS-MOD6-COUNT (2) TO CNT-VALUE
007450     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007460     MOVE "RESIDUE 5 MOD 6        :" TO CNT-LABEL
007470     MOVE WS-MOD6-COUNT (6) TO CNT-VALUE
007480     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007490     MOVE "RESIDUE 2 MOD 6        :" TO CNT-LABEL
007500     MOVE WS-MOD6-COUNT (3) TO CNT-VALUE
007510     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007520     MOVE "RESIDUE 3 MOD 6        :" TO CNT-LABEL
007530     MOVE WS-MOD6-COUNT (4) TO CNT-VALUE
007540     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007550     MOVE SPACES TO PRINT-RECORD
007560     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007570
007580     MOVE "SOPHIE GERMAIN PRIMES  :" TO CNT-LABEL
007590     MOVE WS-SOPHIE-COUNT TO CNT-VALUE
007600     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007610     MOVE "SAFE PRIMES            :" TO CNT-LABEL
007620     MOVE WS-SAFE-COUNT TO CNT-VALUE
007630     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007640     MOVE "PALINDROMIC PRIMES     :" TO CNT-LABEL
007650     MOVE WS-PALINDROME-COUNT TO CNT-VALUE
007660     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007670     MOVE "TWIN PAIR MEMBERS      :" TO CNT-LABEL
007680     MOVE WS-TWIN-COUNT TO CNT-VALUE
007690     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007700     MOVE "COUSIN PAIR MEMBERS    :" TO CNT-LABEL
007710     MOVE WS-COUSIN-COUNT TO CNT-VALUE
007720     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007730     MOVE "SEXY PAIR MEMBERS      :" TO CNT-LABEL
007740     MOVE WS-SEXY-COUNT TO CNT-VALUE
007750     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007760     MOVE SPACES TO PRINT-RECORD
007770     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
007780     MOVE "2P+1 BY TRIAL DIVISION :" TO CNT-LABEL
007790     MOVE WS-TRIAL-COUNT TO CNT-VALUE
007800     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT
007810     CLOSE CLASS-REPORT-FILE
007820
007830     IF WS-DETAIL-COUNT = 0
007840         DISPLAY "*** PRMCLS WARNING - MASTER FILE IS EMPTY - "
007850             "NO PRIMES CLASSIFIED ***"
007860         MOVE 4 TO RETURN-CODE
007870     END-IF.
007880
007890 9000-EXIT.
007900     EXIT.
007910
007920*****************************************************************
007930** 9100-PRINT-COUNT-LINE - CNT-LABEL AND CNT-VALUE ARE SET BY
007940** THE CALLER.
007950*****************************************************************
007960 9100-PRINT-COUNT-LINE.
007970     MOVE WS-COUNT-LINE TO PRINT-RECORD
007980     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
007990
008000 9100-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040** 9900-ABEND - COMMON ABEND EXIT.  REACHED WHEN A FILE CANNOT BE
008050** OPENED, THE AUDIT TRAIL HAS NO RUN TO NAME, OR THE KEYED FILE
008060** REJECTS A WRITE (THE MASTER IS OUT OF VALUE SEQUENCE).  EACH
008070** CALLER DISPLAYS ITS OWN DIAGNOSTIC BEFORE PERFORMING HERE.
008080*****************************************************************
008090 9900-ABEND.
008100     IF WS-MST-OPENED
008110         CLOSE PRIME-MASTER-FILE
008120     END-IF
008130     IF WS-HLF-OPENED
008140         CLOSE PRIME-HALF-FILE
008150     END-IF
008160     IF WS-DBL-OPENED
008170         CLOSE PRIME-DOUBLE-FILE
008180     END-IF
008190     IF WS-CLS-OPENED
008200         CLOSE CLASS-INTERFACE-FILE
008210     END-IF
008220     IF WS-CLX-OPENED
008230         CLOSE CLASS-INDEX-FILE
008240     END-IF
008250     IF WS-RPT-OPENED
008260         CLOSE CLASS-REPORT-FILE
008270     END-IF
008280     MOVE 16 TO RETURN-CODE
008290     STOP RUN.
008300
008310 9900-EXIT.
008320     EXIT.
