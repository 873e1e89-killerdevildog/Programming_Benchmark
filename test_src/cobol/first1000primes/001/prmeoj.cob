000262**                  AUDIT TRAIL, AND A DEPARTMENT REQUEST
000263**                  DATED TODAY MUST NOT PASS FOR TODAY'S
000264**                  GENERATION ON THE STATUS PAGE.
      ** 10/15/2026 DRO  PRMBAL'S CROSS-FILE BALANCING SUMMARY
      **                  (PRMBALS, PRMBALS LAYOUT) IS NOW GATHERED LIKE
      **                  THE OTHER ONE-RECORD FILES - OPTIONAL, DATE-
      **                  CHECKED, MISSING IF ABSENT - SHOWN ON THE
      **                  STATUS PAGE AND CARRIED IN RS-BAL-STATUS.  A
      **                  FILE SET THAT DID NOT BALANCE, OR WAS NOT
      **                  BALANCED TODAY, DOWNGRADES THE OVERALL STATUS
      **                  TO WARNING, BYPASS MORNINGS INCLUDED.
000265***************************************************************
000266 IDENTIFICATION DIVISION.
000267 PROGRAM-ID. PRMEOJ.
000574     SELECT STEP-STATUS-FILE ASSIGN TO "PRMSTEP"
000575         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS WS-STP-FILE-STATUS.
      
           SELECT BALANCE-SUMMARY-FILE ASSIGN TO "PRMBALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLS-FILE-STATUS.
000577
000580 DATA DIVISION.
000590 FILE SECTION.
000860     RECORD CONTAINS 80 CHARACTERS.
000861 01  STEP-STATUS-IN-RECORD PIC X(80).
000862
       FD  BALANCE-SUMMARY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRMBALS.
      
000863 WORKING-STORAGE SECTION.
000870
000880*****************************************************************
001156     88  WS-ACK-FOUND VALUE "Y".
001157 01  WS-BYP-FOUND-SW PIC X(01) VALUE "N".
001158     88  WS-BYP-FOUND VALUE "Y".
       01  WS-BAL-FOUND-SW PIC X(01) VALUE "N".
           88  WS-BAL-FOUND VALUE "Y".
001160 01  WS-SAVE-AUDIT PIC X(80) VALUE SPACES.
001170 01  WS-SAVE-RECON PIC X(80) VALUE SPACES.
001180 01  WS-SAVE-STATS PIC X(80) VALUE SPACES.
001182 01  WS-SAVE-ACK PIC X(80) VALUE SPACES.
001184 01  WS-SAVE-DECISION PIC X(80) VALUE SPACES.
       01  WS-SAVE-BALANCE PIC X(80) VALUE SPACES.
001185 01  WS-VAL-FOUND-SW PIC X(01) VALUE "N".
001186     88  WS-VAL-FOUND VALUE "Y".
001187 01  WS-STP-EOF-SW PIC X(01) VALUE "N".
001312 01  WS-ACK-FILE-STATUS PIC X(02) VALUE SPACES.
001314 01  WS-DCD-FILE-STATUS PIC X(02) VALUE SPACES.
001316 01  WS-STP-FILE-STATUS PIC X(02) VALUE SPACES.
001318 01  WS-BLS-FILE-STATUS PIC X(02) VALUE SPACES.
001320 01  WS-AUD-EOF-SW PIC X(01) VALUE "N".
001330     88  WS-AUD-EOF VALUE "Y".
001340 01  WS-RPT-OPEN-SW PIC X(01) VALUE "N".
001465     PERFORM 4500-GATHER-ACK THRU 4500-EXIT
001467     PERFORM 4700-GATHER-DECISION THRU 4700-EXIT
001468     PERFORM 4800-GATHER-VAL-MARK THRU 4800-EXIT
001469     PERFORM 4900-GATHER-BALANCE THRU 4900-EXIT
001470     PERFORM 5000-JUDGE-OVERALL THRU 5000-EXIT
001480     PERFORM 6000-WRITE-STATUS-REPORT THRU 6000-EXIT
001490     PERFORM 7000-WRITE-RUN-STATUS THRU 7000-EXIT
002560*****************************************************************
002561** 5000-JUDGE-OVERALL - ABEND IF THE GENERATION STEP ABENDED OR
002562** NEVER LOGGED; WARNING FOR A SHORTFALL, A RECONCILIATION
      ** MISMATCH, A RECONCILIATION THAT DID NOT HAPPEN, AN ACK
      ** EXCEPTION, OR A FILE SET THAT DID NOT BALANCE (OR WAS NOT
      ** BALANCED); OTHERWISE NORMAL.
002565*****************************************************************
002566 5000-JUDGE-OVERALL.
002590     EVALUATE TRUE
002592*        RECONCILIATION ON PURPOSE, BUT THE BYPASS DESIGN
002593*        DEFERS TO STEP012'S PRIMALITY RE-PROOF - WITHOUT
002594*        TODAY'S STEP012 COMPLETION MARK THE MORNING IS A
      *        WARNING, AND AN ACK EXCEPTION OR A FILE SET THAT DID
      *        NOT BALANCE DOWNGRADES IT TOO.
002596         WHEN NOT WS-AUD-FOUND AND WS-BYP-FOUND
002597             AND NOT WS-VAL-FOUND
002598             MOVE "WARNING " TO WS-OVERALL-STATUS
002599         WHEN NOT WS-AUD-FOUND AND WS-BYP-FOUND
002600             AND WS-ACK-FOUND AND AKS-EXCEPTION-COUNT > 0
                   MOVE "WARNING " TO WS-OVERALL-STATUS
               WHEN NOT WS-AUD-FOUND AND WS-BYP-FOUND
                   AND (NOT WS-BAL-FOUND OR BLS-STATUS-OUTOFBAL)
002601             MOVE "WARNING " TO WS-OVERALL-STATUS
002602         WHEN NOT WS-AUD-FOUND AND WS-BYP-FOUND
002603             MOVE "NORMAL  " TO WS-OVERALL-STATUS
002700         WHEN RCN-MISMATCH-COUNT > 0
002710             MOVE "WARNING " TO WS-OVERALL-STATUS
002712         WHEN WS-ACK-FOUND AND AKS-EXCEPTION-COUNT > 0
                   MOVE "WARNING " TO WS-OVERALL-STATUS
               WHEN NOT WS-BAL-FOUND
                   MOVE "WARNING " TO WS-OVERALL-STATUS
               WHEN BLS-STATUS-OUTOFBAL
002714             MOVE "WARNING " TO WS-OVERALL-STATUS
002720         WHEN OTHER
002730             MOVE "NORMAL  " TO WS-OVERALL-STATUS
003413         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
003414     END-IF
003415
           IF WS-BAL-FOUND
               MOVE "CROSS-FILE BALANCE :" TO TXT-LABEL
               MOVE BLS-BAL-STATUS TO TXT-VALUE
               PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
               MOVE "BALANCE EXCEPTIONS :" TO TXT-LABEL
               MOVE BLS-EXCEPTION-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO TXT-VALUE
               PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
           ELSE
               MOVE "CROSS-FILE BALANCE :" TO TXT-LABEL
               MOVE "NO BALANCING FOR TODAY - DID NOT RUN" TO
                   TXT-VALUE
               PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
           END-IF
      
003416     IF WS-STA-FOUND
003420         MOVE "TOTAL PRIMES       :" TO TXT-LABEL
003430         MOVE SUM-TOTAL-PRIMES TO WS-EDIT-COUNT
004116     ELSE
004118         MOVE "MISSING " TO RS-ACK-STATUS
004119     END-IF
           IF WS-BAL-FOUND
               IF BLS-STATUS-OUTOFBAL
                   MOVE "O" TO RS-BAL-STATUS
               ELSE
                   MOVE "B" TO RS-BAL-STATUS
               END-IF
           ELSE
               MOVE "M" TO RS-BAL-STATUS
           END-IF
004120     MOVE WS-OVERALL-STATUS TO RS-OVERALL-STATUS
004130     WRITE RUN-STATUS-RECORD
004140     CLOSE RUN-STATUS-FILE.
004680
004690 4810-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730** 4900-GATHER-BALANCE - PRMBAL'S CROSS-FILE BALANCING VERDICT.
004740** OPTIONAL AND DATE-CHECKED LIKE THE OTHER ONE-RECORD FILES -
004750** PRMBAL REWRITES IT EVERY RUN, SO A LEFTOVER FROM ANOTHER DATE
004760** MEANS NO BALANCING HAPPENED TODAY.
004770*****************************************************************
004780 4900-GATHER-BALANCE.
004790     OPEN INPUT BALANCE-SUMMARY-FILE
004800     IF WS-BLS-FILE-STATUS NOT = "00"
004810         GO TO 4900-EXIT
004820     END-IF
004830     READ BALANCE-SUMMARY-FILE
004840         AT END
004850             CONTINUE
004860         NOT AT END
004870             MOVE "Y" TO WS-BAL-FOUND-SW
004880             MOVE BALANCE-SUMMARY-RECORD TO WS-SAVE-BALANCE
004890     END-READ
004900     CLOSE BALANCE-SUMMARY-FILE
004910     IF WS-BAL-FOUND
004920         MOVE WS-SAVE-BALANCE TO BALANCE-SUMMARY-RECORD
004930         IF BLS-RUN-DATE NOT = WS-RUN-DATE
004940             MOVE "N" TO WS-BAL-FOUND-SW
004950         END-IF
004960     END-IF.
004970
004980 4900-EXIT.
004990     EXIT.
