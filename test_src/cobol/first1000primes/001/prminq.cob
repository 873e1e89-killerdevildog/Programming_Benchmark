000163**                  100,000-ROW INDEX ONCE ANSWERED CLEAN AFTER
000164**                  A 150,000-ROW REGENERATION.  A STALE BATCH
000165**                  RUN ENDS RETURN-CODE 4.
      ** 10/15/2026 DRO  ADDED BATCH FUNCTION "A" - NEXT SAFE PRIME
      **                  ABOVE THE ARGUMENT - ANSWERED FROM THE KEYED
      **                  CLASSIFICATION FILE (PRMCLSX) BUILT BY PRMCLS.
      **                  THAT FILE IS OPTIONAL: WITHOUT IT THE "A"
      **                  CARDS ARE ANSWERED "NO CLASSIFICATION FILE"
      **                  AND THE REST OF THE DECK RUNS AS BEFORE.
      ** 10/15/2026 DRO  A BACKOUT AUDIT RECORD (PRMBKO) NOW COUNTS AS
      **                  A GOOD RUN ALONGSIDE NORMAL - AFTER A BACK-OUT
      **                  THE RESTORED GENERATION IS THE MASTER ON DISK.
000166***************************************************************
000167 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PRMINQ.
000383         ORGANIZATION IS SEQUENTIAL
000384         FILE STATUS IS WS-AUD-FILE-STATUS.
000385
           SELECT CLASS-INDEX-FILE ASSIGN TO "PRMCLSX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLX-PRIME-VALUE
               FILE STATUS IS WS-CLX-FILE-STATUS.
      
000386 DATA DIVISION.
000390 FILE SECTION.
000400
000481     RECORD CONTAINS 80 CHARACTERS.
000482 COPY PRMAUD.
000483
       FD  CLASS-INDEX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRMCLSX.
      
000484 WORKING-STORAGE SECTION.
000490 01  WS-IDX-FILE-STATUS PIC X(02) VALUE SPACES.
000492 01  WS-VDX-FILE-STATUS PIC X(02) VALUE SPACES.
000494 01  WS-INQ-FILE-STATUS PIC X(02) VALUE SPACES.
000496 01  WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
000498 01  WS-CLX-FILE-STATUS PIC X(02) VALUE SPACES.
000500 01  WS-INQUIRY-KEY PIC 9(07) VALUE 0.
000510 01  WS-DONE-SW PIC X(01) VALUE "N".
000520     88  WS-DONE VALUE "Y".
000540     88  WS-IDX-OPENED VALUE "Y".
000542 01  WS-VDX-OPEN-SW PIC X(01) VALUE "N".
000544     88  WS-VDX-OPENED VALUE "Y".
       01  WS-CLX-OPEN-SW PIC X(01) VALUE "N".
           88  WS-CLX-OPENED VALUE "Y".
       01  WS-CLX-EOF-SW PIC X(01) VALUE "N".
           88  WS-CLX-EOF VALUE "Y".
000546 01  WS-BATCH-SW PIC X(01) VALUE "N".
000548     88  WS-BATCH-MODE VALUE "Y".
000550 01  WS-INQ-EOF-SW PIC X(01) VALUE "N".
000721
000722*****************************************************************
000723** INDEX-STAMP FRESHNESS CHECK.  THE STAMP SAYS WHICH MASTER
000724** RUN THE INDEXES WERE BUILT FROM; THE LATEST NORMAL (OR
000725** BACKOUT) RECORD ON THE AUDIT TRAIL SAYS WHICH RUN IS CURRENT.
000726** WHEN THE TWO DISAGREE - OR EITHER CANNOT BE READ - EVERY
000727** ANSWER IS FLAGGED STALE AND A BATCH RUN ENDS RETURN-CODE 4.
000728*****************************************************************
000729 01  WS-STP-FILE-STATUS PIC X(02) VALUE SPACES.
000730 01  WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
001160             GO TO 1000-EXIT
001170         END-IF
001180         MOVE "Y" TO WS-VDX-OPEN-SW
      *        THE CLASSIFICATION FILE ONLY SERVES "A" CARDS, SO A
      *        MISSING ONE IS NOTED BUT DOES NOT STOP THE DECK.
               OPEN INPUT CLASS-INDEX-FILE
               IF WS-CLX-FILE-STATUS = "00"
                   MOVE "Y" TO WS-CLX-OPEN-SW
               ELSE
                   DISPLAY "*** PRMINQ - CLASSIFICATION FILE NOT "
                       "AVAILABLE - STATUS = " WS-CLX-FILE-STATUS
                   DISPLAY "*** SAFE-PRIME CARDS GO UNANSWERED ***"
               END-IF
001190         OPEN OUTPUT INQUIRY-REPORT-FILE
001200         IF WS-RPT-FILE-STATUS NOT = "00"
001210             DISPLAY "*** PRMINQ - INQUIRY-REPORT-FILE OPEN "
002150             PERFORM 6200-ANSWER-BY-VALUE THRU 6200-EXIT
002160         WHEN INQ-FUNC-NEXT
002170             PERFORM 6300-ANSWER-NEXT-PRIME THRU 6300-EXIT
002173         WHEN INQ-FUNC-NEXT-SAFE
002176             PERFORM 6400-ANSWER-NEXT-SAFE THRU 6400-EXIT
002180         WHEN OTHER
002190             ADD 1 TO WS-INVALID-COUNT
002200             MOVE "INVALID FUNCTION CODE" TO ANS-RESULT
003300     IF WS-BATCH-MODE AND WS-INQ-FILE-STATUS = "00"
003310         CLOSE PRIME-INQUIRY-FILE
003320     END-IF
003322     IF WS-CLX-OPENED
003324         CLOSE CLASS-INDEX-FILE
003326     END-IF
003330     IF WS-VDX-OPENED
003340         CLOSE PRIME-VALUE-INDEX-FILE
003350     END-IF
003420
003430*****************************************************************
003440** 1700-CHECK-INDEX-STAMP - READ THE STAMP PRMLOAD LEAVES WITH
003450** THE INDEXES AND COMPARE IT TO THE LATEST NORMAL (OR BACKOUT)
003460** RECORD ON THE AUDIT TRAIL.  ANY DISAGREEMENT - OR A STAMP OR
003470** TRAIL THAT CANNOT BE READ - MARKS THE WHOLE SESSION STALE, AND
003480** EVERY ANSWER CARRIES THE FLAG.
003490*****************************************************************
003500 1700-CHECK-INDEX-STAMP.
003630     IF WS-AUD-FILE-STATUS = "00"
003640         PERFORM 1710-READ-AUDIT-RECORD THRU 1710-EXIT
003650         PERFORM UNTIL WS-AUD-EOF
003660             IF AUD-STATUS-NORMAL OR AUD-STATUS-BACKOUT
003670                 MOVE "Y" TO WS-AUDN-FOUND-SW
003680                 MOVE PRIMES-AUDIT-RECORD TO WS-SAVE-AUDIT
003690             END-IF
004370
004380 1800-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420** 6400-ANSWER-NEXT-SAFE - POSITION JUST ABOVE THE ARGUMENT ON
004430** THE CLASSIFICATION FILE AND READ FORWARD TO THE FIRST PRIME
004440** FLAGGED SAFE.  RUNNING OFF THE END MEANS NO SAFE PRIME ABOVE
004450** THE ARGUMENT IS ON THE MASTER.
004460*****************************************************************
004470 6400-ANSWER-NEXT-SAFE.
004480     IF NOT WS-CLX-OPENED
004490         MOVE "NO CLASSIFICATION FILE" TO ANS-RESULT
004500         GO TO 6400-EXIT
004510     END-IF
004520     MOVE "N" TO WS-CLX-EOF-SW
004530     MOVE INQ-ARGUMENT TO CLX-PRIME-VALUE
004540     START CLASS-INDEX-FILE
004550         KEY IS GREATER THAN CLX-PRIME-VALUE
004560         INVALID KEY
004570             MOVE "NO SAFE PRIME ABOVE ON FILE" TO ANS-RESULT
004580             GO TO 6400-EXIT
004590     END-START
004600     PERFORM 6410-READ-NEXT-CLASS THRU 6410-EXIT
004610     PERFORM UNTIL WS-CLX-EOF OR CLX-SAFE
004620         PERFORM 6410-READ-NEXT-CLASS THRU 6410-EXIT
004630     END-PERFORM
004640     IF WS-CLX-EOF
004650         MOVE "NO SAFE PRIME ABOVE ON FILE" TO ANS-RESULT
004660         GO TO 6400-EXIT
004670     END-IF
004680     ADD 1 TO WS-ANSWERED-COUNT
004690     MOVE "NEXT SAFE PRIME ABOVE" TO ANS-RESULT
004700     MOVE CLX-SEQUENCE-NUMBER TO WS-EDIT-SEQ
004710     MOVE WS-EDIT-SEQ TO ANS-SEQ-OUT
004720     MOVE CLX-PRIME-VALUE TO WS-EDIT-VALUE
004730     MOVE WS-EDIT-VALUE TO ANS-VALUE-OUT.
004740
004750 6400-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790** 6410-READ-NEXT-CLASS
004800*****************************************************************
004810 6410-READ-NEXT-CLASS.
004820     READ CLASS-INDEX-FILE NEXT RECORD
004830         AT END
004840             MOVE "Y" TO WS-CLX-EOF-SW
004850     END-READ.
004860
004870 6410-EXIT.
004880     EXIT.
