       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSEACK.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  ACKNOWLEDGMENT
      *                  RECONCILIATION FOR THE DOSEEHR
      *                  ADMINISTRATION FEED.  READS THE EHR'S
      *                  RETURNED ACKNOWLEDGMENT FILE (CMEHRACK) AND
      *                  MATCHES EACH BATCH ACKNOWLEDGMENT TO THE
      *                  BATCH CONTROL FILE (CMEHRBAT) AND EACH RECORD
      *                  ACKNOWLEDGMENT TO THE EHR SENT-READING LEDGER
      *                  (CMEHRLDG).  A BATCH THE EHR REJECTED, OR
      *                  ACCEPTED WITH A RECORD COUNT OR VALUE HASH
      *                  THAT DOES NOT AGREE WITH WHAT WAS SENT, OR
      *                  NEVER ACKNOWLEDGED WITHIN THE PARAMETER
      *                  CARD'S WAIT LIMIT, HAS EVERY READING IN IT
      *                  RE-QUEUED; A RECORD THE EHR REJECTED IS
      *                  RE-QUEUED ON ITS OWN.  THE NEXT DOSEEHR RUN
      *                  SENDS EVERY RE-QUEUED READING AGAIN.  EACH
      *                  REJECTION AND RE-QUEUE IS LISTED WITH THE
      *                  EHR'S REASON.  AN ACKNOWLEDGMENT THAT MATCHES
      *                  NOTHING ENDS THE JOB RC 8.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-ACKCARD-FILE ASSIGN TO ACKCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CM-EHRACK-FILE ASSIGN TO EHRACK
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CM-EHRBAT-FILE ASSIGN TO EHRBAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-EB-BATCH-SEQ
               FILE STATUS IS CM-WS-EBAT-FILE-STATUS.

           SELECT OPTIONAL CM-EHRLDG-FILE ASSIGN TO EHRLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-EL-KEY
               FILE STATUS IS CM-WS-ELDG-FILE-STATUS.

           SELECT CM-REPORT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-ACKCARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMACKCRD.

       FD  CM-EHRACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMEHRACK.

       FD  CM-EHRBAT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMEHRBAT.

       FD  CM-EHRLDG-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMEHRLDG.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  CM-WS-EBAT-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-ELDG-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-ACK-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  CM-WS-ACK-EOF-YES       VALUE 'Y'.
               88  CM-WS-ACK-EOF-NO        VALUE 'N'.
           05  CM-WS-BATCH-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-BATCH-EOF-YES     VALUE 'Y'.
               88  CM-WS-BATCH-EOF-NO      VALUE 'N'.
           05  CM-WS-LDGR-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-LDGR-EOF-YES      VALUE 'Y'.
               88  CM-WS-LDGR-EOF-NO       VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-ACK-COUNT         PIC 9(07) VALUE 0.
           05  CM-WS-BATCH-ACCEPTED    PIC 9(05) VALUE 0.
           05  CM-WS-BATCH-REJECTED    PIC 9(05) VALUE 0.
           05  CM-WS-BATCH-UNACKED     PIC 9(05) VALUE 0.
           05  CM-WS-RECORD-ACCEPTED   PIC 9(07) VALUE 0.
           05  CM-WS-RECORD-REJECTED   PIC 9(07) VALUE 0.
           05  CM-WS-REQUEUED-COUNT    PIC 9(07) VALUE 0.
           05  CM-WS-CONFIRMED-COUNT   PIC 9(07) VALUE 0.
           05  CM-WS-IGNORED-COUNT     PIC 9(07) VALUE 0.
           05  CM-WS-UNMATCHED-COUNT   PIC 9(07) VALUE 0.
           05  CM-WS-SETTLED-COUNT     PIC 9(05) VALUE 0.
           05  CM-WS-DEFERRED-COUNT    PIC 9(05) VALUE 0.

       01  CM-WS-MAX-SETTLED           PIC 9(05) VALUE 500.

       01  CM-WS-SETTLE-ACTION         PIC X(01) VALUE SPACES.

       01  CM-WS-DATE-WORK.
           05  CM-WS-CURRENT-DATE      PIC X(08) VALUE SPACES.
           05  CM-WS-CURRENT-DATE-9 REDEFINES CM-WS-CURRENT-DATE
                                       PIC 9(08).
           05  CM-WS-TODAY-INT         PIC 9(07) VALUE 0.
           05  CM-WS-SENT-DATE-X       PIC X(08) VALUE SPACES.
           05  CM-WS-SENT-DATE-9 REDEFINES CM-WS-SENT-DATE-X
                                       PIC 9(08).
           05  CM-WS-BATCH-AGE         PIC S9(05) VALUE 0.

      *    BATCHES SETTLED THIS RUN.  ONE PASS OF THE LEDGER AT THE
      *    END APPLIES EACH BATCH'S OUTCOME TO THE READINGS IN IT -
      *    A = ACCEPTED, STILL-SENT READINGS BECOME ACKNOWLEDGED;
      *    Q = REJECTED OR NEVER ACKNOWLEDGED, EVERY READING STILL
      *    SENT OR ACKNOWLEDGED UNDER THE BATCH IS RE-QUEUED.
       01  CM-SETTLED-BATCH-TABLE.
           05  CM-SETTLED-BATCH-ENTRY OCCURS 500 TIMES.
               10  CM-SB-BATCH-SEQ     PIC 9(06).
               10  CM-SB-ACTION        PIC X(01).

       01  CM-ACK-HEADING-LINE.
           05  FILLER                  PIC X(40)
                   VALUE 'EHR ACKNOWLEDGMENT RECONCILIATION'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  CM-AH1-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(15)
                   VALUE '  ACK WAIT    :'.
           05  CM-AH1-WAIT-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  CM-ACK-BATCH-LINE.
           05  FILLER                  PIC X(06) VALUE 'BATCH '.
           05  CM-AB-BATCH-SEQ         PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-AB-OUTCOME           PIC X(30).
           05  FILLER                  PIC X(08) VALUE ' SENT : '.
           05  CM-AB-SENT-DATE         PIC X(08).
           05  FILLER                  PIC X(10) VALUE ' RECORDS: '.
           05  CM-AB-RECORD-CNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' REASON: '.
           05  CM-AB-REASON-CODE       PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-AB-REASON-TEXT       PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  CM-ACK-RECORD-LINE.
           05  FILLER                  PIC X(08) VALUE 'READING '.
           05  CM-AR-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-AR-ENTRY-NUM         PIC 9(05).
           05  FILLER                  PIC X(07) VALUE ' BATCH '.
           05  CM-AR-BATCH-SEQ         PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-AR-OUTCOME           PIC X(30).
           05  FILLER                  PIC X(09) VALUE ' REASON: '.
           05  CM-AR-REASON-CODE       PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-AR-REASON-TEXT       PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  CM-ACK-BAD-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  CM-AX-OUTCOME           PIC X(36).
           05  FILLER                  PIC X(02) VALUE ': '.
           05  CM-AX-ACK-REC           PIC X(80).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  CM-ACK-TOTAL-LINE-1.
           05  FILLER                  PIC X(16)
                   VALUE 'ACKS READ      :'.
           05  CM-AT1-ACKS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' UNMATCHED     :'.
           05  CM-AT1-UNMATCHED        PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' IGNORED       :'.
           05  CM-AT1-IGNORED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CM-ACK-TOTAL-LINE-2.
           05  FILLER                  PIC X(16)
                   VALUE 'BATCHES ACCEPTD:'.
           05  CM-AT2-BATCH-ACCEPTED   PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' BATCHES REJECT:'.
           05  CM-AT2-BATCH-REJECTED   PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' NOT ACKNOWLEDG:'.
           05  CM-AT2-BATCH-UNACKED    PIC ZZZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CM-ACK-TOTAL-LINE-3.
           05  FILLER                  PIC X(16)
                   VALUE 'RECORDS ACCEPTD:'.
           05  CM-AT3-RECORD-ACCEPTED  PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' RECORDS REJECT:'.
           05  CM-AT3-RECORD-REJECTED  PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' CONFIRMED     :'.
           05  CM-AT3-CONFIRMED        PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' RE-QUEUED     :'.
           05  CM-AT3-REQUEUED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  CM-ACK-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ACKS THRU 2000-EXIT.
           PERFORM 3000-FIND-UNACKED-BATCHES THRU 3000-EXIT.
           IF CM-WS-SETTLED-COUNT > 0
               PERFORM 4000-SETTLE-LEDGER THRU 4000-EXIT
           END-IF.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CM-ACKCARD-FILE.
           READ CM-ACKCARD-FILE
               AT END
                   DISPLAY 'DOSEACK001E NO PARAMETER CARD - JOB ENDED'
                   GO TO 1000-ABEND
           END-READ.
           IF CM-AK-WAIT-DAYS NOT NUMERIC
               DISPLAY 'DOSEACK002E ACK WAIT DAYS NOT NUMERIC'
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-EHRACK-FILE.
           OPEN I-O CM-EHRBAT-FILE.
           IF CM-WS-EBAT-FILE-STATUS NOT = '00'
               AND CM-WS-EBAT-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEACK003E CM-EHRBAT-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-EBAT-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN I-O CM-EHRLDG-FILE.
           IF CM-WS-ELDG-FILE-STATUS NOT = '00'
               AND CM-WS-ELDG-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEACK004E CM-EHRLDG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-ELDG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN OUTPUT CM-REPORT-FILE.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE CM-WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CM-WS-CURRENT-DATE-9).
           MOVE CM-WS-CURRENT-DATE TO CM-AH1-RUN-DATE.
           MOVE CM-AK-WAIT-DAYS TO CM-AH1-WAIT-DAYS.
           WRITE CM-REPORT-REC FROM CM-ACK-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-ACK-BLANK-LINE.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-PROCESS-ACKS   -  READ THE ACKNOWLEDGMENT FILE TO THE
      *                         END.  AN ABSENT OR EMPTY FILE IS NOT AN
      *                         ERROR - THE WAIT LIMIT STILL CATCHES
      *                         THE BATCHES IT SHOULD HAVE ANSWERED.
      *-----------------------------------------------------------------
       2000-PROCESS-ACKS.
           SET CM-WS-ACK-EOF-NO TO TRUE.
           PERFORM 2100-PROCESS-NEXT-ACK THRU 2100-EXIT
               UNTIL CM-WS-ACK-EOF-YES.
       2000-EXIT.
           EXIT.

       2100-PROCESS-NEXT-ACK.
           READ CM-EHRACK-FILE
               AT END
                   SET CM-WS-ACK-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CM-WS-ACK-COUNT.
           IF (NOT CM-EA-BATCH-ACK AND NOT CM-EA-RECORD-ACK)
               OR (NOT CM-EA-ACCEPTED AND NOT CM-EA-REJECTED)
               OR CM-EA-BATCH-SEQ NOT NUMERIC
               MOVE 'UNREADABLE ACKNOWLEDGMENT' TO CM-AX-OUTCOME
               PERFORM 2900-REPORT-UNMATCHED THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-EA-BATCH-SEQ TO CM-EB-BATCH-SEQ.
           IF CM-EB-BATCH-SEQ = 0
               MOVE 'ACK FOR UNKNOWN BATCH' TO CM-AX-OUTCOME
               PERFORM 2900-REPORT-UNMATCHED THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           READ CM-EHRBAT-FILE
               INVALID KEY
                   MOVE 'ACK FOR UNKNOWN BATCH' TO CM-AX-OUTCOME
                   PERFORM 2900-REPORT-UNMATCHED THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF CM-EA-BATCH-ACK
               PERFORM 2200-BATCH-ACK THRU 2200-EXIT
           ELSE
               PERFORM 2500-RECORD-ACK THRU 2500-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2200-BATCH-ACK   -  A BATCH ALREADY SETTLED (ACKNOWLEDGED
      *                      BEFORE, OR RE-QUEUED AS NEVER
      *                      ACKNOWLEDGED) IS NOT SETTLED AGAIN - ITS
      *                      READINGS MAY ALREADY HAVE GONE OUT IN A
      *                      LATER BATCH.  AN ACCEPTANCE WHOSE COUNT OR
      *                      HASH DISAGREES WITH THE BATCH TRAILER IS
      *                      TREATED AS A REJECTION - THE EHR DID NOT
      *                      GET WHAT WAS SENT.
      *-----------------------------------------------------------------
       2200-BATCH-ACK.
           IF NOT CM-EB-AWAITING-ACK
               ADD 1 TO CM-WS-IGNORED-COUNT
               IF CM-EB-NOT-ACKNOWLEDGED
                   MOVE 'LATE ACK - ALREADY RE-QUEUED'
                       TO CM-AB-OUTCOME
               ELSE
                   MOVE 'DUPLICATE ACK - IGNORED' TO CM-AB-OUTCOME
               END-IF
               PERFORM 2800-REPORT-BATCH THRU 2800-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CM-WS-SETTLED-COUNT = CM-WS-MAX-SETTLED
               PERFORM 2250-DEFER-BATCH THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CM-EA-ACCEPTED
               IF CM-EA-RECORD-CNT NOT NUMERIC
                   OR CM-EA-VALUE-HASH NOT NUMERIC
                   OR CM-EA-RECORD-CNT NOT = CM-EB-RECORD-CNT
                   OR CM-EA-VALUE-HASH NOT = CM-EB-VALUE-HASH
                   MOVE 'CNTL' TO CM-EA-REASON-CODE
                   MOVE 'COUNT OR HASH DISAGREES'
                       TO CM-EA-REASON-TEXT
                   SET CM-EA-REJECTED TO TRUE
               END-IF
           END-IF.
           MOVE CM-WS-CURRENT-DATE TO CM-EB-ACK-DATE.
           MOVE CM-EA-REASON-CODE TO CM-EB-REASON-CODE.
           IF CM-EA-ACCEPTED
               SET CM-EB-ACCEPTED TO TRUE
               ADD 1 TO CM-WS-BATCH-ACCEPTED
               MOVE 'A' TO CM-WS-SETTLE-ACTION
           ELSE
               SET CM-EB-REJECTED TO TRUE
               ADD 1 TO CM-WS-BATCH-REJECTED
               MOVE 'Q' TO CM-WS-SETTLE-ACTION
               MOVE 'REJECTED - RE-QUEUED' TO CM-AB-OUTCOME
               PERFORM 2800-REPORT-BATCH THRU 2800-EXIT
           END-IF.
           REWRITE CM-EHRBAT-REC
               INVALID KEY
                   DISPLAY 'DOSEACK005E BATCH REWRITE FAILED FOR '
                       CM-EB-BATCH-SEQ
           END-REWRITE.
           PERFORM 2300-ADD-SETTLED-BATCH THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2250-DEFER-BATCH   -  THE SETTLED-BATCH TABLE IS FULL.  THE
      *                        BATCH IS LEFT AWAITING ACKNOWLEDGMENT
      *                        RATHER THAN SETTLED HALFWAY; ONCE ITS
      *                        WAIT LIMIT PASSES A LATER RUN RE-QUEUES
      *                        IT AS NOT ACKNOWLEDGED.
      *-----------------------------------------------------------------
       2250-DEFER-BATCH.
           DISPLAY 'DOSEACK006E MORE THAN ' CM-WS-MAX-SETTLED
               ' BATCHES SETTLED IN ONE RUN - BATCH '
               CM-EB-BATCH-SEQ ' LEFT AWAITING ACK'.
           ADD 1 TO CM-WS-DEFERRED-COUNT.
           MOVE 'DEFERRED - TABLE FULL' TO CM-AB-OUTCOME.
           MOVE SPACES TO CM-EA-REASON-CODE.
           MOVE SPACES TO CM-EA-REASON-TEXT.
           PERFORM 2800-REPORT-BATCH THRU 2800-EXIT.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2300-ADD-SETTLED-BATCH   -  REMEMBER THE BATCH AND ITS OUTCOME
      *                              (CM-WS-SETTLE-ACTION) FOR THE
      *                              LEDGER PASS.
      *-----------------------------------------------------------------
       2300-ADD-SETTLED-BATCH.
           ADD 1 TO CM-WS-SETTLED-COUNT.
           MOVE CM-EB-BATCH-SEQ TO CM-SB-BATCH-SEQ(CM-WS-SETTLED-COUNT).
           MOVE CM-WS-SETTLE-ACTION
               TO CM-SB-ACTION(CM-WS-SETTLED-COUNT).
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2500-RECORD-ACK   -  MATCH THE ACKNOWLEDGMENT TO THE READING'S
      *                       LEDGER ENTRY.  AN ACKNOWLEDGMENT FOR A
      *                       SEND THAT HAS SINCE BEEN SUPERSEDED BY A
      *                       LATER BATCH IS IGNORED - THE LATER SEND
      *                       CARRIES THE WHOLE READING AND WILL BE
      *                       ACKNOWLEDGED IN ITS OWN RIGHT.  A
      *                       REJECTED READING IS RE-QUEUED AND COUNTED
      *                       AGAINST ITS BATCH.
      *-----------------------------------------------------------------
       2500-RECORD-ACK.
           MOVE CM-EA-RUN-ID TO CM-EL-RUN-ID.
           MOVE CM-EA-ENTRY-NUM TO CM-EL-ENTRY-NUM.
           IF CM-EA-ENTRY-NUM NOT NUMERIC
               MOVE 'UNREADABLE ACKNOWLEDGMENT' TO CM-AX-OUTCOME
               PERFORM 2900-REPORT-UNMATCHED THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           READ CM-EHRLDG-FILE
               INVALID KEY
                   MOVE 'ACK FOR A READING NEVER SENT'
                       TO CM-AX-OUTCOME
                   PERFORM 2900-REPORT-UNMATCHED THRU 2900-EXIT
                   GO TO 2500-EXIT
           END-READ.
           IF CM-EL-BATCH-SEQ NOT = CM-EA-BATCH-SEQ
               OR CM-EL-HELD
               ADD 1 TO CM-WS-IGNORED-COUNT
               MOVE 'SUPERSEDED SEND - IGNORED' TO CM-AR-OUTCOME
               PERFORM 2700-REPORT-RECORD THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF CM-EA-ACCEPTED
               ADD 1 TO CM-WS-RECORD-ACCEPTED
               IF CM-EL-SENT
                   SET CM-EL-ACKNOWLEDGED TO TRUE
                   MOVE CM-WS-CURRENT-DATE TO CM-EL-ACK-DATE
                   ADD 1 TO CM-WS-CONFIRMED-COUNT
                   PERFORM 2600-REWRITE-LEDGER THRU 2600-EXIT
               END-IF
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO CM-WS-RECORD-REJECTED.
           MOVE CM-EA-REASON-CODE TO CM-EL-REJECT-CODE.
           MOVE CM-WS-CURRENT-DATE TO CM-EL-ACK-DATE.
           IF CM-EL-REQUEUED
               MOVE 'REJECTED - ALREADY RE-QUEUED' TO CM-AR-OUTCOME
           ELSE
               SET CM-EL-REQUEUED TO TRUE
               ADD 1 TO CM-WS-REQUEUED-COUNT
               MOVE 'REJECTED - RE-QUEUED' TO CM-AR-OUTCOME
           END-IF.
           PERFORM 2600-REWRITE-LEDGER THRU 2600-EXIT.
           PERFORM 2700-REPORT-RECORD THRU 2700-EXIT.
           ADD 1 TO CM-EB-REJECT-CNT.
           REWRITE CM-EHRBAT-REC
               INVALID KEY
                   DISPLAY 'DOSEACK005E BATCH REWRITE FAILED FOR '
                       CM-EB-BATCH-SEQ
           END-REWRITE.
       2500-EXIT.
           EXIT.

       2600-REWRITE-LEDGER.
           REWRITE CM-EHRLDG-REC
               INVALID KEY
                   DISPLAY 'DOSEACK007E LEDGER REWRITE FAILED FOR '
                       CM-EL-RUN-ID ' ' CM-EL-ENTRY-NUM
           END-REWRITE.
       2600-EXIT.
           EXIT.

       2700-REPORT-RECORD.
           MOVE CM-EA-RUN-ID TO CM-AR-RUN-ID.
           MOVE CM-EA-ENTRY-NUM TO CM-AR-ENTRY-NUM.
           MOVE CM-EA-BATCH-SEQ TO CM-AR-BATCH-SEQ.
           MOVE CM-EA-REASON-CODE TO CM-AR-REASON-CODE.
           MOVE CM-EA-REASON-TEXT TO CM-AR-REASON-TEXT.
           WRITE CM-REPORT-REC FROM CM-ACK-RECORD-LINE.
       2700-EXIT.
           EXIT.

       2800-REPORT-BATCH.
           MOVE CM-EB-BATCH-SEQ TO CM-AB-BATCH-SEQ.
           MOVE CM-EB-SENT-DATE TO CM-AB-SENT-DATE.
           MOVE CM-EB-RECORD-CNT TO CM-AB-RECORD-CNT.
           MOVE CM-EA-REASON-CODE TO CM-AB-REASON-CODE.
           MOVE CM-EA-REASON-TEXT TO CM-AB-REASON-TEXT.
           WRITE CM-REPORT-REC FROM CM-ACK-BATCH-LINE.
       2800-EXIT.
           EXIT.

       2900-REPORT-UNMATCHED.
           ADD 1 TO CM-WS-UNMATCHED-COUNT.
           MOVE CM-EHRACK-REC TO CM-AX-ACK-REC.
           WRITE CM-REPORT-REC FROM CM-ACK-BAD-LINE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-FIND-UNACKED-BATCHES   -  EVERY BATCH STILL AWAITING
      *                                 ACKNOWLEDGMENT MORE THAN THE
      *                                 WAIT LIMIT AFTER IT WAS SENT IS
      *                                 TAKEN AS LOST.  IT IS MARKED
      *                                 NOT ACKNOWLEDGED AND EVERY
      *                                 READING IN IT IS RE-QUEUED.
      *-----------------------------------------------------------------
       3000-FIND-UNACKED-BATCHES.
           MOVE 1 TO CM-EB-BATCH-SEQ.
           SET CM-WS-BATCH-EOF-NO TO TRUE.
           START CM-EHRBAT-FILE KEY IS NOT LESS THAN CM-EB-BATCH-SEQ
               INVALID KEY
                   SET CM-WS-BATCH-EOF-YES TO TRUE
           END-START.
           PERFORM 3100-CHECK-NEXT-BATCH THRU 3100-EXIT
               UNTIL CM-WS-BATCH-EOF-YES.
       3000-EXIT.
           EXIT.

       3100-CHECK-NEXT-BATCH.
           READ CM-EHRBAT-FILE NEXT RECORD
               AT END
                   SET CM-WS-BATCH-EOF-YES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CM-EB-AWAITING-ACK
               GO TO 3100-EXIT
           END-IF.
           IF CM-WS-SETTLED-COUNT = CM-WS-MAX-SETTLED
               PERFORM 2250-DEFER-BATCH THRU 2250-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE CM-EB-SENT-DATE TO CM-WS-SENT-DATE-X.
           IF CM-WS-SENT-DATE-9 NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           COMPUTE CM-WS-BATCH-AGE = CM-WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(CM-WS-SENT-DATE-9).
           IF CM-WS-BATCH-AGE NOT > CM-AK-WAIT-DAYS
               GO TO 3100-EXIT
           END-IF.
           SET CM-EB-NOT-ACKNOWLEDGED TO TRUE.
           MOVE SPACES TO CM-EB-ACK-DATE.
           MOVE 'NACK' TO CM-EB-REASON-CODE.
           REWRITE CM-EHRBAT-REC
               INVALID KEY
                   DISPLAY 'DOSEACK005E BATCH REWRITE FAILED FOR '
                       CM-EB-BATCH-SEQ
           END-REWRITE.
           ADD 1 TO CM-WS-BATCH-UNACKED.
           MOVE 'NOT ACKNOWLEDGED - RE-QUEUED' TO CM-AB-OUTCOME.
           MOVE 'NACK' TO CM-EA-REASON-CODE.
           MOVE 'NO ACK WITHIN WAIT LIMIT' TO CM-EA-REASON-TEXT.
           PERFORM 2800-REPORT-BATCH THRU 2800-EXIT.
           MOVE 'Q' TO CM-WS-SETTLE-ACTION.
           PERFORM 2300-ADD-SETTLED-BATCH THRU 2300-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4000-SETTLE-LEDGER   -  ONE PASS OF THE LEDGER APPLYING EACH
      *                          SETTLED BATCH'S OUTCOME TO THE
      *                          READINGS LAST SENT IN IT.  A READING
      *                          ALREADY RE-QUEUED ON ITS OWN RECORD
      *                          ACKNOWLEDGMENT IS LEFT AS IT IS.
      *-----------------------------------------------------------------
       4000-SETTLE-LEDGER.
           MOVE LOW-VALUES TO CM-EL-KEY.
           SET CM-WS-LDGR-EOF-NO TO TRUE.
           START CM-EHRLDG-FILE KEY IS NOT LESS THAN CM-EL-KEY
               INVALID KEY
                   SET CM-WS-LDGR-EOF-YES TO TRUE
           END-START.
           PERFORM 4100-SETTLE-NEXT-READING THRU 4100-EXIT
               UNTIL CM-WS-LDGR-EOF-YES.
       4000-EXIT.
           EXIT.

       4100-SETTLE-NEXT-READING.
           READ CM-EHRLDG-FILE NEXT RECORD
               AT END
                   SET CM-WS-LDGR-EOF-YES TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF NOT CM-EL-SENT
               AND NOT CM-EL-ACKNOWLEDGED
               GO TO 4100-EXIT
           END-IF.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 4200-FIND-SETTLED-BATCH THRU 4200-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-SETTLED-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-NO
               GO TO 4100-EXIT
           END-IF.
           IF CM-SB-ACTION(CM-WS-SUB) = 'A'
               IF CM-EL-SENT
                   SET CM-EL-ACKNOWLEDGED TO TRUE
                   MOVE CM-WS-CURRENT-DATE TO CM-EL-ACK-DATE
                   ADD 1 TO CM-WS-CONFIRMED-COUNT
                   PERFORM 2600-REWRITE-LEDGER THRU 2600-EXIT
               END-IF
               GO TO 4100-EXIT
           END-IF.
           SET CM-EL-REQUEUED TO TRUE.
           MOVE CM-WS-CURRENT-DATE TO CM-EL-ACK-DATE.
           ADD 1 TO CM-WS-REQUEUED-COUNT.
           PERFORM 2600-REWRITE-LEDGER THRU 2600-EXIT.
       4100-EXIT.
           EXIT.

       4200-FIND-SETTLED-BATCH.
           IF CM-SB-BATCH-SEQ(CM-WS-SUB) = CM-EL-BATCH-SEQ
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-SUB
           END-IF.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE CM-REPORT-REC FROM CM-ACK-BLANK-LINE.
           MOVE CM-WS-ACK-COUNT TO CM-AT1-ACKS.
           MOVE CM-WS-UNMATCHED-COUNT TO CM-AT1-UNMATCHED.
           MOVE CM-WS-IGNORED-COUNT TO CM-AT1-IGNORED.
           WRITE CM-REPORT-REC FROM CM-ACK-TOTAL-LINE-1.
           MOVE CM-WS-BATCH-ACCEPTED TO CM-AT2-BATCH-ACCEPTED.
           MOVE CM-WS-BATCH-REJECTED TO CM-AT2-BATCH-REJECTED.
           MOVE CM-WS-BATCH-UNACKED TO CM-AT2-BATCH-UNACKED.
           WRITE CM-REPORT-REC FROM CM-ACK-TOTAL-LINE-2.
           MOVE CM-WS-RECORD-ACCEPTED TO CM-AT3-RECORD-ACCEPTED.
           MOVE CM-WS-RECORD-REJECTED TO CM-AT3-RECORD-REJECTED.
           MOVE CM-WS-CONFIRMED-COUNT TO CM-AT3-CONFIRMED.
           MOVE CM-WS-REQUEUED-COUNT TO CM-AT3-REQUEUED.
           WRITE CM-REPORT-REC FROM CM-ACK-TOTAL-LINE-3.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE   -  RETURN CODE 8 WHEN AN ACKNOWLEDGMENT
      *                      MATCHED NOTHING WE SENT OR A BATCH HAD TO
      *                      BE DEFERRED; RETURN CODE 4
      *                      WHEN READINGS WERE RE-QUEUED FOR THE NEXT
      *                      DOSEEHR RUN.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-ACKCARD-FILE.
           CLOSE CM-EHRACK-FILE.
           CLOSE CM-EHRBAT-FILE.
           CLOSE CM-EHRLDG-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-UNMATCHED-COUNT > 0
               OR CM-WS-DEFERRED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CM-WS-REQUEUED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'DOSEACK008I RECONCILIATION COMPLETE - '
               CM-WS-ACK-COUNT ' ACKS, '
               CM-WS-REQUEUED-COUNT ' READINGS RE-QUEUED, '
               CM-WS-UNMATCHED-COUNT ' UNMATCHED'.
       9000-EXIT.
           EXIT.
