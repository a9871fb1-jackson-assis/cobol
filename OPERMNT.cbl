      *                  UPDATE OR DELETE ONE OPERATOR PER CARD, OR
      *                  LIST THE WHOLE MASTER.  THE JOB ENDS WITH
      *                  RETURN CODE 8 WHEN ANY CARD WAS REJECTED.
      *  2026-10-15  RH  EVERY ADD, UPDATE AND DELETE NOW NEEDS A
      *                  REQUESTING OPERATOR (CMOPRCRD COLUMNS 47-54)
      *                  WHO IS ON THE MASTER AND ACTIVE.  ADDS,
      *                  DELETES AND ANY UPDATE THAT CHANGES AN
      *                  OPERATOR'S LEVEL, ACTIVE FLAG OR CORRECTION
      *                  THRESHOLD NEED A SUPERVISOR-LEVEL REQUESTER,
      *                  AND NO OPERATOR MAY CHANGE OR DELETE THEIR
      *                  OWN AUTHORITY - A NAME-ONLY UPDATE STILL
      *                  NEEDS ONLY A CLERK.  ON AN EMPTY MASTER THE
      *                  FIRST SUPERVISOR MAY BE ADDED NAMING ITSELF
      *                  AS REQUESTER, SINCE THERE IS NOBODY ELSE YET.
      *                  EACH APPLIED CHANGE WRITES A BEFORE/AFTER
      *                  IMAGE TO THE SHARED MASTER CHANGE HISTORY
      *                  FILE (CMMSTCHG) FOR THE MSTCHINQ INQUIRY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-OP-OPERATOR-ID
               FILE STATUS IS CM-WS-OPER-FILE-STATUS.

           SELECT CM-MSTCHG-FILE ASSIGN TO MSTCHG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO OPERRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 80 CHARACTERS.
           COPY CMOPERMS.

       FD  CM-MSTCHG-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY CMMSTCHG.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).
           05  CM-WS-OPER-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-OPER-EOF-YES      VALUE 'Y'.
               88  CM-WS-OPER-EOF-NO       VALUE 'N'.
           05  CM-WS-AUTH-CHANGE-SW    PIC X(01) VALUE 'N'.
               88  CM-WS-AUTH-CHANGE-YES   VALUE 'Y'.
               88  CM-WS-AUTH-CHANGE-NO    VALUE 'N'.

       01  CM-WS-OPER-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  CM-WS-REQ-LEVEL             PIC 9(01) VALUE 0.

       01  CM-WS-HISTORY-WORK.
           05  CM-WS-HIST-ACTION       PIC X(01) VALUE SPACES.
           05  CM-WS-HIST-BEFORE       PIC X(80) VALUE SPACES.
           05  CM-WS-HIST-AFTER        PIC X(80) VALUE SPACES.

       01  CM-WS-CURRENT-DATE          PIC X(08) VALUE SPACES.
       01  CM-WS-CURRENT-TIME          PIC X(08) VALUE SPACES.

       01  CM-WS-COUNTERS.
           05  CM-WS-CARD-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-APPLIED-COUNT     PIC 9(05) VALUE 0.
           05  CM-OA-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-OA-RESULT            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'BY '.
           05  CM-OA-REQUESTER         PIC X(08).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  CM-OPER-LIST-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR  '.
                   'STATUS ' CM-WS-OPER-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN EXTEND CM-MSTCHG-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           WRITE CM-REPORT-REC FROM CM-OPER-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-OPER-BLANK-LINE.
           END-READ.
           ADD 1 TO CM-WS-CARD-COUNT.
           MOVE CM-OC-OPERATOR-ID TO CM-OA-OPERATOR-ID.
           MOVE CM-OC-REQ-OPERATOR TO CM-OA-REQUESTER.
           EVALUATE TRUE
               WHEN CM-OC-ADD
                   MOVE 'ADD     ' TO CM-OA-ACTION
           IF CM-OA-RESULT NOT = SPACES
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-OA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2100-EXIT
           END-IF.
           IF CM-WS-REQ-LEVEL NOT = 2
               MOVE 'SUPERVISOR LEVEL REQUIRED' TO CM-OA-RESULT
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2600-MOVE-CARD-TO-RECORD THRU 2600-EXIT.
           WRITE CM-OPERATOR-REC
               INVALID KEY
           END-WRITE.
           MOVE 'ADDED' TO CM-OA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'A' TO CM-WS-HIST-ACTION.
           MOVE SPACES TO CM-WS-HIST-BEFORE.
           MOVE CM-OPERATOR-REC TO CM-WS-HIST-AFTER.
           PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2200-UPDATE-OPERATOR   -  THE REQUESTER IS READ FIRST, THEN
      *                            THE OPERATOR BEING CHANGED, SO THE
      *                            RECORD AREA HOLDS THE ONE TO BE
      *                            REWRITTEN.  A CHANGE TO THE LEVEL,
      *                            ACTIVE FLAG OR THRESHOLD NEEDS A
      *                            SUPERVISOR WHO IS NOT THE OPERATOR
      *                            BEING CHANGED.
      *-----------------------------------------------------------------
       2200-UPDATE-OPERATOR.
           PERFORM 2500-EDIT-CARD-FIELDS THRU 2500-EXIT.
           IF CM-OA-RESULT NOT = SPACES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-OA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE CM-OC-OPERATOR-ID TO CM-OP-OPERATOR-ID.
           READ CM-OPER-FILE
               INVALID KEY
                   ADD 1 TO CM-WS-ERROR-COUNT
                   GO TO 2200-EXIT
           END-READ.
           SET CM-WS-AUTH-CHANGE-NO TO TRUE.
           IF CM-OP-AUTH-LEVEL NOT = CM-OC-AUTH-LEVEL
               OR CM-OP-ACTIVE-FLAG NOT = CM-OC-ACTIVE-FLAG
               OR CM-OP-CORR-THRESHOLD NOT = CM-OC-CORR-THRESHOLD
               SET CM-WS-AUTH-CHANGE-YES TO TRUE
           END-IF.
           IF CM-WS-AUTH-CHANGE-YES
               AND CM-WS-REQ-LEVEL NOT = 2
               MOVE 'SUPERVISOR LEVEL REQUIRED' TO CM-OA-RESULT
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF CM-WS-AUTH-CHANGE-YES
               AND CM-OC-REQ-OPERATOR = CM-OC-OPERATOR-ID
               MOVE 'CANNOT CHANGE OWN AUTHORITY' TO CM-OA-RESULT
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE CM-OPERATOR-REC TO CM-WS-HIST-BEFORE.
           PERFORM 2600-MOVE-CARD-TO-RECORD THRU 2600-EXIT.
           REWRITE CM-OPERATOR-REC
               INVALID KEY
           END-REWRITE.
           MOVE 'UPDATED' TO CM-OA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'U' TO CM-WS-HIST-ACTION.
           MOVE CM-OPERATOR-REC TO CM-WS-HIST-AFTER.
           PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2300-DELETE-OPERATOR   -  NEEDS A SUPERVISOR OTHER THAN THE
      *                            OPERATOR BEING DELETED.  THE RECORD
      *                            IS READ BEFORE IT IS DELETED SO THE
      *                            CHANGE HISTORY KEEPS WHAT WAS
      *                            REMOVED.
      *-----------------------------------------------------------------
       2300-DELETE-OPERATOR.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-OA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2300-EXIT
           END-IF.
           IF CM-WS-REQ-LEVEL NOT = 2
               MOVE 'SUPERVISOR LEVEL REQUIRED' TO CM-OA-RESULT
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2300-EXIT
           END-IF.
           IF CM-OC-REQ-OPERATOR = CM-OC-OPERATOR-ID
               MOVE 'CANNOT DELETE OWN OPERATOR RECORD'
                   TO CM-OA-RESULT
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2300-EXIT
           END-IF.
           MOVE CM-OC-OPERATOR-ID TO CM-OP-OPERATOR-ID.
           READ CM-OPER-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON MASTER' TO CM-OA-RESULT
                   ADD 1 TO CM-WS-ERROR-COUNT
                   GO TO 2300-EXIT
           END-READ.
           MOVE CM-OPERATOR-REC TO CM-WS-HIST-BEFORE.
           DELETE CM-OPER-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON MASTER' TO CM-OA-RESULT
           END-DELETE.
           MOVE 'DELETED' TO CM-OA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'D' TO CM-WS-HIST-ACTION.
           MOVE SPACES TO CM-WS-HIST-AFTER.
           PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2800-VERIFY-REQUESTER   -  THE REQUESTING OPERATOR ON THE CARD
      *                             MUST BE ON THE OPERATOR MASTER AND
      *                             ACTIVE.  THE REQUESTER'S LEVEL IS
      *                             KEPT FOR THE SUPERVISOR RULES AND
      *                             THE CHANGE HISTORY.  A FAILURE
      *                             LEAVES ITS MESSAGE IN CM-OA-RESULT.
      *-----------------------------------------------------------------
       2800-VERIFY-REQUESTER.
           MOVE SPACES TO CM-OA-RESULT.
           MOVE 0 TO CM-WS-REQ-LEVEL.
           IF CM-OC-REQ-OPERATOR = SPACES
               MOVE 'NO REQUESTING OPERATOR' TO CM-OA-RESULT
               GO TO 2800-EXIT
           END-IF.
           MOVE CM-OC-REQ-OPERATOR TO CM-OP-OPERATOR-ID.
           READ CM-OPER-FILE
               INVALID KEY
                   PERFORM 2810-CHECK-FIRST-OPERATOR THRU 2810-EXIT
                   GO TO 2800-EXIT
           END-READ.
           IF NOT CM-OP-ACTIVE
               MOVE 'REQUESTING OPERATOR NOT ACTIVE' TO CM-OA-RESULT
               GO TO 2800-EXIT
           END-IF.
           MOVE CM-OP-AUTH-LEVEL TO CM-WS-REQ-LEVEL.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2810-CHECK-FIRST-OPERATOR   -  THE REQUESTER IS NOT ON THE
      *                                 MASTER.  THAT IS ONLY ALLOWED
      *                                 FOR THE VERY FIRST OPERATOR -
      *                                 A SUPERVISOR-LEVEL ADD NAMING
      *                                 ITSELF AS REQUESTER ON AN
      *                                 EMPTY MASTER.
      *-----------------------------------------------------------------
       2810-CHECK-FIRST-OPERATOR.
           MOVE 'REQUESTING OPERATOR NOT ON MASTER' TO CM-OA-RESULT.
           IF NOT CM-OC-ADD
               OR CM-OC-REQ-OPERATOR NOT = CM-OC-OPERATOR-ID
               OR CM-OC-AUTH-LEVEL NOT = 2
               GO TO 2810-EXIT
           END-IF.
           MOVE LOW-VALUES TO CM-OP-OPERATOR-ID.
           START CM-OPER-FILE KEY IS NOT LESS THAN CM-OP-OPERATOR-ID
               INVALID KEY
                   MOVE SPACES TO CM-OA-RESULT
                   MOVE 2 TO CM-WS-REQ-LEVEL
           END-START.
       2810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2900-WRITE-HISTORY   -  WRITE ONE BEFORE/AFTER IMAGE TO THE
      *                          SHARED MASTER CHANGE HISTORY, STAMPED
      *                          WITH THE REQUESTER AND THE TIME.
      *-----------------------------------------------------------------
       2900-WRITE-HISTORY.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO CM-MSTCHG-REC.
           SET CM-MH-OPER-MASTER TO TRUE.
           MOVE CM-OC-OPERATOR-ID TO CM-MH-KEY-1.
           MOVE CM-WS-HIST-ACTION TO CM-MH-ACTION.
           MOVE CM-OC-REQ-OPERATOR TO CM-MH-OPERATOR-ID.
           MOVE CM-WS-REQ-LEVEL TO CM-MH-OPER-LEVEL.
           MOVE CM-WS-CURRENT-DATE TO CM-MH-CHANGE-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-MH-CHANGE-TIME.
           MOVE 'OPERMNT' TO CM-MH-PROGRAM.
           MOVE CM-WS-HIST-BEFORE TO CM-MH-BEFORE-IMAGE.
           MOVE CM-WS-HIST-AFTER TO CM-MH-AFTER-IMAGE.
           WRITE CM-MSTCHG-REC.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-OPRCARD-FILE.
           CLOSE CM-OPER-FILE.
           CLOSE CM-MSTCHG-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
