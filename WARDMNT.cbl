      *                  THE JOB ENDS WITH RETURN CODE 8 WHEN ANY
      *                  CARD WAS REJECTED SO THE SCHEDULER CAN SEE
      *                  A PARTIAL MAINTENANCE RUN.
      *  2026-10-15  RH  EVERY ADD, UPDATE AND DELETE NOW NEEDS A
      *                  REQUESTING OPERATOR (CMWRDCRD COLUMNS 36-43)
      *                  WHO IS ON THE OPERATOR MASTER AND ACTIVE, OR
      *                  THE CARD IS REJECTED.  EACH APPLIED CHANGE
      *                  WRITES A BEFORE/AFTER IMAGE TO THE SHARED
      *                  MASTER CHANGE HISTORY FILE (CMMSTCHG) FOR THE
      *                  MSTCHINQ INQUIRY.  A DELETE NOW READS THE
      *                  RECORD FIRST SO ITS BEFORE IMAGE CAN BE KEPT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-WD-WARD-CODE
               FILE STATUS IS CM-WS-WARD-FILE-STATUS.

           SELECT CM-OPER-FILE ASSIGN TO OPERMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-OP-OPERATOR-ID
               FILE STATUS IS CM-WS-OPER-FILE-STATUS.

           SELECT CM-MSTCHG-FILE ASSIGN TO MSTCHG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO WARDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 80 CHARACTERS.
           COPY CMWARDMS.

       FD  CM-OPER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMOPERMS.

       FD  CM-MSTCHG-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY CMMSTCHG.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).
               88  CM-WS-WARD-EOF-NO       VALUE 'N'.

       01  CM-WS-WARD-FILE-STATUS      PIC X(02) VALUE SPACES.
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
           05  CM-WA-WARD-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-WA-RESULT            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'BY '.
           05  CM-WA-REQUESTER         PIC X(08).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CM-WARD-LIST-COLUMN-LINE.
           05  FILLER                  PIC X(06) VALUE 'WARD  '.
                   'STATUS ' CM-WS-WARD-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-OPER-FILE.
           IF CM-WS-OPER-FILE-STATUS NOT = '00'
               AND CM-WS-OPER-FILE-STATUS NOT = '05'
               DISPLAY 'WARDMNT003E CM-OPER-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-OPER-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN EXTEND CM-MSTCHG-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           WRITE CM-REPORT-REC FROM CM-WARD-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-WARD-BLANK-LINE.
           END-READ.
           ADD 1 TO CM-WS-CARD-COUNT.
           MOVE CM-WC-WARD-CODE TO CM-WA-WARD-CODE.
           MOVE CM-WC-REQ-OPERATOR TO CM-WA-REQUESTER.
           EVALUATE TRUE
               WHEN CM-WC-ADD
                   MOVE 'ADD     ' TO CM-WA-ACTION
      *  2100-ADD-WARD
      *-----------------------------------------------------------------
       2100-ADD-WARD.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-WA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-EDIT-CARD-FIELDS THRU 2500-EXIT.
           IF CM-WA-RESULT NOT = SPACES
               GO TO 2100-EXIT
           END-WRITE.
           MOVE 'ADDED' TO CM-WA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'A' TO CM-WS-HIST-ACTION.
           MOVE SPACES TO CM-WS-HIST-BEFORE.
           MOVE CM-WARD-REC TO CM-WS-HIST-AFTER.
           PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *  2200-UPDATE-WARD
      *-----------------------------------------------------------------
       2200-UPDATE-WARD.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-WA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2500-EDIT-CARD-FIELDS THRU 2500-EXIT.
           IF CM-WA-RESULT NOT = SPACES
               GO TO 2200-EXIT
                   ADD 1 TO CM-WS-ERROR-COUNT
                   GO TO 2200-EXIT
           END-READ.
           MOVE CM-WARD-REC TO CM-WS-HIST-BEFORE.
           PERFORM 2600-MOVE-CARD-TO-RECORD THRU 2600-EXIT.
           REWRITE CM-WARD-REC
               INVALID KEY
           END-REWRITE.
           MOVE 'UPDATED' TO CM-WA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'U' TO CM-WS-HIST-ACTION.
           MOVE CM-WARD-REC TO CM-WS-HIST-AFTER.
           PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2300-DELETE-WARD   -  THE RECORD IS READ BEFORE IT IS DELETED
      *                        SO THE CHANGE HISTORY KEEPS WHAT WAS
      *                        REMOVED.
      *-----------------------------------------------------------------
       2300-DELETE-WARD.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-WA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2300-EXIT
           END-IF.
           MOVE CM-WC-WARD-CODE TO CM-WD-WARD-CODE.
           READ CM-WARD-FILE
               INVALID KEY
                   MOVE 'WARD CODE NOT ON MASTER' TO CM-WA-RESULT
                   ADD 1 TO CM-WS-ERROR-COUNT
                   GO TO 2300-EXIT
           END-READ.
           MOVE CM-WARD-REC TO CM-WS-HIST-BEFORE.
           DELETE CM-WARD-FILE
               INVALID KEY
                   MOVE 'WARD CODE NOT ON MASTER' TO CM-WA-RESULT
           END-DELETE.
           MOVE 'DELETED' TO CM-WA-RESULT.
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
      *                             ACTIVE BEFORE ANY CHANGE TO THE
      *                             WARD MASTER IS APPLIED.  A FAILURE
      *                             LEAVES ITS MESSAGE IN CM-WA-RESULT.
      *-----------------------------------------------------------------
       2800-VERIFY-REQUESTER.
           MOVE SPACES TO CM-WA-RESULT.
           MOVE 0 TO CM-WS-REQ-LEVEL.
           IF CM-WC-REQ-OPERATOR = SPACES
               MOVE 'NO REQUESTING OPERATOR' TO CM-WA-RESULT
               GO TO 2800-EXIT
           END-IF.
           MOVE CM-WC-REQ-OPERATOR TO CM-OP-OPERATOR-ID.
           READ CM-OPER-FILE
               INVALID KEY
                   MOVE 'REQUESTING OPERATOR NOT ON MASTER'
                       TO CM-WA-RESULT
                   GO TO 2800-EXIT
           END-READ.
           IF NOT CM-OP-ACTIVE
               MOVE 'REQUESTING OPERATOR NOT ACTIVE' TO CM-WA-RESULT
               GO TO 2800-EXIT
           END-IF.
           MOVE CM-OP-AUTH-LEVEL TO CM-WS-REQ-LEVEL.
       2800-EXIT.
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
           SET CM-MH-WARD-MASTER TO TRUE.
           MOVE CM-WC-WARD-CODE TO CM-MH-KEY-1.
           MOVE CM-WS-HIST-ACTION TO CM-MH-ACTION.
           MOVE CM-WC-REQ-OPERATOR TO CM-MH-OPERATOR-ID.
           MOVE CM-WS-REQ-LEVEL TO CM-MH-OPER-LEVEL.
           MOVE CM-WS-CURRENT-DATE TO CM-MH-CHANGE-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-MH-CHANGE-TIME.
           MOVE 'WARDMNT' TO CM-MH-PROGRAM.
           MOVE CM-WS-HIST-BEFORE TO CM-MH-BEFORE-IMAGE.
           MOVE CM-WS-HIST-AFTER TO CM-MH-AFTER-IMAGE.
           WRITE CM-MSTCHG-REC.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-WRDCARD-FILE.
           CLOSE CM-WARD-FILE.
           CLOSE CM-OPER-FILE.
           CLOSE CM-MSTCHG-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
