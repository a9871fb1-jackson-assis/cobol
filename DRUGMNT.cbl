      *                  PEOPLE ASKED FOR AFTER THE AUGUST RANGE-
      *                  CHANGE INCIDENT.  THE LIST ACTION ALSO
      *                  LISTS EACH DRUG'S DATED RANGES.
      *  2026-10-15  RH  EVERY CHANGE TO THE MEDICATION MASTER OR THE
      *                  DATED RANGE FILE NOW NEEDS A REQUESTING
      *                  OPERATOR, NAMED ON A NEW O CARD AHEAD OF THE
      *                  CARDS IT AUTHORIZES (THE A/U CARD HAS NO
      *                  FREE COLUMNS LEFT).  THE REQUESTER MUST BE ON
      *                  THE OPERATOR MASTER, ACTIVE AND SUPERVISOR
      *                  LEVEL, OR THE CARD IS REJECTED.  EVERY ADD,
      *                  UPDATE, DELETE AND RANGE CHANGE WRITES A
      *                  BEFORE/AFTER IMAGE TO THE SHARED MASTER CHANGE
      *                  HISTORY FILE (CMMSTCHG) FOR THE MSTCHINQ
      *                  INQUIRY.  A DELETE NOW READS THE RECORD FIRST
      *                  SO ITS BEFORE IMAGE CAN BE KEPT.
      *  2026-10-15  RH  THE A/U CARD NOW CARRIES THE DRUG'S MINIMUM
      *                  DOSING INTERVAL IN HOURS (COLUMNS 78-80),
      *                  STORED ON THE MASTER FOR THE INTERVAL EDIT.
      *                  BLANK OR ZERO MEANS NO INTERVAL.  THE LISTING
      *                  SHOWS IT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-DR-KEY
               FILE STATUS IS CM-WS-RNG-FILE-STATUS.

           SELECT CM-OPER-FILE ASSIGN TO OPERMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-OP-OPERATOR-ID
               FILE STATUS IS CM-WS-OPER-FILE-STATUS.

           SELECT CM-MSTCHG-FILE ASSIGN TO MSTCHG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO DRUGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRGRNG.

       FD  CM-OPER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMOPERMS.

       FD  CM-MSTCHG-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY CMMSTCHG.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNG-FILE-STATUS       PIC X(02) VALUE SPACES.
       01  CM-WS-OPER-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  CM-WS-REQUESTER-WORK.
           05  CM-WS-REQ-OPERATOR      PIC X(08) VALUE SPACES.
           05  CM-WS-REQ-LEVEL         PIC 9(01) VALUE 0.

       01  CM-WS-HISTORY-WORK.
           05  CM-WS-HIST-MASTER       PIC X(01) VALUE SPACES.
           05  CM-WS-HIST-KEY-1        PIC X(08) VALUE SPACES.
           05  CM-WS-HIST-KEY-2        PIC X(08) VALUE SPACES.
           05  CM-WS-HIST-ACTION       PIC X(01) VALUE SPACES.
           05  CM-WS-HIST-BEFORE       PIC X(80) VALUE SPACES.
           05  CM-WS-HIST-AFTER        PIC X(80) VALUE SPACES.

       01  CM-WS-CURRENT-DATE          PIC X(08) VALUE SPACES.
       01  CM-WS-CURRENT-TIME          PIC X(08) VALUE SPACES.

       01  CM-WS-COMPOSE-WORK.
           05  CM-WS-MIN-DOSE          PIC 9(05)V9(02) VALUE 0.
           05  CM-DA-DRUG-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DA-RESULT            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'BY '.
           05  CM-DA-REQUESTER         PIC X(08).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  CM-DRUG-LIST-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'DRUG      '.
           05  FILLER                  PIC X(08) VALUE 'UNIT    '.
           05  FILLER                  PIC X(10) VALUE ' DAILY MAX'.
           05  FILLER                  PIC X(10) VALUE '     RATE '.
           05  FILLER                  PIC X(07) VALUE '  INTVL'.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  CM-DRUG-LIST-LINE.
           05  CM-DL-DRUG-CODE         PIC X(08).
           05  CM-DL-MAX-DAILY         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DL-CHARGE-RATE       PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DL-MIN-INTERVAL      PIC ZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  CM-DRUG-RANGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
                   'STATUS ' CM-WS-RNG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-OPER-FILE.
           IF CM-WS-OPER-FILE-STATUS NOT = '00'
               AND CM-WS-OPER-FILE-STATUS NOT = '05'
               DISPLAY 'DRUGMNT004E CM-OPER-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-OPER-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN EXTEND CM-MSTCHG-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           WRITE CM-REPORT-REC FROM CM-DRUG-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-DRUG-BLANK-LINE.
           END-READ.
           ADD 1 TO CM-WS-CARD-COUNT.
           MOVE CM-DC-DRUG-CODE TO CM-DA-DRUG-CODE.
           MOVE CM-WS-REQ-OPERATOR TO CM-DA-REQUESTER.
           EVALUATE TRUE
               WHEN CM-DC-OPERATOR
                   MOVE 'OPERATOR' TO CM-DA-ACTION
                   MOVE SPACES TO CM-DA-DRUG-CODE
                   MOVE CM-DC-REQ-OPERATOR TO CM-WS-REQ-OPERATOR
                                              CM-DA-REQUESTER
                   PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT
                   IF CM-DA-RESULT = SPACES
                       MOVE 'REQUESTING OPERATOR SET' TO CM-DA-RESULT
                   ELSE
                       ADD 1 TO CM-WS-ERROR-COUNT
                   END-IF
               WHEN CM-DC-ADD
                   MOVE 'ADD     ' TO CM-DA-ACTION
                   PERFORM 2100-ADD-DRUG THRU 2100-EXIT
      *  2100-ADD-DRUG
      *-----------------------------------------------------------------
       2100-ADD-DRUG.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-DA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-EDIT-CARD-FIELDS THRU 2500-EXIT.
           IF CM-DA-RESULT NOT = SPACES
               GO TO 2100-EXIT
           END-WRITE.
           MOVE 'ADDED' TO CM-DA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'A' TO CM-WS-HIST-ACTION.
           MOVE SPACES TO CM-WS-HIST-BEFORE.
           MOVE CM-DRUG-REC TO CM-WS-HIST-AFTER.
           PERFORM 2850-LOG-DRUG-CHANGE THRU 2850-EXIT.
       2100-EXIT.
           EXIT.

      *  2200-UPDATE-DRUG
      *-----------------------------------------------------------------
       2200-UPDATE-DRUG.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-DA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2500-EDIT-CARD-FIELDS THRU 2500-EXIT.
           IF CM-DA-RESULT NOT = SPACES
               GO TO 2200-EXIT
                   ADD 1 TO CM-WS-ERROR-COUNT
                   GO TO 2200-EXIT
           END-READ.
           MOVE CM-DRUG-REC TO CM-WS-HIST-BEFORE.
           PERFORM 2600-MOVE-CARD-TO-RECORD THRU 2600-EXIT.
           REWRITE CM-DRUG-REC
               INVALID KEY
           END-REWRITE.
           MOVE 'UPDATED' TO CM-DA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'U' TO CM-WS-HIST-ACTION.
           MOVE CM-DRUG-REC TO CM-WS-HIST-AFTER.
           PERFORM 2850-LOG-DRUG-CHANGE THRU 2850-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2300-DELETE-DRUG   -  THE RECORD IS READ BEFORE IT IS DELETED
      *                        SO THE CHANGE HISTORY KEEPS WHAT WAS
      *                        REMOVED.
      *-----------------------------------------------------------------
       2300-DELETE-DRUG.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-DA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2300-EXIT
           END-IF.
           MOVE CM-DC-DRUG-CODE TO CM-DG-DRUG-CODE.
           READ CM-DRUG-FILE
               INVALID KEY
                   MOVE 'DRUG CODE NOT ON MASTER' TO CM-DA-RESULT
                   ADD 1 TO CM-WS-ERROR-COUNT
                   GO TO 2300-EXIT
           END-READ.
           MOVE CM-DRUG-REC TO CM-WS-HIST-BEFORE.
           DELETE CM-DRUG-FILE
               INVALID KEY
                   MOVE 'DRUG CODE NOT ON MASTER' TO CM-DA-RESULT
           END-DELETE.
           MOVE 'DELETED' TO CM-DA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'D' TO CM-WS-HIST-ACTION.
           MOVE SPACES TO CM-WS-HIST-AFTER.
           PERFORM 2850-LOG-DRUG-CHANGE THRU 2850-EXIT.
       2300-EXIT.
           EXIT.

           ELSE
               MOVE 0 TO CM-DL-CHARGE-RATE
           END-IF.
           IF CM-DG-MIN-INTERVAL NUMERIC
               MOVE CM-DG-MIN-INTERVAL TO CM-DL-MIN-INTERVAL
           ELSE
               MOVE 0 TO CM-DL-MIN-INTERVAL
           END-IF.
           WRITE CM-REPORT-REC FROM CM-DRUG-LIST-LINE.
           ADD 1 TO CM-WS-LISTED-COUNT.
           PERFORM 2420-LIST-DRUG-RANGES THRU 2420-EXIT.
           ELSE
               MOVE 0 TO CM-DG-DAILY-DEC
           END-IF.
           IF CM-DC-MIN-INTERVAL NUMERIC
               MOVE CM-DC-MIN-INTERVAL TO CM-DG-MIN-INTERVAL
           ELSE
               MOVE 0 TO CM-DG-MIN-INTERVAL
           END-IF.
       2600-EXIT.
           EXIT.

      *                      FUTURE-DATED CHANGE CAN BE LOADED AHEAD
      *                      OF ITS DAY.  A CARD FOR A DATE ALREADY
      *                      ON FILE REPLACES THAT DATE'S RANGE.
      *                      THE RANGE ALREADY ON FILE FOR THE DATE,
      *                      IF ANY, IS READ FIRST AS THE BEFORE
      *                      IMAGE FOR THE CHANGE HISTORY.
      *-----------------------------------------------------------------
       2700-ADD-RANGE.
           PERFORM 2800-VERIFY-REQUESTER THRU 2800-EXIT.
           IF CM-DA-RESULT NOT = SPACES
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2700-EXIT
           END-IF.
           IF CM-DC-DRUG-CODE = SPACES
               MOVE 'DRUG CODE IS BLANK' TO CM-DA-RESULT
               ADD 1 TO CM-WS-ERROR-COUNT
               ADD 1 TO CM-WS-ERROR-COUNT
               GO TO 2700-EXIT
           END-IF.
           MOVE CM-DC-DRUG-CODE TO CM-DR-DRUG-CODE.
           MOVE CM-DC-RG-EFF-DATE TO CM-DR-EFF-DATE.
           READ CM-DRGRNG-FILE
               INVALID KEY
                   MOVE SPACES TO CM-WS-HIST-BEFORE
               NOT INVALID KEY
                   MOVE CM-DRUG-RANGE-REC TO CM-WS-HIST-BEFORE
           END-READ.
           MOVE SPACES TO CM-DRUG-RANGE-REC.
           MOVE CM-DC-DRUG-CODE TO CM-DR-DRUG-CODE.
           MOVE CM-DC-RG-EFF-DATE TO CM-DR-EFF-DATE.
                   END-REWRITE
                   MOVE 'RANGE REPLACED' TO CM-DA-RESULT
                   ADD 1 TO CM-WS-APPLIED-COUNT
                   MOVE 'U' TO CM-WS-HIST-ACTION
                   PERFORM 2860-LOG-RANGE-CHANGE THRU 2860-EXIT
                   GO TO 2700-EXIT
           END-WRITE.
           MOVE 'RANGE ADDED' TO CM-DA-RESULT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'A' TO CM-WS-HIST-ACTION.
           PERFORM 2860-LOG-RANGE-CHANGE THRU 2860-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2800-VERIFY-REQUESTER   -  THE OPERATOR NAMED ON THE LAST O
      *                             CARD MUST BE ON THE OPERATOR
      *                             MASTER, ACTIVE AND SUPERVISOR
      *                             LEVEL BEFORE ANY CHANGE TO THE
      *                             MEDICATION MASTER OR ITS DATED
      *                             RANGES IS APPLIED.  A FAILURE
      *                             LEAVES ITS MESSAGE IN CM-DA-RESULT.
      *-----------------------------------------------------------------
       2800-VERIFY-REQUESTER.
           MOVE SPACES TO CM-DA-RESULT.
           MOVE 0 TO CM-WS-REQ-LEVEL.
           IF CM-WS-REQ-OPERATOR = SPACES
               MOVE 'NO REQUESTING OPERATOR - O CARD MISSING'
                   TO CM-DA-RESULT
               GO TO 2800-EXIT
           END-IF.
           MOVE CM-WS-REQ-OPERATOR TO CM-OP-OPERATOR-ID.
           READ CM-OPER-FILE
               INVALID KEY
                   MOVE 'REQUESTING OPERATOR NOT ON MASTER'
                       TO CM-DA-RESULT
                   GO TO 2800-EXIT
           END-READ.
           IF NOT CM-OP-ACTIVE
               MOVE 'REQUESTING OPERATOR NOT ACTIVE' TO CM-DA-RESULT
               GO TO 2800-EXIT
           END-IF.
           IF NOT CM-OP-SUPERVISOR-LEVEL
               MOVE 'SUPERVISOR LEVEL REQUIRED' TO CM-DA-RESULT
               GO TO 2800-EXIT
           END-IF.
           MOVE CM-OP-AUTH-LEVEL TO CM-WS-REQ-LEVEL.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2850-LOG-DRUG-CHANGE   -  RECORD ONE APPLIED MEDICATION
      *                            MASTER CHANGE ON THE HISTORY FILE.
      *-----------------------------------------------------------------
       2850-LOG-DRUG-CHANGE.
           MOVE 'D' TO CM-WS-HIST-MASTER.
           MOVE CM-DC-DRUG-CODE TO CM-WS-HIST-KEY-1.
           MOVE SPACES TO CM-WS-HIST-KEY-2.
           PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2860-LOG-RANGE-CHANGE   -  RECORD ONE APPLIED DATED RANGE
      *                             CHANGE ON THE HISTORY FILE.
      *-----------------------------------------------------------------
       2860-LOG-RANGE-CHANGE.
           MOVE 'R' TO CM-WS-HIST-MASTER.
           MOVE CM-DR-DRUG-CODE TO CM-WS-HIST-KEY-1.
           MOVE CM-DR-EFF-DATE TO CM-WS-HIST-KEY-2.
           MOVE CM-DRUG-RANGE-REC TO CM-WS-HIST-AFTER.
           PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
       2860-EXIT.
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
           MOVE CM-WS-HIST-MASTER TO CM-MH-MASTER.
           MOVE CM-WS-HIST-KEY-1 TO CM-MH-KEY-1.
           MOVE CM-WS-HIST-KEY-2 TO CM-MH-KEY-2.
           MOVE CM-WS-HIST-ACTION TO CM-MH-ACTION.
           MOVE CM-WS-REQ-OPERATOR TO CM-MH-OPERATOR-ID.
           MOVE CM-WS-REQ-LEVEL TO CM-MH-OPER-LEVEL.
           MOVE CM-WS-CURRENT-DATE TO CM-MH-CHANGE-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-MH-CHANGE-TIME.
           MOVE 'DRUGMNT' TO CM-MH-PROGRAM.
           MOVE CM-WS-HIST-BEFORE TO CM-MH-BEFORE-IMAGE.
           MOVE CM-WS-HIST-AFTER TO CM-MH-AFTER-IMAGE.
           WRITE CM-MSTCHG-REC.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
           CLOSE CM-DRGCARD-FILE.
           CLOSE CM-DRUG-FILE.
           CLOSE CM-DRGRNG-FILE.
           CLOSE CM-OPER-FILE.
           CLOSE CM-MSTCHG-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
