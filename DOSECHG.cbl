      *                  WHOLE-UNIT VALUE BEFORE PRICING, AND THE
      *                  CHARGE RECORD AND THE SUMMARY REPORT CARRY
      *                  THE FRACTIONAL DOSE.
      *  2026-10-15  RH  BILLED-CHARGE LEDGER (CMCHGLDG), KEYED BY RUN
      *                  ID AND ENTRY NUMBER, HOLDS THE VALUE, STATUS,
      *                  RATE AND AMOUNT LAST SENT TO BILLING FOR
      *                  EVERY READING.  EACH RUN NOW COMPARES SAVEDDS
      *                  AGAINST IT AND SENDS ONLY NEW CHARGES, SO AN
      *                  OVERLAPPING DATE RANGE NO LONGER BILLS A DOSE
      *                  TWICE.  A BILLED READING WHOSE VALUE OR
      *                  STATUS HAS SINCE CHANGED (A DOSEFIX OR
      *                  DOSESUSP CORRECTION) GOES OUT AS A CREDIT OF
      *                  THE OLD AMOUNT PLUS A REBILL AT TODAY'S RATE,
      *                  AND ONE SINCE REJECTED GETS THE CREDIT ALONE.
      *                  EACH CHARGE RECORD CARRIES ITS TRANSACTION
      *                  TYPE, AND A NEW RECONCILIATION PAGE SHOWS
      *                  ORIGINAL, CREDIT, REBILL AND NET BY DRUG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-RN-RUN-ID
               FILE STATUS IS CM-WS-RNST-FILE-STATUS.

           SELECT OPTIONAL CM-CHGLDG-FILE ASSIGN TO CHGLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-LG-KEY
               FILE STATUS IS CM-WS-LDGR-FILE-STATUS.

           SELECT CM-CHRGOUT-FILE ASSIGN TO CHRGOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNST.

       FD  CM-CHGLDG-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMCHGLDG.

       FD  CM-CHRGOUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMCHARGE.
       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNST-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-LDGR-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  CM-WS-CURRENT-DATE          PIC X(08) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-SAVED-EOF-SWITCH  PIC X(01) VALUE 'N'.
           05  CM-WS-RUN-BILL-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-RUN-BILLABLE      VALUE 'Y'.
               88  CM-WS-RUN-NOT-BILLABLE  VALUE 'N'.
           05  CM-WS-LEDGER-SWITCH     PIC X(01) VALUE 'N'.
               88  CM-WS-LEDGER-FOUND      VALUE 'Y'.
               88  CM-WS-LEDGER-NOT-FOUND  VALUE 'N'.
           05  CM-WS-TRANS-TYPE        PIC X(01) VALUE 'N'.
               88  CM-WS-TRANS-NEW         VALUE 'N'.
               88  CM-WS-TRANS-CREDIT      VALUE 'C'.
               88  CM-WS-TRANS-REBILL      VALUE 'R'.
               88  CM-WS-TRANS-UNPRICED    VALUE 'U'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-UNPRICED-COUNT    PIC 9(07) VALUE 0.
           05  CM-WS-SKIPPED-RUN-COUNT PIC 9(05) VALUE 0.
           05  CM-WS-DRUG-SUM-COUNT    PIC 9(05) VALUE 0.
           05  CM-WS-CREDIT-COUNT      PIC 9(07) VALUE 0.
           05  CM-WS-REBILL-COUNT      PIC 9(07) VALUE 0.
           05  CM-WS-BILLED-COUNT      PIC 9(07) VALUE 0.

       01  CM-WS-MAX-DRUG-SUMS         PIC 9(05) VALUE 500.

           05  CM-WS-CHARGE-AMT        PIC 9(09)V9(02) VALUE 0.
           05  CM-WS-GRAND-CHARGE      PIC 9(11)V9(02) VALUE 0.
           05  CM-WS-DRUG-UNIT         PIC X(08) VALUE SPACES.
           05  CM-WS-CREDIT-AMT        PIC 9(09)V9(02) VALUE 0.
           05  CM-WS-GRAND-CREDIT      PIC 9(11)V9(02) VALUE 0.
           05  CM-WS-GRAND-REBILL      PIC 9(11)V9(02) VALUE 0.
           05  CM-WS-NET-CHARGE        PIC S9(11)V9(02) VALUE 0.

       01  CM-CHG-SUMMARY-TABLE.
           05  CM-CHG-SUMMARY-ENTRY OCCURS 500 TIMES.
               10  CM-CB-DOSE-TOTAL    PIC 9(10)V9(02).
               10  CM-CB-CHARGE-RATE   PIC 9(05)V9(02).
               10  CM-CB-CHARGE-TOTAL  PIC 9(11)V9(02).
               10  CM-CB-CREDIT-CNT    PIC 9(07).
               10  CM-CB-CREDIT-TOTAL  PIC 9(11)V9(02).
               10  CM-CB-REBILL-CNT    PIC 9(07).
               10  CM-CB-REBILL-TOTAL  PIC 9(11)V9(02).

       01  CM-CHG-HEADING-LINE.
           05  FILLER                  PIC X(32)
           05  CM-CD-PRICED            PIC X(08).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  CM-CHG-RECON-HEADING-LINE.
           05  FILLER                  PIC X(40)
                   VALUE 'BILLING RECONCILIATION BY DRUG'.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  CM-CHG-RECON-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'DRUG      '.
           05  FILLER                  PIC X(16)
                   VALUE '      ORIGINAL  '.
           05  FILLER                  PIC X(09) VALUE 'CREDITS  '.
           05  FILLER                  PIC X(16)
                   VALUE '   CREDIT TOTAL '.
           05  FILLER                  PIC X(09) VALUE 'REBILLS  '.
           05  FILLER                  PIC X(16)
                   VALUE '   REBILL TOTAL '.
           05  FILLER                  PIC X(17)
                   VALUE '       NET TOTAL '.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  CM-CHG-RECON-LINE.
           05  CM-CR-DRUG-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CR-ORIG-TOTAL        PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CR-CREDIT-CNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CR-CREDIT-TOTAL      PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CR-REBILL-CNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CR-REBILL-TOTAL      PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CR-NET-TOTAL         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  CM-CHG-TOTAL-LINE-1.
           05  FILLER                  PIC X(16)
                   VALUE 'READINGS PRICED:'.
           05  FILLER                  PIC X(16)
                   VALUE 'TOTAL CHARGE   :'.
           05  CM-CT2-GRAND-CHARGE     PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(16)
                   VALUE ' CREDITS       :'.
           05  CM-CT2-GRAND-CREDIT     PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(16)
                   VALUE ' REBILLS       :'.
           05  CM-CT2-GRAND-REBILL     PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(16)
                   VALUE ' NET           :'.
           05  CM-CT2-NET-CHARGE       PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  CM-CHG-TOTAL-LINE-3.
           05  FILLER                  PIC X(16)
                   VALUE 'ALREADY BILLED :'.
           05  CM-CT3-BILLED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' CREDITS SENT  :'.
           05  CM-CT3-CREDITS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' REBILLS SENT  :'.
           05  CM-CT3-REBILLS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CM-CHG-BLANK-LINE           PIC X(133) VALUE SPACES.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-SAVED-FILE THRU 2000-EXIT.
           PERFORM 7000-REPORT-DRUG-SUMMARY THRU 7000-EXIT.
           PERFORM 7500-REPORT-RECONCILIATION THRU 7500-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
                   'STATUS ' CM-WS-RNST-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN I-O CM-CHGLDG-FILE.
           IF CM-WS-LDGR-FILE-STATUS NOT = '00'
               AND CM-WS-LDGR-FILE-STATUS NOT = '05'
               DISPLAY 'DOSECHG008E CM-CHGLDG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-LDGR-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CM-CHRGOUT-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           MOVE CM-CH-FROM-DATE TO CM-CH1-FROM-DATE.
      *                             PRICE THE ACCEPTED ONES IN THE
      *                             DATE RANGE.  THE RUN STATUS GATE
      *                             IS CHECKED ONCE PER RUN AS THE
      *                             RUN ID BREAKS.  EACH READING IS
      *                             MATCHED TO THE BILLED-CHARGE
      *                             LEDGER - ONE NOT YET BILLED IS
      *                             CHARGED, ONE BILLED AND UNCHANGED
      *                             IS LEFT ALONE, ONE CHANGED SINCE
      *                             IT WAS BILLED IS CREDITED AND
      *                             REBILLED, AND ONE REJECTED SINCE
      *                             IT WAS BILLED IS CREDITED.
      *-----------------------------------------------------------------
       2000-SWEEP-SAVED-FILE.
           MOVE LOW-VALUES TO CM-SV-KEY.
               OR CM-SV-RUN-DATE > CM-CH-TO-DATE
               GO TO 2100-EXIT
           END-IF.
           IF CM-SV-RUN-ID NOT = CM-WS-GATE-RUN-ID
               PERFORM 2200-CHECK-RUN-STATUS THRU 2200-EXIT
           END-IF.
           IF CM-WS-RUN-NOT-BILLABLE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-READ-LEDGER THRU 2150-EXIT.
           IF NOT CM-SV-ACCEPTED
               AND NOT CM-SV-WARNING
               IF CM-WS-LEDGER-FOUND AND CM-LG-BILLED
                   PERFORM 2600-CREDIT-REJECTED THRU 2600-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-SV-VALUE TO CM-WS-SAVED-VALUE.
           IF CM-SV-VALUE-DEC NUMERIC
               COMPUTE CM-WS-SAVED-VALUE =
                   CM-SV-VALUE + CM-SV-VALUE-DEC / 100
           END-IF.
           IF CM-WS-LEDGER-FOUND
               AND CM-LG-BILLED
               AND CM-LG-DOSE-VALUE = CM-WS-SAVED-VALUE
               AND CM-LG-SV-STATUS = CM-SV-STATUS
               ADD 1 TO CM-WS-BILLED-COUNT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-LOOK-UP-RATE THRU 2300-EXIT.
           IF CM-WS-DRUG-FOUND-NO
               ADD 1 TO CM-WS-UNPRICED-COUNT
               SET CM-WS-TRANS-UNPRICED TO TRUE
               PERFORM 2500-ADD-TO-DRUG-SUMMARY THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CM-WS-LEDGER-FOUND
               PERFORM 2700-CREDIT-AND-REBILL THRU 2700-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET CM-WS-TRANS-NEW TO TRUE.
           PERFORM 2400-WRITE-CHARGE THRU 2400-EXIT.
           ADD 1 TO CM-WS-PRICED-COUNT.
           ADD CM-WS-CHARGE-AMT TO CM-WS-GRAND-CHARGE.
           PERFORM 2500-ADD-TO-DRUG-SUMMARY THRU 2500-EXIT.
           PERFORM 2800-POST-LEDGER THRU 2800-EXIT.
       2100-EXIT.
           EXIT.

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2150-READ-LEDGER   -  FETCH WHAT WAS LAST SENT TO BILLING FOR
      *                        THIS READING, IF ANYTHING.
      *-----------------------------------------------------------------
       2150-READ-LEDGER.
           MOVE CM-SV-KEY TO CM-LG-KEY.
           READ CM-CHGLDG-FILE
               INVALID KEY
                   SET CM-WS-LEDGER-NOT-FOUND TO TRUE
                   GO TO 2150-EXIT
           END-READ.
           SET CM-WS-LEDGER-FOUND TO TRUE.
       2150-EXIT.
           EXIT.

       2210-REPORT-SKIPPED-RUN.
           ADD 1 TO CM-WS-SKIPPED-RUN-COUNT.
           MOVE CM-WS-GATE-RUN-ID TO CM-CK-RUN-ID.
      *-----------------------------------------------------------------
      *  2400-WRITE-CHARGE   -  ONE CHARGE RECORD PER ACCEPTED
      *                         READING, PRICED AT THE DRUG'S CURRENT
      *                         RATE.  USED FOR BOTH A NEW CHARGE AND
      *                         A REBILL - CM-WS-TRANS-TYPE SAYS WHICH.
      *-----------------------------------------------------------------
       2400-WRITE-CHARGE.
           COMPUTE CM-WS-CHARGE-AMT ROUNDED =
           MOVE CM-WS-SAVED-VALUE TO CM-CG-DOSE-VALUE.
           MOVE CM-WS-CHARGE-RATE TO CM-CG-CHARGE-RATE.
           MOVE CM-WS-CHARGE-AMT TO CM-CG-CHARGE-AMT.
           MOVE CM-WS-TRANS-TYPE TO CM-CG-TRANS-TYPE.
           WRITE CM-CHARGE-REC.
       2400-EXIT.
           EXIT.
               MOVE 0 TO CM-CB-READING-CNT(CM-WS-SUB)
               MOVE 0 TO CM-CB-DOSE-TOTAL(CM-WS-SUB)
               MOVE 0 TO CM-CB-CHARGE-TOTAL(CM-WS-SUB)
               MOVE 0 TO CM-CB-CREDIT-CNT(CM-WS-SUB)
               MOVE 0 TO CM-CB-CREDIT-TOTAL(CM-WS-SUB)
               MOVE 0 TO CM-CB-REBILL-CNT(CM-WS-SUB)
               MOVE 0 TO CM-CB-REBILL-TOTAL(CM-WS-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN CM-WS-TRANS-CREDIT
                   ADD 1 TO CM-CB-CREDIT-CNT(CM-WS-SUB)
                   ADD CM-WS-CREDIT-AMT
                       TO CM-CB-CREDIT-TOTAL(CM-WS-SUB)
               WHEN CM-WS-TRANS-REBILL
                   ADD 1 TO CM-CB-REBILL-CNT(CM-WS-SUB)
                   ADD CM-WS-CHARGE-AMT
                       TO CM-CB-REBILL-TOTAL(CM-WS-SUB)
               WHEN CM-WS-TRANS-UNPRICED
                   ADD 1 TO CM-CB-READING-CNT(CM-WS-SUB)
                   ADD CM-WS-SAVED-VALUE TO CM-CB-DOSE-TOTAL(CM-WS-SUB)
               WHEN OTHER
                   ADD 1 TO CM-CB-READING-CNT(CM-WS-SUB)
                   ADD CM-WS-SAVED-VALUE TO CM-CB-DOSE-TOTAL(CM-WS-SUB)
                   ADD CM-WS-CHARGE-AMT
                       TO CM-CB-CHARGE-TOTAL(CM-WS-SUB)
           END-EVALUATE.
       2500-EXIT.
           EXIT.

       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2600-CREDIT-REJECTED   -  A READING BILLED EARLIER HAS SINCE
      *                            BEEN REJECTED.  CREDIT THE AMOUNT
      *                            BILLED AND MARK THE LEDGER ENTRY
      *                            CREDITED SO IT IS NOT CREDITED
      *                            AGAIN.
      *-----------------------------------------------------------------
       2600-CREDIT-REJECTED.
           PERFORM 2300-LOOK-UP-RATE THRU 2300-EXIT.
           PERFORM 2650-WRITE-CREDIT THRU 2650-EXIT.
           MOVE CM-SV-STATUS TO CM-LG-SV-STATUS.
           SET CM-LG-CREDITED TO TRUE.
           MOVE CM-WS-CURRENT-DATE TO CM-LG-LAST-BILL-DATE.
           REWRITE CM-LEDGER-REC
               INVALID KEY
                   DISPLAY 'DOSECHG009E LEDGER REWRITE FAILED FOR '
                       CM-LG-RUN-ID ' ' CM-LG-ENTRY-NUM
           END-REWRITE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2650-WRITE-CREDIT   -  ONE CREDIT RECORD FOR THE VALUE, RATE
      *                         AND AMOUNT THE LEDGER SAYS WERE LAST
      *                         BILLED - NOT TODAY'S RATE, SO THE
      *                         CREDIT EXACTLY REVERSES THE CHARGE.
      *-----------------------------------------------------------------
       2650-WRITE-CREDIT.
           MOVE CM-LG-CHARGE-AMT TO CM-WS-CREDIT-AMT.
           MOVE SPACES TO CM-CHARGE-REC.
           MOVE CM-LG-RUN-ID TO CM-CG-RUN-ID.
           MOVE CM-LG-RUN-DATE TO CM-CG-RUN-DATE.
           MOVE CM-LG-ENTRY-NUM TO CM-CG-ENTRY-NUM.
           MOVE CM-LG-PATIENT-ID TO CM-CG-PATIENT-ID.
           MOVE CM-LG-WARD-CODE TO CM-CG-WARD-CODE.
           MOVE CM-LG-DRUG-CODE TO CM-CG-DRUG-CODE.
           MOVE CM-LG-DOSE-VALUE TO CM-CG-DOSE-VALUE.
           MOVE CM-LG-CHARGE-RATE TO CM-CG-CHARGE-RATE.
           MOVE CM-LG-CHARGE-AMT TO CM-CG-CHARGE-AMT.
           SET CM-CG-CREDIT TO TRUE.
           WRITE CM-CHARGE-REC.
           ADD 1 TO CM-WS-CREDIT-COUNT.
           ADD CM-WS-CREDIT-AMT TO CM-WS-GRAND-CREDIT.
           SET CM-WS-TRANS-CREDIT TO TRUE.
           PERFORM 2500-ADD-TO-DRUG-SUMMARY THRU 2500-EXIT.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2700-CREDIT-AND-REBILL   -  THE READING IS ON THE LEDGER BUT
      *                              ITS VALUE OR STATUS HAS CHANGED
      *                              SINCE IT WAS BILLED, OR IT WAS
      *                              CREDITED AS REJECTED AND HAS
      *                              SINCE BEEN ACCEPTED AGAIN.
      *                              CREDIT WHAT IS STILL BILLED, THEN
      *                              REBILL THE READING AS IT STANDS.
      *-----------------------------------------------------------------
       2700-CREDIT-AND-REBILL.
           IF CM-LG-BILLED
               PERFORM 2650-WRITE-CREDIT THRU 2650-EXIT
           END-IF.
           SET CM-WS-TRANS-REBILL TO TRUE.
           PERFORM 2400-WRITE-CHARGE THRU 2400-EXIT.
           ADD 1 TO CM-WS-REBILL-COUNT.
           ADD CM-WS-CHARGE-AMT TO CM-WS-GRAND-REBILL.
           PERFORM 2500-ADD-TO-DRUG-SUMMARY THRU 2500-EXIT.
           PERFORM 2800-POST-LEDGER THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2800-POST-LEDGER   -  RECORD WHAT WAS JUST SENT TO BILLING
      *                        FOR THE READING - A NEW LEDGER ENTRY
      *                        FOR A FIRST CHARGE, A REWRITE FOR A
      *                        REBILL.
      *-----------------------------------------------------------------
       2800-POST-LEDGER.
           MOVE SPACES TO CM-LEDGER-REC.
           MOVE CM-SV-KEY TO CM-LG-KEY.
           MOVE CM-SV-RUN-DATE TO CM-LG-RUN-DATE.
           MOVE CM-SV-DRUG-CODE TO CM-LG-DRUG-CODE.
           MOVE CM-SV-WARD-CODE TO CM-LG-WARD-CODE.
           MOVE CM-SV-PATIENT-ID TO CM-LG-PATIENT-ID.
           MOVE CM-SV-STATUS TO CM-LG-SV-STATUS.
           MOVE CM-WS-SAVED-VALUE TO CM-LG-DOSE-VALUE.
           MOVE CM-WS-CHARGE-RATE TO CM-LG-CHARGE-RATE.
           MOVE CM-WS-CHARGE-AMT TO CM-LG-CHARGE-AMT.
           SET CM-LG-BILLED TO TRUE.
           MOVE CM-WS-CURRENT-DATE TO CM-LG-LAST-BILL-DATE.
           IF CM-WS-LEDGER-FOUND
               REWRITE CM-LEDGER-REC
                   INVALID KEY
                       DISPLAY 'DOSECHG009E LEDGER REWRITE FAILED FOR '
                           CM-LG-RUN-ID ' ' CM-LG-ENTRY-NUM
               END-REWRITE
           ELSE
               WRITE CM-LEDGER-REC
                   INVALID KEY
                       DISPLAY 'DOSECHG010E LEDGER WRITE FAILED FOR '
                           CM-LG-RUN-ID ' ' CM-LG-ENTRY-NUM
               END-WRITE
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  7000-REPORT-DRUG-SUMMARY   -  ONE LINE PER DRUG CODE SEEN IN
      *                                THE RANGE, IN THE ORDER THE
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  7500-REPORT-RECONCILIATION   -  ONE LINE PER DRUG: THE NEW
      *                                  CHARGES SENT THIS RUN, THE
      *                                  CREDITS AND REBILLS FOR
      *                                  CORRECTED OR REJECTED
      *                                  READINGS, AND THE NET SENT
      *                                  TO BILLING.
      *-----------------------------------------------------------------
       7500-REPORT-RECONCILIATION.
           IF CM-WS-DRUG-SUM-COUNT = 0
               GO TO 7500-EXIT
           END-IF.
           WRITE CM-REPORT-REC FROM CM-CHG-BLANK-LINE.
           WRITE CM-REPORT-REC FROM CM-CHG-RECON-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-CHG-RECON-COLUMN-LINE.
           PERFORM 7510-RECONCILE-ONE-DRUG THRU 7510-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-DRUG-SUM-COUNT.
       7500-EXIT.
           EXIT.

       7510-RECONCILE-ONE-DRUG.
           IF CM-CB-DRUG-CODE(CM-WS-SUB) = SPACES
               MOVE '(NONE)  ' TO CM-CR-DRUG-CODE
           ELSE
               MOVE CM-CB-DRUG-CODE(CM-WS-SUB) TO CM-CR-DRUG-CODE
           END-IF.
           MOVE CM-CB-CHARGE-TOTAL(CM-WS-SUB) TO CM-CR-ORIG-TOTAL.
           MOVE CM-CB-CREDIT-CNT(CM-WS-SUB) TO CM-CR-CREDIT-CNT.
           MOVE CM-CB-CREDIT-TOTAL(CM-WS-SUB) TO CM-CR-CREDIT-TOTAL.
           MOVE CM-CB-REBILL-CNT(CM-WS-SUB) TO CM-CR-REBILL-CNT.
           MOVE CM-CB-REBILL-TOTAL(CM-WS-SUB) TO CM-CR-REBILL-TOTAL.
           COMPUTE CM-WS-NET-CHARGE =
               CM-CB-CHARGE-TOTAL(CM-WS-SUB)
               - CM-CB-CREDIT-TOTAL(CM-WS-SUB)
               + CM-CB-REBILL-TOTAL(CM-WS-SUB).
           MOVE CM-WS-NET-CHARGE TO CM-CR-NET-TOTAL.
           WRITE CM-REPORT-REC FROM CM-CHG-RECON-LINE.
       7510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
           MOVE CM-WS-SKIPPED-RUN-COUNT TO CM-CT1-SKIPPED.
           WRITE CM-REPORT-REC FROM CM-CHG-TOTAL-LINE-1.
           MOVE CM-WS-GRAND-CHARGE TO CM-CT2-GRAND-CHARGE.
           MOVE CM-WS-GRAND-CREDIT TO CM-CT2-GRAND-CREDIT.
           MOVE CM-WS-GRAND-REBILL TO CM-CT2-GRAND-REBILL.
           COMPUTE CM-WS-NET-CHARGE =
               CM-WS-GRAND-CHARGE - CM-WS-GRAND-CREDIT
               + CM-WS-GRAND-REBILL.
           MOVE CM-WS-NET-CHARGE TO CM-CT2-NET-CHARGE.
           WRITE CM-REPORT-REC FROM CM-CHG-TOTAL-LINE-2.
           MOVE CM-WS-BILLED-COUNT TO CM-CT3-BILLED.
           MOVE CM-WS-CREDIT-COUNT TO CM-CT3-CREDITS.
           MOVE CM-WS-REBILL-COUNT TO CM-CT3-REBILLS.
           WRITE CM-REPORT-REC FROM CM-CHG-TOTAL-LINE-3.
       8000-EXIT.
           EXIT.

           CLOSE CM-SAVED-FILE.
           CLOSE CM-DRUG-FILE.
           CLOSE CM-RUNSTAT-FILE.
           CLOSE CM-CHGLDG-FILE.
           CLOSE CM-CHRGOUT-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-UNPRICED-COUNT > 0
           DISPLAY 'DOSECHG007I EXTRACT COMPLETE - '
               CM-WS-PRICED-COUNT ' READINGS PRICED, '
               CM-WS-UNPRICED-COUNT ' NOT PRICED, '
               CM-WS-SKIPPED-RUN-COUNT ' RUNS SKIPPED, '
               CM-WS-CREDIT-COUNT ' CREDITS, '
               CM-WS-REBILL-COUNT ' REBILLS'.
       9000-EXIT.
           EXIT.
