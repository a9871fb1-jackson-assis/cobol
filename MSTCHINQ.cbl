       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTCHINQ.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  INQUIRY OVER THE MASTER
      *                  CHANGE HISTORY (CMMSTCHG) WRITTEN BY DRUGMNT,
      *                  WARDMNT AND OPERMNT.  A SELECTION CARD
      *                  FILTERS BY MASTER, KEY, CHANGE DATE RANGE AND
      *                  REQUESTING OPERATOR, IN ANY COMBINATION, THE
      *                  SAME IDIOM AS AUDITINQ.  EACH SELECTED CHANGE
      *                  PRINTS A HEADER LINE FOLLOWED BY ITS BEFORE
      *                  AND AFTER IMAGES DECODED FIELD BY FIELD, SO
      *                  THE PHARMACY BOARD CAN SEE WHO MOVED A DOSE
      *                  CEILING OR RAISED A THRESHOLD, WHEN, AND WHAT
      *                  THE OLD VALUES WERE.  CHANGES PRINT IN THE
      *                  ORDER THEY WERE LOGGED, WHICH IS
      *                  CHRONOLOGICAL.
      *  2026-10-15  RH  THE MEDICATION MASTER IMAGE LINE NOW SHOWS THE
      *                  DRUG'S MINIMUM DOSING INTERVAL IN HOURS, SO A
      *                  CHANGE TO THE INTERVAL ALONE NO LONGER PRINTS
      *                  IDENTICAL BEFORE AND AFTER IMAGES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-MHQCARD-FILE ASSIGN TO MHQCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-MSTCHG-FILE ASSIGN TO MSTCHGIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO MSTCHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-MHQCARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMMHQCRD.

       FD  CM-MSTCHG-FILE
           RECORD CONTAINS 220 CHARACTERS.
           COPY CMMSTCHG.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *  THE BEFORE AND AFTER IMAGES ARE MOVED INTO THESE COPIES OF THE
      *  FOUR MASTER LAYOUTS TO BE DECODED FOR PRINTING.
      *-----------------------------------------------------------------
           COPY CMDRUGMS.
           COPY CMDRGRNG.
           COPY CMWARDMS.
           COPY CMOPERMS.

       01  CM-WS-SWITCHES.
           05  CM-WS-CHANGE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  CM-WS-CHANGE-EOF-YES    VALUE 'Y'.
               88  CM-WS-CHANGE-EOF-NO     VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-READ-COUNT        PIC 9(07) VALUE 0.
           05  CM-WS-SELECT-COUNT      PIC 9(07) VALUE 0.

       01  CM-WS-IMAGE-WORK.
           05  CM-WS-IMAGE             PIC X(80) VALUE SPACES.
           05  CM-WS-IMAGE-LABEL       PIC X(08) VALUE SPACES.

       01  CM-WS-COMPOSE-WORK.
           05  CM-WS-MIN-DOSE          PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-MAX-DOSE          PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-MAX-DAILY         PIC 9(07)V9(02) VALUE 0.

       01  CM-MHQ-HEADING-LINE-1.
           05  FILLER                  PIC X(40)
                   VALUE 'MASTER CHANGE HISTORY INQUIRY REPORT'.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  CM-MHQ-SELECT-LINE-1.
           05  FILLER                  PIC X(11) VALUE 'MASTER    :'.
           05  CM-MS1-MASTER           PIC X(10).
           05  FILLER                  PIC X(11) VALUE ' KEY      :'.
           05  CM-MS1-KEY-1            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-MS1-KEY-2            PIC X(08).
           05  FILLER                  PIC X(11) VALUE ' OPERATOR :'.
           05  CM-MS1-OPERATOR-ID      PIC X(08).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  CM-MHQ-SELECT-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'DATE FROM :'.
           05  CM-MS2-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(11) VALUE ' DATE TO  :'.
           05  CM-MS2-TO-DATE          PIC X(08).
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  CM-MHQ-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'DATE      '.
           05  FILLER                  PIC X(10) VALUE 'TIME      '.
           05  FILLER                  PIC X(12) VALUE 'MASTER      '.
           05  FILLER                  PIC X(09) VALUE 'ACTION   '.
           05  FILLER                  PIC X(18)
                   VALUE 'KEY               '.
           05  FILLER                  PIC X(10) VALUE 'REQUESTER '.
           05  FILLER                  PIC X(04) VALUE 'LVL '.
           05  FILLER                  PIC X(08) VALUE 'PROGRAM '.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  CM-MHQ-CHANGE-LINE.
           05  CM-MC-CHANGE-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-MC-CHANGE-TIME       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-MC-MASTER            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-MC-ACTION            PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-MC-KEY-1             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-MC-KEY-2             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-MC-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-MC-OPER-LEVEL        PIC 9(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CM-MC-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  CM-MHQ-NONE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CM-MN-LABEL             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE '(NONE)'.
           05  FILLER                  PIC X(113) VALUE SPACES.

       01  CM-MHQ-DRUG-IMAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CM-MD-LABEL             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-MD-DESC              PIC X(30).
           05  FILLER                  PIC X(06) VALUE ' MIN: '.
           05  CM-MD-MIN-DOSE          PIC ZZZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' MAX: '.
           05  CM-MD-MAX-DOSE          PIC ZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-MD-UNIT              PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' DAILY: '.
           05  CM-MD-MAX-DAILY         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' RATE: '.
           05  CM-MD-CHARGE-RATE       PIC ZZZZ9.99.
           05  FILLER                  PIC X(08) VALUE ' INTVL: '.
           05  CM-MD-MIN-INTERVAL      PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  CM-MHQ-RANGE-IMAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CM-MR-LABEL             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11)
                   VALUE 'RANGE FROM '.
           05  CM-MR-EFF-DATE          PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' MIN: '.
           05  CM-MR-MIN-DOSE          PIC ZZZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' MAX: '.
           05  CM-MR-MAX-DOSE          PIC ZZZZ9.99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  CM-MHQ-WARD-IMAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CM-MW-LABEL             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'NAME: '.
           05  CM-MW-NAME              PIC X(30).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  CM-MHQ-OPER-IMAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CM-MO-LABEL             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'NAME: '.
           05  CM-MO-NAME              PIC X(30).
           05  FILLER                  PIC X(08) VALUE ' LEVEL: '.
           05  CM-MO-AUTH-LEVEL        PIC X(01).
           05  FILLER                  PIC X(09) VALUE ' ACTIVE: '.
           05  CM-MO-ACTIVE-FLAG       PIC X(01).
           05  FILLER                  PIC X(12)
                   VALUE ' THRESHOLD: '.
           05  CM-MO-CORR-THRESHOLD    PIC ZZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  CM-MHQ-TOTAL-LINE.
           05  FILLER                  PIC X(20)
                   VALUE 'CHANGES SELECTED   :'.
           05  CM-MT-SELECT-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' OF '.
           05  CM-MT-READ-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  CM-MHQ-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CHANGE-RECORD THRU 2000-EXIT
               UNTIL CM-WS-CHANGE-EOF-YES.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE   -  READ THE SELECTION CARD, OPEN THE CHANGE
      *                       HISTORY AND THE REPORT FILE, AND ECHO THE
      *                       SELECTION CRITERIA ON THE REPORT.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CM-MHQCARD-FILE.
           READ CM-MHQCARD-FILE
               AT END
                   DISPLAY 'MSTCHINQ001E NO SELECTION CARD - JOB ENDED'
                   GO TO 1000-ABEND
           END-READ.
           IF CM-MQ-MASTER NOT = 'D' AND NOT = 'R' AND NOT = 'W'
               AND NOT = 'O' AND NOT = SPACE
               DISPLAY 'MSTCHINQ002E MASTER SELECTION MUST BE D, R, '
                   'W, O OR BLANK'
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-MSTCHG-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           PERFORM 1100-WRITE-REPORT-HEADINGS THRU 1100-EXIT.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  1100-WRITE-REPORT-HEADINGS
      *-----------------------------------------------------------------
       1100-WRITE-REPORT-HEADINGS.
           WRITE CM-REPORT-REC FROM CM-MHQ-HEADING-LINE-1.
           EVALUATE TRUE
               WHEN CM-MQ-DRUG-MASTER
                   MOVE 'MEDICATION' TO CM-MS1-MASTER
               WHEN CM-MQ-RANGE-MASTER
                   MOVE 'DRUG RANGE' TO CM-MS1-MASTER
               WHEN CM-MQ-WARD-MASTER
                   MOVE 'WARD' TO CM-MS1-MASTER
               WHEN CM-MQ-OPER-MASTER
                   MOVE 'OPERATOR' TO CM-MS1-MASTER
               WHEN OTHER
                   MOVE 'ALL' TO CM-MS1-MASTER
           END-EVALUATE.
           IF CM-MQ-KEY-1 = SPACES
               MOVE 'ALL' TO CM-MS1-KEY-1
           ELSE
               MOVE CM-MQ-KEY-1 TO CM-MS1-KEY-1
           END-IF.
           MOVE CM-MQ-KEY-2 TO CM-MS1-KEY-2.
           IF CM-MQ-OPERATOR-ID = SPACES
               MOVE 'ALL' TO CM-MS1-OPERATOR-ID
           ELSE
               MOVE CM-MQ-OPERATOR-ID TO CM-MS1-OPERATOR-ID
           END-IF.
           WRITE CM-REPORT-REC FROM CM-MHQ-SELECT-LINE-1.
           IF CM-MQ-FROM-DATE = SPACES
               MOVE 'OPEN' TO CM-MS2-FROM-DATE
           ELSE
               MOVE CM-MQ-FROM-DATE TO CM-MS2-FROM-DATE
           END-IF.
           IF CM-MQ-TO-DATE = SPACES
               MOVE 'OPEN' TO CM-MS2-TO-DATE
           ELSE
               MOVE CM-MQ-TO-DATE TO CM-MS2-TO-DATE
           END-IF.
           WRITE CM-REPORT-REC FROM CM-MHQ-SELECT-LINE-2.
           WRITE CM-REPORT-REC FROM CM-MHQ-BLANK-LINE.
           WRITE CM-REPORT-REC FROM CM-MHQ-COLUMN-LINE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-PROCESS-CHANGE-RECORD   -  READ ONE CHANGE RECORD, APPLY
      *                                  THE SELECTION CRITERIA AND
      *                                  PRINT THE CHANGE IF IT PASSES
      *                                  THEM ALL.
      *-----------------------------------------------------------------
       2000-PROCESS-CHANGE-RECORD.
           READ CM-MSTCHG-FILE
               AT END
                   SET CM-WS-CHANGE-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO CM-WS-READ-COUNT.
           IF CM-MQ-MASTER NOT = SPACE
               AND CM-MH-MASTER NOT = CM-MQ-MASTER
               GO TO 2000-EXIT
           END-IF.
           IF CM-MQ-KEY-1 NOT = SPACES
               AND CM-MH-KEY-1 NOT = CM-MQ-KEY-1
               GO TO 2000-EXIT
           END-IF.
           IF CM-MQ-KEY-2 NOT = SPACES
               AND CM-MH-KEY-2 NOT = CM-MQ-KEY-2
               GO TO 2000-EXIT
           END-IF.
           IF CM-MQ-OPERATOR-ID NOT = SPACES
               AND CM-MH-OPERATOR-ID NOT = CM-MQ-OPERATOR-ID
               GO TO 2000-EXIT
           END-IF.
           IF CM-MQ-FROM-DATE NOT = SPACES
               AND CM-MH-CHANGE-DATE < CM-MQ-FROM-DATE
               GO TO 2000-EXIT
           END-IF.
           IF CM-MQ-TO-DATE NOT = SPACES
               AND CM-MH-CHANGE-DATE > CM-MQ-TO-DATE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-PRINT-CHANGE THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-PRINT-CHANGE   -  ONE HEADER LINE FOR THE CHANGE, THEN
      *                         THE BEFORE AND AFTER IMAGES.
      *-----------------------------------------------------------------
       3000-PRINT-CHANGE.
           WRITE CM-REPORT-REC FROM CM-MHQ-BLANK-LINE.
           MOVE CM-MH-CHANGE-DATE TO CM-MC-CHANGE-DATE.
           MOVE CM-MH-CHANGE-TIME TO CM-MC-CHANGE-TIME.
           EVALUATE TRUE
               WHEN CM-MH-DRUG-MASTER
                   MOVE 'MEDICATION' TO CM-MC-MASTER
               WHEN CM-MH-RANGE-MASTER
                   MOVE 'DRUG RANGE' TO CM-MC-MASTER
               WHEN CM-MH-WARD-MASTER
                   MOVE 'WARD' TO CM-MC-MASTER
               WHEN CM-MH-OPER-MASTER
                   MOVE 'OPERATOR' TO CM-MC-MASTER
               WHEN OTHER
                   MOVE '?' TO CM-MC-MASTER
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CM-MH-ADDED
                   MOVE 'ADDED' TO CM-MC-ACTION
               WHEN CM-MH-UPDATED
                   MOVE 'UPDATED' TO CM-MC-ACTION
               WHEN CM-MH-DELETED
                   MOVE 'DELETED' TO CM-MC-ACTION
               WHEN OTHER
                   MOVE '?' TO CM-MC-ACTION
           END-EVALUATE.
           MOVE CM-MH-KEY-1 TO CM-MC-KEY-1.
           MOVE CM-MH-KEY-2 TO CM-MC-KEY-2.
           MOVE CM-MH-OPERATOR-ID TO CM-MC-OPERATOR-ID.
           IF CM-MH-OPER-LEVEL NUMERIC
               MOVE CM-MH-OPER-LEVEL TO CM-MC-OPER-LEVEL
           ELSE
               MOVE 0 TO CM-MC-OPER-LEVEL
           END-IF.
           MOVE CM-MH-PROGRAM TO CM-MC-PROGRAM.
           WRITE CM-REPORT-REC FROM CM-MHQ-CHANGE-LINE.
           MOVE CM-MH-BEFORE-IMAGE TO CM-WS-IMAGE.
           MOVE 'BEFORE' TO CM-WS-IMAGE-LABEL.
           PERFORM 3100-PRINT-IMAGE THRU 3100-EXIT.
           MOVE CM-MH-AFTER-IMAGE TO CM-WS-IMAGE.
           MOVE 'AFTER' TO CM-WS-IMAGE-LABEL.
           PERFORM 3100-PRINT-IMAGE THRU 3100-EXIT.
           ADD 1 TO CM-WS-SELECT-COUNT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3100-PRINT-IMAGE   -  DECODE ONE RECORD IMAGE BY ITS MASTER.
      *                        THE BEFORE IMAGE OF AN ADD AND THE
      *                        AFTER IMAGE OF A DELETE ARE BLANK AND
      *                        PRINT AS (NONE).
      *-----------------------------------------------------------------
       3100-PRINT-IMAGE.
           IF CM-WS-IMAGE = SPACES
               MOVE CM-WS-IMAGE-LABEL TO CM-MN-LABEL
               WRITE CM-REPORT-REC FROM CM-MHQ-NONE-LINE
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CM-MH-DRUG-MASTER
                   PERFORM 3200-PRINT-DRUG-IMAGE THRU 3200-EXIT
               WHEN CM-MH-RANGE-MASTER
                   PERFORM 3300-PRINT-RANGE-IMAGE THRU 3300-EXIT
               WHEN CM-MH-WARD-MASTER
                   PERFORM 3400-PRINT-WARD-IMAGE THRU 3400-EXIT
               WHEN CM-MH-OPER-MASTER
                   PERFORM 3500-PRINT-OPER-IMAGE THRU 3500-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3200-PRINT-DRUG-IMAGE   -  MEDICATION MASTER RECORD, WITH THE
      *                             DECIMAL FIELDS FOLDED BACK ONTO
      *                             THEIR WHOLE-UNIT VALUES.
      *-----------------------------------------------------------------
       3200-PRINT-DRUG-IMAGE.
           MOVE CM-WS-IMAGE TO CM-DRUG-REC.
           MOVE CM-WS-IMAGE-LABEL TO CM-MD-LABEL.
           MOVE CM-DG-DESC TO CM-MD-DESC.
           MOVE 0 TO CM-WS-MIN-DOSE.
           IF CM-DG-MIN-DOSE NUMERIC
               MOVE CM-DG-MIN-DOSE TO CM-WS-MIN-DOSE
           END-IF.
           IF CM-DG-MIN-DEC NUMERIC
               COMPUTE CM-WS-MIN-DOSE =
                   CM-WS-MIN-DOSE + CM-DG-MIN-DEC / 100
           END-IF.
           MOVE CM-WS-MIN-DOSE TO CM-MD-MIN-DOSE.
           MOVE 0 TO CM-WS-MAX-DOSE.
           IF CM-DG-MAX-DOSE NUMERIC
               MOVE CM-DG-MAX-DOSE TO CM-WS-MAX-DOSE
           END-IF.
           IF CM-DG-MAX-DEC NUMERIC
               COMPUTE CM-WS-MAX-DOSE =
                   CM-WS-MAX-DOSE + CM-DG-MAX-DEC / 100
           END-IF.
           MOVE CM-WS-MAX-DOSE TO CM-MD-MAX-DOSE.
           MOVE CM-DG-UNIT TO CM-MD-UNIT.
           MOVE 0 TO CM-WS-MAX-DAILY.
           IF CM-DG-MAX-DAILY NUMERIC
               MOVE CM-DG-MAX-DAILY TO CM-WS-MAX-DAILY
           END-IF.
           IF CM-WS-MAX-DAILY > 0
               AND CM-DG-DAILY-DEC NUMERIC
               COMPUTE CM-WS-MAX-DAILY =
                   CM-WS-MAX-DAILY + CM-DG-DAILY-DEC / 100
           END-IF.
           MOVE CM-WS-MAX-DAILY TO CM-MD-MAX-DAILY.
           IF CM-DG-CHARGE-RATE NUMERIC
               MOVE CM-DG-CHARGE-RATE TO CM-MD-CHARGE-RATE
           ELSE
               MOVE 0 TO CM-MD-CHARGE-RATE
           END-IF.
           IF CM-DG-MIN-INTERVAL NUMERIC
               MOVE CM-DG-MIN-INTERVAL TO CM-MD-MIN-INTERVAL
           ELSE
               MOVE 0 TO CM-MD-MIN-INTERVAL
           END-IF.
           WRITE CM-REPORT-REC FROM CM-MHQ-DRUG-IMAGE-LINE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3300-PRINT-RANGE-IMAGE   -  EFFECTIVE-DATED DOSE RANGE RECORD.
      *-----------------------------------------------------------------
       3300-PRINT-RANGE-IMAGE.
           MOVE CM-WS-IMAGE TO CM-DRUG-RANGE-REC.
           MOVE CM-WS-IMAGE-LABEL TO CM-MR-LABEL.
           MOVE CM-DR-EFF-DATE TO CM-MR-EFF-DATE.
           MOVE 0 TO CM-WS-MIN-DOSE.
           IF CM-DR-MIN-DOSE NUMERIC
               MOVE CM-DR-MIN-DOSE TO CM-WS-MIN-DOSE
           END-IF.
           IF CM-DR-MIN-DEC NUMERIC
               COMPUTE CM-WS-MIN-DOSE =
                   CM-WS-MIN-DOSE + CM-DR-MIN-DEC / 100
           END-IF.
           MOVE CM-WS-MIN-DOSE TO CM-MR-MIN-DOSE.
           MOVE 0 TO CM-WS-MAX-DOSE.
           IF CM-DR-MAX-DOSE NUMERIC
               MOVE CM-DR-MAX-DOSE TO CM-WS-MAX-DOSE
           END-IF.
           IF CM-DR-MAX-DEC NUMERIC
               COMPUTE CM-WS-MAX-DOSE =
                   CM-WS-MAX-DOSE + CM-DR-MAX-DEC / 100
           END-IF.
           MOVE CM-WS-MAX-DOSE TO CM-MR-MAX-DOSE.
           WRITE CM-REPORT-REC FROM CM-MHQ-RANGE-IMAGE-LINE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3400-PRINT-WARD-IMAGE
      *-----------------------------------------------------------------
       3400-PRINT-WARD-IMAGE.
           MOVE CM-WS-IMAGE TO CM-WARD-REC.
           MOVE CM-WS-IMAGE-LABEL TO CM-MW-LABEL.
           MOVE CM-WD-NAME TO CM-MW-NAME.
           WRITE CM-REPORT-REC FROM CM-MHQ-WARD-IMAGE-LINE.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3500-PRINT-OPER-IMAGE
      *-----------------------------------------------------------------
       3500-PRINT-OPER-IMAGE.
           MOVE CM-WS-IMAGE TO CM-OPERATOR-REC.
           MOVE CM-WS-IMAGE-LABEL TO CM-MO-LABEL.
           MOVE CM-OP-NAME TO CM-MO-NAME.
           MOVE CM-OP-AUTH-LEVEL TO CM-MO-AUTH-LEVEL.
           MOVE CM-OP-ACTIVE-FLAG TO CM-MO-ACTIVE-FLAG.
           IF CM-OP-CORR-THRESHOLD NUMERIC
               MOVE CM-OP-CORR-THRESHOLD TO CM-MO-CORR-THRESHOLD
           ELSE
               MOVE 0 TO CM-MO-CORR-THRESHOLD
           END-IF.
           WRITE CM-REPORT-REC FROM CM-MHQ-OPER-IMAGE-LINE.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4000-WRITE-TOTALS
      *-----------------------------------------------------------------
       4000-WRITE-TOTALS.
           WRITE CM-REPORT-REC FROM CM-MHQ-BLANK-LINE.
           MOVE CM-WS-SELECT-COUNT TO CM-MT-SELECT-COUNT.
           MOVE CM-WS-READ-COUNT TO CM-MT-READ-COUNT.
           WRITE CM-REPORT-REC FROM CM-MHQ-TOTAL-LINE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-MHQCARD-FILE.
           CLOSE CM-MSTCHG-FILE.
           CLOSE CM-REPORT-FILE.
           DISPLAY 'MSTCHINQ003I INQUIRY COMPLETE - '
               CM-WS-SELECT-COUNT ' OF ' CM-WS-READ-COUNT
               ' CHANGE RECORDS SELECTED'.
       9000-EXIT.
           EXIT.
