       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSEHIST.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  PATIENT MEDICATION HISTORY.
      *                  ONE HSTCARD PER PATIENT NAMES THE PATIENT AND
      *                  AN OPTIONAL RUN DATE RANGE.  EVERY DOSE FOR
      *                  THE PATIENT IS READ FROM THE PATIENT CROSS-
      *                  REFERENCE (CMPATIDX, BUILT BY DOSEPIDX FROM
      *                  SAVEDDS AND THE ARCHIVE) IN RUN DATE AND
      *                  ENTRY ORDER, AND PRINTED WITH ITS DRUG,
      *                  DESCRIPTION, UNIT, VALUE, WARD, DISPOSITION
      *                  AND WHETHER THE AUDIT LOG SHOWS IT WAS LATER
      *                  CORRECTED BY DOSEFIX OR RE-ENTERED BY
      *                  DOSESUSP.  EACH PATIENT ENDS WITH TOTALS BY
      *                  DRUG FOR THE STAY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-HSTCARD-FILE ASSIGN TO HSTCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-PATIDX-FILE ASSIGN TO PATIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PX-KEY
               FILE STATUS IS CM-WS-PATIDX-FILE-STATUS.

           SELECT CM-DRUG-FILE ASSIGN TO DRUGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-DG-DRUG-CODE
               FILE STATUS IS CM-WS-DRUG-FILE-STATUS.

           SELECT CM-AUDIT-FILE ASSIGN TO AUDITIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO HSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-HSTCARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMHSTCRD.

       FD  CM-PATIDX-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMPATIDX.

       FD  CM-DRUG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRUGMS.

       FD  CM-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMAUDIT.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  CM-WS-PATIDX-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-CARD-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-CARD-EOF-YES      VALUE 'Y'.
               88  CM-WS-CARD-EOF-NO       VALUE 'N'.
           05  CM-WS-PATIDX-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  CM-WS-PATIDX-EOF-YES    VALUE 'Y'.
               88  CM-WS-PATIDX-EOF-NO     VALUE 'N'.
           05  CM-WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-AUDIT-EOF-YES     VALUE 'Y'.
               88  CM-WS-AUDIT-EOF-NO      VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-SUB2              PIC 9(05) VALUE 0.
           05  CM-WS-PSUB              PIC 9(05) VALUE 0.
           05  CM-WS-DSUB              PIC 9(05) VALUE 0.
           05  CM-WS-LAST-DOSE         PIC 9(05) VALUE 0.
           05  CM-WS-CARD-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-CARD-REJECTS      PIC 9(05) VALUE 0.
           05  CM-WS-PATIENT-COUNT     PIC 9(05) VALUE 0.
           05  CM-WS-DOSE-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-DRUG-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-EMPTY-PATIENTS    PIC 9(05) VALUE 0.
           05  CM-WS-CORRECTED-COUNT   PIC 9(05) VALUE 0.
           05  CM-WS-AUDIT-READ        PIC 9(07) VALUE 0.

       01  CM-WS-MAX-PATIENTS          PIC 9(05) VALUE 200.
       01  CM-WS-MAX-DOSES             PIC 9(05) VALUE 5000.
       01  CM-WS-MAX-DRUGS             PIC 9(05) VALUE 200.

       01  CM-PATIENT-TABLE.
           05  CM-PATIENT-ENTRY OCCURS 200 TIMES.
               10  CM-PT-PATIENT-ID    PIC X(10).
               10  CM-PT-FROM-DATE     PIC X(08).
               10  CM-PT-TO-DATE       PIC X(08).
               10  CM-PT-FIRST-DOSE    PIC 9(05).
               10  CM-PT-DOSE-CNT      PIC 9(05).

       01  CM-DOSE-TABLE.
           05  CM-DOSE-ENTRY OCCURS 5000 TIMES.
               10  CM-DS-RUN-DATE      PIC X(08).
               10  CM-DS-RUN-ID        PIC X(08).
               10  CM-DS-ENTRY-NUM     PIC 9(05).
               10  CM-DS-DRUG-CODE     PIC X(08).
               10  CM-DS-WARD-CODE     PIC X(04).
               10  CM-DS-VALUE         PIC 9(05)V9(02).
               10  CM-DS-STATUS        PIC X(01).
                   88  CM-DS-GIVEN         VALUE 'A' 'W'.
                   88  CM-DS-WARNING       VALUE 'W'.
               10  CM-DS-SOURCE        PIC X(01).
                   88  CM-DS-ARCHIVED      VALUE 'A'.
               10  CM-DS-CORR-CNT      PIC 9(03).

       01  CM-WS-SWAP-ENTRY.
           05  CM-SW-DRUG-CODE         PIC X(08).
           05  CM-SW-GIVEN-CNT         PIC 9(05).
           05  CM-SW-GIVEN-TOTAL       PIC 9(09)V9(02).
           05  CM-SW-REJECT-CNT        PIC 9(05).
           05  CM-SW-CORR-CNT          PIC 9(05).

       01  CM-DRUG-TOTAL-TABLE.
           05  CM-DRUG-TOTAL-ENTRY OCCURS 200 TIMES.
               10  CM-DT-DRUG-CODE     PIC X(08).
               10  CM-DT-GIVEN-CNT     PIC 9(05).
               10  CM-DT-GIVEN-TOTAL   PIC 9(09)V9(02).
               10  CM-DT-REJECT-CNT    PIC 9(05).
               10  CM-DT-CORR-CNT      PIC 9(05).

       01  CM-HST-HEADING-LINE.
           05  FILLER                  PIC X(133)
                   VALUE 'PATIENT MEDICATION HISTORY'.

       01  CM-HST-PATIENT-LINE.
           05  FILLER                  PIC X(12) VALUE 'PATIENT   : '.
           05  CM-HP-PATIENT-ID        PIC X(10).
           05  FILLER                  PIC X(08) VALUE '  FROM: '.
           05  CM-HP-FROM-DATE         PIC X(08).
           05  FILLER                  PIC X(08) VALUE '  THRU: '.
           05  CM-HP-TO-DATE           PIC X(08).
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  CM-HST-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE  '.
           05  FILLER                  PIC X(10) VALUE 'RUN ID    '.
           05  FILLER                  PIC X(07) VALUE 'ENTRY  '.
           05  FILLER                  PIC X(10) VALUE 'DRUG      '.
           05  FILLER                  PIC X(26) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(10) VALUE 'UNIT      '.
           05  FILLER                  PIC X(10) VALUE '   VALUE  '.
           05  FILLER                  PIC X(06) VALUE 'WARD  '.
           05  FILLER                  PIC X(10) VALUE 'STATUS    '.
           05  FILLER                  PIC X(12) VALUE 'CORRECTED   '.
           05  FILLER                  PIC X(07) VALUE 'SOURCE '.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  CM-HST-DETAIL-LINE.
           05  CM-HD-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-ENTRY-NUM         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-DRUG-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-DRUG-DESC         PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-UNIT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-VALUE             PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-WARD-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-STATUS            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-CORRECTED         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HD-SOURCE            PIC X(07).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  CM-HST-NONE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(34)
                   VALUE 'NO DOSES ON FILE FOR THIS PATIENT '.
           05  FILLER                  PIC X(95)
                   VALUE 'IN THE DATE RANGE'.

       01  CM-HST-DRUG-HEAD-LINE.
           05  FILLER                  PIC X(10) VALUE 'DRUG      '.
           05  FILLER                  PIC X(26) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(10) VALUE 'UNIT      '.
           05  FILLER                  PIC X(07) VALUE 'GIVEN  '.
           05  FILLER                  PIC X(14)
                   VALUE '   TOTAL GIVEN'.
           05  FILLER                  PIC X(09) VALUE '  REJECT '.
           05  FILLER                  PIC X(09) VALUE '  CORRECT'.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  CM-HST-DRUG-LINE.
           05  CM-HT-DRUG-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HT-DRUG-DESC         PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HT-UNIT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HT-GIVEN-CNT         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-HT-GIVEN-TOTAL       PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CM-HT-REJECT-CNT        PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CM-HT-CORR-CNT          PIC ZZZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  CM-HST-REJECT-LINE.
           05  FILLER                  PIC X(16)
                   VALUE '*** HSTCARD NO. '.
           05  CM-HJ-CARD-NUM          PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE ' REJECTED - '.
           05  CM-HJ-REASON            PIC X(30).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  CM-HST-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                   VALUE 'PATIENTS       :'.
           05  CM-HT1-PATIENTS         PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' DOSES LISTED  :'.
           05  CM-HT1-DOSES            PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' CORRECTED     :'.
           05  CM-HT1-CORRECTED        PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' NONE ON FILE  :'.
           05  CM-HT1-EMPTY            PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' CARDS REJECTED:'.
           05  CM-HT1-REJECTS          PIC ZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  CM-HST-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-PATIENT-CARD THRU 2000-EXIT
               UNTIL CM-WS-CARD-EOF-YES.
           PERFORM 3000-COLLECT-PATIENT-DOSES THRU 3000-EXIT
               VARYING CM-WS-PSUB FROM 1 BY 1
               UNTIL CM-WS-PSUB > CM-WS-PATIENT-COUNT.
           IF CM-WS-DOSE-COUNT > 0
               PERFORM 4000-MARK-CORRECTIONS THRU 4000-EXIT
                   UNTIL CM-WS-AUDIT-EOF-YES
           END-IF.
           PERFORM 5000-PRINT-PATIENT THRU 5000-EXIT
               VARYING CM-WS-PSUB FROM 1 BY 1
               UNTIL CM-WS-PSUB > CM-WS-PATIENT-COUNT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CM-PATIDX-FILE.
           IF CM-WS-PATIDX-FILE-STATUS NOT = '00'
               AND CM-WS-PATIDX-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEHIST001E CM-PATIDX-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-PATIDX-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-DRUG-FILE.
           IF CM-WS-DRUG-FILE-STATUS NOT = '00'
               AND CM-WS-DRUG-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEHIST002E CM-DRUG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-DRUG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-HSTCARD-FILE.
           OPEN INPUT CM-AUDIT-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           WRITE CM-REPORT-REC FROM CM-HST-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-HST-BLANK-LINE.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-LOAD-PATIENT-CARD   -  ONE TABLE ROW PER GOOD CARD.  A
      *                              CARD WITH NO PATIENT OR A FROM
      *                              DATE AFTER ITS TO DATE IS NAMED
      *                              ON THE REPORT AND SKIPPED.
      *-----------------------------------------------------------------
       2000-LOAD-PATIENT-CARD.
           READ CM-HSTCARD-FILE
               AT END
                   SET CM-WS-CARD-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO CM-WS-CARD-COUNT.
           IF CM-HC-PATIENT-ID = SPACES
               MOVE 'NO PATIENT ID' TO CM-HJ-REASON
               PERFORM 2100-REJECT-CARD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF CM-HC-FROM-DATE NOT = SPACES
               AND CM-HC-TO-DATE NOT = SPACES
               AND CM-HC-FROM-DATE > CM-HC-TO-DATE
               MOVE 'FROM DATE IS AFTER TO DATE' TO CM-HJ-REASON
               PERFORM 2100-REJECT-CARD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF CM-WS-PATIENT-COUNT = CM-WS-MAX-PATIENTS
               DISPLAY 'DOSEHIST003E MORE THAN ' CM-WS-MAX-PATIENTS
                   ' PATIENT CARDS - SPLIT THE DECK'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-PATIENT-COUNT.
           MOVE CM-HC-PATIENT-ID
               TO CM-PT-PATIENT-ID(CM-WS-PATIENT-COUNT).
           MOVE CM-HC-FROM-DATE TO CM-PT-FROM-DATE(CM-WS-PATIENT-COUNT).
           MOVE CM-HC-TO-DATE TO CM-PT-TO-DATE(CM-WS-PATIENT-COUNT).
           MOVE 0 TO CM-PT-FIRST-DOSE(CM-WS-PATIENT-COUNT).
           MOVE 0 TO CM-PT-DOSE-CNT(CM-WS-PATIENT-COUNT).
       2000-EXIT.
           EXIT.

       2100-REJECT-CARD.
           ADD 1 TO CM-WS-CARD-REJECTS.
           MOVE CM-WS-CARD-COUNT TO CM-HJ-CARD-NUM.
           WRITE CM-REPORT-REC FROM CM-HST-REJECT-LINE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-COLLECT-PATIENT-DOSES   -  START THE CROSS-REFERENCE AT
      *                                  THE PATIENT AND FROM DATE AND
      *                                  READ FORWARD UNTIL THE PATIENT
      *                                  CHANGES OR THE TO DATE IS
      *                                  PASSED.  THE KEY ORDER IS RUN
      *                                  DATE, RUN ID AND ENTRY, SO THE
      *                                  DOSES ARRIVE IN REPORT ORDER.
      *-----------------------------------------------------------------
       3000-COLLECT-PATIENT-DOSES.
           COMPUTE CM-PT-FIRST-DOSE(CM-WS-PSUB) = CM-WS-DOSE-COUNT + 1.
           MOVE LOW-VALUES TO CM-PX-KEY.
           MOVE CM-PT-PATIENT-ID(CM-WS-PSUB) TO CM-PX-PATIENT-ID.
           IF CM-PT-FROM-DATE(CM-WS-PSUB) NOT = SPACES
               MOVE CM-PT-FROM-DATE(CM-WS-PSUB) TO CM-PX-RUN-DATE
           END-IF.
           SET CM-WS-PATIDX-EOF-NO TO TRUE.
           START CM-PATIDX-FILE KEY IS NOT LESS THAN CM-PX-KEY
               INVALID KEY
                   SET CM-WS-PATIDX-EOF-YES TO TRUE
           END-START.
           PERFORM 3100-COLLECT-ONE-DOSE THRU 3100-EXIT
               UNTIL CM-WS-PATIDX-EOF-YES.
       3000-EXIT.
           EXIT.

       3100-COLLECT-ONE-DOSE.
           READ CM-PATIDX-FILE NEXT RECORD
               AT END
                   SET CM-WS-PATIDX-EOF-YES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF CM-PX-PATIENT-ID NOT = CM-PT-PATIENT-ID(CM-WS-PSUB)
               SET CM-WS-PATIDX-EOF-YES TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF CM-PT-TO-DATE(CM-WS-PSUB) NOT = SPACES
               AND CM-PX-RUN-DATE > CM-PT-TO-DATE(CM-WS-PSUB)
               SET CM-WS-PATIDX-EOF-YES TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF CM-WS-DOSE-COUNT = CM-WS-MAX-DOSES
               DISPLAY 'DOSEHIST004E MORE THAN ' CM-WS-MAX-DOSES
                   ' DOSES SELECTED - SPLIT THE DECK'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-DOSE-COUNT.
           ADD 1 TO CM-PT-DOSE-CNT(CM-WS-PSUB).
           MOVE CM-WS-DOSE-COUNT TO CM-WS-SUB.
           MOVE CM-PX-RUN-DATE TO CM-DS-RUN-DATE(CM-WS-SUB).
           MOVE CM-PX-RUN-ID TO CM-DS-RUN-ID(CM-WS-SUB).
           MOVE CM-PX-ENTRY-NUM TO CM-DS-ENTRY-NUM(CM-WS-SUB).
           MOVE CM-PX-DRUG-CODE TO CM-DS-DRUG-CODE(CM-WS-SUB).
           MOVE CM-PX-WARD-CODE TO CM-DS-WARD-CODE(CM-WS-SUB).
           COMPUTE CM-DS-VALUE(CM-WS-SUB) =
               CM-PX-VALUE + CM-PX-VALUE-DEC / 100.
           MOVE CM-PX-STATUS TO CM-DS-STATUS(CM-WS-SUB).
           MOVE CM-PX-SOURCE TO CM-DS-SOURCE(CM-WS-SUB).
           MOVE 0 TO CM-DS-CORR-CNT(CM-WS-SUB).
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4000-MARK-CORRECTIONS   -  ONE PASS OF THE AUDIT LOG.  EVERY
      *                             DOSEFIX CORRECTION (ACTION C) OR
      *                             DOSESUSP RE-ENTRY (ACTION R) OF A
      *                             SELECTED DOSE IS COUNTED AGAINST
      *                             IT.  ORIGINAL ENTRIES ARE IGNORED.
      *-----------------------------------------------------------------
       4000-MARK-CORRECTIONS.
           READ CM-AUDIT-FILE
               AT END
                   SET CM-WS-AUDIT-EOF-YES TO TRUE
                   GO TO 4000-EXIT
           END-READ.
           ADD 1 TO CM-WS-AUDIT-READ.
           IF NOT CM-AU-CORRECTION
               AND NOT CM-AU-RE-ENTRY
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-MARK-ONE-DOSE THRU 4100-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-DOSE-COUNT.
       4000-EXIT.
           EXIT.

      *    THE SAME READING CAN APPEAR UNDER MORE THAN ONE CARD WHEN
      *    THE DECK NAMES A PATIENT TWICE, SO EVERY ROW IS CHECKED.
       4100-MARK-ONE-DOSE.
           IF CM-DS-RUN-ID(CM-WS-SUB) = CM-AU-RUN-ID
               AND CM-DS-ENTRY-NUM(CM-WS-SUB) = CM-AU-ENTRY-NUM
               AND CM-DS-CORR-CNT(CM-WS-SUB) < 999
               ADD 1 TO CM-DS-CORR-CNT(CM-WS-SUB)
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5000-PRINT-PATIENT   -  HEADING, ONE LINE PER DOSE, THEN THE
      *                          DRUG TOTALS FOR THE STAY.
      *-----------------------------------------------------------------
       5000-PRINT-PATIENT.
           MOVE CM-PT-PATIENT-ID(CM-WS-PSUB) TO CM-HP-PATIENT-ID.
           IF CM-PT-FROM-DATE(CM-WS-PSUB) = SPACES
               MOVE 'OPEN' TO CM-HP-FROM-DATE
           ELSE
               MOVE CM-PT-FROM-DATE(CM-WS-PSUB) TO CM-HP-FROM-DATE
           END-IF.
           IF CM-PT-TO-DATE(CM-WS-PSUB) = SPACES
               MOVE 'OPEN' TO CM-HP-TO-DATE
           ELSE
               MOVE CM-PT-TO-DATE(CM-WS-PSUB) TO CM-HP-TO-DATE
           END-IF.
           WRITE CM-REPORT-REC FROM CM-HST-BLANK-LINE.
           WRITE CM-REPORT-REC FROM CM-HST-PATIENT-LINE.
           IF CM-PT-DOSE-CNT(CM-WS-PSUB) = 0
               ADD 1 TO CM-WS-EMPTY-PATIENTS
               WRITE CM-REPORT-REC FROM CM-HST-NONE-LINE
               GO TO 5000-EXIT
           END-IF.
           WRITE CM-REPORT-REC FROM CM-HST-COLUMN-LINE.
           MOVE 0 TO CM-WS-DRUG-COUNT.
           COMPUTE CM-WS-LAST-DOSE = CM-PT-FIRST-DOSE(CM-WS-PSUB)
               + CM-PT-DOSE-CNT(CM-WS-PSUB) - 1.
           PERFORM 5100-PRINT-ONE-DOSE THRU 5100-EXIT
               VARYING CM-WS-DSUB FROM CM-PT-FIRST-DOSE(CM-WS-PSUB)
               BY 1 UNTIL CM-WS-DSUB > CM-WS-LAST-DOSE.
           PERFORM 5500-PRINT-DRUG-TOTALS THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-DOSE.
           MOVE CM-DS-RUN-DATE(CM-WS-DSUB) TO CM-HD-RUN-DATE.
           MOVE CM-DS-RUN-ID(CM-WS-DSUB) TO CM-HD-RUN-ID.
           MOVE CM-DS-ENTRY-NUM(CM-WS-DSUB) TO CM-HD-ENTRY-NUM.
           MOVE CM-DS-DRUG-CODE(CM-WS-DSUB) TO CM-HD-DRUG-CODE.
           MOVE CM-DS-DRUG-CODE(CM-WS-DSUB) TO CM-DG-DRUG-CODE.
           PERFORM 5200-LOOK-UP-DRUG THRU 5200-EXIT.
           MOVE CM-DG-DESC TO CM-HD-DRUG-DESC.
           MOVE CM-DG-UNIT TO CM-HD-UNIT.
           MOVE CM-DS-VALUE(CM-WS-DSUB) TO CM-HD-VALUE.
           MOVE CM-DS-WARD-CODE(CM-WS-DSUB) TO CM-HD-WARD-CODE.
           EVALUATE TRUE
               WHEN CM-DS-WARNING(CM-WS-DSUB)
                   MOVE 'WARNING ' TO CM-HD-STATUS
               WHEN CM-DS-GIVEN(CM-WS-DSUB)
                   MOVE 'ACCEPTED' TO CM-HD-STATUS
               WHEN OTHER
                   MOVE 'REJECTED' TO CM-HD-STATUS
           END-EVALUATE.
           IF CM-DS-CORR-CNT(CM-WS-DSUB) > 0
               MOVE 'CORRECTED' TO CM-HD-CORRECTED
               ADD 1 TO CM-WS-CORRECTED-COUNT
           ELSE
               MOVE SPACES TO CM-HD-CORRECTED
           END-IF.
           IF CM-DS-ARCHIVED(CM-WS-DSUB)
               MOVE 'ARCHIVE' TO CM-HD-SOURCE
           ELSE
               MOVE 'SAVEDDS' TO CM-HD-SOURCE
           END-IF.
           WRITE CM-REPORT-REC FROM CM-HST-DETAIL-LINE.
           PERFORM 5300-ADD-TO-DRUG-TOTAL THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5200-LOOK-UP-DRUG   -  CM-DG-DRUG-CODE IS SET BY THE CALLER.
      *                         A DRUG NO LONGER ON THE MASTER PRINTS
      *                         WITH A MARKER INSTEAD OF A DESCRIPTION.
      *-----------------------------------------------------------------
       5200-LOOK-UP-DRUG.
           READ CM-DRUG-FILE
               INVALID KEY
                   MOVE '*** NOT ON DRUG MASTER' TO CM-DG-DESC
                   MOVE SPACES TO CM-DG-UNIT
           END-READ.
       5200-EXIT.
           EXIT.

       5300-ADD-TO-DRUG-TOTAL.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 5310-FIND-DRUG-ROW THRU 5310-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-DRUG-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-NO
               IF CM-WS-DRUG-COUNT = CM-WS-MAX-DRUGS
                   DISPLAY 'DOSEHIST005E MORE THAN ' CM-WS-MAX-DRUGS
                       ' DRUGS FOR ONE PATIENT - NARROW THE DATES'
                   GO TO 1000-ABEND
               END-IF
               ADD 1 TO CM-WS-DRUG-COUNT
               MOVE CM-WS-DRUG-COUNT TO CM-WS-SUB
               MOVE CM-DS-DRUG-CODE(CM-WS-DSUB)
                   TO CM-DT-DRUG-CODE(CM-WS-SUB)
               MOVE 0 TO CM-DT-GIVEN-CNT(CM-WS-SUB)
               MOVE 0 TO CM-DT-GIVEN-TOTAL(CM-WS-SUB)
               MOVE 0 TO CM-DT-REJECT-CNT(CM-WS-SUB)
               MOVE 0 TO CM-DT-CORR-CNT(CM-WS-SUB)
           END-IF.
           IF CM-DS-GIVEN(CM-WS-DSUB)
               ADD 1 TO CM-DT-GIVEN-CNT(CM-WS-SUB)
               ADD CM-DS-VALUE(CM-WS-DSUB)
                   TO CM-DT-GIVEN-TOTAL(CM-WS-SUB)
           ELSE
               ADD 1 TO CM-DT-REJECT-CNT(CM-WS-SUB)
           END-IF.
           IF CM-DS-CORR-CNT(CM-WS-DSUB) > 0
               ADD 1 TO CM-DT-CORR-CNT(CM-WS-SUB)
           END-IF.
       5300-EXIT.
           EXIT.

       5310-FIND-DRUG-ROW.
           IF CM-DT-DRUG-CODE(CM-WS-SUB) = CM-DS-DRUG-CODE(CM-WS-DSUB)
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-SUB
           END-IF.
       5310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5500-PRINT-DRUG-TOTALS   -  DRUG TOTALS FOR THE PATIENT IN
      *                              DRUG CODE ORDER.  TOTAL GIVEN
      *                              COUNTS ACCEPTED AND WARNING DOSES
      *                              ONLY - A REJECTED READING WAS
      *                              NEVER GIVEN.
      *-----------------------------------------------------------------
       5500-PRINT-DRUG-TOTALS.
           IF CM-WS-DRUG-COUNT > 1
               PERFORM 5600-BUBBLE-PASS THRU 5600-EXIT
                   VARYING CM-WS-SUB FROM 1 BY 1
                   UNTIL CM-WS-SUB >= CM-WS-DRUG-COUNT
           END-IF.
           WRITE CM-REPORT-REC FROM CM-HST-BLANK-LINE.
           WRITE CM-REPORT-REC FROM CM-HST-DRUG-HEAD-LINE.
           PERFORM 5700-PRINT-ONE-DRUG THRU 5700-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-DRUG-COUNT.
       5500-EXIT.
           EXIT.

       5600-BUBBLE-PASS.
           PERFORM 5610-BUBBLE-COMPARE THRU 5610-EXIT
               VARYING CM-WS-SUB2 FROM 1 BY 1
               UNTIL CM-WS-SUB2 > CM-WS-DRUG-COUNT - CM-WS-SUB.
       5600-EXIT.
           EXIT.

       5610-BUBBLE-COMPARE.
           IF CM-DT-DRUG-CODE(CM-WS-SUB2) >
                   CM-DT-DRUG-CODE(CM-WS-SUB2 + 1)
               MOVE CM-DRUG-TOTAL-ENTRY(CM-WS-SUB2)
                   TO CM-WS-SWAP-ENTRY
               MOVE CM-DRUG-TOTAL-ENTRY(CM-WS-SUB2 + 1)
                   TO CM-DRUG-TOTAL-ENTRY(CM-WS-SUB2)
               MOVE CM-WS-SWAP-ENTRY
                   TO CM-DRUG-TOTAL-ENTRY(CM-WS-SUB2 + 1)
           END-IF.
       5610-EXIT.
           EXIT.

       5700-PRINT-ONE-DRUG.
           MOVE CM-DT-DRUG-CODE(CM-WS-SUB) TO CM-HT-DRUG-CODE.
           MOVE CM-DT-DRUG-CODE(CM-WS-SUB) TO CM-DG-DRUG-CODE.
           PERFORM 5200-LOOK-UP-DRUG THRU 5200-EXIT.
           MOVE CM-DG-DESC TO CM-HT-DRUG-DESC.
           MOVE CM-DG-UNIT TO CM-HT-UNIT.
           MOVE CM-DT-GIVEN-CNT(CM-WS-SUB) TO CM-HT-GIVEN-CNT.
           MOVE CM-DT-GIVEN-TOTAL(CM-WS-SUB) TO CM-HT-GIVEN-TOTAL.
           MOVE CM-DT-REJECT-CNT(CM-WS-SUB) TO CM-HT-REJECT-CNT.
           MOVE CM-DT-CORR-CNT(CM-WS-SUB) TO CM-HT-CORR-CNT.
           WRITE CM-REPORT-REC FROM CM-HST-DRUG-LINE.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE CM-REPORT-REC FROM CM-HST-BLANK-LINE.
           MOVE CM-WS-PATIENT-COUNT TO CM-HT1-PATIENTS.
           MOVE CM-WS-DOSE-COUNT TO CM-HT1-DOSES.
           MOVE CM-WS-CORRECTED-COUNT TO CM-HT1-CORRECTED.
           MOVE CM-WS-EMPTY-PATIENTS TO CM-HT1-EMPTY.
           MOVE CM-WS-CARD-REJECTS TO CM-HT1-REJECTS.
           WRITE CM-REPORT-REC FROM CM-HST-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE   -  RC 4 = A PATIENT WITH NO DOSES IN RANGE.
      *                      RC 8 = A CARD WAS REJECTED.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-HSTCARD-FILE.
           CLOSE CM-PATIDX-FILE.
           CLOSE CM-DRUG-FILE.
           CLOSE CM-AUDIT-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-CARD-REJECTS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CM-WS-EMPTY-PATIENTS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'DOSEHIST006I HISTORY COMPLETE - '
               CM-WS-PATIENT-COUNT ' PATIENTS, '
               CM-WS-DOSE-COUNT ' DOSES LISTED'.
       9000-EXIT.
           EXIT.
