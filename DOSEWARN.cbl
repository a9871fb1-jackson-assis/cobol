      *                  RECORD WIDENED TO 100 BYTES WITH ITS VALUE
      *                  AND EDIT RANGE AT FULL PRECISION, AND THE
      *                  REPORT COLUMNS FOLLOW.
      *  2026-10-15  RH  READINGS GIVEN WITHIN 110 PERCENT OF THEIR
      *                  DRUG'S MINIMUM DOSING INTERVAL AFTER THE
      *                  PATIENT'S PRIOR DOSE NOW COME THROUGH AS BAND
      *                  I AND PRINT AS NEAR INTERVAL.  EVERY WARNING
      *                  LINE NOW SHOWS THE ADMINISTRATION DATE AND
      *                  TIME, AND, WHERE THE INTERVAL IS NEAR, THE
      *                  INTERVAL AND THE HOURS SINCE THE PRIOR DOSE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  CM-WT-EDIT-MIN      PIC 9(05)V9(02).
               10  CM-WT-EDIT-MAX      PIC 9(05)V9(02).
               10  CM-WT-BAND          PIC X(01).
               10  CM-WT-ADMIN-DATE    PIC X(08).
               10  CM-WT-ADMIN-TIME    PIC X(04).
               10  CM-WT-MIN-INTERVAL  PIC 9(03).
               10  CM-WT-SINCE-PRIOR   PIC 9(03)V9(01).

       01  CM-WARN-DRUG-TABLE.
           05  CM-WARN-DRUG-ENTRY OCCURS 500 TIMES.
           05  FILLER                  PIC X(10) VALUE '   VALUE  '.
           05  FILLER                  PIC X(10) VALUE '     MIN  '.
           05  FILLER                  PIC X(10) VALUE '     MAX  '.
           05  FILLER                  PIC X(10) VALUE 'NEAR      '.
           05  FILLER                  PIC X(10) VALUE 'ADMIN DATE'.
           05  FILLER                  PIC X(06) VALUE '  TIME'.
           05  FILLER                  PIC X(05) VALUE 'INTVL'.
           05  FILLER                  PIC X(07) VALUE '  SINCE'.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  CM-WRN-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-WL-EDIT-MAX          PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-WL-BAND              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-WL-ADMIN-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-WL-ADMIN-TIME        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-WL-MIN-INTERVAL      PIC ZZZ.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-WL-SINCE-PRIOR       PIC ZZZ.Z.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  CM-WRN-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               MOVE 0 TO CM-WT-EDIT-MAX(CM-WS-WARN-COUNT)
           END-IF.
           MOVE CM-WN-BAND TO CM-WT-BAND(CM-WS-WARN-COUNT).
           MOVE CM-WN-ADMIN-DATE
               TO CM-WT-ADMIN-DATE(CM-WS-WARN-COUNT).
           MOVE CM-WN-ADMIN-TIME
               TO CM-WT-ADMIN-TIME(CM-WS-WARN-COUNT).
           IF CM-WN-MIN-INTERVAL NUMERIC
               AND CM-WN-SINCE-PRIOR NUMERIC
               MOVE CM-WN-MIN-INTERVAL
                   TO CM-WT-MIN-INTERVAL(CM-WS-WARN-COUNT)
               MOVE CM-WN-SINCE-PRIOR
                   TO CM-WT-SINCE-PRIOR(CM-WS-WARN-COUNT)
           ELSE
               MOVE 0 TO CM-WT-MIN-INTERVAL(CM-WS-WARN-COUNT)
               MOVE 0 TO CM-WT-SINCE-PRIOR(CM-WS-WARN-COUNT)
           END-IF.
           PERFORM 2100-ADD-TO-DRUG-GROUP THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
           IF CM-WT-BAND(CM-WS-SUB2) = 'L'
               MOVE 'MINIMUM' TO CM-WL-BAND
           ELSE
               IF CM-WT-BAND(CM-WS-SUB2) = 'I'
                   MOVE 'INTERVAL' TO CM-WL-BAND
               ELSE
                   MOVE 'MAXIMUM' TO CM-WL-BAND
               END-IF
           END-IF.
           MOVE CM-WT-ADMIN-DATE(CM-WS-SUB2) TO CM-WL-ADMIN-DATE.
           MOVE CM-WT-ADMIN-TIME(CM-WS-SUB2) TO CM-WL-ADMIN-TIME.
           MOVE CM-WT-MIN-INTERVAL(CM-WS-SUB2) TO CM-WL-MIN-INTERVAL.
           MOVE CM-WT-SINCE-PRIOR(CM-WS-SUB2) TO CM-WL-SINCE-PRIOR.
           WRITE CM-REPORT-REC FROM CM-WRN-DETAIL-LINE.
       4200-EXIT.
           EXIT.
