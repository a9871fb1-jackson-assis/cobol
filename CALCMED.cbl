      *                  CMOUTIF2 RECORD IS PUBLISHED ALONGSIDE IT
      *                  SO EXISTING CONSUMERS KEEP WORKING WHILE
      *                  BILLING MIGRATES.
      *  2026-10-15  RH  THE CMOUTIF2 RECORD NOW CARRIES THE WRITING
      *                  PROGRAM AND TODAY'S DATE, FOR THE NIGHTLY
      *                  DOSEFOLD RUN-RESULTS MASTER.
      *  2026-10-15  RH  ADDED THE MINIMUM DOSING INTERVAL EDIT.  EACH
      *                  DOSE DETAIL RECORD NOW CARRIES THE DATE AND
      *                  TIME THE DOSE WAS GIVEN AND THE MEDICATION
      *                  MASTER A MINIMUM INTERVAL IN HOURS PER DRUG.
      *                  A READING GIVEN SOONER THAN ITS DRUG'S
      *                  INTERVAL AFTER THE PATIENT'S PRIOR DOSE ON
      *                  THE NEW LAST-ADMINISTERED FILE (CMLSTADM,
      *                  KEYED BY PATIENT AND DRUG) IS REJECTED TO
      *                  SUSPENSE WITH A REASON SHOWING THE PRIOR
      *                  DOSE'S DATE, TIME AND RUN - THE DAILY EDIT
      *                  ONLY EVER SAW ONE BATCH AND ONE RUN DATE, SO
      *                  A SECOND DOSE TWO HOURS AFTER THE FIRST IN
      *                  ANOTHER RUN OR ACROSS MIDNIGHT WENT THROUGH.
      *                  A READING GIVEN WITHIN 110 PERCENT OF THE
      *                  INTERVAL IS ACCEPTED WITH A WARNING (BAND I
      *                  ON CMWARN).  A DATE AND TIME THAT IS NOT
      *                  VALID, AFTER THE RUN DATE OR MORE THAN NINE
      *                  DAYS BEFORE IT IS REJECTED.  EVERY ACCEPTED
      *                  STAMPED DOSE UPDATES CMLSTADM, AND THE
      *                  CHECKPOINT CARRIES THE STAMP FOR DOSEFIX,
      *                  DOSESUSP AND DOSEAPRV.  A BLANK DATE AND TIME
      *                  OR A ZERO INTERVAL SKIPS THE EDIT.  THE
      *                  AUDIT RECORD'S APPROVER ID IS NOW CLEARED ON
      *                  AN ORIGINAL ENTRY.
      *  2026-10-15  RH  EACH CMDRGIF RECORD NOW CARRIES THE WRITING
      *                  PROGRAM, AND THE FIRST RECORD OF A RUN'S GROUP
      *                  IS FLAGGED, SO DOSEFOLD CAN TELL THIS GROUP
      *                  FROM ONE A CORRECTING PROGRAM APPENDS FOR THE
      *                  SAME RUN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-RN-RUN-ID
               FILE STATUS IS CM-WS-RNST-FILE-STATUS.

           SELECT OPTIONAL CM-LASTADM-FILE ASSIGN TO LASTADM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-LA-KEY
               FILE STATUS IS CM-WS-LASTADM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-CTLCARD-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNST.

       FD  CM-LASTADM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMLSTADM.

       WORKING-STORAGE SECTION.
           COPY CMELEMS.

           05  CM-WS-RANGE-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-RANGE-EOF-YES     VALUE 'Y'.
               88  CM-WS-RANGE-EOF-NO      VALUE 'N'.
           05  CM-WS-STAMP-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-STAMP-PRESENT     VALUE 'Y'.
               88  CM-WS-STAMP-ABSENT      VALUE 'N'.
               88  CM-WS-STAMP-BAD         VALUE 'E'.
           05  CM-WS-NEAR-INTERVAL-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  CM-WS-NEAR-INTERVAL-YES VALUE 'Y'.
               88  CM-WS-NEAR-INTERVAL-NO  VALUE 'N'.

       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNG-FILE-STATUS       PIC X(02) VALUE SPACES.
       01  CM-WS-OPER-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNST-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-LASTADM-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  CM-WS-OPER-LEVEL            PIC 9(01) VALUE 0.

           05  CM-WS-EDIT-UNIT         PIC X(08) VALUE SPACES.
           05  CM-WS-EDIT-DAILY        PIC 9(07)V9(02) VALUE 0.
           05  CM-WS-EDIT-DATE         PIC X(08) VALUE SPACES.
           05  CM-WS-EDIT-INTERVAL     PIC 9(03) VALUE 0.

       01  CM-WS-DRUG-REASON.
           05  CM-WS-DR-TEXT           PIC X(14) VALUE SPACES.
           05  CM-WS-DM-DRUG           PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  CM-WS-INTERVAL-WORK.
           05  CM-WS-ADMIN-DATE        PIC X(08) VALUE SPACES.
           05  CM-WS-ADMIN-DATE-9 REDEFINES CM-WS-ADMIN-DATE
                                       PIC 9(08).
           05  CM-WS-ADMIN-DATE-PARTS REDEFINES CM-WS-ADMIN-DATE.
               10  CM-WS-ADMIN-CCYY    PIC 9(04).
               10  CM-WS-ADMIN-MM      PIC 9(02).
               10  CM-WS-ADMIN-DD      PIC 9(02).
           05  CM-WS-ADMIN-TIME        PIC X(04) VALUE SPACES.
           05  CM-WS-ADMIN-TIME-9 REDEFINES CM-WS-ADMIN-TIME.
               10  CM-WS-ADMIN-HH      PIC 9(02).
               10  CM-WS-ADMIN-MI      PIC 9(02).
           05  CM-WS-RUN-DATE-X        PIC X(08) VALUE SPACES.
           05  CM-WS-RUN-DATE-9 REDEFINES CM-WS-RUN-DATE-X
                                       PIC 9(08).
           05  CM-WS-ADMIN-DAYS-BACK   PIC S9(07) VALUE 0.
           05  CM-WS-ADMIN-MINUTES     PIC 9(11) VALUE 0.
           05  CM-WS-PRIOR-MINUTES     PIC 9(11) VALUE 0.
           05  CM-WS-ELAPSED-MINUTES   PIC 9(11) VALUE 0.
           05  CM-WS-INTERVAL-MINUTES  PIC 9(07) VALUE 0.
           05  CM-WS-SINCE-PRIOR       PIC 9(03)V9(01) VALUE 0.
           05  CM-WS-STAMP-REASON      PIC X(30) VALUE SPACES.

       01  CM-WS-INTERVAL-REASON.
           05  FILLER                  PIC X(09)
                   VALUE 'TOO SOON '.
           05  CM-WS-IR-DATE           PIC X(08) VALUE SPACES.
           05  CM-WS-IR-TIME           PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-WS-IR-RUN-ID         PIC X(08) VALUE SPACES.

       01  CM-WS-WARD-REASON.
           05  FILLER                  PIC X(05) VALUE 'WARD '.
           05  CM-WS-WR-CODE           PIC X(04) VALUE SPACES.
                   'STATUS ' CM-WS-SAVED-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN I-O CM-LASTADM-FILE.
           IF CM-WS-LASTADM-FILE-STATUS NOT = '00'
               AND CM-WS-LASTADM-FILE-STATUS NOT = '05'
               DISPLAY 'CALCMED025E CM-LASTADM-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-LASTADM-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-WS-CURRENT-TIME FROM TIME.
           PERFORM 8000-READ-DOSE-RECORD THRU 8000-EXIT.
           MOVE CM-DD-DRUG-CODE TO CM-WS-DRUG-CODE.
           MOVE CM-DD-WARD-CODE TO CM-WS-WARD-CODE.
           MOVE CM-DD-PATIENT-ID TO CM-WS-PATIENT-ID.
           MOVE CM-DD-ADMIN-DATE TO CM-WS-ADMIN-DATE.
           MOVE CM-DD-ADMIN-TIME TO CM-WS-ADMIN-TIME.
           PERFORM 2200-EDIT-ENTRY THRU 2200-EXIT.
           PERFORM 2300-CHECKPOINT-ENTRY THRU 2300-EXIT.
           PERFORM 2400-AUDIT-ENTRY THRU 2400-EXIT.
      *                       BLANK DRUG CODE EDITS AGAINST THE
      *                       GENERAL RANGE IN CMELEMS; A DRUG CODE
      *                       NOT ON THE MASTER REJECTS THE READING.
      *                       THE MINIMUM DOSING INTERVAL EDIT RUNS
      *                       AHEAD OF THE DAILY EDIT, WHICH ADDS THE
      *                       READING TO THE DAILY TOTAL WHEN IT
      *                       PASSES.
      *-----------------------------------------------------------------
       2200-EDIT-ENTRY.
           SET CM-WS-ENTRY-VALID TO TRUE.
           SET CM-WS-NEAR-INTERVAL-NO TO TRUE.
           MOVE SPACES TO CM-WS-REJECT-REASON.
           PERFORM 2230-VERIFY-WARD THRU 2230-EXIT.
           PERFORM 2241-EDIT-ADMIN-STAMP THRU 2241-EXIT.
           IF CM-WS-ENTRY-VALID
               PERFORM 2210-LOOK-UP-DRUG THRU 2210-EXIT
               IF CM-WS-DRUG-FOUND-NO
                   END-IF
               END-IF
           END-IF.
           IF CM-WS-ENTRY-VALID
               PERFORM 2242-CHECK-DOSE-INTERVAL THRU 2242-EXIT
           END-IF.
           IF CM-WS-ENTRY-VALID
               PERFORM 2240-CHECK-DAILY-LIMIT THRU 2240-EXIT
           END-IF.
           IF CM-WS-ENTRY-VALID
               PERFORM 2235-CHECK-WARNING-BAND THRU 2235-EXIT
               IF CM-WS-WARN-BAND = SPACE
                   AND CM-WS-NEAR-INTERVAL-YES
                   MOVE 'I' TO CM-WS-WARN-BAND
               END-IF
           END-IF.
           IF CM-WS-ENTRY-VALID
               IF CM-WS-WARN-BAND = SPACE
               MOVE CM-WS-EDIT-UNIT TO CM-RD-UNIT
               WRITE CM-REPORT-REC FROM CM-RPT-DETAIL-LINE
               PERFORM 2250-ADD-TO-DRUG-SUBTOTAL THRU 2250-EXIT
               PERFORM 2244-POST-LAST-ADMINISTERED THRU 2244-EXIT
           ELSE
               MOVE 'R' TO CM-ELEMENT-STATUS(CM-WS-SUB)
               ADD 1 TO CM-WS-REJECTED-COUNT
               MOVE CM-MAX-DOSE-VALUE TO CM-WS-EDIT-MAX
               MOVE SPACES TO CM-WS-EDIT-UNIT
               MOVE 0 TO CM-WS-EDIT-DAILY
               MOVE 0 TO CM-WS-EDIT-INTERVAL
               GO TO 2210-EXIT
           END-IF.
           MOVE CM-WS-DRUG-CODE TO CM-DG-DRUG-CODE.
               COMPUTE CM-WS-EDIT-DAILY =
                   CM-WS-EDIT-DAILY + CM-DG-DAILY-DEC / 100
           END-IF.
           IF CM-DG-MIN-INTERVAL NUMERIC
               MOVE CM-DG-MIN-INTERVAL TO CM-WS-EDIT-INTERVAL
           ELSE
               MOVE 0 TO CM-WS-EDIT-INTERVAL
           END-IF.
           MOVE CM-CC-RUN-DATE TO CM-WS-EDIT-DATE.
           PERFORM 2215-LOOK-UP-DATED-RANGE THRU 2215-EXIT.
       2210-EXIT.
           MOVE CM-WS-EDIT-UNIT TO CM-WN-UNIT.
           MOVE CM-WS-WARN-BAND TO CM-WN-BAND.
           MOVE CM-WS-CURRENT-DATE TO CM-WN-ENTRY-DATE.
           IF CM-WS-STAMP-PRESENT
               MOVE CM-WS-ADMIN-DATE TO CM-WN-ADMIN-DATE
               MOVE CM-WS-ADMIN-TIME TO CM-WN-ADMIN-TIME
           END-IF.
           MOVE 0 TO CM-WN-MIN-INTERVAL.
           MOVE 0 TO CM-WN-SINCE-PRIOR.
           IF CM-WS-NEAR-INTERVAL-YES
               MOVE CM-WS-EDIT-INTERVAL TO CM-WN-MIN-INTERVAL
               MOVE CM-WS-SINCE-PRIOR TO CM-WN-SINCE-PRIOR
           END-IF.
           WRITE CM-WARNING-REC.
       2238-EXIT.
           EXIT.
       2240-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2241-EDIT-ADMIN-STAMP   -  THE DATE AND TIME THE DOSE WAS
      *                             GIVEN MUST BE A REAL DATE AND A
      *                             24-HOUR TIME, ON OR BEFORE THE RUN
      *                             DATE AND NO MORE THAN NINE DAYS
      *                             BEFORE IT - THE CHECKPOINT CARRIES
      *                             IT AS DAYS BACK FROM THE RUN DATE.
      *                             A STAMP THAT FAILS IS REJECTED AND
      *                             MARKED BAD ON THE CHECKPOINT.  A
      *                             BLANK DATE AND TIME IS NOT EDITED
      *                             SO OLD DECKS STILL PROCESS.
      *-----------------------------------------------------------------
       2241-EDIT-ADMIN-STAMP.
           SET CM-WS-STAMP-ABSENT TO TRUE.
           MOVE 0 TO CM-WS-ADMIN-DAYS-BACK.
           IF CM-WS-ADMIN-DATE = SPACES
               AND CM-WS-ADMIN-TIME = SPACES
               GO TO 2241-EXIT
           END-IF.
           SET CM-WS-STAMP-BAD TO TRUE.
           MOVE 'ADMIN DATE/TIME NOT VALID' TO CM-WS-STAMP-REASON.
           IF CM-WS-ADMIN-DATE NOT NUMERIC
               OR CM-WS-ADMIN-TIME NOT NUMERIC
               GO TO 2241-REJECT
           END-IF.
           IF CM-WS-ADMIN-CCYY < 1601
               OR CM-WS-ADMIN-MM < 1 OR CM-WS-ADMIN-MM > 12
               OR CM-WS-ADMIN-DD < 1 OR CM-WS-ADMIN-DD > 31
               OR CM-WS-ADMIN-HH > 23 OR CM-WS-ADMIN-MI > 59
               GO TO 2241-REJECT
           END-IF.
           MOVE 'ADMIN DATE OUTSIDE RUN WINDOW' TO CM-WS-STAMP-REASON.
           MOVE CM-CC-RUN-DATE TO CM-WS-RUN-DATE-X.
           IF CM-WS-RUN-DATE-X NOT NUMERIC
               GO TO 2241-REJECT
           END-IF.
           COMPUTE CM-WS-ADMIN-DAYS-BACK =
               FUNCTION INTEGER-OF-DATE(CM-WS-RUN-DATE-9) -
               FUNCTION INTEGER-OF-DATE(CM-WS-ADMIN-DATE-9).
           IF CM-WS-ADMIN-DAYS-BACK < 0
               OR CM-WS-ADMIN-DAYS-BACK > 9
               GO TO 2241-REJECT
           END-IF.
           SET CM-WS-STAMP-PRESENT TO TRUE.
           GO TO 2241-EXIT.

       2241-REJECT.
           IF CM-WS-ENTRY-VALID
               SET CM-WS-ENTRY-INVALID TO TRUE
               MOVE CM-WS-STAMP-REASON TO CM-WS-REJECT-REASON
           END-IF.

       2241-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2242-CHECK-DOSE-INTERVAL   -  A SECOND DOSE OF THE SAME DRUG
      *                                TO THE SAME PATIENT SOONER THAN
      *                                THE DRUG'S MINIMUM INTERVAL
      *                                AFTER THE PRIOR DOSE ON THE
      *                                LAST-ADMINISTERED FILE IS
      *                                REJECTED WITH A REASON SHOWING
      *                                THE PRIOR DOSE'S DATE, TIME AND
      *                                RUN, WHICHEVER RUN OR RUN DATE
      *                                IT CAME IN.  ONE GIVEN WITHIN
      *                                110 PERCENT OF THE INTERVAL IS
      *                                FLAGGED FOR THE WARNING BAND.
      *                                THE FILE'S RECORD FOR THIS VERY
      *                                ENTRY (A RESUMED RUN) IS NOT A
      *                                PRIOR DOSE.  A BLANK PATIENT,
      *                                DRUG OR STAMP, OR A ZERO
      *                                INTERVAL, SKIPS THE EDIT.
      *-----------------------------------------------------------------
       2242-CHECK-DOSE-INTERVAL.
           IF CM-WS-PATIENT-ID = SPACES
               OR CM-WS-DRUG-CODE = SPACES
               OR CM-WS-EDIT-INTERVAL = 0
               OR NOT CM-WS-STAMP-PRESENT
               GO TO 2242-EXIT
           END-IF.
           MOVE CM-WS-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-WS-DRUG-CODE TO CM-LA-DRUG-CODE.
           READ CM-LASTADM-FILE
               INVALID KEY
                   GO TO 2242-EXIT
           END-READ.
           IF CM-LA-RUN-ID = CM-CC-RUN-ID
               AND CM-LA-ENTRY-NUM = CM-WS-SUB
               GO TO 2242-EXIT
           END-IF.
           IF CM-LA-ADMIN-DATE NOT NUMERIC
               OR CM-LA-ADMIN-TIME NOT NUMERIC
               GO TO 2242-EXIT
           END-IF.
           PERFORM 2243-COMPUTE-ELAPSED THRU 2243-EXIT.
           COMPUTE CM-WS-INTERVAL-MINUTES = CM-WS-EDIT-INTERVAL * 60.
           IF CM-WS-ELAPSED-MINUTES < CM-WS-INTERVAL-MINUTES
               SET CM-WS-ENTRY-INVALID TO TRUE
               MOVE CM-LA-ADMIN-DATE TO CM-WS-IR-DATE
               MOVE CM-LA-ADMIN-TIME TO CM-WS-IR-TIME
               MOVE CM-LA-RUN-ID TO CM-WS-IR-RUN-ID
               MOVE CM-WS-INTERVAL-REASON TO CM-WS-REJECT-REASON
               GO TO 2242-EXIT
           END-IF.
           IF CM-WS-ELAPSED-MINUTES * 10 < CM-WS-INTERVAL-MINUTES * 11
               SET CM-WS-NEAR-INTERVAL-YES TO TRUE
               COMPUTE CM-WS-SINCE-PRIOR ROUNDED =
                   CM-WS-ELAPSED-MINUTES / 60
           END-IF.
       2242-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2243-COMPUTE-ELAPSED   -  MINUTES BETWEEN THIS DOSE AND THE
      *                            ONE ON THE LAST-ADMINISTERED RECORD,
      *                            EITHER WAY ROUND - A DOSE KEYED LATE
      *                            MAY HAVE BEEN GIVEN BEFORE THE ONE
      *                            ALREADY ON FILE.
      *-----------------------------------------------------------------
       2243-COMPUTE-ELAPSED.
           COMPUTE CM-WS-ADMIN-MINUTES =
               FUNCTION INTEGER-OF-DATE(CM-WS-ADMIN-DATE-9) * 1440
               + CM-WS-ADMIN-HH * 60 + CM-WS-ADMIN-MI.
           COMPUTE CM-WS-PRIOR-MINUTES =
               FUNCTION INTEGER-OF-DATE(CM-LA-ADMIN-DATE-9) * 1440
               + CM-LA-ADMIN-HH * 60 + CM-LA-ADMIN-MI.
           IF CM-WS-ADMIN-MINUTES < CM-WS-PRIOR-MINUTES
               COMPUTE CM-WS-ELAPSED-MINUTES =
                   CM-WS-PRIOR-MINUTES - CM-WS-ADMIN-MINUTES
           ELSE
               COMPUTE CM-WS-ELAPSED-MINUTES =
                   CM-WS-ADMIN-MINUTES - CM-WS-PRIOR-MINUTES
           END-IF.
       2243-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2244-POST-LAST-ADMINISTERED   -  AN ACCEPTED STAMPED DOSE
      *                                   BECOMES THE PATIENT'S LAST
      *                                   DOSE OF THE DRUG UNLESS THE
      *                                   ONE ALREADY ON FILE WAS GIVEN
      *                                   LATER.  POSTED WHATEVER THE
      *                                   DRUG'S INTERVAL SO THE FILE
      *                                   IS CURRENT WHEN ONE IS SET.
      *-----------------------------------------------------------------
       2244-POST-LAST-ADMINISTERED.
           IF CM-WS-PATIENT-ID = SPACES
               OR CM-WS-DRUG-CODE = SPACES
               OR NOT CM-WS-STAMP-PRESENT
               GO TO 2244-EXIT
           END-IF.
           MOVE CM-WS-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-WS-DRUG-CODE TO CM-LA-DRUG-CODE.
           READ CM-LASTADM-FILE
               INVALID KEY
                   GO TO 2244-ADD-RECORD
           END-READ.
           IF CM-LA-ADMIN-DATE NUMERIC
               AND CM-LA-ADMIN-TIME NUMERIC
               PERFORM 2243-COMPUTE-ELAPSED THRU 2243-EXIT
               IF CM-WS-ADMIN-MINUTES < CM-WS-PRIOR-MINUTES
                   GO TO 2244-EXIT
               END-IF
           END-IF.
           PERFORM 2247-FILL-LAST-ADMINISTERED THRU 2247-EXIT.
           REWRITE CM-LASTADM-REC
               INVALID KEY
                   DISPLAY 'CALCMED026E LAST-ADMINISTERED UPDATE '
                       'FAILED FOR PATIENT ' CM-WS-PATIENT-ID
                       ' DRUG ' CM-WS-DRUG-CODE
           END-REWRITE.
           GO TO 2244-EXIT.

       2244-ADD-RECORD.
           PERFORM 2247-FILL-LAST-ADMINISTERED THRU 2247-EXIT.
           WRITE CM-LASTADM-REC
               INVALID KEY
                   DISPLAY 'CALCMED026E LAST-ADMINISTERED UPDATE '
                       'FAILED FOR PATIENT ' CM-WS-PATIENT-ID
                       ' DRUG ' CM-WS-DRUG-CODE
           END-WRITE.

       2244-EXIT.
           EXIT.

       2247-FILL-LAST-ADMINISTERED.
           MOVE SPACES TO CM-LASTADM-REC.
           MOVE CM-WS-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-WS-DRUG-CODE TO CM-LA-DRUG-CODE.
           MOVE CM-WS-ADMIN-DATE TO CM-LA-ADMIN-DATE.
           MOVE CM-WS-ADMIN-TIME TO CM-LA-ADMIN-TIME.
           MOVE CM-CC-RUN-ID TO CM-LA-RUN-ID.
           MOVE CM-WS-SUB TO CM-LA-ENTRY-NUM.
           MOVE CM-CC-RUN-DATE TO CM-LA-RUN-DATE.
           MOVE 'CALCMED' TO CM-LA-UPDATED-BY.
           MOVE CM-WS-CURRENT-DATE TO CM-LA-UPDATED-DATE.
       2247-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2245-ADD-TO-DAILY-TOTAL   -  FOLD ONE ACCEPTED DOSE INTO ITS
      *                               RUN DATE / PATIENT / DRUG
           MOVE CM-WS-DRUG-CODE TO CM-SV-DRUG-CODE.
           MOVE CM-WS-WARD-CODE TO CM-SV-WARD-CODE.
           MOVE CM-WS-PATIENT-ID TO CM-SV-PATIENT-ID.
           MOVE SPACES TO CM-SV-ADMIN-TIME.
           MOVE SPACE TO CM-SV-ADMIN-DAYS-BACK.
           IF CM-WS-STAMP-PRESENT
               MOVE CM-WS-ADMIN-TIME TO CM-SV-ADMIN-TIME
               MOVE CM-WS-ADMIN-DAYS-BACK TO CM-SV-ADMIN-DAYS-BACK-9
           END-IF.
           IF CM-WS-STAMP-BAD
               SET CM-SV-ADMIN-STAMP-BAD TO TRUE
           END-IF.
           IF CM-WS-ENTRY-VALID
               IF CM-WS-WARN-BAND = SPACE
                   SET CM-SV-ACCEPTED TO TRUE
           MOVE CM-WS-CURRENT-DATE TO CM-AU-ENTRY-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-AU-ENTRY-TIME.
           MOVE CM-WS-OPER-LEVEL TO CM-AU-OPER-LEVEL.
           MOVE SPACES TO CM-AU-APPROVER-ID.
           SET CM-AU-ORIG-ENTRY TO TRUE.
           WRITE CM-AUDIT-REC.
       2400-EXIT.
           MOVE CM-WS-MAXIMUM TO CM-O2-MAXIMUM.
           MOVE CM-WS-MEDIAN TO CM-O2-MEDIAN.
           MOVE CM-WS-STD-DEV TO CM-O2-STD-DEV.
           MOVE 'CALCMED' TO CM-O2-WRITTEN-BY.
           MOVE CM-WS-CURRENT-DATE TO CM-O2-WRITTEN-DATE.
           WRITE CM-OUTIF2-REC.
       4400-EXIT.
           EXIT.
           MOVE CM-WS-DRUG-AVERAGE TO CM-DS-AVERAGE.
           MOVE CM-DB-MINIMUM(CM-WS-SUB3) TO CM-DS-MINIMUM.
           MOVE CM-DB-MAXIMUM(CM-WS-SUB3) TO CM-DS-MAXIMUM.
           MOVE 'CALCMED' TO CM-DS-WRITTEN-BY.
           IF CM-WS-SUB3 = 1
               SET CM-DS-GROUP-FIRST TO TRUE
           END-IF.
           WRITE CM-DRGIF-REC.
       4510-EXIT.
           EXIT.
           CLOSE CM-WARD-FILE.
           CLOSE CM-OPER-FILE.
           CLOSE CM-RUNSTAT-FILE.
           CLOSE CM-LASTADM-FILE.
           MOVE CM-WS-JOB-RC TO RETURN-CODE.
           DISPLAY 'CALCMED010I JOB COMPLETE - ' CM-WS-RUN-COUNT
               ' RUNS READ, ' CM-WS-FAILED-RUN-COUNT ' SKIPPED, '
