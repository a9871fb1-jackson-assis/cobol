      *                  FULL-PRECISION CMOUTIF2 RECORD GOES
      *                  ALONGSIDE IT, THE SAME PAIR ARRAY-EXAMPLE
      *                  AND DOSEFIX NOW WRITE.
      *  2026-10-15  RH  AUDIT RECORDS NOW CARRY A BLANK APPROVER ID -
      *                  ONLY A CORRECTION APPLIED BY THE DOSEAPRV
      *                  APPROVAL CYCLE HAS ONE.
      *  2026-10-15  RH  THE CMOUTIF2 RECORD NOW CARRIES THE WRITING
      *                  PROGRAM AND TODAY'S DATE, FOR THE NIGHTLY
      *                  DOSEFOLD RUN-RESULTS MASTER.
      *  2026-10-15  RH  A RE-ENTRY CARD FOR AN ITEM WHOSE RUN DATE IS
      *                  CLOSED ON THE PERIOD CONTROL FILE (CMPERIOD)
      *                  IS NOT APPLIED.  THE ITEM IS CARRIED FORWARD
      *                  UNCHANGED, REPORTED AS HELD FOR THE CLOSED
      *                  DATE, AND THE JOB ENDS RC 8.  A SUPERVISOR
      *                  MUST REOPEN THE DATE THROUGH DOSECLOS AND
      *                  THE CARD BE RESUBMITTED.
      *  2026-10-15  RH  A RE-ENTRY THAT WOULD ACCEPT A REJECTED
      *                  READING NOW FACES THE MINIMUM DOSING INTERVAL
      *                  EDIT ARRAY-EXAMPLE APPLIES - A DOSE GIVEN
      *                  SOONER THAN ITS DRUG'S INTERVAL AFTER THE
      *                  PATIENT'S LAST DOSE ON THE LAST-ADMINISTERED
      *                  FILE (CMLSTADM) STAYS ON SUSPENSE WITH A
      *                  REASON SHOWING THE PRIOR DOSE'S DATE, TIME
      *                  AND RUN.  THE CORRECTION CARD MAY CARRY A
      *                  CORRECTED ADMINISTRATION DATE AND TIME
      *                  (COLUMNS 22-33), EDITED THE SAME WAY AND
      *                  STORED ON THE SAVED READING WHEN APPLIED; AN
      *                  ITEM WHOSE ORIGINAL DATE AND TIME FAILED ITS
      *                  EDIT STAYS ON SUSPENSE UNTIL ONE IS GIVEN.
      *                  AN APPLIED RE-ENTRY UPDATES CMLSTADM.
      *  2026-10-15  RH  EVERY RECOMPUTED RUN NOW ALSO GETS A FRESH
      *                  CMDRGIF GROUP, ONE RECORD PER DISTINCT DRUG
      *                  CODE BUILT FROM THE RUN'S ACCEPTED SAVED
      *                  ENTRIES THE SAME WAY ARRAY-EXAMPLE BUILDS IT,
      *                  SO THE RUN-RESULTS MASTER'S PER-DRUG FIGURES
      *                  FOLLOW THE CORRECTION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-DR-KEY
               FILE STATUS IS CM-WS-RNG-FILE-STATUS.

           SELECT OPTIONAL CM-PERIOD-FILE ASSIGN TO PERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PE-RUN-DATE
               FILE STATUS IS CM-WS-PERIOD-FILE-STATUS.

           SELECT OPTIONAL CM-LASTADM-FILE ASSIGN TO LASTADM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-LA-KEY
               FILE STATUS IS CM-WS-LASTADM-FILE-STATUS.

           SELECT CM-OUTIF-FILE ASSIGN TO OUTIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-OUTIF2-FILE ASSIGN TO OUTIF2
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-DRGIF-FILE ASSIGN TO DRGIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRGRNG.

       FD  CM-PERIOD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMPERIOD.

       FD  CM-LASTADM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMLSTADM.

       FD  CM-OUTIF-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY CMOUTIF.
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMOUTIF2.

       FD  CM-DRGIF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRGIF.

       FD  CM-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMAUDIT.
       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-OPER-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNG-FILE-STATUS       PIC X(02) VALUE SPACES.
       01  CM-WS-PERIOD-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  CM-WS-LASTADM-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  CM-WS-OPER-LEVEL            PIC 9(01) VALUE 0.

           05  CM-WS-RANGE-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-RANGE-EOF-YES     VALUE 'Y'.
               88  CM-WS-RANGE-EOF-NO      VALUE 'N'.
           05  CM-WS-PERIOD-SWITCH     PIC X(01) VALUE 'N'.
               88  CM-WS-PERIOD-CLOSED-YES VALUE 'Y'.
               88  CM-WS-PERIOD-CLOSED-NO  VALUE 'N'.
           05  CM-WS-STAMP-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-STAMP-PRESENT     VALUE 'Y'.
               88  CM-WS-STAMP-ABSENT      VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-AGED-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-UNMATCHED-COUNT   PIC 9(05) VALUE 0.
           05  CM-WS-RETIRED-COUNT     PIC 9(05) VALUE 0.
           05  CM-WS-CLOSED-HELD-COUNT PIC 9(05) VALUE 0.
           05  CM-WS-ACCEPTED-COUNT    PIC 9(05) VALUE 0.
           05  CM-WS-ENTRY-TOTAL-CNT   PIC 9(05) VALUE 0.
           05  CM-WS-SUB3              PIC 9(05) VALUE 0.
           05  CM-WS-SUB4              PIC 9(05) VALUE 0.
           05  CM-WS-SWAP-TEMP         PIC 9(05)V9(02) VALUE 0.

       01  CM-WS-MAX-CARDS             PIC 9(05) VALUE 500.
           05  CM-WS-EDIT-MAX          PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-EDIT-UNIT         PIC X(08) VALUE SPACES.
           05  CM-WS-EDIT-DATE         PIC X(08) VALUE SPACES.
           05  CM-WS-EDIT-INTERVAL     PIC 9(03) VALUE 0.

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
           05  CM-WS-ADMIN-DATE-INT    PIC 9(07) VALUE 0.
           05  CM-WS-ADMIN-DAYS-BACK   PIC S9(07) VALUE 0.
           05  CM-WS-ADMIN-MINUTES     PIC 9(11) VALUE 0.
           05  CM-WS-PRIOR-MINUTES     PIC 9(11) VALUE 0.
           05  CM-WS-ELAPSED-MINUTES   PIC 9(11) VALUE 0.
           05  CM-WS-INTERVAL-MINUTES  PIC 9(07) VALUE 0.

       01  CM-WS-INTERVAL-REASON.
           05  FILLER                  PIC X(09)
                   VALUE 'TOO SOON '.
           05  CM-WS-IR-DATE           PIC X(08) VALUE SPACES.
           05  CM-WS-IR-TIME           PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-WS-IR-RUN-ID         PIC X(08) VALUE SPACES.

       01  CM-WS-RUN-DATE              PIC X(08) VALUE SPACES.

           05  CM-WS-DIFF              PIC S9(06)V9(02) VALUE 0.
           05  CM-WS-DIFF-SQ           PIC 9(12)V9(04) VALUE 0.

       01  CM-WS-MAX-DRUG-SUBS         PIC 9(05) VALUE 500.
       01  CM-WS-DRUG-SUB-COUNT        PIC 9(05) VALUE 0.
       01  CM-WS-DRUG-AVERAGE          PIC 9(06)V9(02) VALUE 0.

       01  CM-DRUG-SUB-TABLE.
           05  CM-DRUG-SUB-ENTRY OCCURS 500 TIMES.
               10  CM-DB-DRUG-CODE     PIC X(08).
               10  CM-DB-UNIT          PIC X(08).
               10  CM-DB-ACCEPTED-CNT  PIC 9(05).
               10  CM-DB-TOTAL         PIC 9(10)V9(02).
               10  CM-DB-MINIMUM       PIC 9(05)V9(02).
               10  CM-DB-MAXIMUM       PIC 9(05)V9(02).

       01  CM-SORT-TABLE.
           05  CM-SORT-ELEMENT         PIC 9(05)V9(02)
                                       OCCURS 20000 TIMES.
               10  CM-CT-ENTRY-NUM     PIC 9(05).
               10  CM-CT-NEW-VALUE     PIC 9(05)V9(02).
               10  CM-CT-USED-FLAG     PIC X(01).
               10  CM-CT-ADMIN-DATE    PIC X(08).
               10  CM-CT-ADMIN-TIME    PIC X(04).

       01  CM-TOUCHED-RUN-TABLE.
           05  CM-TOUCHED-RUN-ID       PIC X(08) OCCURS 100 TIMES.
           05  FILLER                  PIC X(16)
                   VALUE ' RETIRED       :'.
           05  CM-ST2-RETIRED          PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' RUN DATE CLSD :'.
           05  CM-ST2-CLOSED-HELD      PIC ZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  CM-SUSP-BLANK-LINE          PIC X(133) VALUE SPACES.

                   'STATUS ' CM-WS-RNG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-PERIOD-FILE.
           IF CM-WS-PERIOD-FILE-STATUS NOT = '00'
               AND CM-WS-PERIOD-FILE-STATUS NOT = '05'
               DISPLAY 'DOSESUSP016E CM-PERIOD-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-PERIOD-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN I-O CM-LASTADM-FILE.
           IF CM-WS-LASTADM-FILE-STATUS NOT = '00'
               AND CM-WS-LASTADM-FILE-STATUS NOT = '05'
               DISPLAY 'DOSESUSP018E CM-LASTADM-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-LASTADM-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN EXTEND CM-OUTIF-FILE.
           OPEN EXTEND CM-OUTIF2-FILE.
           OPEN EXTEND CM-DRGIF-FILE.
           OPEN EXTEND CM-AUDIT-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
                   CM-CR-NEW-VALUE + CM-CR-NEW-VAL-DEC / 100
           END-IF.
           MOVE 'N' TO CM-CT-USED-FLAG(CM-WS-CARD-COUNT).
           MOVE CM-CR-ADMIN-DATE TO CM-CT-ADMIN-DATE(CM-WS-CARD-COUNT).
           MOVE CM-CR-ADMIN-TIME TO CM-CT-ADMIN-TIME(CM-WS-CARD-COUNT).
       2000-EXIT.
           EXIT.

               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO CM-CT-USED-FLAG(CM-WS-SUB).
           PERFORM 3040-CHECK-PERIOD-LOCK THRU 3040-EXIT.
           IF CM-WS-PERIOD-CLOSED-YES
               PERFORM 3550-HOLD-FOR-CLOSED-DATE THRU 3550-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-RE-EDIT-CORRECTION THRU 3200-EXIT.
           IF CM-WS-ENTRY-VALID
               PERFORM 3300-APPLY-CORRECTION THRU 3300-EXIT
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3040-CHECK-PERIOD-LOCK   -  A RUN DATE CLOSED BY DOSECLOS
      *                              HAS BEEN BALANCED AND BILLED AND
      *                              TAKES NO RE-ENTRIES UNTIL A
      *                              SUPERVISOR REOPENS IT.  A DATE
      *                              WITH NO PERIOD RECORD IS OPEN.
      *-----------------------------------------------------------------
       3040-CHECK-PERIOD-LOCK.
           SET CM-WS-PERIOD-CLOSED-NO TO TRUE.
           MOVE CM-SU-RUN-DATE TO CM-PE-RUN-DATE.
           READ CM-PERIOD-FILE
               INVALID KEY
                   GO TO 3040-EXIT
           END-READ.
           IF CM-PE-CLOSED
               SET CM-WS-PERIOD-CLOSED-YES TO TRUE
           END-IF.
       3040-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3050-COMPOSE-SUSP-VALUE   -  FOLD A SUSPENSE ITEM'S DECIMAL
      *                               FIELD BACK ONTO ITS WHOLE-UNIT
               SET CM-WS-DRUG-FOUND-YES TO TRUE
               MOVE CM-MIN-DOSE-VALUE TO CM-WS-EDIT-MIN
               MOVE CM-MAX-DOSE-VALUE TO CM-WS-EDIT-MAX
               MOVE 0 TO CM-WS-EDIT-INTERVAL
               GO TO 3210-EXIT
           END-IF.
           MOVE CM-WS-DRUG-CODE TO CM-DG-DRUG-CODE.
               COMPUTE CM-WS-EDIT-MAX =
                   CM-DG-MAX-DOSE + CM-DG-MAX-DEC / 100
           END-IF.
           IF CM-DG-MIN-INTERVAL NUMERIC
               MOVE CM-DG-MIN-INTERVAL TO CM-WS-EDIT-INTERVAL
           ELSE
               MOVE 0 TO CM-WS-EDIT-INTERVAL
           END-IF.
           PERFORM 3220-LOOK-UP-DATED-RANGE THRU 3220-EXIT.
       3210-EXIT.
           EXIT.
       3230-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3250-EDIT-ADMIN-STAMP   -  A DATE AND TIME ON THE CORRECTION
      *                             CARD REPLACES THE ONE ON THE SAVED
      *                             READING AND FACES THE SAME EDIT
      *                             ARRAY-EXAMPLE APPLIES - A REAL
      *                             DATE AND 24-HOUR TIME, ON OR
      *                             BEFORE THE RUN DATE AND NO MORE
      *                             THAN NINE DAYS BEFORE IT.  WITHOUT
      *                             ONE THE SAVED READING'S OWN STAMP
      *                             IS USED, AND ONE THAT FAILED ITS
      *                             EDIT KEEPS THE ITEM ON SUSPENSE.
      *-----------------------------------------------------------------
       3250-EDIT-ADMIN-STAMP.
           SET CM-WS-ENTRY-VALID TO TRUE.
           SET CM-WS-STAMP-ABSENT TO TRUE.
           MOVE CM-SV-RUN-DATE TO CM-WS-RUN-DATE-X.
           IF CM-CT-ADMIN-DATE(CM-WS-SUB) = SPACES
               AND CM-CT-ADMIN-TIME(CM-WS-SUB) = SPACES
               GO TO 3250-USE-SAVED-STAMP
           END-IF.
           MOVE CM-CT-ADMIN-DATE(CM-WS-SUB) TO CM-WS-ADMIN-DATE.
           MOVE CM-CT-ADMIN-TIME(CM-WS-SUB) TO CM-WS-ADMIN-TIME.
           MOVE 'ADMIN DATE/TIME NOT VALID' TO CM-SU-REJECT-REASON.
           IF CM-WS-ADMIN-DATE NOT NUMERIC
               OR CM-WS-ADMIN-TIME NOT NUMERIC
               GO TO 3250-REJECT
           END-IF.
           IF CM-WS-ADMIN-CCYY < 1601
               OR CM-WS-ADMIN-MM < 1 OR CM-WS-ADMIN-MM > 12
               OR CM-WS-ADMIN-DD < 1 OR CM-WS-ADMIN-DD > 31
               OR CM-WS-ADMIN-HH > 23 OR CM-WS-ADMIN-MI > 59
               GO TO 3250-REJECT
           END-IF.
           MOVE 'ADMIN DATE OUTSIDE RUN WINDOW' TO CM-SU-REJECT-REASON.
           IF CM-WS-RUN-DATE-X NOT NUMERIC
               GO TO 3250-REJECT
           END-IF.
           COMPUTE CM-WS-ADMIN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CM-WS-ADMIN-DATE-9).
           COMPUTE CM-WS-ADMIN-DAYS-BACK =
               FUNCTION INTEGER-OF-DATE(CM-WS-RUN-DATE-9) -
               CM-WS-ADMIN-DATE-INT.
           IF CM-WS-ADMIN-DAYS-BACK < 0
               OR CM-WS-ADMIN-DAYS-BACK > 9
               GO TO 3250-REJECT
           END-IF.
           MOVE CM-WS-ADMIN-TIME TO CM-SV-ADMIN-TIME.
           MOVE CM-WS-ADMIN-DAYS-BACK TO CM-SV-ADMIN-DAYS-BACK-9.
           GO TO 3250-COMPUTE-MINUTES.

       3250-USE-SAVED-STAMP.
           IF CM-SV-ADMIN-STAMP-BAD
               MOVE 'ADMIN DATE/TIME NOT VALID' TO CM-SU-REJECT-REASON
               GO TO 3250-REJECT
           END-IF.
           IF CM-SV-ADMIN-TIME NOT NUMERIC
               OR CM-SV-ADMIN-DAYS-BACK NOT NUMERIC
               OR CM-WS-RUN-DATE-X NOT NUMERIC
               GO TO 3250-EXIT
           END-IF.
           COMPUTE CM-WS-ADMIN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CM-WS-RUN-DATE-9) -
               CM-SV-ADMIN-DAYS-BACK-9.
           COMPUTE CM-WS-ADMIN-DATE-9 =
               FUNCTION DATE-OF-INTEGER(CM-WS-ADMIN-DATE-INT).
           MOVE CM-SV-ADMIN-TIME TO CM-WS-ADMIN-TIME.

       3250-COMPUTE-MINUTES.
           COMPUTE CM-WS-ADMIN-MINUTES =
               CM-WS-ADMIN-DATE-INT * 1440
               + CM-WS-ADMIN-HH * 60 + CM-WS-ADMIN-MI.
           SET CM-WS-STAMP-PRESENT TO TRUE.
           GO TO 3250-EXIT.

       3250-REJECT.
           SET CM-WS-ENTRY-INVALID TO TRUE.

       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3260-CHECK-DOSE-INTERVAL   -  THE SAME MINIMUM DOSING INTERVAL
      *                                EDIT ARRAY-EXAMPLE APPLIES - A
      *                                DOSE GIVEN SOONER THAN THE
      *                                DRUG'S INTERVAL AFTER THE
      *                                PATIENT'S LAST DOSE ON CMLSTADM
      *                                STAYS ON SUSPENSE WITH THE PRIOR
      *                                DOSE'S DATE, TIME AND RUN AS ITS
      *                                REASON.  THE FILE'S RECORD FOR
      *                                THIS VERY ENTRY IS NOT A PRIOR
      *                                DOSE.  A BLANK PATIENT, DRUG OR
      *                                STAMP, OR A ZERO INTERVAL, SKIPS
      *                                THE EDIT.
      *-----------------------------------------------------------------
       3260-CHECK-DOSE-INTERVAL.
           IF CM-SV-PATIENT-ID = SPACES
               OR CM-SV-DRUG-CODE = SPACES
               OR CM-WS-EDIT-INTERVAL = 0
               OR NOT CM-WS-STAMP-PRESENT
               GO TO 3260-EXIT
           END-IF.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           READ CM-LASTADM-FILE
               INVALID KEY
                   GO TO 3260-EXIT
           END-READ.
           IF CM-LA-RUN-ID = CM-SV-RUN-ID
               AND CM-LA-ENTRY-NUM = CM-SV-ENTRY-NUM
               GO TO 3260-EXIT
           END-IF.
           IF CM-LA-ADMIN-DATE NOT NUMERIC
               OR CM-LA-ADMIN-TIME NOT NUMERIC
               GO TO 3260-EXIT
           END-IF.
           PERFORM 3265-COMPUTE-ELAPSED THRU 3265-EXIT.
           COMPUTE CM-WS-INTERVAL-MINUTES = CM-WS-EDIT-INTERVAL * 60.
           IF CM-WS-ELAPSED-MINUTES < CM-WS-INTERVAL-MINUTES
               SET CM-WS-ENTRY-INVALID TO TRUE
               MOVE CM-LA-ADMIN-DATE TO CM-WS-IR-DATE
               MOVE CM-LA-ADMIN-TIME TO CM-WS-IR-TIME
               MOVE CM-LA-RUN-ID TO CM-WS-IR-RUN-ID
               MOVE CM-WS-INTERVAL-REASON TO CM-SU-REJECT-REASON
           END-IF.
       3260-EXIT.
           EXIT.

       3265-COMPUTE-ELAPSED.
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
       3265-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3270-POST-LAST-ADMINISTERED   -  THE RE-ENTERED READING IS NOW
      *                                   ACCEPTED, SO IT BECOMES THE
      *                                   PATIENT'S LAST DOSE OF THE
      *                                   DRUG UNLESS THE ONE ALREADY
      *                                   ON FILE WAS GIVEN LATER.
      *-----------------------------------------------------------------
       3270-POST-LAST-ADMINISTERED.
           IF CM-SV-PATIENT-ID = SPACES
               OR CM-SV-DRUG-CODE = SPACES
               OR NOT CM-WS-STAMP-PRESENT
               GO TO 3270-EXIT
           END-IF.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           READ CM-LASTADM-FILE
               INVALID KEY
                   GO TO 3270-ADD-RECORD
           END-READ.
           IF CM-LA-ADMIN-DATE NUMERIC
               AND CM-LA-ADMIN-TIME NUMERIC
               PERFORM 3265-COMPUTE-ELAPSED THRU 3265-EXIT
               IF CM-WS-ADMIN-MINUTES < CM-WS-PRIOR-MINUTES
                   GO TO 3270-EXIT
               END-IF
           END-IF.
           PERFORM 3275-FILL-LAST-ADMINISTERED THRU 3275-EXIT.
           REWRITE CM-LASTADM-REC
               INVALID KEY
                   DISPLAY 'DOSESUSP019E LAST-ADMINISTERED UPDATE '
                       'FAILED FOR PATIENT ' CM-SV-PATIENT-ID
                       ' DRUG ' CM-SV-DRUG-CODE
           END-REWRITE.
           GO TO 3270-EXIT.

       3270-ADD-RECORD.
           PERFORM 3275-FILL-LAST-ADMINISTERED THRU 3275-EXIT.
           WRITE CM-LASTADM-REC
               INVALID KEY
                   DISPLAY 'DOSESUSP019E LAST-ADMINISTERED UPDATE '
                       'FAILED FOR PATIENT ' CM-SV-PATIENT-ID
                       ' DRUG ' CM-SV-DRUG-CODE
           END-WRITE.

       3270-EXIT.
           EXIT.

       3275-FILL-LAST-ADMINISTERED.
           MOVE SPACES TO CM-LASTADM-REC.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           MOVE CM-WS-ADMIN-DATE TO CM-LA-ADMIN-DATE.
           MOVE CM-WS-ADMIN-TIME TO CM-LA-ADMIN-TIME.
           MOVE CM-SV-RUN-ID TO CM-LA-RUN-ID.
           MOVE CM-SV-ENTRY-NUM TO CM-LA-ENTRY-NUM.
           MOVE CM-SV-RUN-DATE TO CM-LA-RUN-DATE.
           MOVE 'DOSESUSP' TO CM-LA-UPDATED-BY.
           MOVE CM-WS-CURRENT-DATE TO CM-LA-UPDATED-DATE.
       3275-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3300-APPLY-CORRECTION   -  THE CORRECTED VALUE PASSES, SO
      *                             THE RUN'S SAVED ENTRY IS UPDATED
      *                             AUDITED, AND THE RUN IS QUEUED
      *                             FOR A STATISTICS RECOMPUTE.  THE
      *                             SUSPENSE ITEM IS RESOLVED AND
      *                             NOT CARRIED FORWARD.  A READING
      *                             STILL REJECTED ON SAVEDDS MUST
      *                             FIRST PASS THE ADMINISTRATION DATE
      *                             AND TIME EDIT AND THE MINIMUM
      *                             DOSING INTERVAL EDIT, OR IT STAYS
      *                             ON SUSPENSE.
      *-----------------------------------------------------------------
       3300-APPLY-CORRECTION.
           MOVE CM-SU-RUN-ID TO CM-SV-RUN-ID.
                   PERFORM 3500-KEEP-REJECTED-ITEM THRU 3500-EXIT
                   GO TO 3300-EXIT
           END-READ.
           SET CM-WS-STAMP-ABSENT TO TRUE.
           IF CM-SV-REJECTED
               PERFORM 3250-EDIT-ADMIN-STAMP THRU 3250-EXIT
               IF CM-WS-ENTRY-VALID
                   PERFORM 3260-CHECK-DOSE-INTERVAL THRU 3260-EXIT
               END-IF
               IF CM-WS-ENTRY-INVALID
                   PERFORM 3500-KEEP-REJECTED-ITEM THRU 3500-EXIT
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           MOVE CM-CT-NEW-VALUE(CM-WS-SUB) TO CM-WS-SPLIT-VALUE.
           MOVE CM-WS-SPLIT-INT TO CM-SV-VALUE.
           MOVE CM-WS-SPLIT-DEC TO CM-SV-VALUE-DEC.
                   PERFORM 3500-KEEP-REJECTED-ITEM THRU 3500-EXIT
                   GO TO 3300-EXIT
           END-REWRITE.
           PERFORM 3270-POST-LAST-ADMINISTERED THRU 3270-EXIT.
           PERFORM 3400-AUDIT-RE-ENTRY THRU 3400-EXIT.
           PERFORM 3700-QUEUE-RUN-FOR-RECOMPUTE THRU 3700-EXIT.
           ADD 1 TO CM-WS-RESOLVED-COUNT.
           MOVE CM-WS-CURRENT-TIME TO CM-AU-ENTRY-TIME.
           MOVE CM-WS-OPER-LEVEL TO CM-AU-OPER-LEVEL.
           SET CM-AU-RE-ENTRY TO TRUE.
           MOVE SPACES TO CM-AU-APPROVER-ID.
           WRITE CM-AUDIT-REC.
       3400-EXIT.
           EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3550-HOLD-FOR-CLOSED-DATE   -  THE ITEM'S RUN DATE IS CLOSED,
      *                                 SO THE CORRECTION IS NOT
      *                                 EDITED OR APPLIED.  THE ITEM
      *                                 IS CARRIED FORWARD EXACTLY AS
      *                                 IT WAS, WITH ITS ORIGINAL
      *                                 VALUE AND REJECT REASON.
      *-----------------------------------------------------------------
       3550-HOLD-FOR-CLOSED-DATE.
           ADD 1 TO CM-WS-CLOSED-HELD-COUNT.
           MOVE CM-CT-NEW-VALUE(CM-WS-SUB) TO CM-SD-VALUE.
           MOVE 'NOT APPLIED - RUN DATE CLOSED'
               TO CM-SD-DISPOSITION.
           WRITE CM-REPORT-REC FROM CM-SUSP-DETAIL-LINE.
           DISPLAY 'DOSESUSP017E RE-ENTRY FOR RUN ' CM-SU-RUN-ID
               ' ENTRY ' CM-SU-ENTRY-NUM ' NOT APPLIED - RUN DATE '
               CM-SU-RUN-DATE ' IS CLOSED'.
           PERFORM 3600-CARRY-ITEM-FORWARD THRU 3600-EXIT.
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3600-CARRY-ITEM-FORWARD   -  WRITE THE SUSPENSE ITEM TO THE
      *                               NEW SUSPENSE FILE AND FLAG IT
           MOVE ZERO TO CM-WS-TOTAL.
           MOVE ZERO TO CM-WS-ACCEPTED-COUNT.
           MOVE ZERO TO CM-WS-ENTRY-TOTAL-CNT.
           MOVE ZERO TO CM-WS-DRUG-SUB-COUNT.
           MOVE ZERO TO CM-WS-AVERAGE.
           MOVE ZERO TO CM-WS-MINIMUM.
           MOVE ZERO TO CM-WS-MAXIMUM.
                   FUNCTION SQRT(CM-WS-VARIANCE)
           END-IF.
           PERFORM 5700-WRITE-INTERFACE-RECORD THRU 5700-EXIT.
           PERFORM 5800-WRITE-DRUG-RECORDS THRU 5800-EXIT.
       5100-EXIT.
           EXIT.

               ADD 1 TO CM-WS-ACCEPTED-COUNT
               MOVE CM-WS-SAVED-VALUE
                   TO CM-SORT-ELEMENT(CM-WS-ACCEPTED-COUNT)
               PERFORM 5250-ADD-TO-DRUG-SUBTOTAL THRU 5250-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5250-ADD-TO-DRUG-SUBTOTAL   -  FOLD ONE ACCEPTED READING INTO
      *                                 ITS DRUG'S SUBTOTAL FOR THE
      *                                 RUN BEING RECOMPUTED, THE SAME
      *                                 WAY ARRAY-EXAMPLE BUILDS THE
      *                                 RUN'S ORIGINAL CMDRGIF GROUP.
      *                                 A BLANK DRUG CODE GETS ITS OWN
      *                                 ROW.
      *-----------------------------------------------------------------
       5250-ADD-TO-DRUG-SUBTOTAL.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 5255-FIND-DRUG-SUBTOTAL THRU 5255-EXIT
               VARYING CM-WS-SUB4 FROM 1 BY 1
               UNTIL CM-WS-SUB4 > CM-WS-DRUG-SUB-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-NO
               IF CM-WS-DRUG-SUB-COUNT = CM-WS-MAX-DRUG-SUBS
                   DISPLAY 'DOSESUSP020E MORE THAN '
                       CM-WS-MAX-DRUG-SUBS ' DISTINCT DRUG CODES '
                       'IN RUN ' CM-TOUCHED-RUN-ID(CM-WS-SUB)
                       ' - PER-DRUG SUBTOTALS INCOMPLETE'
                   GO TO 5250-EXIT
               END-IF
               ADD 1 TO CM-WS-DRUG-SUB-COUNT
               MOVE CM-WS-DRUG-SUB-COUNT TO CM-WS-SUB4
               MOVE CM-SV-DRUG-CODE TO CM-DB-DRUG-CODE(CM-WS-SUB4)
               PERFORM 5260-LOOK-UP-DRUG-UNIT THRU 5260-EXIT
               MOVE 0 TO CM-DB-ACCEPTED-CNT(CM-WS-SUB4)
               MOVE 0 TO CM-DB-TOTAL(CM-WS-SUB4)
               MOVE CM-WS-SAVED-VALUE TO CM-DB-MINIMUM(CM-WS-SUB4)
               MOVE CM-WS-SAVED-VALUE TO CM-DB-MAXIMUM(CM-WS-SUB4)
           END-IF.
           ADD 1 TO CM-DB-ACCEPTED-CNT(CM-WS-SUB4).
           ADD CM-WS-SAVED-VALUE TO CM-DB-TOTAL(CM-WS-SUB4).
           IF CM-WS-SAVED-VALUE < CM-DB-MINIMUM(CM-WS-SUB4)
               MOVE CM-WS-SAVED-VALUE TO CM-DB-MINIMUM(CM-WS-SUB4)
           END-IF.
           IF CM-WS-SAVED-VALUE > CM-DB-MAXIMUM(CM-WS-SUB4)
               MOVE CM-WS-SAVED-VALUE TO CM-DB-MAXIMUM(CM-WS-SUB4)
           END-IF.
       5250-EXIT.
           EXIT.

       5255-FIND-DRUG-SUBTOTAL.
           IF CM-DB-DRUG-CODE(CM-WS-SUB4) = CM-SV-DRUG-CODE
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-SUB4
           END-IF.
       5255-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5260-LOOK-UP-DRUG-UNIT   -  THE DOSE UNIT FOR A NEW SUBTOTAL
      *                              ROW COMES FROM THE MEDICATION
      *                              MASTER.  A BLANK OR UNKNOWN DRUG
      *                              CODE CARRIES A BLANK UNIT.
      *-----------------------------------------------------------------
       5260-LOOK-UP-DRUG-UNIT.
           MOVE SPACES TO CM-DB-UNIT(CM-WS-SUB4).
           IF CM-SV-DRUG-CODE = SPACES
               GO TO 5260-EXIT
           END-IF.
           MOVE CM-SV-DRUG-CODE TO CM-DG-DRUG-CODE.
           READ CM-DRUG-FILE
               INVALID KEY
                   GO TO 5260-EXIT
           END-READ.
           MOVE CM-DG-UNIT TO CM-DB-UNIT(CM-WS-SUB4).
       5260-EXIT.
           EXIT.

       5300-FIND-MIN-MAX.
           IF CM-SORT-ELEMENT(CM-WS-SUB2) < CM-WS-MINIMUM
               MOVE CM-SORT-ELEMENT(CM-WS-SUB2) TO CM-WS-MINIMUM
           MOVE CM-WS-MAXIMUM TO CM-O2-MAXIMUM.
           MOVE CM-WS-MEDIAN TO CM-O2-MEDIAN.
           MOVE CM-WS-STD-DEV TO CM-O2-STD-DEV.
           MOVE 'DOSESUSP' TO CM-O2-WRITTEN-BY.
           MOVE CM-WS-CURRENT-DATE TO CM-O2-WRITTEN-DATE.
           WRITE CM-OUTIF2-REC.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5800-WRITE-DRUG-RECORDS   -  A FRESH CMDRGIF GROUP FOR THE
      *                               RECOMPUTED RUN, ONE RECORD PER
      *                               DISTINCT DRUG CODE, WITH THE
      *                               FIRST RECORD FLAGGED SO DOSEFOLD
      *                               SUPERSEDES THE RUN'S EARLIER
      *                               GROUP.
      *-----------------------------------------------------------------
       5800-WRITE-DRUG-RECORDS.
           PERFORM 5810-WRITE-ONE-DRUG THRU 5810-EXIT
               VARYING CM-WS-SUB4 FROM 1 BY 1
               UNTIL CM-WS-SUB4 > CM-WS-DRUG-SUB-COUNT.
       5800-EXIT.
           EXIT.

       5810-WRITE-ONE-DRUG.
           DIVIDE CM-DB-TOTAL(CM-WS-SUB4)
               BY CM-DB-ACCEPTED-CNT(CM-WS-SUB4)
               GIVING CM-WS-DRUG-AVERAGE ROUNDED.
           MOVE SPACES TO CM-DRGIF-REC.
           MOVE CM-TOUCHED-RUN-ID(CM-WS-SUB) TO CM-DS-RUN-ID.
           MOVE CM-WS-RUN-DATE TO CM-DS-RUN-DATE.
           MOVE CM-DB-DRUG-CODE(CM-WS-SUB4) TO CM-DS-DRUG-CODE.
           MOVE CM-DB-UNIT(CM-WS-SUB4) TO CM-DS-UNIT.
           MOVE CM-DB-ACCEPTED-CNT(CM-WS-SUB4) TO CM-DS-ACCEPTED-CNT.
           MOVE CM-DB-TOTAL(CM-WS-SUB4) TO CM-DS-TOTAL.
           MOVE CM-WS-DRUG-AVERAGE TO CM-DS-AVERAGE.
           MOVE CM-DB-MINIMUM(CM-WS-SUB4) TO CM-DS-MINIMUM.
           MOVE CM-DB-MAXIMUM(CM-WS-SUB4) TO CM-DS-MAXIMUM.
           MOVE 'DOSESUSP' TO CM-DS-WRITTEN-BY.
           IF CM-WS-SUB4 = 1
               SET CM-DS-GROUP-FIRST TO TRUE
           END-IF.
           WRITE CM-DRGIF-REC.
       5810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  6000-REPORT-UNUSED-CARDS   -  A CORRECTION CARD THAT MATCHED
      *                                NO SUSPENSE RECORD IS PROBABLY
           MOVE CM-WS-AGED-COUNT TO CM-ST2-AGED.
           MOVE CM-WS-UNMATCHED-COUNT TO CM-ST2-UNMATCHED.
           MOVE CM-WS-RETIRED-COUNT TO CM-ST2-RETIRED.
           MOVE CM-WS-CLOSED-HELD-COUNT TO CM-ST2-CLOSED-HELD.
           WRITE CM-REPORT-REC FROM CM-SUSP-TOTAL-LINE-2.
       8000-EXIT.
           EXIT.
           CLOSE CM-DRUG-FILE.
           CLOSE CM-DRGRNG-FILE.
           CLOSE CM-OPER-FILE.
           CLOSE CM-PERIOD-FILE.
           CLOSE CM-LASTADM-FILE.
           CLOSE CM-OUTIF-FILE.
           CLOSE CM-OUTIF2-FILE.
           CLOSE CM-DRGIF-FILE.
           CLOSE CM-AUDIT-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-UNMATCHED-COUNT > 0
               OR CM-WS-CLOSED-HELD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CM-WS-AGED-COUNT > 0
