      *                  WHOLE UNITS) AND THE FULL-PRECISION
      *                  CMOUTIF2 RECORD GOES ALONGSIDE IT, THE
      *                  SAME PAIR ARRAY-EXAMPLE NOW WRITES.
      *  2026-10-15  RH  A CORRECTION OVER THE OPERATOR'S THRESHOLD
      *                  FROM A NON-SUPERVISOR NO LONGER ENDS THE JOB
      *                  WITH DOSEFIX011E.  IT IS RE-EDITED AS USUAL
      *                  AND, IF IT PASSES, WRITTEN TO THE PENDING-
      *                  APPROVAL FILE (CMFIXPND) WITH THE REQUESTING
      *                  CLERK, OLD AND NEW VALUES, DRUG AND THE
      *                  REASON FROM THE NEW FIXCARD COLUMNS 35-64,
      *                  FOR THE DOSEAPRV APPROVAL CYCLE TO APPLY OR
      *                  DENY.  THE STORED READING IS LEFT UNTOUCHED
      *                  AND THE JOB ENDS RC 4.  AUDIT RECORDS NOW
      *                  CARRY A BLANK APPROVER ID.
      *  2026-10-15  RH  THE CMOUTIF2 RECORD NOW CARRIES THE WRITING
      *                  PROGRAM AND TODAY'S DATE, FOR THE NIGHTLY
      *                  DOSEFOLD RUN-RESULTS MASTER.
      *  2026-10-15  RH  A CORRECTION TO A RUN WHOSE RUN DATE IS
      *                  CLOSED ON THE PERIOD CONTROL FILE (CMPERIOD)
      *                  IS REFUSED - THE DATE HAS BEEN BALANCED AND
      *                  BILLED.  A SUPERVISOR MUST REOPEN THE DATE
      *                  THROUGH DOSECLOS FIRST.
      *  2026-10-15  RH  A CORRECTION THAT WOULD ACCEPT A REJECTED
      *                  READING NOW FACES THE MINIMUM DOSING INTERVAL
      *                  EDIT ARRAY-EXAMPLE APPLIES - A DOSE GIVEN
      *                  SOONER THAN ITS DRUG'S INTERVAL AFTER THE
      *                  PATIENT'S LAST DOSE ON THE LAST-ADMINISTERED
      *                  FILE (CMLSTADM), OR ONE WHOSE DATE AND TIME
      *                  FAILED ITS EDIT, IS REFUSED (RC 8) INSTEAD OF
      *                  SLIPPING INTO THE TOTALS THROUGH THE BACK
      *                  DOOR.  AN APPLIED CORRECTION UPDATES CMLSTADM.
      *  2026-10-15  RH  A RECOMPUTED RUN NOW ALSO GETS A FRESH CMDRGIF
      *                  GROUP, ONE RECORD PER DISTINCT DRUG CODE BUILT
      *                  FROM THE RUN'S ACCEPTED SAVED ENTRIES THE SAME
      *                  WAY ARRAY-EXAMPLE BUILDS IT, SO THE
      *                  RUN-RESULTS MASTER'S PER-DRUG FIGURES FOLLOW
      *                  THE CORRECTION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CM-OUTIF2-FILE ASSIGN TO OUTIF2
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-DRGIF-FILE ASSIGN TO DRGIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-PEND-FILE ASSIGN TO PENDFIX
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-SAVED-FILE ASSIGN TO SAVEDDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       DATA DIVISION.
       FILE SECTION.
       FD  CM-FIXCRD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMOUTIF2.

       FD  CM-DRGIF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRGIF.

       FD  CM-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMAUDIT.

       FD  CM-PEND-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMFIXPND.

       FD  CM-SAVED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMSAVED.
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRGRNG.

       FD  CM-PERIOD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMPERIOD.

       FD  CM-LASTADM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMLSTADM.

       WORKING-STORAGE SECTION.
           COPY CMELEMS.

       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-OPER-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNG-FILE-STATUS       PIC X(02) VALUE SPACES.
       01  CM-WS-PERIOD-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  CM-WS-LASTADM-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  CM-WS-OPER-WORK.
           05  CM-WS-OPER-LEVEL        PIC 9(01) VALUE 0.
           05  CM-WS-CORR-REFUSED-SW   PIC X(01) VALUE 'N'.
               88  CM-WS-CORR-REFUSED-YES  VALUE 'Y'.
               88  CM-WS-CORR-REFUSED-NO   VALUE 'N'.
           05  CM-WS-CORR-PENDING-SW   PIC X(01) VALUE 'N'.
               88  CM-WS-CORR-PENDING-YES  VALUE 'Y'.
               88  CM-WS-CORR-PENDING-NO   VALUE 'N'.
           05  CM-WS-RANGE-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-RANGE-EOF-YES     VALUE 'Y'.
               88  CM-WS-RANGE-EOF-NO      VALUE 'N'.
           05  CM-WS-PERIOD-SWITCH     PIC X(01) VALUE 'N'.
               88  CM-WS-PERIOD-CLOSED-YES VALUE 'Y'.
               88  CM-WS-PERIOD-CLOSED-NO  VALUE 'N'.
           05  CM-WS-STAMP-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-STAMP-PRESENT     VALUE 'Y'.
               88  CM-WS-STAMP-ABSENT      VALUE 'N'.
               88  CM-WS-STAMP-BAD         VALUE 'E'.
           05  CM-WS-INTERVAL-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-INTERVAL-SHORT-YES
                                           VALUE 'Y'.
               88  CM-WS-INTERVAL-SHORT-NO VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-SUB2              PIC 9(05) VALUE 0.
           05  CM-WS-SUB3              PIC 9(05) VALUE 0.
           05  CM-WS-ACCEPTED-COUNT    PIC 9(05) VALUE 0.
           05  CM-WS-SWAP-TEMP         PIC 9(05)V9(02) VALUE 0.

           05  CM-WS-EDIT-MAX          PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-EDIT-UNIT         PIC X(08) VALUE SPACES.
           05  CM-WS-EDIT-DATE         PIC X(08) VALUE SPACES.
           05  CM-WS-EDIT-INTERVAL     PIC 9(03) VALUE 0.

       01  CM-WS-INTERVAL-WORK.
           05  CM-WS-ADMIN-DATE        PIC X(08) VALUE SPACES.
           05  CM-WS-ADMIN-DATE-9 REDEFINES CM-WS-ADMIN-DATE
                                       PIC 9(08).
           05  CM-WS-ADMIN-TIME        PIC X(04) VALUE SPACES.
           05  CM-WS-RUN-DATE-X        PIC X(08) VALUE SPACES.
           05  CM-WS-RUN-DATE-9 REDEFINES CM-WS-RUN-DATE-X
                                       PIC 9(08).
           05  CM-WS-ADMIN-DATE-INT    PIC 9(07) VALUE 0.
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

       01  CM-WS-RESULTS.
           05  CM-WS-TOTAL             PIC 9(10)V9(02) VALUE 0.
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
               IF CM-FC-CORRECT-ONE
                   PERFORM 3000-CORRECT-ENTRY THRU 3000-EXIT
                   IF CM-WS-CORR-REFUSED-NO
                       AND CM-WS-CORR-PENDING-NO
                       PERFORM 4000-RECOMPUTE-TOTALS THRU 4000-EXIT
                   END-IF
               ELSE
           OPEN OUTPUT CM-REPORT-FILE.
           OPEN EXTEND CM-OUTIF-FILE.
           OPEN EXTEND CM-OUTIF2-FILE.
           OPEN EXTEND CM-DRGIF-FILE.
           OPEN EXTEND CM-AUDIT-FILE.
           OPEN EXTEND CM-PEND-FILE.
           OPEN INPUT CM-DRUG-FILE.
           IF CM-WS-DRUG-FILE-STATUS NOT = '00'
               AND CM-WS-DRUG-FILE-STATUS NOT = '05'
                   'STATUS ' CM-WS-RNG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-PERIOD-FILE.
           IF CM-WS-PERIOD-FILE-STATUS NOT = '00'
               AND CM-WS-PERIOD-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEFIX015E CM-PERIOD-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-PERIOD-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN I-O CM-LASTADM-FILE.
           IF CM-WS-LASTADM-FILE-STATUS NOT = '00'
               AND CM-WS-LASTADM-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEFIX016E CM-LASTADM-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-LASTADM-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           PERFORM 1200-VERIFY-OPERATOR THRU 1200-EXIT.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-WS-CURRENT-TIME FROM TIME.
      *-----------------------------------------------------------------
      *  3000-CORRECT-ENTRY   -  REPLACE ONE ENTRY'S VALUE WITHOUT
      *                         TOUCHING ANY OF THE OTHER ENTRIES.
      *                         A CORRECTION THAT PASSES THE EDIT BUT
      *                         IS OVER THE OPERATOR'S THRESHOLD IS
      *                         QUEUED FOR SUPERVISOR APPROVAL
      *                         INSTEAD OF BEING APPLIED.  A REJECTED
      *                         READING MUST ALSO PASS THE MINIMUM
      *                         DOSING INTERVAL EDIT BEFORE A
      *                         CORRECTION CAN ACCEPT IT.
      *-----------------------------------------------------------------
       3000-CORRECT-ENTRY.
           MOVE CM-FC-RUN-ID TO CM-SV-RUN-ID.
                   CM-FC-NEW-VALUE + CM-FC-NEW-VAL-DEC / 100
           END-IF.
           PERFORM 2200-COMPOSE-SAVED-VALUE THRU 2200-EXIT.
           PERFORM 3040-CHECK-PERIOD-LOCK THRU 3040-EXIT.
           IF CM-WS-PERIOD-CLOSED-YES
               MOVE 'RUN DATE IS CLOSED' TO CM-RE-REASON
               PERFORM 3050-REFUSE-CORRECTION THRU 3050-EXIT
               GO TO 3000-EXIT
           END-IF.
           COMPUTE CM-WS-VALUE-CHANGE =
               CM-WS-NEW-VALUE - CM-WS-SAVED-VALUE.
           IF CM-WS-VALUE-CHANGE < 0
               COMPUTE CM-WS-VALUE-CHANGE = 0 - CM-WS-VALUE-CHANGE
           END-IF.
           MOVE CM-SV-DRUG-CODE TO CM-WS-DRUG-CODE.
           MOVE CM-SV-RUN-DATE TO CM-WS-EDIT-DATE.
           PERFORM 3200-LOOK-UP-DRUG THRU 3200-EXIT.
               PERFORM 3050-REFUSE-CORRECTION THRU 3050-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3065-DERIVE-ADMIN-STAMP THRU 3065-EXIT.
           IF CM-SV-REJECTED
               AND CM-WS-STAMP-BAD
               MOVE 'ADMIN DATE/TIME NOT VALID' TO CM-RE-REASON
               PERFORM 3050-REFUSE-CORRECTION THRU 3050-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF CM-SV-REJECTED
               PERFORM 3070-CHECK-DOSE-INTERVAL THRU 3070-EXIT
               IF CM-WS-INTERVAL-SHORT-YES
                   MOVE CM-WS-INTERVAL-REASON TO CM-RE-REASON
                   PERFORM 3050-REFUSE-CORRECTION THRU 3050-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF CM-WS-VALUE-CHANGE > CM-WS-CORR-THRESHOLD
               AND CM-WS-OPER-LEVEL < 2
               PERFORM 3060-QUEUE-FOR-APPROVAL THRU 3060-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE CM-WS-NEW-VALUE TO CM-WS-SPLIT-VALUE.
           MOVE CM-WS-SPLIT-INT TO CM-SV-VALUE.
           MOVE CM-WS-SPLIT-DEC TO CM-SV-VALUE-DEC.
                   DISPLAY 'DOSEFIX004E REWRITE FAILED FOR ENTRY '
                       CM-FC-ENTRY-NUM
           END-REWRITE.
           PERFORM 3080-POST-LAST-ADMINISTERED THRU 3080-EXIT.
           MOVE CM-FC-ENTRY-NUM TO CM-RD-ENTRY-NUM.
           MOVE CM-WS-NEW-VALUE TO CM-RD-VALUE.
           IF CM-SV-ACCEPTED
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3040-CHECK-PERIOD-LOCK   -  A RUN DATE CLOSED BY DOSECLOS
      *                              HAS BEEN BALANCED AND BILLED AND
      *                              TAKES NO CORRECTIONS UNTIL A
      *                              SUPERVISOR REOPENS IT.  A DATE
      *                              WITH NO PERIOD RECORD IS OPEN.
      *-----------------------------------------------------------------
       3040-CHECK-PERIOD-LOCK.
           SET CM-WS-PERIOD-CLOSED-NO TO TRUE.
           MOVE CM-SV-RUN-DATE TO CM-PE-RUN-DATE.
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
      *  3050-REFUSE-CORRECTION   -  A CORRECTION WHOSE NEW VALUE
      *                              FAILS THE DRUG EDIT IS REFUSED,
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3060-QUEUE-FOR-APPROVAL   -  THE CORRECTION PASSES THE DRUG
      *                               EDIT BUT CHANGES THE VALUE BY
      *                               MORE THAN THE OPERATOR'S
      *                               THRESHOLD AND THE OPERATOR IS
      *                               NOT SUPERVISOR LEVEL.  IT GOES
      *                               TO THE PENDING-APPROVAL FILE
      *                               FOR DOSEAPRV, THE STORED
      *                               READING IS LEFT UNTOUCHED AND
      *                               THE JOB ENDS WITH RETURN CODE 4.
      *-----------------------------------------------------------------
       3060-QUEUE-FOR-APPROVAL.
           SET CM-WS-CORR-PENDING-YES TO TRUE.
           MOVE SPACES TO CM-PENDING-REC.
           MOVE CM-FC-RUN-ID TO CM-PD-RUN-ID.
           MOVE CM-FC-ENTRY-NUM TO CM-PD-ENTRY-NUM.
           MOVE CM-SV-RUN-DATE TO CM-PD-RUN-DATE.
           MOVE CM-SV-DRUG-CODE TO CM-PD-DRUG-CODE.
           MOVE CM-WS-SAVED-VALUE TO CM-WS-SPLIT-VALUE.
           MOVE CM-WS-SPLIT-INT TO CM-PD-OLD-VALUE.
           MOVE CM-WS-SPLIT-DEC TO CM-PD-OLD-VAL-DEC.
           MOVE CM-WS-NEW-VALUE TO CM-WS-SPLIT-VALUE.
           MOVE CM-WS-SPLIT-INT TO CM-PD-NEW-VALUE.
           MOVE CM-WS-SPLIT-DEC TO CM-PD-NEW-VAL-DEC.
           MOVE CM-FC-OPERATOR-ID TO CM-PD-REQ-OPERATOR.
           MOVE CM-WS-OPER-LEVEL TO CM-PD-REQ-LEVEL.
           MOVE CM-WS-CURRENT-DATE TO CM-PD-REQ-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-PD-REQ-TIME.
           MOVE CM-FC-REASON TO CM-PD-REASON.
           WRITE CM-PENDING-REC.
           MOVE CM-FC-ENTRY-NUM TO CM-RD-ENTRY-NUM.
           MOVE CM-WS-NEW-VALUE TO CM-RD-VALUE.
           MOVE 'PENDING ' TO CM-RD-DISPOSITION.
           MOVE CM-SV-DRUG-CODE TO CM-RD-DRUG-CODE.
           MOVE CM-WS-EDIT-UNIT TO CM-RD-UNIT.
           WRITE CM-REPORT-REC FROM CM-RPT-DETAIL-LINE.
           DISPLAY 'DOSEFIX011I CORRECTION CHANGES THE VALUE BY '
               CM-WS-VALUE-CHANGE ' - OVER THE THRESHOLD OF '
               CM-WS-CORR-THRESHOLD ' FOR OPERATOR '
               CM-FC-OPERATOR-ID ' - QUEUED FOR SUPERVISOR APPROVAL'.
       3060-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3065-DERIVE-ADMIN-STAMP   -  REBUILD THE DATE AND TIME THE DOSE
      *                               WAS GIVEN FROM THE CHECKPOINT -
      *                               THE RUN DATE LESS THE DAYS BACK,
      *                               AND THE TIME - IN MINUTES FOR THE
      *                               INTERVAL EDIT.  BLANKS MEAN NO
      *                               STAMP; DAYS BACK 'E' MEANS THE
      *                               STAMP FAILED ARRAY-EXAMPLE'S EDIT.
      *-----------------------------------------------------------------
       3065-DERIVE-ADMIN-STAMP.
           SET CM-WS-STAMP-ABSENT TO TRUE.
           MOVE SPACES TO CM-WS-ADMIN-DATE.
           MOVE SPACES TO CM-WS-ADMIN-TIME.
           IF CM-SV-ADMIN-STAMP-BAD
               SET CM-WS-STAMP-BAD TO TRUE
               GO TO 3065-EXIT
           END-IF.
           IF CM-SV-ADMIN-TIME NOT NUMERIC
               OR CM-SV-ADMIN-DAYS-BACK NOT NUMERIC
               GO TO 3065-EXIT
           END-IF.
           MOVE CM-SV-RUN-DATE TO CM-WS-RUN-DATE-X.
           IF CM-WS-RUN-DATE-X NOT NUMERIC
               GO TO 3065-EXIT
           END-IF.
           COMPUTE CM-WS-ADMIN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CM-WS-RUN-DATE-9) -
               CM-SV-ADMIN-DAYS-BACK-9.
           COMPUTE CM-WS-ADMIN-DATE-9 =
               FUNCTION DATE-OF-INTEGER(CM-WS-ADMIN-DATE-INT).
           MOVE CM-SV-ADMIN-TIME TO CM-WS-ADMIN-TIME.
           COMPUTE CM-WS-ADMIN-MINUTES =
               CM-WS-ADMIN-DATE-INT * 1440
               + CM-SV-ADMIN-HH * 60 + CM-SV-ADMIN-MI.
           SET CM-WS-STAMP-PRESENT TO TRUE.
       3065-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3070-CHECK-DOSE-INTERVAL   -  THE SAME MINIMUM DOSING INTERVAL
      *                                EDIT ARRAY-EXAMPLE APPLIES - A
      *                                DOSE GIVEN SOONER THAN THE
      *                                DRUG'S INTERVAL AFTER THE
      *                                PATIENT'S LAST DOSE ON CMLSTADM
      *                                MAY NOT BE ACCEPTED.  THE
      *                                FILE'S RECORD FOR THIS VERY
      *                                ENTRY IS NOT A PRIOR DOSE.  A
      *                                BLANK PATIENT, DRUG OR STAMP, OR
      *                                A ZERO INTERVAL, SKIPS THE EDIT.
      *-----------------------------------------------------------------
       3070-CHECK-DOSE-INTERVAL.
           SET CM-WS-INTERVAL-SHORT-NO TO TRUE.
           IF CM-SV-PATIENT-ID = SPACES
               OR CM-SV-DRUG-CODE = SPACES
               OR CM-WS-EDIT-INTERVAL = 0
               OR NOT CM-WS-STAMP-PRESENT
               GO TO 3070-EXIT
           END-IF.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           READ CM-LASTADM-FILE
               INVALID KEY
                   GO TO 3070-EXIT
           END-READ.
           IF CM-LA-RUN-ID = CM-SV-RUN-ID
               AND CM-LA-ENTRY-NUM = CM-SV-ENTRY-NUM
               GO TO 3070-EXIT
           END-IF.
           IF CM-LA-ADMIN-DATE NOT NUMERIC
               OR CM-LA-ADMIN-TIME NOT NUMERIC
               GO TO 3070-EXIT
           END-IF.
           PERFORM 3075-COMPUTE-ELAPSED THRU 3075-EXIT.
           COMPUTE CM-WS-INTERVAL-MINUTES = CM-WS-EDIT-INTERVAL * 60.
           IF CM-WS-ELAPSED-MINUTES < CM-WS-INTERVAL-MINUTES
               SET CM-WS-INTERVAL-SHORT-YES TO TRUE
               MOVE CM-LA-ADMIN-DATE TO CM-WS-IR-DATE
               MOVE CM-LA-ADMIN-TIME TO CM-WS-IR-TIME
               MOVE CM-LA-RUN-ID TO CM-WS-IR-RUN-ID
           END-IF.
       3070-EXIT.
           EXIT.

       3075-COMPUTE-ELAPSED.
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
       3075-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3080-POST-LAST-ADMINISTERED   -  THE CORRECTED READING IS NOW
      *                                   ACCEPTED, SO IT BECOMES THE
      *                                   PATIENT'S LAST DOSE OF THE
      *                                   DRUG UNLESS THE ONE ALREADY
      *                                   ON FILE WAS GIVEN LATER.
      *-----------------------------------------------------------------
       3080-POST-LAST-ADMINISTERED.
           IF CM-SV-PATIENT-ID = SPACES
               OR CM-SV-DRUG-CODE = SPACES
               OR NOT CM-WS-STAMP-PRESENT
               GO TO 3080-EXIT
           END-IF.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           READ CM-LASTADM-FILE
               INVALID KEY
                   GO TO 3080-ADD-RECORD
           END-READ.
           IF CM-LA-ADMIN-DATE NUMERIC
               AND CM-LA-ADMIN-TIME NUMERIC
               PERFORM 3075-COMPUTE-ELAPSED THRU 3075-EXIT
               IF CM-WS-ADMIN-MINUTES < CM-WS-PRIOR-MINUTES
                   GO TO 3080-EXIT
               END-IF
           END-IF.
           PERFORM 3085-FILL-LAST-ADMINISTERED THRU 3085-EXIT.
           REWRITE CM-LASTADM-REC
               INVALID KEY
                   DISPLAY 'DOSEFIX017E LAST-ADMINISTERED UPDATE '
                       'FAILED FOR PATIENT ' CM-SV-PATIENT-ID
                       ' DRUG ' CM-SV-DRUG-CODE
           END-REWRITE.
           GO TO 3080-EXIT.

       3080-ADD-RECORD.
           PERFORM 3085-FILL-LAST-ADMINISTERED THRU 3085-EXIT.
           WRITE CM-LASTADM-REC
               INVALID KEY
                   DISPLAY 'DOSEFIX017E LAST-ADMINISTERED UPDATE '
                       'FAILED FOR PATIENT ' CM-SV-PATIENT-ID
                       ' DRUG ' CM-SV-DRUG-CODE
           END-WRITE.

       3080-EXIT.
           EXIT.

       3085-FILL-LAST-ADMINISTERED.
           MOVE SPACES TO CM-LASTADM-REC.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           MOVE CM-WS-ADMIN-DATE TO CM-LA-ADMIN-DATE.
           MOVE CM-WS-ADMIN-TIME TO CM-LA-ADMIN-TIME.
           MOVE CM-SV-RUN-ID TO CM-LA-RUN-ID.
           MOVE CM-SV-ENTRY-NUM TO CM-LA-ENTRY-NUM.
           MOVE CM-SV-RUN-DATE TO CM-LA-RUN-DATE.
           MOVE 'DOSEFIX' TO CM-LA-UPDATED-BY.
           MOVE CM-WS-CURRENT-DATE TO CM-LA-UPDATED-DATE.
       3085-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3100-AUDIT-CORRECTION   -  RECORD WHO CORRECTED THIS ENTRY AND
      *                             WHEN, THE SAME WAY ARRAY-EXAMPLE
           MOVE CM-WS-CURRENT-TIME TO CM-AU-ENTRY-TIME.
           MOVE CM-WS-OPER-LEVEL TO CM-AU-OPER-LEVEL.
           SET CM-AU-CORRECTION TO TRUE.
           MOVE SPACES TO CM-AU-APPROVER-ID.
           WRITE CM-AUDIT-REC.
       3100-EXIT.
           EXIT.
               MOVE CM-MIN-DOSE-VALUE TO CM-WS-EDIT-MIN
               MOVE CM-MAX-DOSE-VALUE TO CM-WS-EDIT-MAX
               MOVE SPACES TO CM-WS-EDIT-UNIT
               MOVE 0 TO CM-WS-EDIT-INTERVAL
               GO TO 3200-EXIT
           END-IF.
           MOVE CM-WS-DRUG-CODE TO CM-DG-DRUG-CODE.
                   CM-DG-MAX-DOSE + CM-DG-MAX-DEC / 100
           END-IF.
           MOVE CM-DG-UNIT TO CM-WS-EDIT-UNIT.
           IF CM-DG-MIN-INTERVAL NUMERIC
               MOVE CM-DG-MIN-INTERVAL TO CM-WS-EDIT-INTERVAL
           ELSE
               MOVE 0 TO CM-WS-EDIT-INTERVAL
           END-IF.
           PERFORM 3210-LOOK-UP-DATED-RANGE THRU 3210-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4000-RECOMPUTE-TOTALS   -  REBUILD TOTAL AND AVERAGE FROM THE
      *                            RUN'S ACCEPTED SAVED ENTRIES, AND
      *                            THE RUN'S PER-DRUG SUBTOTALS.
      *-----------------------------------------------------------------
       4000-RECOMPUTE-TOTALS.
           MOVE ZERO TO CM-WS-TOTAL.
           MOVE ZERO TO CM-WS-ACCEPTED-COUNT.
           MOVE ZERO TO CM-WS-DRUG-SUB-COUNT.
           MOVE CM-FC-RUN-ID TO CM-SV-RUN-ID.
           MOVE 1 TO CM-SV-ENTRY-NUM.
           SET CM-WS-SAVED-EOF-NO TO TRUE.
           END-IF.
           PERFORM 4200-WRITE-TOTAL-LINE THRU 4200-EXIT.
           PERFORM 4300-WRITE-INTERFACE-RECORD THRU 4300-EXIT.
           PERFORM 4400-WRITE-DRUG-RECORDS THRU 4400-EXIT.
       4000-EXIT.
           EXIT.

               ADD 1 TO CM-WS-ACCEPTED-COUNT
               MOVE CM-WS-SAVED-VALUE
                   TO CM-SORT-ELEMENT(CM-WS-ACCEPTED-COUNT)
               PERFORM 4160-ADD-TO-DRUG-SUBTOTAL THRU 4160-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
       4150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4160-ADD-TO-DRUG-SUBTOTAL   -  FOLD ONE ACCEPTED READING INTO
      *                                 ITS DRUG'S SUBTOTAL FOR THE
      *                                 RUN BEING RECOMPUTED, THE SAME
      *                                 WAY ARRAY-EXAMPLE BUILDS THE
      *                                 RUN'S ORIGINAL CMDRGIF GROUP.
      *                                 A BLANK DRUG CODE GETS ITS OWN
      *                                 ROW.
      *-----------------------------------------------------------------
       4160-ADD-TO-DRUG-SUBTOTAL.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 4165-FIND-DRUG-SUBTOTAL THRU 4165-EXIT
               VARYING CM-WS-SUB3 FROM 1 BY 1
               UNTIL CM-WS-SUB3 > CM-WS-DRUG-SUB-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-NO
               IF CM-WS-DRUG-SUB-COUNT = CM-WS-MAX-DRUG-SUBS
                   DISPLAY 'DOSEFIX018E MORE THAN '
                       CM-WS-MAX-DRUG-SUBS ' DISTINCT DRUG CODES '
                       'IN RUN ' CM-FC-RUN-ID
                       ' - PER-DRUG SUBTOTALS INCOMPLETE'
                   GO TO 4160-EXIT
               END-IF
               ADD 1 TO CM-WS-DRUG-SUB-COUNT
               MOVE CM-WS-DRUG-SUB-COUNT TO CM-WS-SUB3
               MOVE CM-SV-DRUG-CODE TO CM-DB-DRUG-CODE(CM-WS-SUB3)
               PERFORM 4170-LOOK-UP-DRUG-UNIT THRU 4170-EXIT
               MOVE 0 TO CM-DB-ACCEPTED-CNT(CM-WS-SUB3)
               MOVE 0 TO CM-DB-TOTAL(CM-WS-SUB3)
               MOVE CM-WS-SAVED-VALUE TO CM-DB-MINIMUM(CM-WS-SUB3)
               MOVE CM-WS-SAVED-VALUE TO CM-DB-MAXIMUM(CM-WS-SUB3)
           END-IF.
           ADD 1 TO CM-DB-ACCEPTED-CNT(CM-WS-SUB3).
           ADD CM-WS-SAVED-VALUE TO CM-DB-TOTAL(CM-WS-SUB3).
           IF CM-WS-SAVED-VALUE < CM-DB-MINIMUM(CM-WS-SUB3)
               MOVE CM-WS-SAVED-VALUE TO CM-DB-MINIMUM(CM-WS-SUB3)
           END-IF.
           IF CM-WS-SAVED-VALUE > CM-DB-MAXIMUM(CM-WS-SUB3)
               MOVE CM-WS-SAVED-VALUE TO CM-DB-MAXIMUM(CM-WS-SUB3)
           END-IF.
       4160-EXIT.
           EXIT.

       4165-FIND-DRUG-SUBTOTAL.
           IF CM-DB-DRUG-CODE(CM-WS-SUB3) = CM-SV-DRUG-CODE
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-SUB3
           END-IF.
       4165-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4170-LOOK-UP-DRUG-UNIT   -  THE DOSE UNIT FOR A NEW SUBTOTAL
      *                              ROW COMES FROM THE MEDICATION
      *                              MASTER.  A BLANK OR UNKNOWN DRUG
      *                              CODE CARRIES A BLANK UNIT.
      *-----------------------------------------------------------------
       4170-LOOK-UP-DRUG-UNIT.
           MOVE SPACES TO CM-DB-UNIT(CM-WS-SUB3).
           IF CM-SV-DRUG-CODE = SPACES
               GO TO 4170-EXIT
           END-IF.
           MOVE CM-SV-DRUG-CODE TO CM-DG-DRUG-CODE.
           READ CM-DRUG-FILE
               INVALID KEY
                   GO TO 4170-EXIT
           END-READ.
           MOVE CM-DG-UNIT TO CM-DB-UNIT(CM-WS-SUB3).
       4170-EXIT.
           EXIT.

       4200-WRITE-TOTAL-LINE.
           WRITE CM-REPORT-REC FROM CM-RPT-BLANK-LINE.
           MOVE CM-WS-TOTAL TO CM-RS1-TOTAL.
           MOVE CM-WS-MAXIMUM TO CM-O2-MAXIMUM.
           MOVE CM-WS-MEDIAN TO CM-O2-MEDIAN.
           MOVE CM-WS-STD-DEV TO CM-O2-STD-DEV.
           MOVE 'DOSEFIX' TO CM-O2-WRITTEN-BY.
           MOVE CM-WS-CURRENT-DATE TO CM-O2-WRITTEN-DATE.
           WRITE CM-OUTIF2-REC.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4400-WRITE-DRUG-RECORDS   -  A FRESH CMDRGIF GROUP FOR THE
      *                               RECOMPUTED RUN, ONE RECORD PER
      *                               DISTINCT DRUG CODE, WITH THE
      *                               FIRST RECORD FLAGGED SO DOSEFOLD
      *                               SUPERSEDES THE RUN'S EARLIER
      *                               GROUP.
      *-----------------------------------------------------------------
       4400-WRITE-DRUG-RECORDS.
           PERFORM 4410-WRITE-ONE-DRUG THRU 4410-EXIT
               VARYING CM-WS-SUB3 FROM 1 BY 1
               UNTIL CM-WS-SUB3 > CM-WS-DRUG-SUB-COUNT.
       4400-EXIT.
           EXIT.

       4410-WRITE-ONE-DRUG.
           DIVIDE CM-DB-TOTAL(CM-WS-SUB3)
               BY CM-DB-ACCEPTED-CNT(CM-WS-SUB3)
               GIVING CM-WS-DRUG-AVERAGE ROUNDED.
           MOVE SPACES TO CM-DRGIF-REC.
           MOVE CM-FC-RUN-ID TO CM-DS-RUN-ID.
           MOVE CM-WS-RUN-DATE TO CM-DS-RUN-DATE.
           MOVE CM-DB-DRUG-CODE(CM-WS-SUB3) TO CM-DS-DRUG-CODE.
           MOVE CM-DB-UNIT(CM-WS-SUB3) TO CM-DS-UNIT.
           MOVE CM-DB-ACCEPTED-CNT(CM-WS-SUB3) TO CM-DS-ACCEPTED-CNT.
           MOVE CM-DB-TOTAL(CM-WS-SUB3) TO CM-DS-TOTAL.
           MOVE CM-WS-DRUG-AVERAGE TO CM-DS-AVERAGE.
           MOVE CM-DB-MINIMUM(CM-WS-SUB3) TO CM-DS-MINIMUM.
           MOVE CM-DB-MAXIMUM(CM-WS-SUB3) TO CM-DS-MAXIMUM.
           MOVE 'DOSEFIX' TO CM-DS-WRITTEN-BY.
           IF CM-WS-SUB3 = 1
               SET CM-DS-GROUP-FIRST TO TRUE
           END-IF.
           WRITE CM-DRGIF-REC.
       4410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE
      *-----------------------------------------------------------------
           IF CM-WS-CORR-REFUSED-YES
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CM-WS-CORR-PENDING-YES
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CM-FIXCRD-FILE.
           CLOSE CM-SAVED-FILE.
           CLOSE CM-REPORT-FILE.
           CLOSE CM-OUTIF-FILE.
           CLOSE CM-OUTIF2-FILE.
           CLOSE CM-DRGIF-FILE.
           CLOSE CM-AUDIT-FILE.
           CLOSE CM-PEND-FILE.
           CLOSE CM-DRUG-FILE.
           CLOSE CM-DRGRNG-FILE.
           CLOSE CM-OPER-FILE.
           CLOSE CM-PERIOD-FILE.
           CLOSE CM-LASTADM-FILE.
       9000-EXIT.
           EXIT.
