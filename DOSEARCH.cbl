      *                  SAVEDDS BY RUN ID SO COMPLIANCE CAN REOPEN A
      *                  MONTHS-OLD RUN AND DOSEFIX CAN LIST AND
      *                  CORRECT IT AGAIN.
      *  2026-10-15  RH  A RESTORE NO LONGER RELOADS AN ENTRY WHOSE RUN
      *                  DATE IS CLOSED ON THE PERIOD CONTROL FILE
      *                  (CMPERIOD) - THE DATE HAS BEEN BALANCED AND
      *                  BILLED.  SUCH ENTRIES ARE COUNTED AS REFUSED
      *                  AND THE JOB ENDS RC 8.  A SUPERVISOR MUST
      *                  REOPEN THE DATE THROUGH DOSECLOS FIRST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-SV-KEY
               FILE STATUS IS CM-WS-SAVED-FILE-STATUS.

           SELECT OPTIONAL CM-PERIOD-FILE ASSIGN TO PERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PE-RUN-DATE
               FILE STATUS IS CM-WS-PERIOD-FILE-STATUS.

           SELECT CM-ARCHOUT-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 60 CHARACTERS.
           COPY CMSAVED.

       FD  CM-PERIOD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMPERIOD.

       FD  CM-ARCHOUT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CM-ARCHOUT-REC              PIC X(60).

       WORKING-STORAGE SECTION.
       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-PERIOD-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-SAVED-EOF-SWITCH  PIC X(01) VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.
           05  CM-WS-PERIOD-SWITCH     PIC X(01) VALUE 'N'.
               88  CM-WS-PERIOD-CLOSED-YES VALUE 'Y'.
               88  CM-WS-PERIOD-CLOSED-NO  VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-ARCHIVED-RUNS     PIC 9(05) VALUE 0.
           05  CM-WS-RESTORED-ENTRIES  PIC 9(05) VALUE 0.
           05  CM-WS-DUPLICATE-ENTRIES PIC 9(05) VALUE 0.
           05  CM-WS-CLOSED-ENTRIES    PIC 9(05) VALUE 0.

       01  CM-WS-MAX-DATES             PIC 9(05) VALUE 200.

           05  FILLER                  PIC X(20)
                   VALUE ' DUPLICATES SKIPPED:'.
           05  CM-AS-DUPLICATES        PIC ZZZZ9.
           05  FILLER                  PIC X(20)
                   VALUE ' RUN DATE CLOSED   :'.
           05  CM-AS-CLOSED            PIC ZZZZ9.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  CM-ARC-BLANK-LINE           PIC X(133) VALUE SPACES.

                   'STATUS ' CM-WS-SAVED-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-PERIOD-FILE.
           IF CM-WS-PERIOD-FILE-STATUS NOT = '00'
               AND CM-WS-PERIOD-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEARCH011E CM-PERIOD-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-PERIOD-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN OUTPUT CM-REPORT-FILE.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           WRITE CM-REPORT-REC FROM CM-ARC-HEADING-LINE.
      *                            INTO SAVEDDS BY RUN ID.  ENTRIES
      *                            ALREADY BACK ON SAVEDDS ARE
      *                            COUNTED AS DUPLICATES AND LEFT
      *                            ALONE.  ENTRIES WHOSE RUN DATE IS
      *                            CLOSED ARE REFUSED.
      *-----------------------------------------------------------------
       3000-RESTORE-ONE-RUN.
           OPEN INPUT CM-ARCHIN-FILE.
           CLOSE CM-ARCHIN-FILE.
           MOVE CM-WS-RESTORED-ENTRIES TO CM-AS-RESTORED.
           MOVE CM-WS-DUPLICATE-ENTRIES TO CM-AS-DUPLICATES.
           MOVE CM-WS-CLOSED-ENTRIES TO CM-AS-CLOSED.
           WRITE CM-REPORT-REC FROM CM-ARC-RESTORE-LINE.
       3000-EXIT.
           EXIT.
               GO TO 3100-EXIT
           END-IF.
           MOVE CM-ARCHIN-REC TO CM-SAVED-REC.
           PERFORM 3200-CHECK-PERIOD-LOCK THRU 3200-EXIT.
           IF CM-WS-PERIOD-CLOSED-YES
               ADD 1 TO CM-WS-CLOSED-ENTRIES
               GO TO 3100-EXIT
           END-IF.
           WRITE CM-SAVED-REC
               INVALID KEY
                   ADD 1 TO CM-WS-DUPLICATE-ENTRIES
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3200-CHECK-PERIOD-LOCK   -  A RUN DATE CLOSED BY DOSECLOS
      *                              HAS BEEN BALANCED AND BILLED AND
      *                              TAKES NO RESTORED ENTRIES UNTIL A
      *                              SUPERVISOR REOPENS IT.  A DATE
      *                              WITH NO PERIOD RECORD IS OPEN.
      *-----------------------------------------------------------------
       3200-CHECK-PERIOD-LOCK.
           SET CM-WS-PERIOD-CLOSED-NO TO TRUE.
           MOVE CM-SV-RUN-DATE TO CM-PE-RUN-DATE.
           READ CM-PERIOD-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ.
           IF CM-PE-CLOSED
               SET CM-WS-PERIOD-CLOSED-YES TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-ARCCARD-FILE.
           CLOSE CM-SAVED-FILE.
           CLOSE CM-PERIOD-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-CLOSED-ENTRIES > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'DOSEARCH012E ' CM-WS-CLOSED-ENTRIES
                   ' ENTRIES FOR RUN ' CM-AR-RUN-ID
                   ' NOT RESTORED - RUN DATE IS CLOSED'
               GO TO 9000-EXIT
           END-IF.
           IF CM-AR-RESTORE
               AND CM-WS-RESTORED-ENTRIES = 0
               AND CM-WS-DUPLICATE-ENTRIES = 0
