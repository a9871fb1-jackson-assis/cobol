      *                  RETENTION PERIOD.  THE SAVEDDS RE-ADD
      *                  FOLDS EACH CHECKPOINT'S DECIMAL FIELD
      *                  BACK ONTO ITS WHOLE-UNIT VALUE.
      *  2026-10-15  RH  THE INTERFACE FIGURES NOW COME FROM THE RUN
      *                  RECORDS ON THE INDEXED RUN-RESULTS MASTER
      *                  (CMRUNMST) THAT THE NIGHTLY DOSEFOLD JOB
      *                  KEEPS, IN PLACE OF READING OUTIF2 AND OUTIF
      *                  AND KEEPING THE LAST RECORD PER RUN HERE.
      *                  THE MASTER ALREADY HOLDS ONE CURRENT SET OF
      *                  FIGURES PER RUN, AND CARRIES THE SAME OUTIF
      *                  FALLBACK FOR RUNS FROM BEFORE OUTIF2.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CM-BALCARD-FILE ASSIGN TO BALCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-RUNMST-FILE ASSIGN TO RUNMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RM-KEY
               FILE STATUS IS CM-WS-RUNMST-FILE-STATUS.

           SELECT CM-SAVED-FILE ASSIGN TO SAVEDDS
               ORGANIZATION IS INDEXED
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMBALCRD.

       FD  CM-RUNMST-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNMST.

       FD  CM-SAVED-FILE
           RECORD CONTAINS 60 CHARACTERS.

       WORKING-STORAGE SECTION.
       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-RUNMST-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-RUNMST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  CM-WS-RUNMST-EOF-YES    VALUE 'Y'.
               88  CM-WS-RUNMST-EOF-NO     VALUE 'N'.
           05  CM-WS-SAVED-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-SAVED-EOF-YES     VALUE 'Y'.
               88  CM-WS-SAVED-EOF-NO      VALUE 'N'.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-RUN-MASTER THRU 2000-EXIT.
           PERFORM 3000-SWEEP-SAVED-FILE THRU 3000-EXIT.
           PERFORM 5000-REPORT-UNMATCHED-RUNS THRU 5000-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           COMPUTE CM-WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(CM-WS-CURRENT-DATE-9)
               - CM-BA-RETENTION-DAYS.
           OPEN INPUT CM-RUNMST-FILE.
           IF CM-WS-RUNMST-FILE-STATUS NOT = '00'
               AND CM-WS-RUNMST-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEBAL007E CM-RUNMST-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-RUNMST-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-SAVED-FILE.
           IF CM-WS-SAVED-FILE-STATUS NOT = '00'
               AND CM-WS-SAVED-FILE-STATUS NOT = '05'
           EXIT.

      *-----------------------------------------------------------------
      *  2000-LOAD-RUN-MASTER   -  LOAD THE CURRENT FIGURES FOR EVERY
      *                            RUN INSIDE RETENTION FROM THE RUN
      *                            RECORDS ON THE RUN-RESULTS MASTER.
      *                            THE MASTER HOLDS ONE RUN RECORD
      *                            PER RUN - THE FIGURES AS LAST
      *                            CORRECTED - SO EACH RUN LOADS
      *                            ONCE.  THE CONTROL AND DRUG
      *                            RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       2000-LOAD-RUN-MASTER.
           MOVE LOW-VALUES TO CM-RM-KEY.
           SET CM-WS-RUNMST-EOF-NO TO TRUE.
           START CM-RUNMST-FILE KEY IS NOT LESS THAN CM-RM-KEY
               INVALID KEY
                   SET CM-WS-RUNMST-EOF-YES TO TRUE
           END-START.
           PERFORM 2100-READ-NEXT-RUN THRU 2100-EXIT
               UNTIL CM-WS-RUNMST-EOF-YES.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-RUN.
           READ CM-RUNMST-FILE NEXT RECORD
               AT END
                   SET CM-WS-RUNMST-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF NOT CM-RM-RUN-REC
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-RM-RUN-DATE TO CM-WS-RUN-DATE-X.
           IF CM-WS-RUN-DATE-9 NUMERIC
               COMPUTE CM-WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(CM-WS-RUN-DATE-9)
               IF CM-WS-RUN-DATE-INT < CM-WS-CUTOFF-INT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF CM-WS-RUN-COUNT = CM-WS-MAX-RUNS
               DISPLAY 'DOSEBAL002E MORE THAN ' CM-WS-MAX-RUNS
                   ' RUN IDS ON RUNMST - TABLE FULL'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-RUN-COUNT.
           MOVE CM-WS-RUN-COUNT TO CM-WS-SUB.
           MOVE CM-RM-RUN-ID TO CM-BT-RUN-ID(CM-WS-SUB).
           MOVE CM-RM-TOTAL TO CM-BT-TOTAL(CM-WS-SUB).
           MOVE CM-RM-ACCEPTED-CNT TO CM-BT-ACCEPTED-CNT(CM-WS-SUB).
           MOVE CM-RM-CONTROL-CNT TO CM-BT-CONTROL-CNT(CM-WS-SUB).
           MOVE 'N' TO CM-BT-MATCHED-FLAG(CM-WS-SUB).
           MOVE CM-RM-SOURCE TO CM-BT-SOURCE(CM-WS-SUB).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-BALCARD-FILE.
           CLOSE CM-RUNMST-FILE.
           CLOSE CM-SAVED-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-UNBALANCED-COUNT > 0
