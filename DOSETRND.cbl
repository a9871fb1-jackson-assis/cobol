      *                  TRAILING AVERAGE OF THE RUNS BEFORE IT.
      *                  REPLACES THE SPREADSHEET THE FLOOR SUPERVISOR
      *                  HAS BEEN REKEYING FROM EACH DAY'S RPTOUT.
      *  2026-10-15  RH  READS THE RUN RECORDS ON THE INDEXED
      *                  RUN-RESULTS MASTER (CMRUNMST) KEPT BY THE
      *                  NIGHTLY DOSEFOLD JOB INSTEAD OF THE WHOLE
      *                  OUTIF DATASET.  THE MASTER HOLDS ONE CURRENT
      *                  SET OF FIGURES PER RUN, SO THE LAST-RECORD-
      *                  WINS HANDLING IS GONE, AND ITS FIGURES ARE
      *                  THE FULL-PRECISION ONES - THE MINIMUM AND
      *                  MAXIMUM NOW PRINT TO TWO DECIMAL PLACES.
      *                  THE COLUMN HEADING LINE IS CUT BACK TO THE
      *                  133-BYTE PRINT LINE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CM-TRNCARD-FILE ASSIGN TO TRNDCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-RUNMST-FILE ASSIGN TO RUNMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RM-KEY
               FILE STATUS IS CM-WS-RUNMST-FILE-STATUS.

           SELECT CM-REPORT-FILE ASSIGN TO TRNDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMTRNCRD.

       FD  CM-RUNMST-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNMST.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  CM-WS-RUNMST-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-RUNMST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  CM-WS-RUNMST-EOF-YES    VALUE 'Y'.
               88  CM-WS-RUNMST-EOF-NO     VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.
           05  CM-SW-RUN-DATE          PIC X(08).
           05  CM-SW-DATE-INT          PIC 9(07).
           05  CM-SW-AVERAGE           PIC 9(06)V9(02).
           05  CM-SW-MINIMUM           PIC 9(05)V9(02).
           05  CM-SW-MAXIMUM           PIC 9(05)V9(02).
           05  CM-SW-STD-DEV           PIC 9(06)V9(02).

       01  CM-TREND-TABLE.
               10  CM-TT-RUN-DATE      PIC X(08).
               10  CM-TT-DATE-INT      PIC 9(07).
               10  CM-TT-AVERAGE       PIC 9(06)V9(02).
               10  CM-TT-MINIMUM       PIC 9(05)V9(02).
               10  CM-TT-MAXIMUM       PIC 9(05)V9(02).
               10  CM-TT-STD-DEV       PIC 9(06)V9(02).

       01  CM-TRND-HEADING-LINE-1.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE  '.
           05  FILLER                  PIC X(10) VALUE 'RUN ID    '.
           05  FILLER                  PIC X(11) VALUE '   AVERAGE '.
           05  FILLER                  PIC X(09) VALUE '  MINIMUM'.
           05  FILLER                  PIC X(09) VALUE '  MAXIMUM'.
           05  FILLER                  PIC X(11) VALUE '   STD DEV '.
           05  FILLER                  PIC X(11) VALUE ' WK/WK MOVE'.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  CM-TRND-DETAIL-LINE.
           05  CM-TD-RUN-DATE          PIC X(08).
           05  CM-TD-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-TD-AVERAGE           PIC ZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-TD-MINIMUM           PIC ZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-TD-MAXIMUM           PIC ZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CM-TD-STD-DEV           PIC ZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
                                       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-TD-DRIFT-FLAG        PIC X(07).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  CM-TRND-TOTAL-LINE.
           05  FILLER                  PIC X(20)
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-RUN-MASTER THRU 2000-EXIT.
           PERFORM 3000-SORT-BY-RUN-DATE THRU 3000-EXIT.
           PERFORM 4000-PRINT-TREND THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE   -  READ THE PARAMETER CARD, OPEN THE
      *                       RUN MASTER AND THE REPORT FILE, AND
      *                       WRITE THE REPORT HEADINGS.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
                   ' IS AFTER TO DATE ' CM-TC-TO-DATE
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-RUNMST-FILE.
           IF CM-WS-RUNMST-FILE-STATUS NOT = '00'
               AND CM-WS-RUNMST-FILE-STATUS NOT = '05'
               DISPLAY 'DOSETRND006E CM-RUNMST-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-RUNMST-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN OUTPUT CM-REPORT-FILE.
           MOVE CM-TC-FROM-DATE TO CM-TH1-FROM-DATE.
           MOVE CM-TC-TO-DATE TO CM-TH1-TO-DATE.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-LOAD-RUN-MASTER   -  SWEEP THE RUN-RESULTS MASTER AND
      *                            STORE EVERY RUN RECORD WHOSE RUN
      *                            DATE IS INSIDE THE REQUESTED RANGE
      *                            IN THE TREND TABLE.  THE MASTER
      *                            HOLDS ONE RUN RECORD PER RUN,
      *                            ALREADY CARRYING ANY DOSEFIX
      *                            CORRECTIONS.
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
           IF CM-RM-RUN-DATE < CM-TC-FROM-DATE
               OR CM-RM-RUN-DATE > CM-TC-TO-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-RM-RUN-DATE TO CM-WS-DATE-X.
           IF CM-WS-DATE-9 NOT NUMERIC
               DISPLAY 'DOSETRND005E RUN ' CM-RM-RUN-ID
                   ' HAS AN UNREADABLE RUN DATE - RECORD SKIPPED'
               GO TO 2100-EXIT
           END-IF.
           IF CM-WS-RUN-COUNT = CM-WS-MAX-RUNS
               DISPLAY 'DOSETRND003E MORE THAN ' CM-WS-MAX-RUNS
                   ' RUNS IN RANGE - NARROW THE DATE RANGE'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-RUN-COUNT.
           MOVE CM-WS-RUN-COUNT TO CM-WS-SUB.
           PERFORM 2200-STORE-RUN-IN-TABLE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-STORE-RUN-IN-TABLE.
           MOVE CM-RM-RUN-ID TO CM-TT-RUN-ID(CM-WS-SUB).
           MOVE CM-RM-RUN-DATE TO CM-TT-RUN-DATE(CM-WS-SUB).
           COMPUTE CM-TT-DATE-INT(CM-WS-SUB) =
               FUNCTION INTEGER-OF-DATE(CM-WS-DATE-9).
           MOVE CM-RM-AVERAGE TO CM-TT-AVERAGE(CM-WS-SUB).
           MOVE CM-RM-MINIMUM TO CM-TT-MINIMUM(CM-WS-SUB).
           MOVE CM-RM-MAXIMUM TO CM-TT-MAXIMUM(CM-WS-SUB).
           MOVE CM-RM-STD-DEV TO CM-TT-STD-DEV(CM-WS-SUB).
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-SORT-BY-RUN-DATE   -  BUBBLE SORT OF THE TREND TABLE
      *                             INTO ASCENDING RUN DATE ORDER.
      *                             RUNS SHARING A DATE KEEP RUN ID
      *                             ORDER FROM THE MASTER.
      *-----------------------------------------------------------------
       3000-SORT-BY-RUN-DATE.
           IF CM-WS-RUN-COUNT < 2
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-TRNCARD-FILE.
           CLOSE CM-RUNMST-FILE.
           CLOSE CM-REPORT-FILE.
           DISPLAY 'DOSETRND004I TREND REPORT COMPLETE - '
               CM-WS-RUN-COUNT ' RUNS REPORTED'.
