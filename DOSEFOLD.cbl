       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSEFOLD.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  NIGHTLY FOLD OF THE OUTIF2,
      *                  OUTIF AND DRGIF INTERFACE FILES INTO THE
      *                  INDEXED RUN-RESULTS MASTER (CMRUNMST).  THE
      *                  INTERFACE FILES ARE MOD DATASETS THAT
      *                  ARRAY-EXAMPLE, DOSEFIX, DOSESUSP AND DOSEAPRV
      *                  ALL APPEND TO, SO A CORRECTED RUN HAS SEVERAL
      *                  RECORDS AND EVERY READER HAD TO KEEP THE LAST
      *                  ONE PER RUN ID ITSELF.  THE MASTER HOLDS ONE
      *                  CURRENT SET OF RUN-LEVEL AND PER-DRUG FIGURES
      *                  PER RUN, WITH A VERSION NUMBER AND THE DATE
      *                  AND PROGRAM OF THE LAST CHANGE.  ONLY THE
      *                  RECORDS APPENDED SINCE THE PREVIOUS NIGHT ARE
      *                  READ - THE MASTER'S CONTROL RECORD KEEPS HOW
      *                  MANY OF EACH FILE ARE ALREADY FOLDED IN.
      *                  EVERY RUN THAT IS NEW OR WHOSE FIGURES
      *                  CHANGED GOES TO THE DELTA FILE (CMRUNDLT)
      *                  WITH ITS PRIOR AND CURRENT FIGURES FOR THE
      *                  DOWNSTREAM SYSTEMS.
      *  2026-10-15  RH  DOSEFIX, DOSESUSP AND DOSEAPRV NOW APPEND A
      *                  DRGIF GROUP FOR EVERY RUN THEY RECOMPUTE. A
      *                  GROUP NOW STARTS AT A RECORD FLAGGED
      *                  FIRST-OF-GROUP AS WELL AS AT A CHANGE OF RUN
      *                  ID, SO TWO GROUPS FOR ONE RUN BACK TO BACK NO
      *                  LONGER RUN TOGETHER, AND A DRUG-ONLY CHANGE IS
      *                  STAMPED WITH THE PROGRAM THAT WROTE THE GROUP.
      *  2026-10-15  RH  A RUN MAY NOW CARRY UP TO 500 DRUGS ON THE
      *                  MASTER, THE SAME LIMIT AS THE PROGRAMS THAT
      *                  WRITE DRGIF. EVERY RUN'S DRUG RECORDS ARE
      *                  LOADED ONCE BEFORE THE APPLY STARTS, SO
      *                  DOSEFOLD005E NOW ENDS THE JOB BEFORE ANYTHING
      *                  IS WRITTEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-OUTIF2-FILE ASSIGN TO OUTIF2
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-OUTIF-FILE ASSIGN TO OUTIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-DRGIF-FILE ASSIGN TO DRGIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CM-RUNMST-FILE ASSIGN TO RUNMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RM-KEY
               FILE STATUS IS CM-WS-RUNMST-FILE-STATUS.

           SELECT CM-RUNDLT-FILE ASSIGN TO RUNDLT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO FOLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-OUTIF2-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMOUTIF2.

       FD  CM-OUTIF-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY CMOUTIF.

       FD  CM-DRGIF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRGIF.

       FD  CM-RUNMST-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNMST.

       FD  CM-RUNDLT-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY CMRUNDLT.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  CM-WS-RUNMST-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  CM-WS-CURRENT-DATE          PIC X(08) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-INPUT-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-INPUT-EOF-YES     VALUE 'Y'.
               88  CM-WS-INPUT-EOF-NO      VALUE 'N'.
           05  CM-WS-MST-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  CM-WS-MST-EOF-YES       VALUE 'Y'.
               88  CM-WS-MST-EOF-NO        VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.
           05  CM-WS-CONTROL-SWITCH    PIC X(01) VALUE 'N'.
               88  CM-WS-CONTROL-FOUND     VALUE 'Y'.
               88  CM-WS-CONTROL-NEW       VALUE 'N'.
           05  CM-WS-PRIOR-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-PRIOR-FOUND       VALUE 'Y'.
               88  CM-WS-PRIOR-NONE        VALUE 'N'.
           05  CM-WS-CHANGED-SWITCH    PIC X(01) VALUE 'N'.
               88  CM-WS-RUN-CHANGED       VALUE 'Y'.
               88  CM-WS-RUN-SAME          VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-FSUB              PIC 9(05) VALUE 0.
           05  CM-WS-DSUB              PIC 9(05) VALUE 0.
           05  CM-WS-PSUB              PIC 9(05) VALUE 0.
           05  CM-WS-RUN-COUNT         PIC 9(05) VALUE 0.
           05  CM-WS-DRUG-ROW-COUNT    PIC 9(05) VALUE 0.
           05  CM-WS-PRIOR-COUNT       PIC 9(05) VALUE 0.
           05  CM-WS-RUN-DRUG-CHANGES  PIC 9(05) VALUE 0.
           05  CM-WS-NEW-RUNS          PIC 9(05) VALUE 0.
           05  CM-WS-CHANGED-RUNS      PIC 9(05) VALUE 0.
           05  CM-WS-UNCHANGED-RUNS    PIC 9(05) VALUE 0.
           05  CM-WS-DRUG-CHANGES      PIC 9(07) VALUE 0.
           05  CM-WS-DELTA-COUNT       PIC 9(07) VALUE 0.
           05  CM-WS-OUTIF2-READ       PIC 9(09) VALUE 0.
           05  CM-WS-OUTIF-READ        PIC 9(09) VALUE 0.
           05  CM-WS-DRGIF-READ        PIC 9(09) VALUE 0.
           05  CM-WS-OUTIF2-DONE       PIC 9(09) VALUE 0.
           05  CM-WS-OUTIF-DONE        PIC 9(09) VALUE 0.
           05  CM-WS-DRGIF-DONE        PIC 9(09) VALUE 0.

       01  CM-WS-MAX-RUNS              PIC 9(05) VALUE 2000.
       01  CM-WS-MAX-DRUG-ROWS         PIC 9(05) VALUE 5000.
       01  CM-WS-MAX-PRIOR             PIC 9(05) VALUE 500.

       01  CM-WS-LAST-DRGIF-RUN        PIC X(08) VALUE SPACES.
       01  CM-WS-NEW-VERSION           PIC 9(05) VALUE 0.

      *    THE MASTER'S RUN RECORD AS IT STOOD BEFORE TONIGHT.  THE
      *    FIGURES GROUP IS LAID OUT LIKE CM-FT-FIGS SO THE TWO CAN
      *    BE COMPARED IN ONE TEST.
       01  CM-WS-OLD-RUN.
           05  CM-WO-RUN-DATE          PIC X(08).
           05  CM-WO-VERSION           PIC 9(05).
           05  CM-WO-SOURCE            PIC X(01).
           05  CM-WO-FIGS.
               10  CM-WO-CONTROL-CNT   PIC 9(05).
               10  CM-WO-ACCEPTED-CNT  PIC 9(05).
               10  CM-WO-TOTAL         PIC 9(10)V9(02).
               10  CM-WO-AVERAGE       PIC 9(06)V9(02).
               10  CM-WO-MINIMUM       PIC 9(05)V9(02).
               10  CM-WO-MAXIMUM       PIC 9(05)V9(02).
               10  CM-WO-MEDIAN        PIC 9(06)V9(02).
               10  CM-WO-STD-DEV       PIC 9(06)V9(02).

      *    ONE ROW PER RUN TOUCHED BY TONIGHT'S INTERFACE RECORDS,
      *    HOLDING THE LAST FIGURES APPENDED FOR IT.
       01  CM-FOLD-TABLE.
           05  CM-FOLD-ENTRY OCCURS 2000 TIMES.
               10  CM-FT-RUN-ID        PIC X(08).
               10  CM-FT-RUN-DATE      PIC X(08).
               10  CM-FT-RUN-FIGS-FLAG PIC X(01).
                   88  CM-FT-HAS-RUN-FIGS  VALUE 'Y'.
               10  CM-FT-DRUGS-FLAG    PIC X(01).
                   88  CM-FT-HAS-DRUGS     VALUE 'Y'.
               10  CM-FT-SOURCE        PIC X(01).
               10  CM-FT-CHANGE-PGM    PIC X(08).
               10  CM-FT-CHANGE-DATE   PIC X(08).
               10  CM-FT-FIGS.
                   15  CM-FT-CONTROL-CNT
                                       PIC 9(05).
                   15  CM-FT-ACCEPTED-CNT
                                       PIC 9(05).
                   15  CM-FT-TOTAL     PIC 9(10)V9(02).
                   15  CM-FT-AVERAGE   PIC 9(06)V9(02).
                   15  CM-FT-MINIMUM   PIC 9(05)V9(02).
                   15  CM-FT-MAXIMUM   PIC 9(05)V9(02).
                   15  CM-FT-MEDIAN    PIC 9(06)V9(02).
                   15  CM-FT-STD-DEV   PIC 9(06)V9(02).

      *    ONE ROW PER DRGIF RECORD FOLDED TONIGHT.  A LATER GROUP
      *    OF DRGIF RECORDS FOR THE SAME RUN SUPERSEDES THE EARLIER
      *    GROUP'S ROWS.
       01  CM-DRUG-ROW-TABLE.
           05  CM-DRUG-ROW OCCURS 5000 TIMES.
               10  CM-DR-FOLD-SUB      PIC 9(05).
               10  CM-DR-ACTIVE-FLAG   PIC X(01).
                   88  CM-DR-ACTIVE        VALUE 'Y'.
               10  CM-DR-CHANGE-TYPE   PIC X(01).
                   88  CM-DR-NEW           VALUE 'N'.
                   88  CM-DR-CHANGED       VALUE 'C'.
                   88  CM-DR-SAME          VALUE ' '.
               10  CM-DR-PRIOR-SUB     PIC 9(05).
               10  CM-DR-DRUG-CODE     PIC X(08).
               10  CM-DR-FIGS.
                   15  CM-DR-UNIT      PIC X(08).
                   15  CM-DR-ACCEPTED-CNT
                                       PIC 9(05).
                   15  CM-DR-TOTAL     PIC 9(10)V9(02).
                   15  CM-DR-AVERAGE   PIC 9(06)V9(02).
                   15  CM-DR-MINIMUM   PIC 9(05)V9(02).
                   15  CM-DR-MAXIMUM   PIC 9(05)V9(02).

      *    THE MASTER'S DRUG RECORDS FOR THE RUN BEING APPLIED.
       01  CM-PRIOR-DRUG-TABLE.
           05  CM-PRIOR-DRUG OCCURS 500 TIMES.
               10  CM-PR-DRUG-CODE     PIC X(08).
               10  CM-PR-MATCHED-FLAG  PIC X(01).
                   88  CM-PR-MATCHED       VALUE 'Y'.
               10  CM-PR-VERSION       PIC 9(05).
               10  CM-PR-FIGS.
                   15  CM-PR-UNIT      PIC X(08).
                   15  CM-PR-ACCEPTED-CNT
                                       PIC 9(05).
                   15  CM-PR-TOTAL     PIC 9(10)V9(02).
                   15  CM-PR-AVERAGE   PIC 9(06)V9(02).
                   15  CM-PR-MINIMUM   PIC 9(05)V9(02).
                   15  CM-PR-MAXIMUM   PIC 9(05)V9(02).

       01  CM-FLD-HEADING-LINE.
           05  FILLER                  PIC X(32)
                   VALUE 'RUN-RESULTS MASTER NIGHTLY FOLD'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  CM-FH-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  CM-FLD-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN ID    '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE  '.
           05  FILLER                  PIC X(10) VALUE 'ACTION    '.
           05  FILLER                  PIC X(07) VALUE 'VERS   '.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM   '.
           05  FILLER                  PIC X(15)
                   VALUE '  PRIOR TOTAL  '.
           05  FILLER                  PIC X(15)
                   VALUE 'CURRENT TOTAL  '.
           05  FILLER                  PIC X(07) VALUE 'PR ACC '.
           05  FILLER                  PIC X(07) VALUE 'CU ACC '.
           05  FILLER                  PIC X(05) VALUE 'DRUGS'.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  CM-FLD-DETAIL-LINE.
           05  CM-FD-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-ACTION            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-VERSION           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-PRIOR-TOTAL       PIC ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-CURRENT-TOTAL     PIC ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-PRIOR-ACC         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-CURRENT-ACC       PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FD-DRUG-CHANGES      PIC ZZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  CM-FLD-TOTAL-LINE-1.
           05  FILLER                  PIC X(16)
                   VALUE 'OUTIF2 FOLDED  :'.
           05  CM-FT1-OUTIF2           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' OUTIF FOLDED  :'.
           05  CM-FT1-OUTIF            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' DRGIF FOLDED  :'.
           05  CM-FT1-DRGIF            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  CM-FLD-TOTAL-LINE-2.
           05  FILLER                  PIC X(16)
                   VALUE 'NEW RUNS       :'.
           05  CM-FT2-NEW              PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' CHANGED RUNS  :'.
           05  CM-FT2-CHANGED          PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' UNCHANGED RUNS:'.
           05  CM-FT2-UNCHANGED        PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' DRUG CHANGES  :'.
           05  CM-FT2-DRUG-CHANGES     PIC ZZZZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  CM-FLD-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SET CM-WS-INPUT-EOF-NO TO TRUE.
           PERFORM 2000-FOLD-OUTIF2 THRU 2000-EXIT
               UNTIL CM-WS-INPUT-EOF-YES.
           SET CM-WS-INPUT-EOF-NO TO TRUE.
           PERFORM 3000-FOLD-OUTIF THRU 3000-EXIT
               UNTIL CM-WS-INPUT-EOF-YES.
           SET CM-WS-INPUT-EOF-NO TO TRUE.
           PERFORM 4000-FOLD-DRGIF THRU 4000-EXIT
               UNTIL CM-WS-INPUT-EOF-YES.
           PERFORM 4900-CHECK-FILE-LENGTHS THRU 4900-EXIT.
           PERFORM 4950-CHECK-PRIOR-DRUGS THRU 4950-EXIT
               VARYING CM-WS-FSUB FROM 1 BY 1
               UNTIL CM-WS-FSUB > CM-WS-RUN-COUNT.
           PERFORM 5000-APPLY-ONE-RUN THRU 5000-EXIT
               VARYING CM-WS-FSUB FROM 1 BY 1
               UNTIL CM-WS-FSUB > CM-WS-RUN-COUNT.
           PERFORM 8000-UPDATE-CONTROL-RECORD THRU 8000-EXIT.
           PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE   -  OPEN THE FILES AND PICK UP THE RECORD
      *                       COUNTS ALREADY FOLDED FROM THE MASTER'S
      *                       CONTROL RECORD.  THE FIRST RUN AGAINST
      *                       AN EMPTY MASTER HAS NO CONTROL RECORD
      *                       AND FOLDS EVERY RECORD ON FILE.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN I-O CM-RUNMST-FILE.
           IF CM-WS-RUNMST-FILE-STATUS NOT = '00'
               AND CM-WS-RUNMST-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEFOLD001E CM-RUNMST-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-RUNMST-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-OUTIF2-FILE.
           OPEN INPUT CM-OUTIF-FILE.
           OPEN INPUT CM-DRGIF-FILE.
           OPEN OUTPUT CM-RUNDLT-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE CM-WS-CURRENT-DATE TO CM-FH-RUN-DATE.
           WRITE CM-REPORT-REC FROM CM-FLD-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-FLD-BLANK-LINE.
           WRITE CM-REPORT-REC FROM CM-FLD-COLUMN-LINE.
           PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

       1100-READ-CONTROL-RECORD.
           MOVE SPACES TO CM-RM-KEY.
           SET CM-RM-CONTROL-REC TO TRUE.
           READ CM-RUNMST-FILE
               INVALID KEY
                   SET CM-WS-CONTROL-NEW TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           SET CM-WS-CONTROL-FOUND TO TRUE.
           MOVE CM-RM-OUTIF2-FOLDED TO CM-WS-OUTIF2-DONE.
           MOVE CM-RM-OUTIF-FOLDED TO CM-WS-OUTIF-DONE.
           MOVE CM-RM-DRGIF-FOLDED TO CM-WS-DRGIF-DONE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-FOLD-OUTIF2   -  EVERY OUTIF2 RECORD PAST THE ONES
      *                        ALREADY FOLDED REPLACES ITS RUN'S
      *                        FIGURES IN TONIGHT'S TABLE, SO THE LAST
      *                        ONE APPENDED FOR A RUN IS THE ONE KEPT.
      *-----------------------------------------------------------------
       2000-FOLD-OUTIF2.
           READ CM-OUTIF2-FILE
               AT END
                   SET CM-WS-INPUT-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO CM-WS-OUTIF2-READ.
           IF CM-WS-OUTIF2-READ NOT > CM-WS-OUTIF2-DONE
               GO TO 2000-EXIT
           END-IF.
           MOVE CM-O2-RUN-ID TO CM-RX-RUN-ID.
           PERFORM 2100-FIND-OR-ADD-RUN THRU 2100-EXIT.
           MOVE CM-O2-RUN-DATE TO CM-FT-RUN-DATE(CM-WS-FSUB).
           MOVE 'Y' TO CM-FT-RUN-FIGS-FLAG(CM-WS-FSUB).
           MOVE '2' TO CM-FT-SOURCE(CM-WS-FSUB).
           MOVE CM-O2-WRITTEN-BY TO CM-FT-CHANGE-PGM(CM-WS-FSUB).
           IF CM-O2-WRITTEN-DATE = SPACES
               MOVE CM-WS-CURRENT-DATE
                   TO CM-FT-CHANGE-DATE(CM-WS-FSUB)
           ELSE
               MOVE CM-O2-WRITTEN-DATE
                   TO CM-FT-CHANGE-DATE(CM-WS-FSUB)
           END-IF.
           MOVE CM-O2-CONTROL-CNT TO CM-FT-CONTROL-CNT(CM-WS-FSUB).
           MOVE CM-O2-ACCEPTED-CNT TO CM-FT-ACCEPTED-CNT(CM-WS-FSUB).
           MOVE CM-O2-TOTAL TO CM-FT-TOTAL(CM-WS-FSUB).
           MOVE CM-O2-AVERAGE TO CM-FT-AVERAGE(CM-WS-FSUB).
           MOVE CM-O2-MINIMUM TO CM-FT-MINIMUM(CM-WS-FSUB).
           MOVE CM-O2-MAXIMUM TO CM-FT-MAXIMUM(CM-WS-FSUB).
           MOVE CM-O2-MEDIAN TO CM-FT-MEDIAN(CM-WS-FSUB).
           MOVE CM-O2-STD-DEV TO CM-FT-STD-DEV(CM-WS-FSUB).
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2100-FIND-OR-ADD-RUN   -  LEAVES CM-WS-FSUB ON TONIGHT'S ROW
      *                            FOR THE RUN ID IN CM-RX-RUN-ID,
      *                            ADDING AN EMPTY ROW FOR A RUN NOT
      *                            SEEN YET TONIGHT.
      *-----------------------------------------------------------------
       2100-FIND-OR-ADD-RUN.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 2110-FIND-RUN THRU 2110-EXIT
               VARYING CM-WS-FSUB FROM 1 BY 1
               UNTIL CM-WS-FSUB > CM-WS-RUN-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-YES
               GO TO 2100-EXIT
           END-IF.
           IF CM-WS-RUN-COUNT = CM-WS-MAX-RUNS
               DISPLAY 'DOSEFOLD002E MORE THAN ' CM-WS-MAX-RUNS
                   ' RUNS CHANGED SINCE THE LAST FOLD - TABLE FULL'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-RUN-COUNT.
           MOVE CM-WS-RUN-COUNT TO CM-WS-FSUB.
           MOVE CM-RX-RUN-ID TO CM-FT-RUN-ID(CM-WS-FSUB).
           MOVE SPACES TO CM-FT-RUN-DATE(CM-WS-FSUB).
           MOVE 'N' TO CM-FT-RUN-FIGS-FLAG(CM-WS-FSUB).
           MOVE 'N' TO CM-FT-DRUGS-FLAG(CM-WS-FSUB).
           MOVE SPACES TO CM-FT-SOURCE(CM-WS-FSUB).
           MOVE SPACES TO CM-FT-CHANGE-PGM(CM-WS-FSUB).
           MOVE CM-WS-CURRENT-DATE TO CM-FT-CHANGE-DATE(CM-WS-FSUB).
           MOVE 0 TO CM-FT-CONTROL-CNT(CM-WS-FSUB).
           MOVE 0 TO CM-FT-ACCEPTED-CNT(CM-WS-FSUB).
           MOVE 0 TO CM-FT-TOTAL(CM-WS-FSUB).
           MOVE 0 TO CM-FT-AVERAGE(CM-WS-FSUB).
           MOVE 0 TO CM-FT-MINIMUM(CM-WS-FSUB).
           MOVE 0 TO CM-FT-MAXIMUM(CM-WS-FSUB).
           MOVE 0 TO CM-FT-MEDIAN(CM-WS-FSUB).
           MOVE 0 TO CM-FT-STD-DEV(CM-WS-FSUB).
       2100-EXIT.
           EXIT.

       2110-FIND-RUN.
           IF CM-FT-RUN-ID(CM-WS-FSUB) = CM-RX-RUN-ID
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-FSUB
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-FOLD-OUTIF   -  THE FROZEN 87 BYTE RECORD ONLY CARRIES A
      *                       RUN THAT HAS NO OUTIF2 RECORD AT ALL -
      *                       ONE FROM BEFORE OUTIF2 EXISTED - THE
      *                       SAME FALLBACK DOSEBAL USED TO MAKE.  A
      *                       RUN WITH AN OUTIF2 RECORD, TONIGHT OR ON
      *                       THE MASTER ALREADY, KEEPS ITS FULL-
      *                       PRECISION FIGURES.
      *-----------------------------------------------------------------
       3000-FOLD-OUTIF.
           READ CM-OUTIF-FILE
               AT END
                   SET CM-WS-INPUT-EOF-YES TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO CM-WS-OUTIF-READ.
           IF CM-WS-OUTIF-READ NOT > CM-WS-OUTIF-DONE
               GO TO 3000-EXIT
           END-IF.
           MOVE CM-OI-RUN-ID TO CM-RX-RUN-ID.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 2110-FIND-RUN THRU 2110-EXIT
               VARYING CM-WS-FSUB FROM 1 BY 1
               UNTIL CM-WS-FSUB > CM-WS-RUN-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-YES
               AND CM-FT-SOURCE(CM-WS-FSUB) = '2'
               GO TO 3000-EXIT
           END-IF.
           MOVE CM-OI-RUN-ID TO CM-RM-RUN-ID.
           SET CM-RM-RUN-REC TO TRUE.
           MOVE SPACES TO CM-RM-DRUG-CODE.
           READ CM-RUNMST-FILE
               INVALID KEY
                   MOVE SPACES TO CM-RM-SOURCE
           END-READ.
           IF CM-RM-FROM-OUTIF2
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2100-FIND-OR-ADD-RUN THRU 2100-EXIT.
           MOVE CM-OI-RUN-DATE TO CM-FT-RUN-DATE(CM-WS-FSUB).
           MOVE 'Y' TO CM-FT-RUN-FIGS-FLAG(CM-WS-FSUB).
           MOVE 'F' TO CM-FT-SOURCE(CM-WS-FSUB).
           MOVE SPACES TO CM-FT-CHANGE-PGM(CM-WS-FSUB).
           MOVE CM-WS-CURRENT-DATE TO CM-FT-CHANGE-DATE(CM-WS-FSUB).
           MOVE CM-OI-CONTROL-CNT TO CM-FT-CONTROL-CNT(CM-WS-FSUB).
           MOVE CM-OI-ACCEPTED-CNT TO CM-FT-ACCEPTED-CNT(CM-WS-FSUB).
           MOVE CM-OI-TOTAL TO CM-FT-TOTAL(CM-WS-FSUB).
           MOVE CM-OI-AVERAGE TO CM-FT-AVERAGE(CM-WS-FSUB).
           MOVE CM-OI-MINIMUM TO CM-FT-MINIMUM(CM-WS-FSUB).
           MOVE CM-OI-MAXIMUM TO CM-FT-MAXIMUM(CM-WS-FSUB).
           MOVE CM-OI-MEDIAN TO CM-FT-MEDIAN(CM-WS-FSUB).
           MOVE CM-OI-STD-DEV TO CM-FT-STD-DEV(CM-WS-FSUB).
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4000-FOLD-DRGIF   -  ARRAY-EXAMPLE AND THE CORRECTING
      *                       PROGRAMS WRITE A RUN'S DRGIF RECORDS
      *                       TOGETHER, ONE PER DRUG, WITH THE FIRST
      *                       RECORD OF THE GROUP FLAGGED.  WHEN A NEW
      *                       GROUP STARTS FOR A RUN THAT ALREADY HAS
      *                       ROWS TONIGHT (A RESTARTED OR CORRECTED
      *                       RUN), THE EARLIER GROUP'S ROWS ARE
      *                       SUPERSEDED SO THE RUN'S DRUG SET IS THE
      *                       LAST ONE WRITTEN.  RECORDS WRITTEN BEFORE
      *                       THE FLAG EXISTED START A GROUP ON A
      *                       CHANGE OF RUN ID ONLY.
      *-----------------------------------------------------------------
       4000-FOLD-DRGIF.
           READ CM-DRGIF-FILE
               AT END
                   SET CM-WS-INPUT-EOF-YES TO TRUE
                   GO TO 4000-EXIT
           END-READ.
           ADD 1 TO CM-WS-DRGIF-READ.
           IF CM-WS-DRGIF-READ NOT > CM-WS-DRGIF-DONE
               GO TO 4000-EXIT
           END-IF.
           MOVE CM-DS-RUN-ID TO CM-RX-RUN-ID.
           PERFORM 2100-FIND-OR-ADD-RUN THRU 2100-EXIT.
           IF CM-FT-RUN-DATE(CM-WS-FSUB) = SPACES
               MOVE CM-DS-RUN-DATE TO CM-FT-RUN-DATE(CM-WS-FSUB)
           END-IF.
           IF CM-FT-CHANGE-PGM(CM-WS-FSUB) = SPACES
               AND NOT CM-FT-HAS-RUN-FIGS(CM-WS-FSUB)
               IF CM-DS-WRITTEN-BY = SPACES
                   MOVE 'CALCMED' TO CM-FT-CHANGE-PGM(CM-WS-FSUB)
               ELSE
                   MOVE CM-DS-WRITTEN-BY TO CM-FT-CHANGE-PGM(CM-WS-FSUB)
               END-IF
           END-IF.
           IF CM-DS-RUN-ID NOT = CM-WS-LAST-DRGIF-RUN
               OR CM-DS-GROUP-FIRST
               MOVE CM-DS-RUN-ID TO CM-WS-LAST-DRGIF-RUN
               IF CM-FT-HAS-DRUGS(CM-WS-FSUB)
                   PERFORM 4100-SUPERSEDE-DRUG-ROW THRU 4100-EXIT
                       VARYING CM-WS-DSUB FROM 1 BY 1
                       UNTIL CM-WS-DSUB > CM-WS-DRUG-ROW-COUNT
               END-IF
               MOVE 'Y' TO CM-FT-DRUGS-FLAG(CM-WS-FSUB)
           END-IF.
           IF CM-WS-DRUG-ROW-COUNT = CM-WS-MAX-DRUG-ROWS
               DISPLAY 'DOSEFOLD003E MORE THAN ' CM-WS-MAX-DRUG-ROWS
                   ' DRGIF RECORDS SINCE THE LAST FOLD - TABLE FULL'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-DRUG-ROW-COUNT.
           MOVE CM-WS-DRUG-ROW-COUNT TO CM-WS-DSUB.
           MOVE CM-WS-FSUB TO CM-DR-FOLD-SUB(CM-WS-DSUB).
           MOVE 'Y' TO CM-DR-ACTIVE-FLAG(CM-WS-DSUB).
           MOVE SPACES TO CM-DR-CHANGE-TYPE(CM-WS-DSUB).
           MOVE 0 TO CM-DR-PRIOR-SUB(CM-WS-DSUB).
           MOVE CM-DS-DRUG-CODE TO CM-DR-DRUG-CODE(CM-WS-DSUB).
           MOVE CM-DS-UNIT TO CM-DR-UNIT(CM-WS-DSUB).
           MOVE CM-DS-ACCEPTED-CNT TO CM-DR-ACCEPTED-CNT(CM-WS-DSUB).
           MOVE CM-DS-TOTAL TO CM-DR-TOTAL(CM-WS-DSUB).
           MOVE CM-DS-AVERAGE TO CM-DR-AVERAGE(CM-WS-DSUB).
           MOVE CM-DS-MINIMUM TO CM-DR-MINIMUM(CM-WS-DSUB).
           MOVE CM-DS-MAXIMUM TO CM-DR-MAXIMUM(CM-WS-DSUB).
       4000-EXIT.
           EXIT.

       4100-SUPERSEDE-DRUG-ROW.
           IF CM-DR-FOLD-SUB(CM-WS-DSUB) = CM-WS-FSUB
               MOVE 'N' TO CM-DR-ACTIVE-FLAG(CM-WS-DSUB)
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4900-CHECK-FILE-LENGTHS   -  THE INTERFACE FILES ARE ONLY
      *                               EVER APPENDED TO.  ONE HOLDING
      *                               FEWER RECORDS THAN HAVE ALREADY
      *                               BEEN FOLDED HAS BEEN REPLACED OR
      *                               CUT BACK, AND THE COUNTS ON THE
      *                               CONTROL RECORD NO LONGER POINT
      *                               AT THE RIGHT PLACE.  NOTHING IS
      *                               APPLIED AND THE JOB ENDS.
      *-----------------------------------------------------------------
       4900-CHECK-FILE-LENGTHS.
           IF CM-WS-OUTIF2-READ < CM-WS-OUTIF2-DONE
               DISPLAY 'DOSEFOLD004E OUTIF2 HOLDS ' CM-WS-OUTIF2-READ
                   ' RECORDS BUT ' CM-WS-OUTIF2-DONE ' WERE FOLDED'
               GO TO 1000-ABEND
           END-IF.
           IF CM-WS-OUTIF-READ < CM-WS-OUTIF-DONE
               DISPLAY 'DOSEFOLD004E OUTIF HOLDS ' CM-WS-OUTIF-READ
                   ' RECORDS BUT ' CM-WS-OUTIF-DONE ' WERE FOLDED'
               GO TO 1000-ABEND
           END-IF.
           IF CM-WS-DRGIF-READ < CM-WS-DRGIF-DONE
               DISPLAY 'DOSEFOLD004E DRGIF HOLDS ' CM-WS-DRGIF-READ
                   ' RECORDS BUT ' CM-WS-DRGIF-DONE ' WERE FOLDED'
               GO TO 1000-ABEND
           END-IF.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4950-CHECK-PRIOR-DRUGS   -  LOAD EACH RUN'S DRUG RECORDS FROM
      *                              THE MASTER ONCE BEFORE ANYTHING
      *                              IS APPLIED, SO A RUN WITH MORE
      *                              DRUGS THAN THE TABLE HOLDS ENDS
      *                              THE JOB WITH THE MASTER AND THE
      *                              DELTA FILE UNTOUCHED RATHER THAN
      *                              PART WAY THROUGH THE APPLY.
      *-----------------------------------------------------------------
       4950-CHECK-PRIOR-DRUGS.
           IF NOT CM-FT-HAS-DRUGS(CM-WS-FSUB)
               GO TO 4950-EXIT
           END-IF.
           MOVE 0 TO CM-WS-PRIOR-COUNT.
           PERFORM 5100-LOAD-PRIOR-DRUGS THRU 5100-EXIT.
       4950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5000-APPLY-ONE-RUN   -  COMPARE TONIGHT'S FIGURES FOR ONE RUN
      *                          TO THE MASTER.  A NEW RUN, OR ONE
      *                          WHOSE RUN-LEVEL OR DRUG FIGURES
      *                          DIFFER, GETS THE NEXT VERSION, IS
      *                          WRITTEN TO THE MASTER AND GOES TO THE
      *                          DELTA FILE.  A RUN RE-SENT WITH THE
      *                          SAME FIGURES IS LEFT ALONE.  EVERY
      *                          LIMIT IS CHECKED BEFORE THE FIRST RUN
      *                          IS APPLIED; ONLY A FAILED MASTER
      *                          WRITE CAN END THE JOB PART WAY, AND
      *                          THE DELTA GENERATION IS THEN KEPT
      *                          (SEE DOSEFLDJ).
      *-----------------------------------------------------------------
       5000-APPLY-ONE-RUN.
           PERFORM 5050-READ-PRIOR-RUN THRU 5050-EXIT.
           MOVE 0 TO CM-WS-PRIOR-COUNT.
           MOVE 0 TO CM-WS-RUN-DRUG-CHANGES.
           IF CM-WS-PRIOR-FOUND
               AND CM-FT-HAS-DRUGS(CM-WS-FSUB)
               PERFORM 5100-LOAD-PRIOR-DRUGS THRU 5100-EXIT
           END-IF.
           SET CM-WS-RUN-SAME TO TRUE.
           IF CM-WS-PRIOR-NONE
               SET CM-WS-RUN-CHANGED TO TRUE
           END-IF.
           IF CM-WS-PRIOR-FOUND
               AND NOT CM-FT-HAS-RUN-FIGS(CM-WS-FSUB)
               MOVE CM-WO-RUN-DATE TO CM-FT-RUN-DATE(CM-WS-FSUB)
               MOVE CM-WO-SOURCE TO CM-FT-SOURCE(CM-WS-FSUB)
               MOVE CM-WO-FIGS TO CM-FT-FIGS(CM-WS-FSUB)
           END-IF.
           IF CM-WS-PRIOR-FOUND
               AND (CM-FT-FIGS(CM-WS-FSUB) NOT = CM-WO-FIGS
               OR CM-FT-SOURCE(CM-WS-FSUB) NOT = CM-WO-SOURCE)
               SET CM-WS-RUN-CHANGED TO TRUE
           END-IF.
           IF CM-FT-HAS-DRUGS(CM-WS-FSUB)
               PERFORM 5200-COMPARE-DRUG-ROW THRU 5200-EXIT
                   VARYING CM-WS-DSUB FROM 1 BY 1
                   UNTIL CM-WS-DSUB > CM-WS-DRUG-ROW-COUNT
               PERFORM 5250-COUNT-DROPPED-DRUG THRU 5250-EXIT
                   VARYING CM-WS-PSUB FROM 1 BY 1
                   UNTIL CM-WS-PSUB > CM-WS-PRIOR-COUNT
           END-IF.
           IF CM-WS-RUN-SAME
               AND CM-WS-RUN-DRUG-CHANGES = 0
               ADD 1 TO CM-WS-UNCHANGED-RUNS
               GO TO 5000-EXIT
           END-IF.
           IF CM-FT-CHANGE-PGM(CM-WS-FSUB) = SPACES
               MOVE 'UNKNOWN' TO CM-FT-CHANGE-PGM(CM-WS-FSUB)
           END-IF.
           IF CM-WS-PRIOR-FOUND
               COMPUTE CM-WS-NEW-VERSION = CM-WO-VERSION + 1
               ADD 1 TO CM-WS-CHANGED-RUNS
           ELSE
               MOVE 1 TO CM-WS-NEW-VERSION
               ADD 1 TO CM-WS-NEW-RUNS
           END-IF.
           ADD CM-WS-RUN-DRUG-CHANGES TO CM-WS-DRUG-CHANGES.
           PERFORM 5300-PUT-RUN-RECORD THRU 5300-EXIT.
           PERFORM 5400-WRITE-RUN-DELTA THRU 5400-EXIT.
           IF CM-FT-HAS-DRUGS(CM-WS-FSUB)
               PERFORM 5500-PUT-DRUG-ROW THRU 5500-EXIT
                   VARYING CM-WS-DSUB FROM 1 BY 1
                   UNTIL CM-WS-DSUB > CM-WS-DRUG-ROW-COUNT
               PERFORM 5600-DROP-PRIOR-DRUG THRU 5600-EXIT
                   VARYING CM-WS-PSUB FROM 1 BY 1
                   UNTIL CM-WS-PSUB > CM-WS-PRIOR-COUNT
           END-IF.
           PERFORM 5700-REPORT-RUN THRU 5700-EXIT.
       5000-EXIT.
           EXIT.

       5050-READ-PRIOR-RUN.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-RM-RUN-ID.
           SET CM-RM-RUN-REC TO TRUE.
           MOVE SPACES TO CM-RM-DRUG-CODE.
           READ CM-RUNMST-FILE
               INVALID KEY
                   SET CM-WS-PRIOR-NONE TO TRUE
                   MOVE SPACES TO CM-WO-RUN-DATE
                   MOVE 0 TO CM-WO-VERSION
                   MOVE SPACES TO CM-WO-SOURCE
                   MOVE 0 TO CM-WO-CONTROL-CNT
                   MOVE 0 TO CM-WO-ACCEPTED-CNT
                   MOVE 0 TO CM-WO-TOTAL
                   MOVE 0 TO CM-WO-AVERAGE
                   MOVE 0 TO CM-WO-MINIMUM
                   MOVE 0 TO CM-WO-MAXIMUM
                   MOVE 0 TO CM-WO-MEDIAN
                   MOVE 0 TO CM-WO-STD-DEV
                   GO TO 5050-EXIT
           END-READ.
           SET CM-WS-PRIOR-FOUND TO TRUE.
           MOVE CM-RM-RUN-DATE TO CM-WO-RUN-DATE.
           MOVE CM-RM-VERSION TO CM-WO-VERSION.
           MOVE CM-RM-SOURCE TO CM-WO-SOURCE.
           MOVE CM-RM-CONTROL-CNT TO CM-WO-CONTROL-CNT.
           MOVE CM-RM-ACCEPTED-CNT TO CM-WO-ACCEPTED-CNT.
           MOVE CM-RM-TOTAL TO CM-WO-TOTAL.
           MOVE CM-RM-AVERAGE TO CM-WO-AVERAGE.
           MOVE CM-RM-MINIMUM TO CM-WO-MINIMUM.
           MOVE CM-RM-MAXIMUM TO CM-WO-MAXIMUM.
           MOVE CM-RM-MEDIAN TO CM-WO-MEDIAN.
           MOVE CM-RM-STD-DEV TO CM-WO-STD-DEV.
       5050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5100-LOAD-PRIOR-DRUGS   -  THE RUN'S DRUG RECORDS FOLLOW ITS
      *                             RUN RECORD IN KEY ORDER.
      *-----------------------------------------------------------------
       5100-LOAD-PRIOR-DRUGS.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-RM-RUN-ID.
           SET CM-RM-DRUG-REC TO TRUE.
           MOVE LOW-VALUES TO CM-RM-DRUG-CODE.
           SET CM-WS-MST-EOF-NO TO TRUE.
           START CM-RUNMST-FILE KEY IS NOT LESS THAN CM-RM-KEY
               INVALID KEY
                   SET CM-WS-MST-EOF-YES TO TRUE
           END-START.
           PERFORM 5110-READ-PRIOR-DRUG THRU 5110-EXIT
               UNTIL CM-WS-MST-EOF-YES.
       5100-EXIT.
           EXIT.

       5110-READ-PRIOR-DRUG.
           READ CM-RUNMST-FILE NEXT RECORD
               AT END
                   SET CM-WS-MST-EOF-YES TO TRUE
                   GO TO 5110-EXIT
           END-READ.
           IF CM-RM-RUN-ID NOT = CM-FT-RUN-ID(CM-WS-FSUB)
               OR NOT CM-RM-DRUG-REC
               SET CM-WS-MST-EOF-YES TO TRUE
               GO TO 5110-EXIT
           END-IF.
           IF CM-WS-PRIOR-COUNT = CM-WS-MAX-PRIOR
               DISPLAY 'DOSEFOLD005E RUN ' CM-RM-RUN-ID
                   ' HAS MORE THAN ' CM-WS-MAX-PRIOR ' DRUGS'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-PRIOR-COUNT.
           MOVE CM-WS-PRIOR-COUNT TO CM-WS-PSUB.
           MOVE CM-RM-DRUG-CODE TO CM-PR-DRUG-CODE(CM-WS-PSUB).
           MOVE 'N' TO CM-PR-MATCHED-FLAG(CM-WS-PSUB).
           MOVE CM-RM-VERSION TO CM-PR-VERSION(CM-WS-PSUB).
           MOVE CM-RM-DG-UNIT TO CM-PR-UNIT(CM-WS-PSUB).
           MOVE CM-RM-DG-ACCEPTED-CNT
               TO CM-PR-ACCEPTED-CNT(CM-WS-PSUB).
           MOVE CM-RM-DG-TOTAL TO CM-PR-TOTAL(CM-WS-PSUB).
           MOVE CM-RM-DG-AVERAGE TO CM-PR-AVERAGE(CM-WS-PSUB).
           MOVE CM-RM-DG-MINIMUM TO CM-PR-MINIMUM(CM-WS-PSUB).
           MOVE CM-RM-DG-MAXIMUM TO CM-PR-MAXIMUM(CM-WS-PSUB).
       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5200-COMPARE-DRUG-ROW   -  MARK EACH OF TONIGHT'S DRUG ROWS
      *                             FOR THIS RUN NEW, CHANGED OR THE
      *                             SAME AS THE MASTER, AND MARK THE
      *                             MASTER'S ROW MATCHED.
      *-----------------------------------------------------------------
       5200-COMPARE-DRUG-ROW.
           IF CM-DR-FOLD-SUB(CM-WS-DSUB) NOT = CM-WS-FSUB
               OR NOT CM-DR-ACTIVE(CM-WS-DSUB)
               GO TO 5200-EXIT
           END-IF.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 5210-FIND-PRIOR-DRUG THRU 5210-EXIT
               VARYING CM-WS-PSUB FROM 1 BY 1
               UNTIL CM-WS-PSUB > CM-WS-PRIOR-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-NO
               MOVE 'N' TO CM-DR-CHANGE-TYPE(CM-WS-DSUB)
               ADD 1 TO CM-WS-RUN-DRUG-CHANGES
               GO TO 5200-EXIT
           END-IF.
           MOVE 'Y' TO CM-PR-MATCHED-FLAG(CM-WS-PSUB).
           MOVE CM-WS-PSUB TO CM-DR-PRIOR-SUB(CM-WS-DSUB).
           IF CM-DR-FIGS(CM-WS-DSUB) = CM-PR-FIGS(CM-WS-PSUB)
               MOVE SPACES TO CM-DR-CHANGE-TYPE(CM-WS-DSUB)
           ELSE
               MOVE 'C' TO CM-DR-CHANGE-TYPE(CM-WS-DSUB)
               ADD 1 TO CM-WS-RUN-DRUG-CHANGES
           END-IF.
       5200-EXIT.
           EXIT.

       5210-FIND-PRIOR-DRUG.
           IF CM-PR-DRUG-CODE(CM-WS-PSUB) = CM-DR-DRUG-CODE(CM-WS-DSUB)
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-PSUB
           END-IF.
       5210-EXIT.
           EXIT.

       5250-COUNT-DROPPED-DRUG.
           IF NOT CM-PR-MATCHED(CM-WS-PSUB)
               ADD 1 TO CM-WS-RUN-DRUG-CHANGES
           END-IF.
       5250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5300-PUT-RUN-RECORD
      *-----------------------------------------------------------------
       5300-PUT-RUN-RECORD.
           MOVE SPACES TO CM-RUNMST-REC.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-RM-RUN-ID.
           SET CM-RM-RUN-REC TO TRUE.
           MOVE CM-FT-RUN-DATE(CM-WS-FSUB) TO CM-RM-RUN-DATE.
           MOVE CM-WS-NEW-VERSION TO CM-RM-VERSION.
           MOVE CM-FT-CHANGE-DATE(CM-WS-FSUB) TO CM-RM-CHANGE-DATE.
           MOVE CM-FT-CHANGE-PGM(CM-WS-FSUB) TO CM-RM-CHANGE-PGM.
           MOVE CM-FT-CONTROL-CNT(CM-WS-FSUB) TO CM-RM-CONTROL-CNT.
           MOVE CM-FT-ACCEPTED-CNT(CM-WS-FSUB) TO CM-RM-ACCEPTED-CNT.
           MOVE CM-FT-TOTAL(CM-WS-FSUB) TO CM-RM-TOTAL.
           MOVE CM-FT-AVERAGE(CM-WS-FSUB) TO CM-RM-AVERAGE.
           MOVE CM-FT-MINIMUM(CM-WS-FSUB) TO CM-RM-MINIMUM.
           MOVE CM-FT-MAXIMUM(CM-WS-FSUB) TO CM-RM-MAXIMUM.
           MOVE CM-FT-MEDIAN(CM-WS-FSUB) TO CM-RM-MEDIAN.
           MOVE CM-FT-STD-DEV(CM-WS-FSUB) TO CM-RM-STD-DEV.
           MOVE CM-FT-SOURCE(CM-WS-FSUB) TO CM-RM-SOURCE.
           IF CM-WS-PRIOR-FOUND
               REWRITE CM-RUNMST-REC
                   INVALID KEY
                       DISPLAY 'DOSEFOLD006E REWRITE FAILED FOR RUN '
                           CM-RM-RUN-ID
                       GO TO 1000-ABEND
               END-REWRITE
           ELSE
               WRITE CM-RUNMST-REC
                   INVALID KEY
                       DISPLAY 'DOSEFOLD007E WRITE FAILED FOR RUN '
                           CM-RM-RUN-ID
                       GO TO 1000-ABEND
               END-WRITE
           END-IF.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5400-WRITE-RUN-DELTA   -  THE RUN-LEVEL DELTA RECORD.  PRIOR
      *                            FIGURES ARE ZERO FOR A NEW RUN.
      *-----------------------------------------------------------------
       5400-WRITE-RUN-DELTA.
           MOVE SPACES TO CM-RUNDLT-REC.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-RX-RUN-ID.
           SET CM-RX-RUN-REC TO TRUE.
           IF CM-WS-PRIOR-FOUND
               SET CM-RX-CHANGED TO TRUE
           ELSE
               SET CM-RX-NEW TO TRUE
           END-IF.
           PERFORM 5450-FILL-DELTA-HEADER THRU 5450-EXIT.
           MOVE CM-WO-CONTROL-CNT TO CM-RX-PR-CONTROL-CNT.
           MOVE CM-WO-ACCEPTED-CNT TO CM-RX-PR-ACCEPTED-CNT.
           MOVE CM-WO-TOTAL TO CM-RX-PR-TOTAL.
           MOVE CM-WO-AVERAGE TO CM-RX-PR-AVERAGE.
           MOVE CM-WO-MINIMUM TO CM-RX-PR-MINIMUM.
           MOVE CM-WO-MAXIMUM TO CM-RX-PR-MAXIMUM.
           MOVE CM-FT-CONTROL-CNT(CM-WS-FSUB) TO CM-RX-CU-CONTROL-CNT.
           MOVE CM-FT-ACCEPTED-CNT(CM-WS-FSUB)
               TO CM-RX-CU-ACCEPTED-CNT.
           MOVE CM-FT-TOTAL(CM-WS-FSUB) TO CM-RX-CU-TOTAL.
           MOVE CM-FT-AVERAGE(CM-WS-FSUB) TO CM-RX-CU-AVERAGE.
           MOVE CM-FT-MINIMUM(CM-WS-FSUB) TO CM-RX-CU-MINIMUM.
           MOVE CM-FT-MAXIMUM(CM-WS-FSUB) TO CM-RX-CU-MAXIMUM.
           WRITE CM-RUNDLT-REC.
           ADD 1 TO CM-WS-DELTA-COUNT.
       5400-EXIT.
           EXIT.

       5450-FILL-DELTA-HEADER.
           MOVE CM-FT-RUN-DATE(CM-WS-FSUB) TO CM-RX-RUN-DATE.
           MOVE CM-WS-NEW-VERSION TO CM-RX-VERSION.
           MOVE CM-FT-CHANGE-DATE(CM-WS-FSUB) TO CM-RX-CHANGE-DATE.
           MOVE CM-FT-CHANGE-PGM(CM-WS-FSUB) TO CM-RX-CHANGE-PGM.
       5450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5500-PUT-DRUG-ROW   -  A NEW OR CHANGED DRUG IS WRITTEN TO
      *                         THE MASTER UNDER THE RUN'S NEW VERSION
      *                         AND GOES TO THE DELTA FILE.  AN
      *                         UNCHANGED DRUG KEEPS ITS MASTER RECORD
      *                         AND THE VERSION IT LAST CHANGED IN.
      *-----------------------------------------------------------------
       5500-PUT-DRUG-ROW.
           IF CM-DR-FOLD-SUB(CM-WS-DSUB) NOT = CM-WS-FSUB
               OR NOT CM-DR-ACTIVE(CM-WS-DSUB)
               OR CM-DR-SAME(CM-WS-DSUB)
               GO TO 5500-EXIT
           END-IF.
           MOVE SPACES TO CM-RUNMST-REC.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-RM-RUN-ID.
           SET CM-RM-DRUG-REC TO TRUE.
           MOVE CM-DR-DRUG-CODE(CM-WS-DSUB) TO CM-RM-DRUG-CODE.
           MOVE CM-FT-RUN-DATE(CM-WS-FSUB) TO CM-RM-RUN-DATE.
           MOVE CM-WS-NEW-VERSION TO CM-RM-VERSION.
           MOVE CM-FT-CHANGE-DATE(CM-WS-FSUB) TO CM-RM-CHANGE-DATE.
           MOVE CM-FT-CHANGE-PGM(CM-WS-FSUB) TO CM-RM-CHANGE-PGM.
           MOVE CM-DR-UNIT(CM-WS-DSUB) TO CM-RM-DG-UNIT.
           MOVE CM-DR-ACCEPTED-CNT(CM-WS-DSUB)
               TO CM-RM-DG-ACCEPTED-CNT.
           MOVE CM-DR-TOTAL(CM-WS-DSUB) TO CM-RM-DG-TOTAL.
           MOVE CM-DR-AVERAGE(CM-WS-DSUB) TO CM-RM-DG-AVERAGE.
           MOVE CM-DR-MINIMUM(CM-WS-DSUB) TO CM-RM-DG-MINIMUM.
           MOVE CM-DR-MAXIMUM(CM-WS-DSUB) TO CM-RM-DG-MAXIMUM.
           IF CM-DR-NEW(CM-WS-DSUB)
               WRITE CM-RUNMST-REC
                   INVALID KEY
                       DISPLAY 'DOSEFOLD007E WRITE FAILED FOR RUN '
                           CM-RM-RUN-ID ' DRUG ' CM-RM-DRUG-CODE
                       GO TO 1000-ABEND
               END-WRITE
           ELSE
               REWRITE CM-RUNMST-REC
                   INVALID KEY
                       DISPLAY 'DOSEFOLD006E REWRITE FAILED FOR RUN '
                           CM-RM-RUN-ID ' DRUG ' CM-RM-DRUG-CODE
                       GO TO 1000-ABEND
               END-REWRITE
           END-IF.
           MOVE SPACES TO CM-RUNDLT-REC.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-RX-RUN-ID.
           SET CM-RX-DRUG-REC TO TRUE.
           MOVE CM-DR-DRUG-CODE(CM-WS-DSUB) TO CM-RX-DRUG-CODE.
           MOVE CM-DR-CHANGE-TYPE(CM-WS-DSUB) TO CM-RX-CHANGE-TYPE.
           PERFORM 5450-FILL-DELTA-HEADER THRU 5450-EXIT.
           MOVE CM-DR-UNIT(CM-WS-DSUB) TO CM-RX-UNIT.
           MOVE 0 TO CM-RX-PR-CONTROL-CNT.
           IF CM-DR-NEW(CM-WS-DSUB)
               MOVE 0 TO CM-RX-PR-ACCEPTED-CNT
               MOVE 0 TO CM-RX-PR-TOTAL
               MOVE 0 TO CM-RX-PR-AVERAGE
               MOVE 0 TO CM-RX-PR-MINIMUM
               MOVE 0 TO CM-RX-PR-MAXIMUM
           ELSE
               MOVE CM-DR-PRIOR-SUB(CM-WS-DSUB) TO CM-WS-PSUB
               MOVE CM-PR-ACCEPTED-CNT(CM-WS-PSUB)
                   TO CM-RX-PR-ACCEPTED-CNT
               MOVE CM-PR-TOTAL(CM-WS-PSUB) TO CM-RX-PR-TOTAL
               MOVE CM-PR-AVERAGE(CM-WS-PSUB) TO CM-RX-PR-AVERAGE
               MOVE CM-PR-MINIMUM(CM-WS-PSUB) TO CM-RX-PR-MINIMUM
               MOVE CM-PR-MAXIMUM(CM-WS-PSUB) TO CM-RX-PR-MAXIMUM
           END-IF.
           MOVE 0 TO CM-RX-CU-CONTROL-CNT.
           MOVE CM-DR-ACCEPTED-CNT(CM-WS-DSUB)
               TO CM-RX-CU-ACCEPTED-CNT.
           MOVE CM-DR-TOTAL(CM-WS-DSUB) TO CM-RX-CU-TOTAL.
           MOVE CM-DR-AVERAGE(CM-WS-DSUB) TO CM-RX-CU-AVERAGE.
           MOVE CM-DR-MINIMUM(CM-WS-DSUB) TO CM-RX-CU-MINIMUM.
           MOVE CM-DR-MAXIMUM(CM-WS-DSUB) TO CM-RX-CU-MAXIMUM.
           WRITE CM-RUNDLT-REC.
           ADD 1 TO CM-WS-DELTA-COUNT.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5600-DROP-PRIOR-DRUG   -  A DRUG ON THE MASTER THAT IS NOT IN
      *                            THE RUN'S LATEST DRGIF GROUP IS
      *                            DELETED AND SENT AS DROPPED, WITH
      *                            ZERO CURRENT FIGURES.
      *-----------------------------------------------------------------
       5600-DROP-PRIOR-DRUG.
           IF CM-PR-MATCHED(CM-WS-PSUB)
               GO TO 5600-EXIT
           END-IF.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-RM-RUN-ID.
           SET CM-RM-DRUG-REC TO TRUE.
           MOVE CM-PR-DRUG-CODE(CM-WS-PSUB) TO CM-RM-DRUG-CODE.
           DELETE CM-RUNMST-FILE RECORD
               INVALID KEY
                   DISPLAY 'DOSEFOLD008E DELETE FAILED FOR RUN '
                       CM-RM-RUN-ID ' DRUG ' CM-RM-DRUG-CODE
                   GO TO 1000-ABEND
           END-DELETE.
           MOVE SPACES TO CM-RUNDLT-REC.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-RX-RUN-ID.
           SET CM-RX-DRUG-REC TO TRUE.
           MOVE CM-PR-DRUG-CODE(CM-WS-PSUB) TO CM-RX-DRUG-CODE.
           SET CM-RX-DROPPED TO TRUE.
           PERFORM 5450-FILL-DELTA-HEADER THRU 5450-EXIT.
           MOVE CM-PR-UNIT(CM-WS-PSUB) TO CM-RX-UNIT.
           MOVE 0 TO CM-RX-PR-CONTROL-CNT.
           MOVE CM-PR-ACCEPTED-CNT(CM-WS-PSUB)
               TO CM-RX-PR-ACCEPTED-CNT.
           MOVE CM-PR-TOTAL(CM-WS-PSUB) TO CM-RX-PR-TOTAL.
           MOVE CM-PR-AVERAGE(CM-WS-PSUB) TO CM-RX-PR-AVERAGE.
           MOVE CM-PR-MINIMUM(CM-WS-PSUB) TO CM-RX-PR-MINIMUM.
           MOVE CM-PR-MAXIMUM(CM-WS-PSUB) TO CM-RX-PR-MAXIMUM.
           MOVE 0 TO CM-RX-CU-CONTROL-CNT.
           MOVE 0 TO CM-RX-CU-ACCEPTED-CNT.
           MOVE 0 TO CM-RX-CU-TOTAL.
           MOVE 0 TO CM-RX-CU-AVERAGE.
           MOVE 0 TO CM-RX-CU-MINIMUM.
           MOVE 0 TO CM-RX-CU-MAXIMUM.
           WRITE CM-RUNDLT-REC.
           ADD 1 TO CM-WS-DELTA-COUNT.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5700-REPORT-RUN
      *-----------------------------------------------------------------
       5700-REPORT-RUN.
           MOVE CM-FT-RUN-ID(CM-WS-FSUB) TO CM-FD-RUN-ID.
           MOVE CM-FT-RUN-DATE(CM-WS-FSUB) TO CM-FD-RUN-DATE.
           IF CM-WS-PRIOR-FOUND
               MOVE 'CHANGED' TO CM-FD-ACTION
           ELSE
               MOVE 'NEW' TO CM-FD-ACTION
           END-IF.
           MOVE CM-WS-NEW-VERSION TO CM-FD-VERSION.
           MOVE CM-FT-CHANGE-PGM(CM-WS-FSUB) TO CM-FD-PROGRAM.
           MOVE CM-WO-TOTAL TO CM-FD-PRIOR-TOTAL.
           MOVE CM-FT-TOTAL(CM-WS-FSUB) TO CM-FD-CURRENT-TOTAL.
           MOVE CM-WO-ACCEPTED-CNT TO CM-FD-PRIOR-ACC.
           MOVE CM-FT-ACCEPTED-CNT(CM-WS-FSUB) TO CM-FD-CURRENT-ACC.
           MOVE CM-WS-RUN-DRUG-CHANGES TO CM-FD-DRUG-CHANGES.
           WRITE CM-REPORT-REC FROM CM-FLD-DETAIL-LINE.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-UPDATE-CONTROL-RECORD   -  RECORD HOW FAR INTO EACH
      *                                  INTERFACE FILE THE MASTER NOW
      *                                  REACHES.  WRITTEN LAST, SO A
      *                                  RUN THAT ENDS EARLY FOLDS THE
      *                                  SAME RECORDS AGAIN NEXT TIME.
      *                                  RUNS IT HAD ALREADY APPLIED
      *                                  THEN COMPARE AS UNCHANGED -
      *                                  THEIR DELTAS ARE ON THE
      *                                  GENERATION KEPT FROM THE
      *                                  FAILED JOB.
      *-----------------------------------------------------------------
       8000-UPDATE-CONTROL-RECORD.
           MOVE SPACES TO CM-RUNMST-REC.
           MOVE SPACES TO CM-RM-KEY.
           SET CM-RM-CONTROL-REC TO TRUE.
           MOVE CM-WS-CURRENT-DATE TO CM-RM-CHANGE-DATE.
           MOVE 'DOSEFOLD' TO CM-RM-CHANGE-PGM.
           MOVE 0 TO CM-RM-VERSION.
           MOVE CM-WS-OUTIF2-READ TO CM-RM-OUTIF2-FOLDED.
           MOVE CM-WS-OUTIF-READ TO CM-RM-OUTIF-FOLDED.
           MOVE CM-WS-DRGIF-READ TO CM-RM-DRGIF-FOLDED.
           IF CM-WS-CONTROL-FOUND
               REWRITE CM-RUNMST-REC
                   INVALID KEY
                       DISPLAY 'DOSEFOLD009E CONTROL RECORD REWRITE '
                           'FAILED'
                       GO TO 1000-ABEND
               END-REWRITE
           ELSE
               WRITE CM-RUNMST-REC
                   INVALID KEY
                       DISPLAY 'DOSEFOLD009E CONTROL RECORD WRITE '
                           'FAILED'
                       GO TO 1000-ABEND
               END-WRITE
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8500-WRITE-TOTALS
      *-----------------------------------------------------------------
       8500-WRITE-TOTALS.
           WRITE CM-REPORT-REC FROM CM-FLD-BLANK-LINE.
           COMPUTE CM-FT1-OUTIF2 =
               CM-WS-OUTIF2-READ - CM-WS-OUTIF2-DONE.
           COMPUTE CM-FT1-OUTIF = CM-WS-OUTIF-READ - CM-WS-OUTIF-DONE.
           COMPUTE CM-FT1-DRGIF = CM-WS-DRGIF-READ - CM-WS-DRGIF-DONE.
           WRITE CM-REPORT-REC FROM CM-FLD-TOTAL-LINE-1.
           MOVE CM-WS-NEW-RUNS TO CM-FT2-NEW.
           MOVE CM-WS-CHANGED-RUNS TO CM-FT2-CHANGED.
           MOVE CM-WS-UNCHANGED-RUNS TO CM-FT2-UNCHANGED.
           MOVE CM-WS-DRUG-CHANGES TO CM-FT2-DRUG-CHANGES.
           WRITE CM-REPORT-REC FROM CM-FLD-TOTAL-LINE-2.
       8500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-OUTIF2-FILE.
           CLOSE CM-OUTIF-FILE.
           CLOSE CM-DRGIF-FILE.
           CLOSE CM-RUNMST-FILE.
           CLOSE CM-RUNDLT-FILE.
           CLOSE CM-REPORT-FILE.
           DISPLAY 'DOSEFOLD010I FOLD COMPLETE - '
               CM-WS-NEW-RUNS ' NEW, '
               CM-WS-CHANGED-RUNS ' CHANGED, '
               CM-WS-DELTA-COUNT ' DELTA RECORDS'.
       9000-EXIT.
           EXIT.
