       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSECLOS.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  RUN-DATE PERIOD CLOSE AND
      *                  SUPERVISOR REOPEN.  EACH CLSCARD (CMCLSCRD)
      *                  NAMES ONE RUN DATE.  A CLOSE CARD CLOSES THE
      *                  DATE ONLY WHEN EVERY RUN FOR IT IS COMPLETE
      *                  ON RUNSTAT, EVERY RUN IS IN BALANCE - THE
      *                  SAME RE-ADD OF THE SAVEDDS CHECKPOINTS
      *                  AGAINST THE RUN-RESULTS MASTER THAT DOSEBAL
      *                  MAKES - AND EVERY ACCEPTED AND WARNING
      *                  READING IS ON THE BILLED-CHARGE LEDGER AS
      *                  BILLED AT ITS CURRENT VALUE WITH NO REJECTED
      *                  READING STILL BILLED.  THE DATE IS THEN
      *                  WRITTEN CLOSED TO THE PERIOD CONTROL FILE
      *                  (CMPERIOD) WITH ITS CONTROL TOTALS, LOGGED
      *                  TO THE PERIOD ACTION LOG (CMPRDLOG), AND A
      *                  CLOSE CERTIFICATE IS PRINTED.  A REOPEN CARD
      *                  FROM A SUPERVISOR, WITH A REASON, REOPENS A
      *                  CLOSED DATE FOR A CONTROLLED CORRECTION AND
      *                  IS LOGGED THE SAME WAY.  WHILE A DATE IS
      *                  CLOSED, DOSEFIX, DOSESUSP, DOSEAPRV AND THE
      *                  DOSEARCH RESTORE REFUSE TO CHANGE ITS RUNS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-CLSCARD-FILE ASSIGN TO CLSCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CM-PERIOD-FILE ASSIGN TO PERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PE-RUN-DATE
               FILE STATUS IS CM-WS-PERIOD-FILE-STATUS.

           SELECT CM-RUNSTAT-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RN-RUN-ID
               FILE STATUS IS CM-WS-RNST-FILE-STATUS.

           SELECT CM-SAVED-FILE ASSIGN TO SAVEDDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SV-KEY
               FILE STATUS IS CM-WS-SAVED-FILE-STATUS.

           SELECT CM-RUNMST-FILE ASSIGN TO RUNMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RM-KEY
               FILE STATUS IS CM-WS-RUNMST-FILE-STATUS.

           SELECT CM-CHGLDG-FILE ASSIGN TO CHGLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-LG-KEY
               FILE STATUS IS CM-WS-LDGR-FILE-STATUS.

           SELECT CM-OPER-FILE ASSIGN TO OPERMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-OP-OPERATOR-ID
               FILE STATUS IS CM-WS-OPER-FILE-STATUS.

           SELECT CM-PRDLOG-FILE ASSIGN TO PRDLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO CLSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-CLSCARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMCLSCRD.

       FD  CM-PERIOD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMPERIOD.

       FD  CM-RUNSTAT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNST.

       FD  CM-SAVED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMSAVED.

       FD  CM-RUNMST-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNMST.

       FD  CM-CHGLDG-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMCHGLDG.

       FD  CM-OPER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMOPERMS.

       FD  CM-PRDLOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMPRDLOG.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  CM-WS-PERIOD-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  CM-WS-RNST-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-RUNMST-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  CM-WS-LDGR-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-OPER-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  CM-WS-OPER-LEVEL            PIC 9(01) VALUE 0.

       01  CM-WS-CURRENT-DATE          PIC X(08) VALUE SPACES.
       01  CM-WS-CURRENT-TIME          PIC X(08) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-CARD-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-CARD-EOF-YES      VALUE 'Y'.
               88  CM-WS-CARD-EOF-NO       VALUE 'N'.
           05  CM-WS-RNST-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-RNST-EOF-YES      VALUE 'Y'.
               88  CM-WS-RNST-EOF-NO       VALUE 'N'.
           05  CM-WS-SAVED-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-SAVED-EOF-YES     VALUE 'Y'.
               88  CM-WS-SAVED-EOF-NO      VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.
           05  CM-WS-CARD-SWITCH       PIC X(01) VALUE 'Y'.
               88  CM-WS-CARD-ACCEPTED     VALUE 'Y'.
               88  CM-WS-CARD-REFUSED      VALUE 'N'.
           05  CM-WS-PERIOD-SWITCH     PIC X(01) VALUE 'N'.
               88  CM-WS-PERIOD-FOUND      VALUE 'Y'.
               88  CM-WS-PERIOD-NOT-FOUND  VALUE 'N'.
           05  CM-WS-LEDGER-SWITCH     PIC X(01) VALUE 'N'.
               88  CM-WS-LEDGER-FOUND      VALUE 'Y'.
               88  CM-WS-LEDGER-NOT-FOUND  VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-CUR-SUB           PIC 9(05) VALUE 0.
           05  CM-WS-RUN-COUNT         PIC 9(05) VALUE 0.
           05  CM-WS-FAILED-RUN-COUNT  PIC 9(05) VALUE 0.
           05  CM-WS-CARD-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-CLOSED-COUNT      PIC 9(05) VALUE 0.
           05  CM-WS-REOPENED-COUNT    PIC 9(05) VALUE 0.
           05  CM-WS-REFUSED-COUNT     PIC 9(05) VALUE 0.

       01  CM-WS-MAX-RUNS              PIC 9(05) VALUE 200.

       01  CM-WS-SAVED-VALUE           PIC 9(05)V9(02) VALUE 0.
       01  CM-WS-GROUP-RUN-ID          PIC X(08) VALUE SPACES.
       01  CM-WS-REFUSE-REASON         PIC X(50) VALUE SPACES.
       01  CM-WS-RUN-REASON            PIC X(30) VALUE SPACES.

       01  CM-WS-DATE-TOTALS.
           05  CM-WS-DT-DOSE-CNT       PIC 9(07) VALUE 0.
           05  CM-WS-DT-ACCEPTED-CNT   PIC 9(07) VALUE 0.
           05  CM-WS-DT-DOSE-TOTAL     PIC 9(10)V9(02) VALUE 0.
           05  CM-WS-DT-CHARGE-TOTAL   PIC 9(09)V9(02) VALUE 0.

      *    ONE ENTRY PER RUN FOR THE RUN DATE BEING CLOSED - EVERY
      *    RUN ON RUNSTAT FOR THE DATE, PLUS ANY RUN WITH SAVEDDS
      *    CHECKPOINTS FOR THE DATE THAT RUNSTAT DOES NOT KNOW.
       01  CM-CLOSE-RUN-TABLE.
           05  CM-CLOSE-RUN-ENTRY OCCURS 200 TIMES.
               10  CM-RT-RUN-ID        PIC X(08).
               10  CM-RT-RN-STATUS     PIC X(01).
                   88  CM-RT-IN-PROGRESS   VALUE 'P'.
                   88  CM-RT-COMPLETE      VALUE 'C'.
               10  CM-RT-ON-RUNSTAT    PIC X(01).
               10  CM-RT-ENTRIES       PIC 9(05).
               10  CM-RT-ACCEPTED      PIC 9(05).
               10  CM-RT-TOTAL         PIC 9(10)V9(02).
               10  CM-RT-CHARGE-TOTAL  PIC 9(09)V9(02).
               10  CM-RT-CHARGE-BREAKS PIC 9(05).

       01  CM-CLS-HEADING-LINE.
           05  FILLER                  PIC X(133)
                   VALUE 'RUN DATE PERIOD CLOSE CERTIFICATE'.

       01  CM-CLS-RUN-ON-LINE.
           05  FILLER                  PIC X(10) VALUE 'PRINTED : '.
           05  CM-CO-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-CO-TIME              PIC X(08).
           05  FILLER                  PIC X(106) VALUE SPACES.

       01  CM-CLS-CARD-LINE.
           05  FILLER                  PIC X(08) VALUE 'ACTION :'.
           05  CM-CC-PR-ACTION         PIC X(01).
           05  FILLER                  PIC X(12)
                   VALUE ' RUN DATE : '.
           05  CM-CC-PR-RUN-DATE       PIC X(08).
           05  FILLER                  PIC X(12)
                   VALUE ' OPERATOR : '.
           05  CM-CC-PR-OPERATOR       PIC X(08).
           05  FILLER                  PIC X(10) VALUE ' REASON : '.
           05  CM-CC-PR-REASON         PIC X(40).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  CM-CLS-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN ID    '.
           05  FILLER                  PIC X(04) VALUE 'ST  '.
           05  FILLER                  PIC X(07) VALUE 'ENTRIES'.
           05  FILLER                  PIC X(07) VALUE ' ACCEPT'.
           05  FILLER                  PIC X(14)
                   VALUE '    SAVED TOT '.
           05  FILLER                  PIC X(14)
                   VALUE '   MASTER TOT '.
           05  FILLER                  PIC X(14)
                   VALUE '  CHARGE TOT  '.
           05  FILLER                  PIC X(63) VALUE 'RESULT'.

       01  CM-CLS-DETAIL-LINE.
           05  CM-CD-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CD-STATUS            PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CM-CD-ENTRIES           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CD-ACCEPTED          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CD-SAVED-TOTAL       PIC ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-CD-MASTER-TOTAL      PIC ZZZZZZZZZ9.99.
           05  CM-CD-MASTER-TOTAL-X REDEFINES CM-CD-MASTER-TOTAL
                                       PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-CD-CHARGE-TOTAL      PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-CD-RESULT            PIC X(30).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  CM-CLS-DATE-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                   VALUE 'RUNS ON DATE   :'.
           05  CM-CT-RUNS              PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' DOSE ENTRIES  :'.
           05  CM-CT-DOSES             PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' ACCEPTED      :'.
           05  CM-CT-ACCEPTED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' DOSE TOTAL    :'.
           05  CM-CT-DOSE-TOTAL        PIC ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(16)
                   VALUE ' CHARGE TOTAL  :'.
           05  CM-CT-CHARGE-TOTAL      PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  CM-CLS-RESULT-LINE.
           05  FILLER                  PIC X(10) VALUE 'RESULT  : '.
           05  CM-CR-RESULT            PIC X(50).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  CM-CLS-JOB-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                   VALUE 'CARDS READ     :'.
           05  CM-JT-CARDS             PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' DATES CLOSED  :'.
           05  CM-JT-CLOSED            PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' DATES REOPENED:'.
           05  CM-JT-REOPENED          PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' CARDS REFUSED :'.
           05  CM-JT-REFUSED           PIC ZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  CM-CLS-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
               UNTIL CM-WS-CARD-EOF-YES.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE   -  OPEN THE FILES AND PRINT THE HEADING.
      *                       THE PERIOD CONTROL FILE IS CREATED BY
      *                       THE FIRST CLOSE IF IT DOES NOT EXIST.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CM-CLSCARD-FILE.
           OPEN I-O CM-PERIOD-FILE.
           IF CM-WS-PERIOD-FILE-STATUS NOT = '00'
               AND CM-WS-PERIOD-FILE-STATUS NOT = '05'
               DISPLAY 'DOSECLOS002E CM-PERIOD-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-PERIOD-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-RUNSTAT-FILE.
           IF CM-WS-RNST-FILE-STATUS NOT = '00'
               AND CM-WS-RNST-FILE-STATUS NOT = '05'
               DISPLAY 'DOSECLOS003E CM-RUNSTAT-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-RNST-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-SAVED-FILE.
           IF CM-WS-SAVED-FILE-STATUS NOT = '00'
               AND CM-WS-SAVED-FILE-STATUS NOT = '05'
               DISPLAY 'DOSECLOS004E CM-SAVED-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-SAVED-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-RUNMST-FILE.
           IF CM-WS-RUNMST-FILE-STATUS NOT = '00'
               AND CM-WS-RUNMST-FILE-STATUS NOT = '05'
               DISPLAY 'DOSECLOS005E CM-RUNMST-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-RUNMST-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-CHGLDG-FILE.
           IF CM-WS-LDGR-FILE-STATUS NOT = '00'
               AND CM-WS-LDGR-FILE-STATUS NOT = '05'
               DISPLAY 'DOSECLOS006E CM-CHGLDG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-LDGR-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-OPER-FILE.
           IF CM-WS-OPER-FILE-STATUS NOT = '00'
               AND CM-WS-OPER-FILE-STATUS NOT = '05'
               DISPLAY 'DOSECLOS007E CM-OPER-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-OPER-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN EXTEND CM-PRDLOG-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-WS-CURRENT-TIME FROM TIME.
           WRITE CM-REPORT-REC FROM CM-CLS-HEADING-LINE.
           MOVE CM-WS-CURRENT-DATE TO CM-CO-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-CO-TIME.
           WRITE CM-REPORT-REC FROM CM-CLS-RUN-ON-LINE.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-PROCESS-CARD   -  ONE CLOSE OR REOPEN CARD.  A CARD
      *                         THAT FAILS ITS EDITS IS REFUSED AND
      *                         NOTHING IS CHANGED FOR ITS DATE.
      *-----------------------------------------------------------------
       2000-PROCESS-CARD.
           READ CM-CLSCARD-FILE
               AT END
                   SET CM-WS-CARD-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO CM-WS-CARD-COUNT.
           WRITE CM-REPORT-REC FROM CM-CLS-BLANK-LINE.
           MOVE CM-CC-ACTION TO CM-CC-PR-ACTION.
           MOVE CM-CC-RUN-DATE TO CM-CC-PR-RUN-DATE.
           MOVE CM-CC-OPERATOR-ID TO CM-CC-PR-OPERATOR.
           MOVE CM-CC-REASON TO CM-CC-PR-REASON.
           WRITE CM-REPORT-REC FROM CM-CLS-CARD-LINE.
           SET CM-WS-CARD-ACCEPTED TO TRUE.
           PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT.
           IF CM-WS-CARD-REFUSED
               GO TO 2000-EXIT
           END-IF.
           IF CM-CC-CLOSE
               PERFORM 3000-CLOSE-RUN-DATE THRU 3000-EXIT
           ELSE
               PERFORM 4000-REOPEN-RUN-DATE THRU 4000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2100-VALIDATE-CARD   -  THE OPERATOR MUST BE ACTIVE ON THE
      *                          OPERATOR MASTER.  A REOPEN NEEDS A
      *                          SUPERVISOR AND A REASON, AND A DATE
      *                          THAT IS CLOSED.  A CLOSE NEEDS A
      *                          DATE THAT IS NOT ALREADY CLOSED.
      *-----------------------------------------------------------------
       2100-VALIDATE-CARD.
           IF NOT CM-CC-CLOSE
               AND NOT CM-CC-REOPEN
               MOVE 'ACTION MUST BE C (CLOSE) OR R (REOPEN)'
                   TO CM-WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CM-CC-RUN-DATE-9 NOT NUMERIC
               MOVE 'RUN DATE NOT NUMERIC' TO CM-WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-CC-OPERATOR-ID TO CM-OP-OPERATOR-ID.
           READ CM-OPER-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON OPERATOR MASTER'
                       TO CM-WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF NOT CM-OP-ACTIVE
               MOVE 'OPERATOR IS NOT ACTIVE' TO CM-WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-OP-AUTH-LEVEL TO CM-WS-OPER-LEVEL.
           IF CM-CC-REOPEN
               AND NOT CM-OP-SUPERVISOR-LEVEL
               MOVE 'REOPEN NEEDS A SUPERVISOR' TO CM-WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CM-CC-REOPEN
               AND CM-CC-REASON = SPACES
               MOVE 'REOPEN NEEDS A REASON' TO CM-WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET CM-WS-PERIOD-FOUND TO TRUE.
           MOVE CM-CC-RUN-DATE TO CM-PE-RUN-DATE.
           READ CM-PERIOD-FILE
               INVALID KEY
                   SET CM-WS-PERIOD-NOT-FOUND TO TRUE
           END-READ.
           IF CM-CC-CLOSE
               AND CM-WS-PERIOD-FOUND
               AND CM-PE-CLOSED
               MOVE 'RUN DATE IS ALREADY CLOSED'
                   TO CM-WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CM-CC-REOPEN
               IF CM-WS-PERIOD-NOT-FOUND
                   OR NOT CM-PE-CLOSED
                   MOVE 'RUN DATE IS NOT CLOSED'
                       TO CM-WS-REFUSE-REASON
                   PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2900-REFUSE-CARD   -  PRINT WHY AND COUNT THE CARD REFUSED.
      *                        ANY REFUSED CARD ENDS THE JOB RC 8.
      *-----------------------------------------------------------------
       2900-REFUSE-CARD.
           SET CM-WS-CARD-REFUSED TO TRUE.
           ADD 1 TO CM-WS-REFUSED-COUNT.
           MOVE CM-WS-REFUSE-REASON TO CM-CR-RESULT.
           WRITE CM-REPORT-REC FROM CM-CLS-RESULT-LINE.
           DISPLAY 'DOSECLOS010E ' CM-CC-ACTION ' CARD FOR RUN DATE '
               CM-CC-RUN-DATE ' REFUSED - ' CM-WS-REFUSE-REASON.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-CLOSE-RUN-DATE   -  GATHER EVERY RUN FOR THE DATE FROM
      *                           RUNSTAT AND SAVEDDS, CHECK EACH ONE
      *                           AND PRINT IT.  ONLY WHEN EVERY RUN
      *                           PASSES IS THE DATE CLOSED.
      *-----------------------------------------------------------------
       3000-CLOSE-RUN-DATE.
           MOVE 0 TO CM-WS-RUN-COUNT.
           MOVE 0 TO CM-WS-FAILED-RUN-COUNT.
           MOVE 0 TO CM-WS-DT-DOSE-CNT.
           MOVE 0 TO CM-WS-DT-ACCEPTED-CNT.
           MOVE 0 TO CM-WS-DT-DOSE-TOTAL.
           MOVE 0 TO CM-WS-DT-CHARGE-TOTAL.
           PERFORM 3100-LOAD-RUNSTAT THRU 3100-EXIT.
           PERFORM 3200-SWEEP-SAVED-FILE THRU 3200-EXIT.
           IF CM-WS-RUN-COUNT = 0
               MOVE 'NO RUNS FOUND FOR RUN DATE' TO CM-WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           WRITE CM-REPORT-REC FROM CM-CLS-COLUMN-LINE.
           PERFORM 3400-CHECK-ONE-RUN THRU 3400-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-RUN-COUNT.
           MOVE CM-WS-RUN-COUNT TO CM-CT-RUNS.
           MOVE CM-WS-DT-DOSE-CNT TO CM-CT-DOSES.
           MOVE CM-WS-DT-ACCEPTED-CNT TO CM-CT-ACCEPTED.
           MOVE CM-WS-DT-DOSE-TOTAL TO CM-CT-DOSE-TOTAL.
           MOVE CM-WS-DT-CHARGE-TOTAL TO CM-CT-CHARGE-TOTAL.
           WRITE CM-REPORT-REC FROM CM-CLS-DATE-TOTAL-LINE.
           IF CM-WS-FAILED-RUN-COUNT > 0
               MOVE 'CLOSE REFUSED - RUNS ABOVE FAILED THE CHECKS'
                   TO CM-WS-REFUSE-REASON
               PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3600-POST-CLOSE THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3100-LOAD-RUNSTAT   -  EVERY RUN RUNSTAT HOLDS FOR THE DATE,
      *                         WHATEVER ITS STATUS.
      *-----------------------------------------------------------------
       3100-LOAD-RUNSTAT.
           MOVE LOW-VALUES TO CM-RN-RUN-ID.
           SET CM-WS-RNST-EOF-NO TO TRUE.
           START CM-RUNSTAT-FILE KEY IS NOT LESS THAN CM-RN-RUN-ID
               INVALID KEY
                   SET CM-WS-RNST-EOF-YES TO TRUE
           END-START.
           PERFORM 3110-READ-NEXT-RUNSTAT THRU 3110-EXIT
               UNTIL CM-WS-RNST-EOF-YES.
       3100-EXIT.
           EXIT.

       3110-READ-NEXT-RUNSTAT.
           READ CM-RUNSTAT-FILE NEXT RECORD
               AT END
                   SET CM-WS-RNST-EOF-YES TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF CM-RN-RUN-DATE NOT = CM-CC-RUN-DATE
               GO TO 3110-EXIT
           END-IF.
           MOVE CM-RN-RUN-ID TO CM-WS-GROUP-RUN-ID.
           PERFORM 3300-ADD-RUN THRU 3300-EXIT.
           MOVE CM-RN-STATUS TO CM-RT-RN-STATUS(CM-WS-CUR-SUB).
           MOVE 'Y' TO CM-RT-ON-RUNSTAT(CM-WS-CUR-SUB).
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3200-SWEEP-SAVED-FILE   -  RE-ADD EVERY CHECKPOINT FOR THE
      *                             DATE BY RUN, AS DOSEBAL DOES, AND
      *                             MATCH EACH ONE TO THE BILLED-
      *                             CHARGE LEDGER AS DOSECHG WOULD.
      *                             AN ACCEPTED OR WARNING READING IS
      *                             EXTRACTED WHEN THE LEDGER HOLDS IT
      *                             BILLED AT ITS CURRENT VALUE AND
      *                             STATUS; A REJECTED READING IS
      *                             EXTRACTED WHEN THE LEDGER DOES NOT
      *                             HOLD IT BILLED.  ANYTHING ELSE IS
      *                             A CHARGE BREAK - DOSECHG HAS NOT
      *                             YET SENT BILLING WHAT IT WOULD.
      *-----------------------------------------------------------------
       3200-SWEEP-SAVED-FILE.
           MOVE SPACES TO CM-WS-GROUP-RUN-ID.
           MOVE LOW-VALUES TO CM-SV-KEY.
           SET CM-WS-SAVED-EOF-NO TO TRUE.
           START CM-SAVED-FILE KEY IS NOT LESS THAN CM-SV-KEY
               INVALID KEY
                   SET CM-WS-SAVED-EOF-YES TO TRUE
           END-START.
           PERFORM 3210-READ-NEXT-SAVED THRU 3210-EXIT
               UNTIL CM-WS-SAVED-EOF-YES.
       3200-EXIT.
           EXIT.

       3210-READ-NEXT-SAVED.
           READ CM-SAVED-FILE NEXT RECORD
               AT END
                   SET CM-WS-SAVED-EOF-YES TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           IF CM-SV-RUN-DATE NOT = CM-CC-RUN-DATE
               GO TO 3210-EXIT
           END-IF.
           IF CM-SV-RUN-ID NOT = CM-WS-GROUP-RUN-ID
               MOVE CM-SV-RUN-ID TO CM-WS-GROUP-RUN-ID
               PERFORM 3300-ADD-RUN THRU 3300-EXIT
           END-IF.
           ADD 1 TO CM-RT-ENTRIES(CM-WS-CUR-SUB).
           MOVE CM-SV-KEY TO CM-LG-KEY.
           SET CM-WS-LEDGER-FOUND TO TRUE.
           READ CM-CHGLDG-FILE
               INVALID KEY
                   SET CM-WS-LEDGER-NOT-FOUND TO TRUE
           END-READ.
           IF NOT CM-SV-ACCEPTED
               AND NOT CM-SV-WARNING
               IF CM-WS-LEDGER-FOUND AND CM-LG-BILLED
                   ADD 1 TO CM-RT-CHARGE-BREAKS(CM-WS-CUR-SUB)
               END-IF
               GO TO 3210-EXIT
           END-IF.
           MOVE CM-SV-VALUE TO CM-WS-SAVED-VALUE.
           IF CM-SV-VALUE-DEC NUMERIC
               COMPUTE CM-WS-SAVED-VALUE =
                   CM-SV-VALUE + CM-SV-VALUE-DEC / 100
           END-IF.
           ADD CM-WS-SAVED-VALUE TO CM-RT-TOTAL(CM-WS-CUR-SUB).
           ADD 1 TO CM-RT-ACCEPTED(CM-WS-CUR-SUB).
           IF CM-WS-LEDGER-FOUND
               AND CM-LG-BILLED
               AND CM-LG-DOSE-VALUE = CM-WS-SAVED-VALUE
               AND CM-LG-SV-STATUS = CM-SV-STATUS
               ADD CM-LG-CHARGE-AMT
                   TO CM-RT-CHARGE-TOTAL(CM-WS-CUR-SUB)
           ELSE
               ADD 1 TO CM-RT-CHARGE-BREAKS(CM-WS-CUR-SUB)
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3300-ADD-RUN   -  FIND CM-WS-GROUP-RUN-ID IN THE RUN TABLE,
      *                    ADDING IT IF IT IS NOT THERE, AND LEAVE
      *                    ITS POSITION IN CM-WS-CUR-SUB.  A RUN
      *                    ADDED FROM SAVEDDS STARTS AS NOT ON
      *                    RUNSTAT UNTIL RUNSTAT SAYS OTHERWISE.
      *-----------------------------------------------------------------
       3300-ADD-RUN.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 3310-FIND-RUN THRU 3310-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-RUN-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-YES
               MOVE CM-WS-SUB TO CM-WS-CUR-SUB
               GO TO 3300-EXIT
           END-IF.
           IF CM-WS-RUN-COUNT = CM-WS-MAX-RUNS
               DISPLAY 'DOSECLOS008E MORE THAN ' CM-WS-MAX-RUNS
                   ' RUNS FOR RUN DATE ' CM-CC-RUN-DATE
                   ' - TABLE FULL'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-RUN-COUNT.
           MOVE CM-WS-RUN-COUNT TO CM-WS-CUR-SUB.
           MOVE CM-WS-GROUP-RUN-ID TO CM-RT-RUN-ID(CM-WS-CUR-SUB).
           MOVE SPACES TO CM-RT-RN-STATUS(CM-WS-CUR-SUB).
           MOVE 'N' TO CM-RT-ON-RUNSTAT(CM-WS-CUR-SUB).
           MOVE 0 TO CM-RT-ENTRIES(CM-WS-CUR-SUB).
           MOVE 0 TO CM-RT-ACCEPTED(CM-WS-CUR-SUB).
           MOVE 0 TO CM-RT-TOTAL(CM-WS-CUR-SUB).
           MOVE 0 TO CM-RT-CHARGE-TOTAL(CM-WS-CUR-SUB).
           MOVE 0 TO CM-RT-CHARGE-BREAKS(CM-WS-CUR-SUB).
       3300-EXIT.
           EXIT.

       3310-FIND-RUN.
           IF CM-RT-RUN-ID(CM-WS-SUB) = CM-WS-GROUP-RUN-ID
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-SUB
           END-IF.
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3400-CHECK-ONE-RUN   -  PRINT ONE RUN'S CERTIFICATE LINE
      *                          WITH THE FIRST CHECK IT FAILS, AND
      *                          ADD IT TO THE DATE'S CONTROL TOTALS.
      *-----------------------------------------------------------------
       3400-CHECK-ONE-RUN.
           MOVE CM-RT-RUN-ID(CM-WS-SUB) TO CM-CD-RUN-ID.
           MOVE CM-RT-RN-STATUS(CM-WS-SUB) TO CM-CD-STATUS.
           MOVE CM-RT-ENTRIES(CM-WS-SUB) TO CM-CD-ENTRIES.
           MOVE CM-RT-ACCEPTED(CM-WS-SUB) TO CM-CD-ACCEPTED.
           MOVE CM-RT-TOTAL(CM-WS-SUB) TO CM-CD-SAVED-TOTAL.
           MOVE CM-RT-CHARGE-TOTAL(CM-WS-SUB) TO CM-CD-CHARGE-TOTAL.
           MOVE SPACES TO CM-CD-MASTER-TOTAL-X.
           MOVE SPACES TO CM-WS-RUN-REASON.
           PERFORM 3410-EDIT-RUN THRU 3410-EXIT.
           IF CM-WS-RUN-REASON = SPACES
               MOVE 'CHECKS PASSED' TO CM-CD-RESULT
           ELSE
               MOVE CM-WS-RUN-REASON TO CM-CD-RESULT
               ADD 1 TO CM-WS-FAILED-RUN-COUNT
           END-IF.
           WRITE CM-REPORT-REC FROM CM-CLS-DETAIL-LINE.
           ADD CM-RT-ENTRIES(CM-WS-SUB) TO CM-WS-DT-DOSE-CNT.
           ADD CM-RT-ACCEPTED(CM-WS-SUB) TO CM-WS-DT-ACCEPTED-CNT.
           ADD CM-RT-TOTAL(CM-WS-SUB) TO CM-WS-DT-DOSE-TOTAL.
           ADD CM-RT-CHARGE-TOTAL(CM-WS-SUB) TO CM-WS-DT-CHARGE-TOTAL.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3410-EDIT-RUN   -  THE RUN MUST BE COMPLETE ON RUNSTAT, ITS
      *                     RE-ADDED CHECKPOINTS MUST AGREE WITH ITS
      *                     RUN RECORD ON THE RUN-RESULTS MASTER IN
      *                     TOTAL, ACCEPTED COUNT AND CONTROL COUNT,
      *                     AND IT MUST HAVE NO CHARGE BREAKS.
      *-----------------------------------------------------------------
       3410-EDIT-RUN.
           IF CM-RT-ON-RUNSTAT(CM-WS-SUB) NOT = 'Y'
               MOVE 'RUN NOT ON RUN STATUS FILE' TO CM-WS-RUN-REASON
               GO TO 3410-EXIT
           END-IF.
           IF CM-RT-IN-PROGRESS(CM-WS-SUB)
               MOVE 'RUN STILL IN PROGRESS' TO CM-WS-RUN-REASON
               GO TO 3410-EXIT
           END-IF.
           IF NOT CM-RT-COMPLETE(CM-WS-SUB)
               MOVE 'RUN NOT COMPLETE' TO CM-WS-RUN-REASON
               GO TO 3410-EXIT
           END-IF.
           MOVE CM-RT-RUN-ID(CM-WS-SUB) TO CM-RM-RUN-ID.
           MOVE 'R' TO CM-RM-REC-TYPE.
           MOVE SPACES TO CM-RM-DRUG-CODE.
           READ CM-RUNMST-FILE
               INVALID KEY
                   MOVE 'NO RUN-RESULTS MASTER RECORD'
                       TO CM-WS-RUN-REASON
                   GO TO 3410-EXIT
           END-READ.
           MOVE CM-RM-TOTAL TO CM-CD-MASTER-TOTAL.
           IF CM-RT-TOTAL(CM-WS-SUB) NOT = CM-RM-TOTAL
               OR CM-RT-ACCEPTED(CM-WS-SUB) NOT = CM-RM-ACCEPTED-CNT
               OR CM-RT-ENTRIES(CM-WS-SUB) NOT = CM-RM-CONTROL-CNT
               MOVE '*** OUT OF BALANCE ***' TO CM-WS-RUN-REASON
               GO TO 3410-EXIT
           END-IF.
           IF CM-RT-CHARGE-BREAKS(CM-WS-SUB) > 0
               MOVE 'CHARGES NOT FULLY EXTRACTED' TO CM-WS-RUN-REASON
           END-IF.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3600-POST-CLOSE   -  WRITE THE DATE CLOSED WITH ITS CONTROL
      *                       TOTALS.  A DATE CLOSED BEFORE AND SINCE
      *                       REOPENED KEEPS ITS REOPEN HISTORY.
      *-----------------------------------------------------------------
       3600-POST-CLOSE.
           IF CM-WS-PERIOD-NOT-FOUND
               MOVE SPACES TO CM-PERIOD-REC
               MOVE CM-CC-RUN-DATE TO CM-PE-RUN-DATE
               MOVE 0 TO CM-PE-REOPEN-CNT
           END-IF.
           SET CM-PE-CLOSED TO TRUE.
           MOVE CM-WS-CURRENT-DATE TO CM-PE-CLOSE-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-PE-CLOSE-TIME.
           MOVE CM-CC-OPERATOR-ID TO CM-PE-CLOSE-OPER.
           MOVE CM-WS-RUN-COUNT TO CM-PE-RUN-CNT.
           MOVE CM-WS-DT-DOSE-CNT TO CM-PE-DOSE-CNT.
           MOVE CM-WS-DT-ACCEPTED-CNT TO CM-PE-ACCEPTED-CNT.
           MOVE CM-WS-DT-DOSE-TOTAL TO CM-PE-DOSE-TOTAL.
           MOVE CM-WS-DT-CHARGE-TOTAL TO CM-PE-CHARGE-TOTAL.
           IF CM-WS-PERIOD-FOUND
               REWRITE CM-PERIOD-REC
                   INVALID KEY
                       DISPLAY 'DOSECLOS009E PERIOD REWRITE FAILED '
                           'FOR ' CM-CC-RUN-DATE ' - STATUS '
                           CM-WS-PERIOD-FILE-STATUS
                       GO TO 1000-ABEND
               END-REWRITE
           ELSE
               WRITE CM-PERIOD-REC
                   INVALID KEY
                       DISPLAY 'DOSECLOS009E PERIOD WRITE FAILED '
                           'FOR ' CM-CC-RUN-DATE ' - STATUS '
                           CM-WS-PERIOD-FILE-STATUS
                       GO TO 1000-ABEND
               END-WRITE
           END-IF.
           PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
           ADD 1 TO CM-WS-CLOSED-COUNT.
           MOVE 'PERIOD CLOSED - CONTROL TOTALS CERTIFIED ABOVE'
               TO CM-CR-RESULT.
           WRITE CM-REPORT-REC FROM CM-CLS-RESULT-LINE.
           DISPLAY 'DOSECLOS011I RUN DATE ' CM-CC-RUN-DATE
               ' CLOSED BY ' CM-CC-OPERATOR-ID.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4000-REOPEN-RUN-DATE   -  A SUPERVISOR REOPENS A CLOSED DATE.
      *                            THE CONTROL TOTALS OF THE LAST
      *                            CLOSE STAY ON THE RECORD AND GO TO
      *                            THE LOG WITH THE REASON.
      *-----------------------------------------------------------------
       4000-REOPEN-RUN-DATE.
           SET CM-PE-REOPENED TO TRUE.
           ADD 1 TO CM-PE-REOPEN-CNT.
           MOVE CM-WS-CURRENT-DATE TO CM-PE-REOPEN-DATE.
           MOVE CM-CC-OPERATOR-ID TO CM-PE-REOPEN-OPER.
           REWRITE CM-PERIOD-REC
               INVALID KEY
                   DISPLAY 'DOSECLOS009E PERIOD REWRITE FAILED '
                       'FOR ' CM-CC-RUN-DATE ' - STATUS '
                       CM-WS-PERIOD-FILE-STATUS
                   GO TO 1000-ABEND
           END-REWRITE.
           PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
           ADD 1 TO CM-WS-REOPENED-COUNT.
           MOVE CM-PE-RUN-CNT TO CM-CT-RUNS.
           MOVE CM-PE-DOSE-CNT TO CM-CT-DOSES.
           MOVE CM-PE-ACCEPTED-CNT TO CM-CT-ACCEPTED.
           MOVE CM-PE-DOSE-TOTAL TO CM-CT-DOSE-TOTAL.
           MOVE CM-PE-CHARGE-TOTAL TO CM-CT-CHARGE-TOTAL.
           WRITE CM-REPORT-REC FROM CM-CLS-DATE-TOTAL-LINE.
           MOVE 'PERIOD REOPENED FOR CORRECTION' TO CM-CR-RESULT.
           WRITE CM-REPORT-REC FROM CM-CLS-RESULT-LINE.
           DISPLAY 'DOSECLOS012I RUN DATE ' CM-CC-RUN-DATE
               ' REOPENED BY ' CM-CC-OPERATOR-ID.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5000-WRITE-LOG   -  ONE PERIOD ACTION LOG RECORD FOR A CLOSE
      *                      OR REOPEN, FROM THE CARD AND THE PERIOD
      *                      RECORD AS JUST WRITTEN.
      *-----------------------------------------------------------------
       5000-WRITE-LOG.
           MOVE SPACES TO CM-PRDLOG-REC.
           MOVE CM-CC-RUN-DATE TO CM-PL-RUN-DATE.
           MOVE CM-CC-ACTION TO CM-PL-ACTION.
           MOVE CM-CC-OPERATOR-ID TO CM-PL-OPERATOR-ID.
           MOVE CM-WS-OPER-LEVEL TO CM-PL-OPER-LEVEL.
           MOVE CM-WS-CURRENT-DATE TO CM-PL-LOG-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-PL-LOG-TIME.
           MOVE CM-CC-REASON TO CM-PL-REASON.
           MOVE CM-PE-RUN-CNT TO CM-PL-RUN-CNT.
           MOVE CM-PE-DOSE-CNT TO CM-PL-DOSE-CNT.
           MOVE CM-PE-ACCEPTED-CNT TO CM-PL-ACCEPTED-CNT.
           MOVE CM-PE-DOSE-TOTAL TO CM-PL-DOSE-TOTAL.
           MOVE CM-PE-CHARGE-TOTAL TO CM-PL-CHARGE-TOTAL.
           WRITE CM-PRDLOG-REC.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE CM-REPORT-REC FROM CM-CLS-BLANK-LINE.
           MOVE CM-WS-CARD-COUNT TO CM-JT-CARDS.
           MOVE CM-WS-CLOSED-COUNT TO CM-JT-CLOSED.
           MOVE CM-WS-REOPENED-COUNT TO CM-JT-REOPENED.
           MOVE CM-WS-REFUSED-COUNT TO CM-JT-REFUSED.
           WRITE CM-REPORT-REC FROM CM-CLS-JOB-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-CLSCARD-FILE.
           CLOSE CM-PERIOD-FILE.
           CLOSE CM-RUNSTAT-FILE.
           CLOSE CM-SAVED-FILE.
           CLOSE CM-RUNMST-FILE.
           CLOSE CM-CHGLDG-FILE.
           CLOSE CM-OPER-FILE.
           CLOSE CM-PRDLOG-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-CARD-COUNT = 0
               DISPLAY 'DOSECLOS001E NO CLOSE OR REOPEN CARDS READ'
               MOVE 16 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF CM-WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'DOSECLOS013I PERIOD CONTROL COMPLETE - '
               CM-WS-CLOSED-COUNT ' CLOSED, '
               CM-WS-REOPENED-COUNT ' REOPENED, '
               CM-WS-REFUSED-COUNT ' REFUSED'.
       9000-EXIT.
           EXIT.
