       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSEAPRV.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  APPROVAL CYCLE FOR THE
      *                  PENDING-CORRECTION FILE DOSEFIX WRITES WHEN A
      *                  CLERK'S CORRECTION IS OVER THEIR THRESHOLD.
      *                  READS A SUPERVISOR'S DECISION DECK (CMAPRCRD),
      *                  MATCHES EACH CARD AGAINST THE PENDING ITEMS,
      *                  AND APPLIES THE APPROVED ONES THROUGH THE SAME
      *                  RE-EDIT, SAVEDDS UPDATE, OUTIF/OUTIF2 RECORD
      *                  AND AUDIT TRAIL A DOSEFIX CORRECTION TAKES -
      *                  THE AUDIT RECORD CARRIES BOTH THE REQUESTING
      *                  CLERK AND THE APPROVING SUPERVISOR.  DENIED
      *                  ITEMS ARE DROPPED, UNDECIDED ONES ARE CARRIED
      *                  FORWARD TO THE NEW PENDING FILE, AND THE
      *                  REPORT ENDS WITH AN AGING LIST OF EVERYTHING
      *                  STILL WAITING, FLAGGING ANY ITEM OLDER THAN
      *                  THE PARAMETER CARD'S AGING LIMIT.  MODELLED ON
      *                  THE DOSESUSP RE-ENTRY CYCLE.
      *  2026-10-15  RH  THE CMOUTIF2 RECORD NOW CARRIES THE WRITING
      *                  PROGRAM AND TODAY'S DATE, FOR THE NIGHTLY
      *                  DOSEFOLD RUN-RESULTS MASTER.
      *  2026-10-15  RH  AN APPROVAL FOR A RUN WHOSE RUN DATE IS CLOSED
      *                  ON THE PERIOD CONTROL FILE (CMPERIOD) IS NOT
      *                  APPLIED.  THE ITEM STAYS PENDING AND THE JOB
      *                  ENDS RC 8 UNTIL A SUPERVISOR REOPENS THE DATE
      *                  THROUGH DOSECLOS.  A DENIAL CHANGES NOTHING
      *                  AND IS STILL TAKEN.
      *  2026-10-15  RH  AN APPROVAL THAT WOULD ACCEPT A REJECTED
      *                  READING NOW FACES THE MINIMUM DOSING INTERVAL
      *                  EDIT DOSEFIX APPLIES, AGAINST THE PATIENT'S
      *                  LAST DOSE ON THE LAST-ADMINISTERED FILE
      *                  (CMLSTADM) AS IT STANDS AT APPROVAL TIME.  A
      *                  DOSE GIVEN TOO SOON, OR ONE WHOSE
      *                  ADMINISTRATION DATE AND TIME FAILED ITS EDIT,
      *                  IS DROPPED.  AN APPLIED APPROVAL UPDATES
      *                  CMLSTADM.
      *  2026-10-15  RH  EVERY RECOMPUTED RUN NOW ALSO GETS A FRESH
      *                  CMDRGIF GROUP, ONE RECORD PER DISTINCT DRUG
      *                  CODE BUILT FROM THE RUN'S ACCEPTED SAVED
      *                  ENTRIES THE SAME WAY ARRAY-EXAMPLE BUILDS IT,
      *                  SO THE RUN-RESULTS MASTER'S PER-DRUG FIGURES
      *                  FOLLOW THE CORRECTION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-APRCARD-FILE ASSIGN TO APRCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-PENDIN-FILE ASSIGN TO PENDIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-PENDNEW-FILE ASSIGN TO PENDNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-SAVED-FILE ASSIGN TO SAVEDDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SV-KEY
               FILE STATUS IS CM-WS-SAVED-FILE-STATUS.

           SELECT CM-DRUG-FILE ASSIGN TO DRUGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-DG-DRUG-CODE
               FILE STATUS IS CM-WS-DRUG-FILE-STATUS.

           SELECT CM-OPER-FILE ASSIGN TO OPERMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-OP-OPERATOR-ID
               FILE STATUS IS CM-WS-OPER-FILE-STATUS.

           SELECT CM-DRGRNG-FILE ASSIGN TO DRUGRNG
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

           SELECT CM-OUTIF-FILE ASSIGN TO OUTIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-OUTIF2-FILE ASSIGN TO OUTIF2
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-DRGIF-FILE ASSIGN TO DRGIF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO APRVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-APRCARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMAPRCRD.

       FD  CM-PENDIN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMFIXPND.

       FD  CM-PENDNEW-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CM-PENDNEW-REC              PIC X(120).

       FD  CM-SAVED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMSAVED.

       FD  CM-DRUG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRUGMS.

       FD  CM-OPER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMOPERMS.

       FD  CM-DRGRNG-FILE
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

       FD  CM-OUTIF2-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMOUTIF2.

       FD  CM-DRGIF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRGIF.

       FD  CM-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMAUDIT.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
           COPY CMELEMS.

       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-OPER-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNG-FILE-STATUS       PIC X(02) VALUE SPACES.
       01  CM-WS-PERIOD-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  CM-WS-LASTADM-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  CM-WS-APPROVER-ID           PIC X(08) VALUE SPACES.

       01  CM-WS-CURRENT-DATE          PIC X(08) VALUE SPACES.
       01  CM-WS-CURRENT-DATE-9 REDEFINES CM-WS-CURRENT-DATE
                                       PIC 9(08).
       01  CM-WS-CURRENT-TIME          PIC X(08) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-CARD-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-CARD-EOF-YES      VALUE 'Y'.
               88  CM-WS-CARD-EOF-NO       VALUE 'N'.
           05  CM-WS-PEND-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-PEND-EOF-YES      VALUE 'Y'.
               88  CM-WS-PEND-EOF-NO       VALUE 'N'.
           05  CM-WS-SAVED-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-SAVED-EOF-YES     VALUE 'Y'.
               88  CM-WS-SAVED-EOF-NO      VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.
           05  CM-WS-DRUG-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  CM-WS-DRUG-FOUND-YES    VALUE 'Y'.
               88  CM-WS-DRUG-FOUND-NO     VALUE 'N'.
           05  CM-WS-VALID-SWITCH      PIC X(01) VALUE 'Y'.
               88  CM-WS-ENTRY-VALID       VALUE 'Y'.
               88  CM-WS-ENTRY-INVALID     VALUE 'N'.
           05  CM-WS-TRUNC-WARN-SWITCH PIC X(01) VALUE 'N'.
               88  CM-WS-TRUNC-WARN-YES    VALUE 'Y'.
               88  CM-WS-TRUNC-WARN-NO     VALUE 'N'.
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
               88  CM-WS-INTERVAL-SHORT-YES VALUE 'Y'.
               88  CM-WS-INTERVAL-SHORT-NO  VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-SUB2              PIC 9(05) VALUE 0.
           05  CM-WS-SUB3              PIC 9(05) VALUE 0.
           05  CM-WS-SUB4              PIC 9(05) VALUE 0.
           05  CM-WS-CARD-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-RUN-TOUCHED-COUNT PIC 9(05) VALUE 0.
           05  CM-WS-APPLIED-COUNT     PIC 9(05) VALUE 0.
           05  CM-WS-DENIED-COUNT      PIC 9(05) VALUE 0.
           05  CM-WS-DROPPED-COUNT     PIC 9(05) VALUE 0.
           05  CM-WS-CLOSED-HELD-COUNT PIC 9(05) VALUE 0.
           05  CM-WS-CARRIED-COUNT     PIC 9(05) VALUE 0.
           05  CM-WS-AGED-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-UNMATCHED-COUNT   PIC 9(05) VALUE 0.
           05  CM-WS-AGING-LIST-COUNT  PIC 9(05) VALUE 0.
           05  CM-WS-ACCEPTED-COUNT    PIC 9(05) VALUE 0.
           05  CM-WS-ENTRY-TOTAL-CNT   PIC 9(05) VALUE 0.
           05  CM-WS-SWAP-TEMP         PIC 9(05)V9(02) VALUE 0.

       01  CM-WS-MAX-CARDS             PIC 9(05) VALUE 500.
       01  CM-WS-MAX-TOUCHED-RUNS      PIC 9(05) VALUE 100.
       01  CM-WS-MAX-AGING-LIST        PIC 9(05) VALUE 500.

       01  CM-WS-AGING-DAYS            PIC 9(03) VALUE 0.

       01  CM-WS-DATE-WORK.
           05  CM-WS-TODAY-INT         PIC 9(07) VALUE 0.
           05  CM-WS-REQ-DATE-X        PIC X(08) VALUE SPACES.
           05  CM-WS-REQ-DATE-9 REDEFINES CM-WS-REQ-DATE-X
                                       PIC 9(08).
           05  CM-WS-ITEM-AGE          PIC S9(05) VALUE 0.

       01  CM-WS-EDIT-RANGE.
           05  CM-WS-DRUG-CODE         PIC X(08) VALUE SPACES.
           05  CM-WS-EDIT-MIN          PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-EDIT-MAX          PIC 9(05)V9(02) VALUE 0.
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

       01  CM-WS-INTERVAL-TEXT.
           05  FILLER                  PIC X(19)
                   VALUE 'REFUSED - TOO SOON '.
           05  CM-WS-IR-DATE           PIC X(08) VALUE SPACES.
           05  CM-WS-IR-TIME           PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-WS-IR-RUN-ID         PIC X(08) VALUE SPACES.

       01  CM-WS-RUN-DATE              PIC X(08) VALUE SPACES.

       01  CM-WS-DENIED-TEXT.
           05  FILLER                  PIC X(09) VALUE 'DENIED - '.
           05  CM-WS-DN-NOTE           PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  CM-WS-SAVED-VALUE           PIC 9(05)V9(02) VALUE 0.
       01  CM-WS-OLD-VALUE             PIC 9(05)V9(02) VALUE 0.
       01  CM-WS-NEW-VALUE             PIC 9(05)V9(02) VALUE 0.

       01  CM-WS-RESULTS.
           05  CM-WS-TOTAL             PIC 9(10)V9(02) VALUE 0.
           05  CM-WS-AVERAGE           PIC 9(06)V9(02) VALUE 0.
           05  CM-WS-MINIMUM           PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-MAXIMUM           PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-MEDIAN            PIC 9(06)V9(02) VALUE 0.
           05  CM-WS-VARIANCE          PIC 9(12)V9(04) VALUE 0.
           05  CM-WS-STD-DEV           PIC 9(06)V9(02) VALUE 0.

       01  CM-WS-STAT-WORK.
           05  CM-WS-SUM-SQ-DIFF       PIC 9(16)V9(02) VALUE 0.
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

       01  CM-WS-SORT-WORK.
           05  CM-WS-GAP               PIC 9(05) VALUE 0.
           05  CM-WS-SORT-START        PIC 9(05) VALUE 0.
           05  CM-WS-SHIFT-DONE-SWITCH PIC X(01) VALUE 'N'.
               88  CM-WS-SHIFT-DONE-YES    VALUE 'Y'.
               88  CM-WS-SHIFT-DONE-NO     VALUE 'N'.

       01  CM-DECISION-TABLE.
           05  CM-DECISION-ENTRY OCCURS 500 TIMES.
               10  CM-DT-RUN-ID        PIC X(08).
               10  CM-DT-ENTRY-NUM     PIC 9(05).
               10  CM-DT-DECISION      PIC X(01).
               10  CM-DT-NOTE          PIC X(30).
               10  CM-DT-USED-FLAG     PIC X(01).

       01  CM-TOUCHED-RUN-TABLE.
           05  CM-TOUCHED-RUN-ID       PIC X(08) OCCURS 100 TIMES.

       01  CM-AGING-TABLE.
           05  CM-AGING-ENTRY OCCURS 500 TIMES.
               10  CM-AT-RUN-ID        PIC X(08).
               10  CM-AT-ENTRY-NUM     PIC 9(05).
               10  CM-AT-DRUG-CODE     PIC X(08).
               10  CM-AT-OLD-VALUE     PIC 9(05)V9(02).
               10  CM-AT-NEW-VALUE     PIC 9(05)V9(02).
               10  CM-AT-REQ-OPERATOR  PIC X(08).
               10  CM-AT-REQ-DATE      PIC X(08).
               10  CM-AT-AGE           PIC S9(05).
               10  CM-AT-REASON        PIC X(30).

       01  CM-APRV-HEADING-LINE.
           05  FILLER                  PIC X(133)
                   VALUE 'PENDING CORRECTION APPROVAL REPORT'.

       01  CM-APRV-PARM-LINE.
           05  FILLER                  PIC X(11) VALUE 'APPROVER  :'.
           05  CM-AP-APPROVER-ID       PIC X(08).
           05  FILLER                  PIC X(13) VALUE ' AGING DAYS :'.
           05  CM-AP-AGING-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  CM-APRV-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN ID    '.
           05  FILLER                  PIC X(07) VALUE 'ENTRY  '.
           05  FILLER                  PIC X(10) VALUE 'DRUG      '.
           05  FILLER                  PIC X(10) VALUE '     OLD  '.
           05  FILLER                  PIC X(10) VALUE '     NEW  '.
           05  FILLER                  PIC X(10) VALUE 'REQUESTR  '.
           05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  CM-APRV-DETAIL-LINE.
           05  CM-AD-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AD-ENTRY-NUM         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AD-DRUG-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AD-OLD-VALUE         PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AD-NEW-VALUE         PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AD-REQ-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AD-DISPOSITION       PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  CM-APRV-AGING-TITLE-LINE.
           05  FILLER                  PIC X(40)
                   VALUE 'AGING - CORRECTIONS STILL PENDING'.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  CM-APRV-AGING-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN ID    '.
           05  FILLER                  PIC X(07) VALUE 'ENTRY  '.
           05  FILLER                  PIC X(10) VALUE 'DRUG      '.
           05  FILLER                  PIC X(10) VALUE '     OLD  '.
           05  FILLER                  PIC X(10) VALUE '     NEW  '.
           05  FILLER                  PIC X(10) VALUE 'REQUESTR  '.
           05  FILLER                  PIC X(10) VALUE 'REQUESTED '.
           05  FILLER                  PIC X(08) VALUE 'AGE DAYS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'REASON'.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  CM-APRV-AGING-LINE.
           05  CM-AA-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AA-ENTRY-NUM         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AA-DRUG-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AA-OLD-VALUE         PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AA-NEW-VALUE         PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AA-REQ-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AA-REQ-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-AA-AGE               PIC ZZZZ9.
           05  CM-AA-AGE-FLAG          PIC X(05).
           05  CM-AA-REASON            PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  CM-APRV-TOTAL-LINE-1.
           05  FILLER                  PIC X(16)
                   VALUE 'APPLIED        :'.
           05  CM-AT1-APPLIED          PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' DENIED        :'.
           05  CM-AT1-DENIED           PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' NOT APPLIED   :'.
           05  CM-AT1-DROPPED          PIC ZZZZ9.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  CM-APRV-TOTAL-LINE-2.
           05  FILLER                  PIC X(16)
                   VALUE 'STILL PENDING  :'.
           05  CM-AT2-CARRIED          PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' OVER AGE LIMIT:'.
           05  CM-AT2-AGED             PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' CARDS UNUSED  :'.
           05  CM-AT2-UNMATCHED        PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' RUN DATE CLSD :'.
           05  CM-AT2-CLOSED-HELD      PIC ZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  CM-APRV-BLANK-LINE          PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-DECISION-CARDS THRU 2000-EXIT
               UNTIL CM-WS-CARD-EOF-YES.
           PERFORM 3000-PROCESS-PENDING-ITEM THRU 3000-EXIT
               UNTIL CM-WS-PEND-EOF-YES.
           PERFORM 5000-RECOMPUTE-TOUCHED-RUNS THRU 5000-EXIT.
           PERFORM 6000-REPORT-UNUSED-CARDS THRU 6000-EXIT.
           PERFORM 7000-REPORT-AGING THRU 7000-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE   -  THE FIRST APRCARD MUST BE THE PARAMETER
      *                       CARD CARRYING THE APPROVING SUPERVISOR
      *                       AND THE AGING LIMIT.  THE APPROVER MUST
      *                       BE ON THE OPERATOR MASTER, ACTIVE AND
      *                       SUPERVISOR LEVEL.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CM-APRCARD-FILE.
           READ CM-APRCARD-FILE
               AT END
                   DISPLAY 'DOSEAPRV001E NO PARAMETER CARD - JOB ENDED'
                   GO TO 1000-ABEND
           END-READ.
           IF NOT CM-AC-IS-PARM
               DISPLAY 'DOSEAPRV002E FIRST CARD IS NOT THE PARAMETER '
                   'CARD'
               GO TO 1000-ABEND
           END-IF.
           IF CM-AC-AGING-DAYS NOT NUMERIC
               DISPLAY 'DOSEAPRV003E AGING DAYS NOT NUMERIC'
               GO TO 1000-ABEND
           END-IF.
           MOVE CM-AC-AGING-DAYS TO CM-WS-AGING-DAYS.
           MOVE CM-AC-APPROVER-ID TO CM-WS-APPROVER-ID.
           OPEN INPUT CM-PENDIN-FILE.
           OPEN OUTPUT CM-PENDNEW-FILE.
           OPEN I-O CM-SAVED-FILE.
           IF CM-WS-SAVED-FILE-STATUS NOT = '00'
               AND CM-WS-SAVED-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEAPRV004E CM-SAVED-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-SAVED-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-DRUG-FILE.
           IF CM-WS-DRUG-FILE-STATUS NOT = '00'
               AND CM-WS-DRUG-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEAPRV005E CM-DRUG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-DRUG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-OPER-FILE.
           IF CM-WS-OPER-FILE-STATUS NOT = '00'
               AND CM-WS-OPER-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEAPRV006E CM-OPER-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-OPER-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           MOVE CM-WS-APPROVER-ID TO CM-OP-OPERATOR-ID.
           READ CM-OPER-FILE
               INVALID KEY
                   DISPLAY 'DOSEAPRV007E APPROVER '
                       CM-WS-APPROVER-ID
                       ' NOT ON OPERATOR MASTER - JOB ENDED'
                   GO TO 1000-ABEND
           END-READ.
           IF NOT CM-OP-ACTIVE
               DISPLAY 'DOSEAPRV008E APPROVER ' CM-WS-APPROVER-ID
                   ' IS NOT ACTIVE - JOB ENDED'
               GO TO 1000-ABEND
           END-IF.
           IF CM-OP-AUTH-LEVEL < 2
               DISPLAY 'DOSEAPRV009E APPROVER ' CM-WS-APPROVER-ID
                   ' IS NOT SUPERVISOR LEVEL - JOB ENDED'
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-DRGRNG-FILE.
           IF CM-WS-RNG-FILE-STATUS NOT = '00'
               AND CM-WS-RNG-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEAPRV010E CM-DRGRNG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-RNG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-PERIOD-FILE.
           IF CM-WS-PERIOD-FILE-STATUS NOT = '00'
               AND CM-WS-PERIOD-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEAPRV019E CM-PERIOD-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-PERIOD-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN I-O CM-LASTADM-FILE.
           IF CM-WS-LASTADM-FILE-STATUS NOT = '00'
               AND CM-WS-LASTADM-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEAPRV021E CM-LASTADM-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-LASTADM-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN EXTEND CM-OUTIF-FILE.
           OPEN EXTEND CM-OUTIF2-FILE.
           OPEN EXTEND CM-DRGIF-FILE.
           OPEN EXTEND CM-AUDIT-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-WS-CURRENT-TIME FROM TIME.
           COMPUTE CM-WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CM-WS-CURRENT-DATE-9).
           WRITE CM-REPORT-REC FROM CM-APRV-HEADING-LINE.
           MOVE CM-WS-APPROVER-ID TO CM-AP-APPROVER-ID.
           MOVE CM-WS-AGING-DAYS TO CM-AP-AGING-DAYS.
           WRITE CM-REPORT-REC FROM CM-APRV-PARM-LINE.
           WRITE CM-REPORT-REC FROM CM-APRV-BLANK-LINE.
           WRITE CM-REPORT-REC FROM CM-APRV-COLUMN-LINE.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-LOAD-DECISION-CARDS
      *-----------------------------------------------------------------
       2000-LOAD-DECISION-CARDS.
           READ CM-APRCARD-FILE
               AT END
                   SET CM-WS-CARD-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF NOT CM-AC-IS-DECISION
               DISPLAY 'DOSEAPRV011E EXPECTED AN APPROVE OR DENY CARD'
               GO TO 1000-ABEND
           END-IF.
           IF CM-WS-CARD-COUNT = CM-WS-MAX-CARDS
               DISPLAY 'DOSEAPRV012E MORE THAN ' CM-WS-MAX-CARDS
                   ' DECISION CARDS - SPLIT THE DECK'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-CARD-COUNT.
           MOVE CM-AC-RUN-ID TO CM-DT-RUN-ID(CM-WS-CARD-COUNT).
           MOVE CM-AC-ENTRY-NUM TO CM-DT-ENTRY-NUM(CM-WS-CARD-COUNT).
           MOVE CM-AC-REC-TYPE TO CM-DT-DECISION(CM-WS-CARD-COUNT).
           MOVE CM-AC-NOTE TO CM-DT-NOTE(CM-WS-CARD-COUNT).
           MOVE 'N' TO CM-DT-USED-FLAG(CM-WS-CARD-COUNT).
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-PROCESS-PENDING-ITEM   -  MATCH ONE PENDING CORRECTION
      *                                 AGAINST THE DECISION DECK.
      *                                 UNDECIDED ITEMS ARE CARRIED
      *                                 FORWARD; DENIED ITEMS ARE
      *                                 DROPPED; APPROVED ITEMS ARE
      *                                 RE-EDITED AND APPLIED.
      *-----------------------------------------------------------------
       3000-PROCESS-PENDING-ITEM.
           READ CM-PENDIN-FILE
               AT END
                   SET CM-WS-PEND-EOF-YES TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           MOVE CM-PD-OLD-VALUE TO CM-WS-OLD-VALUE.
           IF CM-PD-OLD-VAL-DEC NUMERIC
               COMPUTE CM-WS-OLD-VALUE =
                   CM-PD-OLD-VALUE + CM-PD-OLD-VAL-DEC / 100
           END-IF.
           MOVE CM-PD-NEW-VALUE TO CM-WS-NEW-VALUE.
           IF CM-PD-NEW-VAL-DEC NUMERIC
               COMPUTE CM-WS-NEW-VALUE =
                   CM-PD-NEW-VALUE + CM-PD-NEW-VAL-DEC / 100
           END-IF.
           MOVE CM-PD-RUN-ID TO CM-AD-RUN-ID.
           MOVE CM-PD-ENTRY-NUM TO CM-AD-ENTRY-NUM.
           MOVE CM-PD-DRUG-CODE TO CM-AD-DRUG-CODE.
           MOVE CM-WS-OLD-VALUE TO CM-AD-OLD-VALUE.
           MOVE CM-WS-NEW-VALUE TO CM-AD-NEW-VALUE.
           MOVE CM-PD-REQ-OPERATOR TO CM-AD-REQ-OPERATOR.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 3100-FIND-DECISION THRU 3100-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-CARD-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-NO
               PERFORM 3600-CARRY-ITEM-FORWARD THRU 3600-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO CM-DT-USED-FLAG(CM-WS-SUB).
           IF CM-PD-REQ-OPERATOR = CM-WS-APPROVER-ID
               MOVE 'APPROVER IS THE REQUESTER - KEPT PENDING'
                   TO CM-AD-DISPOSITION
               WRITE CM-REPORT-REC FROM CM-APRV-DETAIL-LINE
               PERFORM 3600-CARRY-ITEM-FORWARD THRU 3600-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF CM-DT-DECISION(CM-WS-SUB) = 'D'
               ADD 1 TO CM-WS-DENIED-COUNT
               MOVE CM-DT-NOTE(CM-WS-SUB) TO CM-WS-DN-NOTE
               MOVE CM-WS-DENIED-TEXT TO CM-AD-DISPOSITION
               WRITE CM-REPORT-REC FROM CM-APRV-DETAIL-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-CHECK-PERIOD-LOCK THRU 3050-EXIT.
           IF CM-WS-PERIOD-CLOSED-YES
               ADD 1 TO CM-WS-CLOSED-HELD-COUNT
               MOVE 'RUN DATE CLOSED - KEPT PENDING'
                   TO CM-AD-DISPOSITION
               WRITE CM-REPORT-REC FROM CM-APRV-DETAIL-LINE
               DISPLAY 'DOSEAPRV020E CORRECTION FOR RUN ' CM-PD-RUN-ID
                   ' ENTRY ' CM-PD-ENTRY-NUM ' NOT APPLIED - RUN DATE '
                   CM-PD-RUN-DATE ' IS CLOSED'
               PERFORM 3600-CARRY-ITEM-FORWARD THRU 3600-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-RE-EDIT-CORRECTION THRU 3200-EXIT.
           IF CM-WS-ENTRY-VALID
               PERFORM 3300-APPLY-CORRECTION THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FIND-DECISION.
           IF CM-DT-RUN-ID(CM-WS-SUB) = CM-PD-RUN-ID
               AND CM-DT-ENTRY-NUM(CM-WS-SUB) = CM-PD-ENTRY-NUM
               AND CM-DT-USED-FLAG(CM-WS-SUB) = 'N'
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-SUB
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3050-CHECK-PERIOD-LOCK   -  A RUN DATE CLOSED BY DOSECLOS
      *                              HAS BEEN BALANCED AND BILLED AND
      *                              TAKES NO CORRECTIONS UNTIL A
      *                              SUPERVISOR REOPENS IT.  A DATE
      *                              WITH NO PERIOD RECORD IS OPEN.
      *-----------------------------------------------------------------
       3050-CHECK-PERIOD-LOCK.
           SET CM-WS-PERIOD-CLOSED-NO TO TRUE.
           MOVE CM-PD-RUN-DATE TO CM-PE-RUN-DATE.
           READ CM-PERIOD-FILE
               INVALID KEY
                   GO TO 3050-EXIT
           END-READ.
           IF CM-PE-CLOSED
               SET CM-WS-PERIOD-CLOSED-YES TO TRUE
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3150-COMPOSE-SAVED-VALUE   -  FOLD A SAVEDDS CHECKPOINT'S
      *                                DECIMAL FIELD BACK ONTO ITS
      *                                WHOLE-UNIT VALUE.
      *-----------------------------------------------------------------
       3150-COMPOSE-SAVED-VALUE.
           MOVE CM-SV-VALUE TO CM-WS-SAVED-VALUE.
           IF CM-SV-VALUE-DEC NUMERIC
               COMPUTE CM-WS-SAVED-VALUE =
                   CM-SV-VALUE + CM-SV-VALUE-DEC / 100
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3200-RE-EDIT-CORRECTION   -  AN APPROVED CORRECTION FACES THE
      *                               SAME PER-DRUG EDIT A DOSEFIX
      *                               CORRECTION FACES, AGAINST THE
      *                               RANGE IN FORCE ON THE ENTRY'S
      *                               ORIGINAL RUN DATE.  A REFUSED
      *                               ITEM IS DROPPED - THE CLERK
      *                               MUST RAISE A NEW CORRECTION.
      *-----------------------------------------------------------------
       3200-RE-EDIT-CORRECTION.
           SET CM-WS-ENTRY-VALID TO TRUE.
           MOVE CM-PD-DRUG-CODE TO CM-WS-DRUG-CODE.
           MOVE CM-PD-RUN-DATE TO CM-WS-EDIT-DATE.
           PERFORM 3210-LOOK-UP-DRUG THRU 3210-EXIT.
           IF CM-WS-DRUG-FOUND-NO
               MOVE 'REFUSED - DRUG NOT ON MEDICATION MASTER'
                   TO CM-AD-DISPOSITION
               PERFORM 3250-DROP-ITEM THRU 3250-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF CM-WS-NEW-VALUE < CM-WS-EDIT-MIN
               OR CM-WS-NEW-VALUE > CM-WS-EDIT-MAX
               MOVE 'REFUSED - VALUE OUTSIDE DRUG DOSE RANGE'
                   TO CM-AD-DISPOSITION
               PERFORM 3250-DROP-ITEM THRU 3250-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-LOOK-UP-DRUG.
           IF CM-WS-DRUG-CODE = SPACES
               SET CM-WS-DRUG-FOUND-YES TO TRUE
               MOVE CM-MIN-DOSE-VALUE TO CM-WS-EDIT-MIN
               MOVE CM-MAX-DOSE-VALUE TO CM-WS-EDIT-MAX
               MOVE 0 TO CM-WS-EDIT-INTERVAL
               GO TO 3210-EXIT
           END-IF.
           MOVE CM-WS-DRUG-CODE TO CM-DG-DRUG-CODE.
           READ CM-DRUG-FILE
               INVALID KEY
                   SET CM-WS-DRUG-FOUND-NO TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           SET CM-WS-DRUG-FOUND-YES TO TRUE.
           MOVE CM-DG-MIN-DOSE TO CM-WS-EDIT-MIN.
           IF CM-DG-MIN-DEC NUMERIC
               COMPUTE CM-WS-EDIT-MIN =
                   CM-DG-MIN-DOSE + CM-DG-MIN-DEC / 100
           END-IF.
           MOVE CM-DG-MAX-DOSE TO CM-WS-EDIT-MAX.
           IF CM-DG-MAX-DEC NUMERIC
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

      *-----------------------------------------------------------------
      *  3220-LOOK-UP-DATED-RANGE   -  WALK THE DRUG'S EFFECTIVE-DATED
      *                                RANGES IN DATE ORDER AND KEEP
      *                                THE LATEST ONE DATED ON OR
      *                                BEFORE THE ENTRY'S ORIGINAL
      *                                RUN DATE.  WHEN NONE QUALIFIES
      *                                THE MASTER RECORD'S OWN RANGE
      *                                STANDS.
      *-----------------------------------------------------------------
       3220-LOOK-UP-DATED-RANGE.
           MOVE CM-WS-DRUG-CODE TO CM-DR-DRUG-CODE.
           MOVE LOW-VALUES TO CM-DR-EFF-DATE.
           SET CM-WS-RANGE-EOF-NO TO TRUE.
           START CM-DRGRNG-FILE KEY IS NOT LESS THAN CM-DR-KEY
               INVALID KEY
                   SET CM-WS-RANGE-EOF-YES TO TRUE
           END-START.
           PERFORM 3230-READ-NEXT-RANGE THRU 3230-EXIT
               UNTIL CM-WS-RANGE-EOF-YES.
       3220-EXIT.
           EXIT.

       3230-READ-NEXT-RANGE.
           READ CM-DRGRNG-FILE NEXT RECORD
               AT END
                   SET CM-WS-RANGE-EOF-YES TO TRUE
                   GO TO 3230-EXIT
           END-READ.
           IF CM-DR-DRUG-CODE NOT = CM-WS-DRUG-CODE
               OR CM-DR-EFF-DATE > CM-WS-EDIT-DATE
               SET CM-WS-RANGE-EOF-YES TO TRUE
               GO TO 3230-EXIT
           END-IF.
           MOVE CM-DR-MIN-DOSE TO CM-WS-EDIT-MIN.
           IF CM-DR-MIN-DEC NUMERIC
               COMPUTE CM-WS-EDIT-MIN =
                   CM-DR-MIN-DOSE + CM-DR-MIN-DEC / 100
           END-IF.
           MOVE CM-DR-MAX-DOSE TO CM-WS-EDIT-MAX.
           IF CM-DR-MAX-DEC NUMERIC
               COMPUTE CM-WS-EDIT-MAX =
                   CM-DR-MAX-DOSE + CM-DR-MAX-DEC / 100
           END-IF.
       3230-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3250-DROP-ITEM   -  AN APPROVED ITEM THAT CANNOT BE APPLIED
      *                      IS REPORTED AND NOT CARRIED FORWARD.
      *-----------------------------------------------------------------
       3250-DROP-ITEM.
           SET CM-WS-ENTRY-INVALID TO TRUE.
           ADD 1 TO CM-WS-DROPPED-COUNT.
           WRITE CM-REPORT-REC FROM CM-APRV-DETAIL-LINE.
           DISPLAY 'DOSEAPRV013E CORRECTION FOR RUN ' CM-PD-RUN-ID
               ' ENTRY ' CM-PD-ENTRY-NUM ' NOT APPLIED - '
               CM-AD-DISPOSITION.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3260-DERIVE-ADMIN-STAMP   -  REBUILD THE DATE AND TIME THE DOSE
      *                               WAS GIVEN FROM THE CHECKPOINT -
      *                               THE RUN DATE LESS THE DAYS BACK,
      *                               AND THE TIME - IN MINUTES FOR THE
      *                               INTERVAL EDIT.  BLANKS MEAN NO
      *                               STAMP; DAYS BACK 'E' MEANS THE
      *                               STAMP FAILED ARRAY-EXAMPLE'S EDIT.
      *-----------------------------------------------------------------
       3260-DERIVE-ADMIN-STAMP.
           SET CM-WS-STAMP-ABSENT TO TRUE.
           MOVE SPACES TO CM-WS-ADMIN-DATE.
           MOVE SPACES TO CM-WS-ADMIN-TIME.
           IF CM-SV-ADMIN-STAMP-BAD
               SET CM-WS-STAMP-BAD TO TRUE
               GO TO 3260-EXIT
           END-IF.
           IF CM-SV-ADMIN-TIME NOT NUMERIC
               OR CM-SV-ADMIN-DAYS-BACK NOT NUMERIC
               GO TO 3260-EXIT
           END-IF.
           MOVE CM-SV-RUN-DATE TO CM-WS-RUN-DATE-X.
           IF CM-WS-RUN-DATE-X NOT NUMERIC
               GO TO 3260-EXIT
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
       3260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3270-CHECK-DOSE-INTERVAL   -  THE SAME MINIMUM DOSING INTERVAL
      *                                EDIT ARRAY-EXAMPLE APPLIES, MADE
      *                                AGAINST CMLSTADM AS IT STANDS AT
      *                                APPROVAL TIME - A DOSE MAY HAVE
      *                                BEEN GIVEN SINCE THE CLERK RAISED
      *                                THE CORRECTION.  THE FILE'S
      *                                RECORD FOR THIS VERY ENTRY IS
      *                                NOT A PRIOR DOSE.  A BLANK
      *                                PATIENT, DRUG OR STAMP, OR A ZERO
      *                                INTERVAL, SKIPS THE EDIT.
      *-----------------------------------------------------------------
       3270-CHECK-DOSE-INTERVAL.
           SET CM-WS-INTERVAL-SHORT-NO TO TRUE.
           IF CM-SV-PATIENT-ID = SPACES
               OR CM-SV-DRUG-CODE = SPACES
               OR CM-WS-EDIT-INTERVAL = 0
               OR NOT CM-WS-STAMP-PRESENT
               GO TO 3270-EXIT
           END-IF.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           READ CM-LASTADM-FILE
               INVALID KEY
                   GO TO 3270-EXIT
           END-READ.
           IF CM-LA-RUN-ID = CM-SV-RUN-ID
               AND CM-LA-ENTRY-NUM = CM-SV-ENTRY-NUM
               GO TO 3270-EXIT
           END-IF.
           IF CM-LA-ADMIN-DATE NOT NUMERIC
               OR CM-LA-ADMIN-TIME NOT NUMERIC
               GO TO 3270-EXIT
           END-IF.
           PERFORM 3275-COMPUTE-ELAPSED THRU 3275-EXIT.
           COMPUTE CM-WS-INTERVAL-MINUTES = CM-WS-EDIT-INTERVAL * 60.
           IF CM-WS-ELAPSED-MINUTES < CM-WS-INTERVAL-MINUTES
               SET CM-WS-INTERVAL-SHORT-YES TO TRUE
               MOVE CM-LA-ADMIN-DATE TO CM-WS-IR-DATE
               MOVE CM-LA-ADMIN-TIME TO CM-WS-IR-TIME
               MOVE CM-LA-RUN-ID TO CM-WS-IR-RUN-ID
           END-IF.
       3270-EXIT.
           EXIT.

       3275-COMPUTE-ELAPSED.
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
       3275-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3280-POST-LAST-ADMINISTERED   -  THE APPROVED READING IS NOW
      *                                   ACCEPTED, SO IT BECOMES THE
      *                                   PATIENT'S LAST DOSE OF THE
      *                                   DRUG UNLESS THE ONE ALREADY
      *                                   ON FILE WAS GIVEN LATER.
      *-----------------------------------------------------------------
       3280-POST-LAST-ADMINISTERED.
           IF CM-SV-PATIENT-ID = SPACES
               OR CM-SV-DRUG-CODE = SPACES
               OR NOT CM-WS-STAMP-PRESENT
               GO TO 3280-EXIT
           END-IF.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           READ CM-LASTADM-FILE
               INVALID KEY
                   GO TO 3280-ADD-RECORD
           END-READ.
           IF CM-LA-ADMIN-DATE NUMERIC
               AND CM-LA-ADMIN-TIME NUMERIC
               PERFORM 3275-COMPUTE-ELAPSED THRU 3275-EXIT
               IF CM-WS-ADMIN-MINUTES < CM-WS-PRIOR-MINUTES
                   GO TO 3280-EXIT
               END-IF
           END-IF.
           PERFORM 3285-FILL-LAST-ADMINISTERED THRU 3285-EXIT.
           REWRITE CM-LASTADM-REC
               INVALID KEY
                   DISPLAY 'DOSEAPRV022E LAST-ADMINISTERED UPDATE '
                       'FAILED FOR PATIENT ' CM-SV-PATIENT-ID
                       ' DRUG ' CM-SV-DRUG-CODE
           END-REWRITE.
           GO TO 3280-EXIT.

       3280-ADD-RECORD.
           PERFORM 3285-FILL-LAST-ADMINISTERED THRU 3285-EXIT.
           WRITE CM-LASTADM-REC
               INVALID KEY
                   DISPLAY 'DOSEAPRV022E LAST-ADMINISTERED UPDATE '
                       'FAILED FOR PATIENT ' CM-SV-PATIENT-ID
                       ' DRUG ' CM-SV-DRUG-CODE
           END-WRITE.

       3280-EXIT.
           EXIT.

       3285-FILL-LAST-ADMINISTERED.
           MOVE SPACES TO CM-LASTADM-REC.
           MOVE CM-SV-PATIENT-ID TO CM-LA-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-LA-DRUG-CODE.
           MOVE CM-WS-ADMIN-DATE TO CM-LA-ADMIN-DATE.
           MOVE CM-WS-ADMIN-TIME TO CM-LA-ADMIN-TIME.
           MOVE CM-SV-RUN-ID TO CM-LA-RUN-ID.
           MOVE CM-SV-ENTRY-NUM TO CM-LA-ENTRY-NUM.
           MOVE CM-SV-RUN-DATE TO CM-LA-RUN-DATE.
           MOVE 'DOSEAPRV' TO CM-LA-UPDATED-BY.
           MOVE CM-WS-CURRENT-DATE TO CM-LA-UPDATED-DATE.
       3285-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3300-APPLY-CORRECTION   -  THE APPROVED VALUE PASSES, SO THE
      *                             SAVED ENTRY IS UPDATED, THE
      *                             CORRECTION IS AUDITED AND THE RUN
      *                             IS QUEUED FOR A STATISTICS
      *                             RECOMPUTE.  AN ENTRY THAT NO
      *                             LONGER HOLDS THE VALUE THE CLERK
      *                             SAW HAS BEEN CHANGED SINCE THE
      *                             REQUEST, AND THE APPROVAL WOULD
      *                             OVERWRITE THAT CHANGE - IT IS
      *                             DROPPED INSTEAD.  SO IS ONE THAT
      *                             WOULD ACCEPT A REJECTED READING
      *                             GIVEN TOO SOON AFTER THE PATIENT'S
      *                             LAST DOSE OF THE DRUG.
      *-----------------------------------------------------------------
       3300-APPLY-CORRECTION.
           MOVE CM-PD-RUN-ID TO CM-SV-RUN-ID.
           MOVE CM-PD-ENTRY-NUM TO CM-SV-ENTRY-NUM.
           READ CM-SAVED-FILE
               INVALID KEY
                   MOVE 'REFUSED - NO SAVEDDS ENTRY - RUN PURGED'
                       TO CM-AD-DISPOSITION
                   PERFORM 3250-DROP-ITEM THRU 3250-EXIT
                   GO TO 3300-EXIT
           END-READ.
           PERFORM 3150-COMPOSE-SAVED-VALUE THRU 3150-EXIT.
           IF CM-WS-SAVED-VALUE NOT = CM-WS-OLD-VALUE
               MOVE 'REFUSED - ENTRY CHANGED SINCE REQUEST'
                   TO CM-AD-DISPOSITION
               PERFORM 3250-DROP-ITEM THRU 3250-EXIT
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3260-DERIVE-ADMIN-STAMP THRU 3260-EXIT.
           IF CM-SV-REJECTED
               AND CM-WS-STAMP-BAD
               MOVE 'REFUSED - ADMIN DATE/TIME NOT VALID'
                   TO CM-AD-DISPOSITION
               PERFORM 3250-DROP-ITEM THRU 3250-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF CM-SV-REJECTED
               PERFORM 3270-CHECK-DOSE-INTERVAL THRU 3270-EXIT
               IF CM-WS-INTERVAL-SHORT-YES
                   MOVE CM-WS-INTERVAL-TEXT TO CM-AD-DISPOSITION
                   PERFORM 3250-DROP-ITEM THRU 3250-EXIT
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           MOVE CM-PD-NEW-VALUE TO CM-SV-VALUE.
           IF CM-PD-NEW-VAL-DEC NUMERIC
               MOVE CM-PD-NEW-VAL-DEC TO CM-SV-VALUE-DEC
           ELSE
               MOVE 0 TO CM-SV-VALUE-DEC
           END-IF.
           SET CM-SV-ACCEPTED TO TRUE.
           REWRITE CM-SAVED-REC
               INVALID KEY
                   DISPLAY 'DOSEAPRV014E REWRITE FAILED FOR RUN '
                       CM-SV-RUN-ID ' ENTRY ' CM-SV-ENTRY-NUM
                   MOVE 'REFUSED - SAVEDDS REWRITE FAILED'
                       TO CM-AD-DISPOSITION
                   PERFORM 3250-DROP-ITEM THRU 3250-EXIT
                   GO TO 3300-EXIT
           END-REWRITE.
           PERFORM 3280-POST-LAST-ADMINISTERED THRU 3280-EXIT.
           PERFORM 3400-AUDIT-APPROVAL THRU 3400-EXIT.
           PERFORM 3700-QUEUE-RUN-FOR-RECOMPUTE THRU 3700-EXIT.
           ADD 1 TO CM-WS-APPLIED-COUNT.
           MOVE 'APPROVED - APPLIED TO RUN' TO CM-AD-DISPOSITION.
           WRITE CM-REPORT-REC FROM CM-APRV-DETAIL-LINE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3400-AUDIT-APPROVAL   -  THE SAME AUDIT TRAIL A DOSEFIX
      *                           CORRECTION LEAVES, UNDER THE CLERK
      *                           WHO REQUESTED IT AND THEIR LEVEL AT
      *                           THE TIME, WITH THE APPROVING
      *                           SUPERVISOR ALONGSIDE.
      *-----------------------------------------------------------------
       3400-AUDIT-APPROVAL.
           MOVE CM-PD-RUN-ID TO CM-AU-RUN-ID.
           MOVE CM-PD-REQ-OPERATOR TO CM-AU-OPERATOR-ID.
           MOVE CM-PD-ENTRY-NUM TO CM-AU-ENTRY-NUM.
           MOVE CM-SV-VALUE TO CM-AU-VALUE.
           MOVE CM-SV-VALUE-DEC TO CM-AU-VALUE-DEC.
           SET CM-AU-ACCEPTED TO TRUE.
           MOVE CM-WS-CURRENT-DATE TO CM-AU-ENTRY-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-AU-ENTRY-TIME.
           MOVE CM-PD-REQ-LEVEL TO CM-AU-OPER-LEVEL.
           SET CM-AU-CORRECTION TO TRUE.
           MOVE CM-WS-APPROVER-ID TO CM-AU-APPROVER-ID.
           WRITE CM-AUDIT-REC.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3600-CARRY-ITEM-FORWARD   -  WRITE THE PENDING ITEM TO THE
      *                               NEW PENDING FILE, AGE IT FROM
      *                               ITS REQUEST DATE AND KEEP IT FOR
      *                               THE AGING LIST.
      *-----------------------------------------------------------------
       3600-CARRY-ITEM-FORWARD.
           WRITE CM-PENDNEW-REC FROM CM-PENDING-REC.
           ADD 1 TO CM-WS-CARRIED-COUNT.
           MOVE 0 TO CM-WS-ITEM-AGE.
           MOVE CM-PD-REQ-DATE TO CM-WS-REQ-DATE-X.
           IF CM-WS-REQ-DATE-9 NUMERIC
               COMPUTE CM-WS-ITEM-AGE = CM-WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(CM-WS-REQ-DATE-9)
           END-IF.
           IF CM-WS-ITEM-AGE > CM-WS-AGING-DAYS
               ADD 1 TO CM-WS-AGED-COUNT
           END-IF.
           IF CM-WS-AGING-LIST-COUNT = CM-WS-MAX-AGING-LIST
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO CM-WS-AGING-LIST-COUNT.
           MOVE CM-WS-AGING-LIST-COUNT TO CM-WS-SUB2.
           MOVE CM-PD-RUN-ID TO CM-AT-RUN-ID(CM-WS-SUB2).
           MOVE CM-PD-ENTRY-NUM TO CM-AT-ENTRY-NUM(CM-WS-SUB2).
           MOVE CM-PD-DRUG-CODE TO CM-AT-DRUG-CODE(CM-WS-SUB2).
           MOVE CM-WS-OLD-VALUE TO CM-AT-OLD-VALUE(CM-WS-SUB2).
           MOVE CM-WS-NEW-VALUE TO CM-AT-NEW-VALUE(CM-WS-SUB2).
           MOVE CM-PD-REQ-OPERATOR TO CM-AT-REQ-OPERATOR(CM-WS-SUB2).
           MOVE CM-PD-REQ-DATE TO CM-AT-REQ-DATE(CM-WS-SUB2).
           MOVE CM-WS-ITEM-AGE TO CM-AT-AGE(CM-WS-SUB2).
           MOVE CM-PD-REASON TO CM-AT-REASON(CM-WS-SUB2).
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3700-QUEUE-RUN-FOR-RECOMPUTE
      *-----------------------------------------------------------------
       3700-QUEUE-RUN-FOR-RECOMPUTE.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 3710-FIND-TOUCHED-RUN THRU 3710-EXIT
               VARYING CM-WS-SUB2 FROM 1 BY 1
               UNTIL CM-WS-SUB2 > CM-WS-RUN-TOUCHED-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-NO
               IF CM-WS-RUN-TOUCHED-COUNT = CM-WS-MAX-TOUCHED-RUNS
                   DISPLAY 'DOSEAPRV015E MORE THAN '
                       CM-WS-MAX-TOUCHED-RUNS ' RUNS TOUCHED - '
                       'SPLIT THE DECK'
                   GO TO 1000-ABEND
               END-IF
               ADD 1 TO CM-WS-RUN-TOUCHED-COUNT
               MOVE CM-PD-RUN-ID
                   TO CM-TOUCHED-RUN-ID(CM-WS-RUN-TOUCHED-COUNT)
           END-IF.
       3700-EXIT.
           EXIT.

       3710-FIND-TOUCHED-RUN.
           IF CM-TOUCHED-RUN-ID(CM-WS-SUB2) = CM-PD-RUN-ID
               SET CM-WS-FOUND-YES TO TRUE
           END-IF.
       3710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5000-RECOMPUTE-TOUCHED-RUNS   -  EVERY RUN THAT TOOK AN
      *                                   APPROVED CORRECTION GETS ITS
      *                                   STATISTICS REBUILT FROM
      *                                   SAVEDDS AND A FRESH
      *                                   INTERFACE RECORD, THE SAME
      *                                   WAY DOSEFIX AND DOSESUSP
      *                                   RECOMPUTE.
      *-----------------------------------------------------------------
       5000-RECOMPUTE-TOUCHED-RUNS.
           PERFORM 5100-RECOMPUTE-ONE-RUN THRU 5100-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-RUN-TOUCHED-COUNT.
       5000-EXIT.
           EXIT.

       5100-RECOMPUTE-ONE-RUN.
           MOVE ZERO TO CM-WS-TOTAL.
           MOVE ZERO TO CM-WS-ACCEPTED-COUNT.
           MOVE ZERO TO CM-WS-ENTRY-TOTAL-CNT.
           MOVE ZERO TO CM-WS-DRUG-SUB-COUNT.
           MOVE ZERO TO CM-WS-AVERAGE.
           MOVE ZERO TO CM-WS-MINIMUM.
           MOVE ZERO TO CM-WS-MAXIMUM.
           MOVE ZERO TO CM-WS-MEDIAN.
           MOVE ZERO TO CM-WS-VARIANCE.
           MOVE ZERO TO CM-WS-STD-DEV.
           MOVE CM-TOUCHED-RUN-ID(CM-WS-SUB) TO CM-SV-RUN-ID.
           MOVE 1 TO CM-SV-ENTRY-NUM.
           SET CM-WS-SAVED-EOF-NO TO TRUE.
           START CM-SAVED-FILE KEY IS NOT LESS THAN CM-SV-KEY
               INVALID KEY
                   SET CM-WS-SAVED-EOF-YES TO TRUE
           END-START.
           PERFORM 5200-ACCUMULATE-ENTRY THRU 5200-EXIT
               UNTIL CM-WS-SAVED-EOF-YES.
           IF CM-WS-ACCEPTED-COUNT > 0
               DIVIDE CM-WS-TOTAL BY CM-WS-ACCEPTED-COUNT
                   GIVING CM-WS-AVERAGE ROUNDED
               MOVE CM-SORT-ELEMENT(1) TO CM-WS-MINIMUM
               MOVE CM-SORT-ELEMENT(1) TO CM-WS-MAXIMUM
               PERFORM 5300-FIND-MIN-MAX THRU 5300-EXIT
                   VARYING CM-WS-SUB2 FROM 2 BY 1
                   UNTIL CM-WS-SUB2 > CM-WS-ACCEPTED-COUNT
               PERFORM 5400-SHELL-SORT THRU 5400-EXIT
               PERFORM 5500-COMPUTE-MEDIAN THRU 5500-EXIT
               MOVE 0 TO CM-WS-SUM-SQ-DIFF
               PERFORM 5600-ACCUMULATE-SQ-DIFF THRU 5600-EXIT
                   VARYING CM-WS-SUB2 FROM 1 BY 1
                   UNTIL CM-WS-SUB2 > CM-WS-ACCEPTED-COUNT
               DIVIDE CM-WS-SUM-SQ-DIFF BY CM-WS-ACCEPTED-COUNT
                   GIVING CM-WS-VARIANCE ROUNDED
               COMPUTE CM-WS-STD-DEV ROUNDED =
                   FUNCTION SQRT(CM-WS-VARIANCE)
           END-IF.
           PERFORM 5700-WRITE-INTERFACE-RECORD THRU 5700-EXIT.
           PERFORM 5800-WRITE-DRUG-RECORDS THRU 5800-EXIT.
       5100-EXIT.
           EXIT.

       5200-ACCUMULATE-ENTRY.
           READ CM-SAVED-FILE NEXT RECORD
               AT END
                   SET CM-WS-SAVED-EOF-YES TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           IF CM-SV-RUN-ID NOT = CM-TOUCHED-RUN-ID(CM-WS-SUB)
               SET CM-WS-SAVED-EOF-YES TO TRUE
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO CM-WS-ENTRY-TOTAL-CNT.
           MOVE CM-SV-RUN-DATE TO CM-WS-RUN-DATE.
           IF CM-SV-ACCEPTED
               OR CM-SV-WARNING
               PERFORM 3150-COMPOSE-SAVED-VALUE THRU 3150-EXIT
               ADD CM-WS-SAVED-VALUE TO CM-WS-TOTAL
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
                   DISPLAY 'DOSEAPRV023E MORE THAN '
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
           END-IF.
           IF CM-SORT-ELEMENT(CM-WS-SUB2) > CM-WS-MAXIMUM
               MOVE CM-SORT-ELEMENT(CM-WS-SUB2) TO CM-WS-MAXIMUM
           END-IF.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5400-SHELL-SORT   -  SHELL SORT OF THE ACCEPTED VALUES SO
      *                       THE MEDIAN CAN BE PICKED OUT OF THE
      *                       MIDDLE OF THE SORTED VALUES, THE SAME
      *                       SORT DOSEFIX AND DOSESUSP USE.
      *-----------------------------------------------------------------
       5400-SHELL-SORT.
           IF CM-WS-ACCEPTED-COUNT < 2
               GO TO 5400-EXIT
           END-IF.
           DIVIDE CM-WS-ACCEPTED-COUNT BY 2 GIVING CM-WS-GAP.
           PERFORM 5410-GAP-PASS THRU 5410-EXIT
               UNTIL CM-WS-GAP < 1.
       5400-EXIT.
           EXIT.

       5410-GAP-PASS.
           COMPUTE CM-WS-SORT-START = CM-WS-GAP + 1.
           PERFORM 5420-INSERT-ELEMENT THRU 5420-EXIT
               VARYING CM-WS-SUB3 FROM CM-WS-SORT-START BY 1
               UNTIL CM-WS-SUB3 > CM-WS-ACCEPTED-COUNT.
           DIVIDE CM-WS-GAP BY 2 GIVING CM-WS-GAP.
       5410-EXIT.
           EXIT.

       5420-INSERT-ELEMENT.
           MOVE CM-SORT-ELEMENT(CM-WS-SUB3) TO CM-WS-SWAP-TEMP.
           MOVE CM-WS-SUB3 TO CM-WS-SUB2.
           SET CM-WS-SHIFT-DONE-NO TO TRUE.
           PERFORM 5430-SHIFT-ELEMENT THRU 5430-EXIT
               UNTIL CM-WS-SHIFT-DONE-YES.
           MOVE CM-WS-SWAP-TEMP TO CM-SORT-ELEMENT(CM-WS-SUB2).
       5420-EXIT.
           EXIT.

       5430-SHIFT-ELEMENT.
           IF CM-WS-SUB2 NOT > CM-WS-GAP
               SET CM-WS-SHIFT-DONE-YES TO TRUE
               GO TO 5430-EXIT
           END-IF.
           IF CM-SORT-ELEMENT(CM-WS-SUB2 - CM-WS-GAP)
                   NOT > CM-WS-SWAP-TEMP
               SET CM-WS-SHIFT-DONE-YES TO TRUE
               GO TO 5430-EXIT
           END-IF.
           MOVE CM-SORT-ELEMENT(CM-WS-SUB2 - CM-WS-GAP)
               TO CM-SORT-ELEMENT(CM-WS-SUB2).
           SUBTRACT CM-WS-GAP FROM CM-WS-SUB2.
       5430-EXIT.
           EXIT.

       5500-COMPUTE-MEDIAN.
           DIVIDE CM-WS-ACCEPTED-COUNT BY 2
               GIVING CM-WS-SUB2 REMAINDER CM-WS-SWAP-TEMP.
           IF CM-WS-SWAP-TEMP = 0
               COMPUTE CM-WS-MEDIAN ROUNDED =
                   (CM-SORT-ELEMENT(CM-WS-SUB2) +
                    CM-SORT-ELEMENT(CM-WS-SUB2 + 1)) / 2
           ELSE
               ADD 1 TO CM-WS-SUB2
               MOVE CM-SORT-ELEMENT(CM-WS-SUB2) TO CM-WS-MEDIAN
           END-IF.
       5500-EXIT.
           EXIT.

       5600-ACCUMULATE-SQ-DIFF.
           COMPUTE CM-WS-DIFF =
               CM-SORT-ELEMENT(CM-WS-SUB2) - CM-WS-AVERAGE.
           COMPUTE CM-WS-DIFF-SQ = CM-WS-DIFF * CM-WS-DIFF.
           ADD CM-WS-DIFF-SQ TO CM-WS-SUM-SQ-DIFF.
       5600-EXIT.
           EXIT.

       5700-WRITE-INTERFACE-RECORD.
           IF CM-WS-TOTAL > 99999999
               DISPLAY 'DOSEAPRV016E RUN '
                   CM-TOUCHED-RUN-ID(CM-WS-SUB) ' TOTAL '
                   CM-WS-TOTAL ' EXCEEDS THE INTERFACE TOTAL '
                   'FIELD - TRUNCATED ON OUTIF'
               SET CM-WS-TRUNC-WARN-YES TO TRUE
           END-IF.
           MOVE CM-TOUCHED-RUN-ID(CM-WS-SUB) TO CM-OI-RUN-ID.
           MOVE CM-WS-RUN-DATE TO CM-OI-RUN-DATE.
           MOVE CM-WS-ENTRY-TOTAL-CNT TO CM-OI-CONTROL-CNT.
           MOVE CM-WS-ACCEPTED-COUNT TO CM-OI-ACCEPTED-CNT.
           MOVE CM-WS-TOTAL TO CM-OI-TOTAL.
           MOVE CM-WS-AVERAGE TO CM-OI-AVERAGE.
           MOVE CM-WS-MINIMUM TO CM-OI-MINIMUM.
           MOVE CM-WS-MAXIMUM TO CM-OI-MAXIMUM.
           MOVE CM-WS-MEDIAN TO CM-OI-MEDIAN.
           MOVE CM-WS-STD-DEV TO CM-OI-STD-DEV.
           WRITE CM-OUTIF-REC.
           MOVE CM-TOUCHED-RUN-ID(CM-WS-SUB) TO CM-O2-RUN-ID.
           MOVE CM-WS-RUN-DATE TO CM-O2-RUN-DATE.
           MOVE CM-WS-ENTRY-TOTAL-CNT TO CM-O2-CONTROL-CNT.
           MOVE CM-WS-ACCEPTED-COUNT TO CM-O2-ACCEPTED-CNT.
           MOVE CM-WS-TOTAL TO CM-O2-TOTAL.
           MOVE CM-WS-AVERAGE TO CM-O2-AVERAGE.
           MOVE CM-WS-MINIMUM TO CM-O2-MINIMUM.
           MOVE CM-WS-MAXIMUM TO CM-O2-MAXIMUM.
           MOVE CM-WS-MEDIAN TO CM-O2-MEDIAN.
           MOVE CM-WS-STD-DEV TO CM-O2-STD-DEV.
           MOVE 'DOSEAPRV' TO CM-O2-WRITTEN-BY.
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
           MOVE 'DOSEAPRV' TO CM-DS-WRITTEN-BY.
           IF CM-WS-SUB4 = 1
               SET CM-DS-GROUP-FIRST TO TRUE
           END-IF.
           WRITE CM-DRGIF-REC.
       5810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  6000-REPORT-UNUSED-CARDS   -  A DECISION CARD THAT MATCHED NO
      *                                PENDING ITEM IS PROBABLY A
      *                                KEYING ERROR, AND THE ITEM IT
      *                                MEANT TO DECIDE IS STILL
      *                                WAITING.
      *-----------------------------------------------------------------
       6000-REPORT-UNUSED-CARDS.
           PERFORM 6100-CHECK-ONE-CARD THRU 6100-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-CARD-COUNT.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-CARD.
           IF CM-DT-USED-FLAG(CM-WS-SUB) = 'Y'
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO CM-WS-UNMATCHED-COUNT.
           MOVE CM-DT-RUN-ID(CM-WS-SUB) TO CM-AD-RUN-ID.
           MOVE CM-DT-ENTRY-NUM(CM-WS-SUB) TO CM-AD-ENTRY-NUM.
           MOVE SPACES TO CM-AD-DRUG-CODE.
           MOVE 0 TO CM-AD-OLD-VALUE.
           MOVE 0 TO CM-AD-NEW-VALUE.
           MOVE SPACES TO CM-AD-REQ-OPERATOR.
           MOVE 'NO PENDING CORRECTION FOR THIS CARD'
               TO CM-AD-DISPOSITION.
           WRITE CM-REPORT-REC FROM CM-APRV-DETAIL-LINE.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  7000-REPORT-AGING   -  ONE LINE PER CORRECTION STILL WAITING
      *                         FOR A DECISION, WITH ITS AGE IN DAYS
      *                         SINCE THE CLERK RAISED IT.  ITEMS
      *                         OLDER THAN THE AGING LIMIT ARE
      *                         FLAGGED ***.
      *-----------------------------------------------------------------
       7000-REPORT-AGING.
           WRITE CM-REPORT-REC FROM CM-APRV-BLANK-LINE.
           WRITE CM-REPORT-REC FROM CM-APRV-AGING-TITLE-LINE.
           WRITE CM-REPORT-REC FROM CM-APRV-AGING-COLUMN-LINE.
           PERFORM 7100-PRINT-AGING-LINE THRU 7100-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-AGING-LIST-COUNT.
           IF CM-WS-CARRIED-COUNT > CM-WS-AGING-LIST-COUNT
               DISPLAY 'DOSEAPRV017I AGING LIST SHOWS THE FIRST '
                   CM-WS-MAX-AGING-LIST ' OF ' CM-WS-CARRIED-COUNT
                   ' PENDING ITEMS'
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PRINT-AGING-LINE.
           MOVE CM-AT-RUN-ID(CM-WS-SUB) TO CM-AA-RUN-ID.
           MOVE CM-AT-ENTRY-NUM(CM-WS-SUB) TO CM-AA-ENTRY-NUM.
           MOVE CM-AT-DRUG-CODE(CM-WS-SUB) TO CM-AA-DRUG-CODE.
           MOVE CM-AT-OLD-VALUE(CM-WS-SUB) TO CM-AA-OLD-VALUE.
           MOVE CM-AT-NEW-VALUE(CM-WS-SUB) TO CM-AA-NEW-VALUE.
           MOVE CM-AT-REQ-OPERATOR(CM-WS-SUB) TO CM-AA-REQ-OPERATOR.
           MOVE CM-AT-REQ-DATE(CM-WS-SUB) TO CM-AA-REQ-DATE.
           MOVE CM-AT-AGE(CM-WS-SUB) TO CM-AA-AGE.
           IF CM-AT-AGE(CM-WS-SUB) > CM-WS-AGING-DAYS
               MOVE ' *** ' TO CM-AA-AGE-FLAG
           ELSE
               MOVE SPACES TO CM-AA-AGE-FLAG
           END-IF.
           MOVE CM-AT-REASON(CM-WS-SUB) TO CM-AA-REASON.
           WRITE CM-REPORT-REC FROM CM-APRV-AGING-LINE.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE CM-REPORT-REC FROM CM-APRV-BLANK-LINE.
           MOVE CM-WS-APPLIED-COUNT TO CM-AT1-APPLIED.
           MOVE CM-WS-DENIED-COUNT TO CM-AT1-DENIED.
           MOVE CM-WS-DROPPED-COUNT TO CM-AT1-DROPPED.
           WRITE CM-REPORT-REC FROM CM-APRV-TOTAL-LINE-1.
           MOVE CM-WS-CARRIED-COUNT TO CM-AT2-CARRIED.
           MOVE CM-WS-AGED-COUNT TO CM-AT2-AGED.
           MOVE CM-WS-UNMATCHED-COUNT TO CM-AT2-UNMATCHED.
           MOVE CM-WS-CLOSED-HELD-COUNT TO CM-AT2-CLOSED-HELD.
           WRITE CM-REPORT-REC FROM CM-APRV-TOTAL-LINE-2.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE   -  RC 4 = ITEMS OVER THE AGE LIMIT.  RC 8 =
      *                      DECISION CARDS THAT MATCHED NOTHING, AN
      *                      APPROVED ITEM THAT COULD NOT BE APPLIED
      *                      OR IS HELD FOR A CLOSED RUN DATE, OR A
      *                      TRUNCATED INTERFACE TOTAL.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-APRCARD-FILE.
           CLOSE CM-PENDIN-FILE.
           CLOSE CM-PENDNEW-FILE.
           CLOSE CM-SAVED-FILE.
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
               OR CM-WS-DROPPED-COUNT > 0
               OR CM-WS-CLOSED-HELD-COUNT > 0
               OR CM-WS-TRUNC-WARN-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CM-WS-AGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'DOSEAPRV018I APPROVAL CYCLE COMPLETE - '
               CM-WS-APPLIED-COUNT ' APPLIED, '
               CM-WS-DENIED-COUNT ' DENIED, '
               CM-WS-CARRIED-COUNT ' STILL PENDING'.
       9000-EXIT.
           EXIT.
