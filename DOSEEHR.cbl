       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSEEHR.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  OUTBOUND ADMINISTRATION
      *                  FEED TO THE ELECTRONIC HEALTH RECORD.  THE
      *                  WARD NURSES HAVE BEEN RE-KEYING OUR ACCEPTED
      *                  DOSES INTO THE EHR MEDICATION ADMINISTRATION
      *                  RECORD BY HAND FROM RPTOUT, AND THE TWO
      *                  DRIFT APART.  EACH RUN SENDS ONE BATCH
      *                  (CMEHRFED) - A HEADER WITH THE NEXT BATCH
      *                  SEQUENCE NUMBER, ONE DETAIL PER ACCEPTED OR
      *                  WARNING SAVEDDS CHECKPOINT NOT SENT BEFORE,
      *                  ONE AMENDMENT PER READING CHANGED SINCE IT
      *                  WAS SENT, AND A TRAILER WITH THE RECORD
      *                  COUNTS AND HASH TOTALS OF THE DOSE VALUES.
      *                  THE EHR SENT-READING LEDGER (CMEHRLDG) HOLDS
      *                  WHAT WAS LAST SENT FOR EVERY READING, SO A
      *                  DOSEFIX OR DOSEAPRV CORRECTION GOES OUT AS A
      *                  CORRECTION AMENDMENT, A READING RELEASED
      *                  FROM SUSPENSE BY DOSESUSP AS A SUSPENSE
      *                  ENTRY AMENDMENT, AND A READING SINCE
      *                  REJECTED AS A WITHDRAWAL.  READINGS THAT
      *                  DOSEACK RE-QUEUED (REJECTED BY THE EHR OR IN
      *                  A BATCH NEVER ACKNOWLEDGED) ARE SENT AGAIN.
      *                  ONLY RUNS MARKED COMPLETE ON THE RUN STATUS
      *                  FILE ARE SENT.  THE BATCH CONTROL RECORD
      *                  (CMEHRBAT) IS WRITTEN BEFORE THE FIRST
      *                  DETAIL, SO A BATCH LOST TO AN ABEND IS STILL
      *                  THERE FOR DOSEACK TO RE-QUEUE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-EHRCARD-FILE ASSIGN TO EHRCARD
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

           SELECT CM-RUNSTAT-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RN-RUN-ID
               FILE STATUS IS CM-WS-RNST-FILE-STATUS.

           SELECT OPTIONAL CM-EHRLDG-FILE ASSIGN TO EHRLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-EL-KEY
               FILE STATUS IS CM-WS-ELDG-FILE-STATUS.

           SELECT OPTIONAL CM-EHRBAT-FILE ASSIGN TO EHRBAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-EB-BATCH-SEQ
               FILE STATUS IS CM-WS-EBAT-FILE-STATUS.

           SELECT CM-EHRFEED-FILE ASSIGN TO EHROUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO EHRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-EHRCARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMEHRCRD.

       FD  CM-SAVED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMSAVED.

       FD  CM-DRUG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRUGMS.

       FD  CM-RUNSTAT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNST.

       FD  CM-EHRLDG-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMEHRLDG.

       FD  CM-EHRBAT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMEHRBAT.

       FD  CM-EHRFEED-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMEHRFED.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNST-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-ELDG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-EBAT-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  CM-WS-CURRENT-DATE          PIC X(08) VALUE SPACES.
       01  CM-WS-CURRENT-TIME          PIC X(08) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-SAVED-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-SAVED-EOF-YES     VALUE 'Y'.
               88  CM-WS-SAVED-EOF-NO      VALUE 'N'.
           05  CM-WS-LDGR-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-LDGR-EOF-YES      VALUE 'Y'.
               88  CM-WS-LDGR-EOF-NO       VALUE 'N'.
           05  CM-WS-DRUG-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  CM-WS-DRUG-FOUND-YES    VALUE 'Y'.
               88  CM-WS-DRUG-FOUND-NO     VALUE 'N'.
           05  CM-WS-RUN-SEND-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-RUN-SENDABLE      VALUE 'Y'.
               88  CM-WS-RUN-NOT-SENDABLE  VALUE 'N'.
           05  CM-WS-LEDGER-SWITCH     PIC X(01) VALUE 'N'.
               88  CM-WS-LEDGER-FOUND      VALUE 'Y'.
               88  CM-WS-LEDGER-NOT-FOUND  VALUE 'N'.
           05  CM-WS-CONTROL-SWITCH    PIC X(01) VALUE 'N'.
               88  CM-WS-CONTROL-FOUND     VALUE 'Y'.
               88  CM-WS-CONTROL-NOT-FOUND VALUE 'N'.
           05  CM-WS-CHANGED-SWITCH    PIC X(01) VALUE 'N'.
               88  CM-WS-CHANGED-YES       VALUE 'Y'.
               88  CM-WS-CHANGED-NO        VALUE 'N'.
           05  CM-WS-RESEND-SWITCH     PIC X(01) VALUE 'N'.
               88  CM-WS-RESEND-YES        VALUE 'Y'.
               88  CM-WS-RESEND-NO         VALUE 'N'.
           05  CM-WS-SEND-TYPE         PIC X(01) VALUE SPACES.
               88  CM-WS-SEND-DETAIL       VALUE 'D'.
               88  CM-WS-SEND-AMENDMENT    VALUE 'A'.
               88  CM-WS-SEND-NONE         VALUE ' '.
           05  CM-WS-AMEND-REASON      PIC X(01) VALUE SPACES.
               88  CM-WS-AMEND-CORRECTION  VALUE 'C'.
               88  CM-WS-AMEND-SUSP-ENTRY  VALUE 'S'.
               88  CM-WS-AMEND-WITHDRAWN   VALUE 'W'.

       01  CM-WS-COUNTERS.
           05  CM-WS-DETAIL-COUNT      PIC 9(07) VALUE 0.
           05  CM-WS-AMEND-COUNT       PIC 9(07) VALUE 0.
           05  CM-WS-CORRECTION-COUNT  PIC 9(07) VALUE 0.
           05  CM-WS-SUSP-ENTRY-COUNT  PIC 9(07) VALUE 0.
           05  CM-WS-WITHDRAWN-COUNT   PIC 9(07) VALUE 0.
           05  CM-WS-RESENT-COUNT      PIC 9(07) VALUE 0.
           05  CM-WS-UNCHANGED-COUNT   PIC 9(07) VALUE 0.
           05  CM-WS-HELD-COUNT        PIC 9(07) VALUE 0.
           05  CM-WS-UNSENT-COUNT      PIC 9(07) VALUE 0.
           05  CM-WS-STRANDED-COUNT    PIC 9(07) VALUE 0.
           05  CM-WS-SKIPPED-RUN-COUNT PIC 9(05) VALUE 0.
           05  CM-WS-RECORD-COUNT      PIC 9(07) VALUE 0.

       01  CM-WS-BATCH-SEQ             PIC 9(06) VALUE 0.

       01  CM-WS-GATE-RUN-ID           PIC X(08) VALUE SPACES.

       01  CM-WS-VALUE-WORK.
           05  CM-WS-SAVED-VALUE       PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-PRIOR-VALUE       PIC 9(05)V9(02) VALUE 0.
           05  CM-WS-DRUG-UNIT         PIC X(08) VALUE SPACES.
           05  CM-WS-VALUE-HASH        PIC 9(11)V9(02) VALUE 0.
           05  CM-WS-DETAIL-HASH       PIC 9(11)V9(02) VALUE 0.
           05  CM-WS-AMEND-HASH        PIC 9(11)V9(02) VALUE 0.

       01  CM-EHR-HEADING-LINE.
           05  FILLER                  PIC X(34)
                   VALUE 'EHR ADMINISTRATION FEED REPORT'.
           05  FILLER                  PIC X(07) VALUE 'BATCH: '.
           05  CM-EH1-BATCH-SEQ        PIC 9(06).
           05  FILLER                  PIC X(17)
                   VALUE '  FROM RUN DATE: '.
           05  CM-EH1-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  CM-EHR-SKIP-LINE.
           05  FILLER                  PIC X(08) VALUE '*** RUN '.
           05  CM-EK-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(12)
                   VALUE ' NOT SENT - '.
           05  CM-EK-REASON            PIC X(30).
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  CM-EHR-UNSENT-LINE.
           05  FILLER                  PIC X(12) VALUE '*** READING '.
           05  CM-EU-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-EU-ENTRY-NUM         PIC 9(05).
           05  FILLER                  PIC X(17)
                   VALUE ' NOT SENT - DRUG '.
           05  CM-EU-DRUG-CODE         PIC X(08).
           05  FILLER                  PIC X(14)
                   VALUE ' NOT ON MASTER'.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  CM-EHR-STRANDED-LINE.
           05  FILLER                  PIC X(12) VALUE '*** READING '.
           05  CM-ES-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-ES-ENTRY-NUM         PIC 9(05).
           05  FILLER                  PIC X(40)
                   VALUE ' RE-QUEUED BUT NOT SENT - RUN DATE '.
           05  CM-ES-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(40)
                   VALUE ' - NOT ON SAVEDDS OR RUN NOT COMPLETE'.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  CM-EHR-AMEND-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'AMENDMENT '.
           05  FILLER                  PIC X(10) VALUE 'RUN ID    '.
           05  FILLER                  PIC X(07) VALUE 'ENTRY  '.
           05  FILLER                  PIC X(12) VALUE 'PATIENT     '.
           05  FILLER                  PIC X(10) VALUE 'DRUG      '.
           05  FILLER                  PIC X(12) VALUE ' PRIOR VALUE'.
           05  FILLER                  PIC X(12) VALUE '   NEW VALUE'.
           05  FILLER                  PIC X(08) VALUE ' STATUS '.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  CM-EHR-AMEND-LINE.
           05  CM-EA1-REASON           PIC X(10).
           05  CM-EA1-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-EA1-ENTRY-NUM        PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-EA1-PATIENT-ID       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-EA1-DRUG-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-EA1-PRIOR-VALUE      PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-EA1-NEW-VALUE        PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CM-EA1-STATUS           PIC X(01).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  CM-EHR-TOTAL-LINE-1.
           05  FILLER                  PIC X(16)
                   VALUE 'DETAILS SENT   :'.
           05  CM-ET1-DETAILS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' AMENDMENTS    :'.
           05  CM-ET1-AMENDS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' RE-SENT       :'.
           05  CM-ET1-RESENT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CM-EHR-TOTAL-LINE-2.
           05  FILLER                  PIC X(16)
                   VALUE 'CORRECTIONS    :'.
           05  CM-ET2-CORRECTIONS      PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' SUSP ENTRIES  :'.
           05  CM-ET2-SUSP-ENTRIES     PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' WITHDRAWALS   :'.
           05  CM-ET2-WITHDRAWN        PIC ZZZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CM-EHR-TOTAL-LINE-3.
           05  FILLER                  PIC X(16)
                   VALUE 'ALREADY SENT   :'.
           05  CM-ET3-UNCHANGED        PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' HELD REJECTED :'.
           05  CM-ET3-HELD             PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' NOT SENT      :'.
           05  CM-ET3-UNSENT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CM-EHR-TOTAL-LINE-4.
           05  FILLER                  PIC X(16)
                   VALUE 'VALUE HASH     :'.
           05  CM-ET4-VALUE-HASH       PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(16)
                   VALUE ' RUNS SKIPPED  :'.
           05  CM-ET4-SKIPPED          PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' STRANDED      :'.
           05  CM-ET4-STRANDED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  CM-EHR-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-SAVED-FILE THRU 2000-EXIT.
           PERFORM 3000-REPORT-STRANDED THRU 3000-EXIT.
           PERFORM 4000-CLOSE-BATCH THRU 4000-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE   -  READ THE PARAMETER CARD, OPEN THE FILES,
      *                       TAKE THE NEXT BATCH SEQUENCE NUMBER AND
      *                       WRITE THE BATCH HEADER.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CM-EHRCARD-FILE.
           READ CM-EHRCARD-FILE
               AT END
                   DISPLAY 'DOSEEHR001E NO PARAMETER CARD - JOB ENDED'
                   GO TO 1000-ABEND
           END-READ.
           IF CM-EC-FROM-DATE NOT = SPACES
               AND CM-EC-FROM-DATE NOT NUMERIC
               DISPLAY 'DOSEEHR002E FROM RUN DATE ' CM-EC-FROM-DATE
                   ' IS NOT A DATE'
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-SAVED-FILE.
           IF CM-WS-SAVED-FILE-STATUS NOT = '00'
               AND CM-WS-SAVED-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEEHR003E CM-SAVED-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-SAVED-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-DRUG-FILE.
           IF CM-WS-DRUG-FILE-STATUS NOT = '00'
               AND CM-WS-DRUG-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEEHR004E CM-DRUG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-DRUG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-RUNSTAT-FILE.
           IF CM-WS-RNST-FILE-STATUS NOT = '00'
               AND CM-WS-RNST-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEEHR005E CM-RUNSTAT-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-RNST-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN I-O CM-EHRLDG-FILE.
           IF CM-WS-ELDG-FILE-STATUS NOT = '00'
               AND CM-WS-ELDG-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEEHR006E CM-EHRLDG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-ELDG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN I-O CM-EHRBAT-FILE.
           IF CM-WS-EBAT-FILE-STATUS NOT = '00'
               AND CM-WS-EBAT-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEEHR007E CM-EHRBAT-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-EBAT-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-WS-CURRENT-TIME FROM TIME.
           PERFORM 1100-OPEN-BATCH THRU 1100-EXIT.
           OPEN OUTPUT CM-EHRFEED-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           MOVE SPACES TO CM-EHRFEED-REC.
           SET CM-EF-HEADER TO TRUE.
           MOVE CM-WS-BATCH-SEQ TO CM-EF-BATCH-SEQ.
           MOVE 'CALCMED ' TO CM-EF-HD-SOURCE.
           MOVE CM-WS-CURRENT-DATE TO CM-EF-HD-CREATE-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-EF-HD-CREATE-TIME.
           WRITE CM-EHRFEED-REC.
           MOVE CM-WS-BATCH-SEQ TO CM-EH1-BATCH-SEQ.
           IF CM-EC-FROM-DATE = SPACES
               MOVE '(ALL)   ' TO CM-EH1-FROM-DATE
           ELSE
               MOVE CM-EC-FROM-DATE TO CM-EH1-FROM-DATE
           END-IF.
           WRITE CM-REPORT-REC FROM CM-EHR-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-EHR-BLANK-LINE.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  1100-OPEN-BATCH   -  TAKE THE NEXT SEQUENCE NUMBER FROM THE
      *                       CONTROL RECORD AND WRITE THE BATCH'S
      *                       CONTROL RECORD, AWAITING ACKNOWLEDGMENT,
      *                       BEFORE ANYTHING IS SENT.  IF THE JOB
      *                       DIES PARTWAY, THE BATCH IS ON FILE WITH
      *                       ZERO COUNTS, NEVER GETS ACKNOWLEDGED, AND
      *                       DOSEACK RE-QUEUES THE READINGS IT HAD
      *                       ALREADY MARKED SENT.
      *-----------------------------------------------------------------
       1100-OPEN-BATCH.
           MOVE 0 TO CM-EB-BATCH-SEQ.
           READ CM-EHRBAT-FILE
               INVALID KEY
                   SET CM-WS-CONTROL-NOT-FOUND TO TRUE
           END-READ.
           IF CM-WS-EBAT-FILE-STATUS = '00'
               SET CM-WS-CONTROL-FOUND TO TRUE
               COMPUTE CM-WS-BATCH-SEQ = CM-EB-LAST-BATCH-SEQ + 1
           ELSE
               MOVE 1 TO CM-WS-BATCH-SEQ
           END-IF.
           MOVE SPACES TO CM-EHRBAT-REC.
           MOVE 0 TO CM-EB-BATCH-SEQ.
           SET CM-EB-CONTROL-REC TO TRUE.
           MOVE CM-WS-BATCH-SEQ TO CM-EB-LAST-BATCH-SEQ.
           MOVE CM-WS-CURRENT-DATE TO CM-EB-LAST-SENT-DATE.
           IF CM-WS-CONTROL-FOUND
               REWRITE CM-EHRBAT-REC
                   INVALID KEY
                       DISPLAY 'DOSEEHR008E BATCH CONTROL RECORD '
                           'UPDATE FAILED - JOB ENDED'
                       GO TO 1000-ABEND
               END-REWRITE
           ELSE
               WRITE CM-EHRBAT-REC
                   INVALID KEY
                       DISPLAY 'DOSEEHR008E BATCH CONTROL RECORD '
                           'UPDATE FAILED - JOB ENDED'
                       GO TO 1000-ABEND
               END-WRITE
           END-IF.
           MOVE SPACES TO CM-EHRBAT-REC.
           MOVE CM-WS-BATCH-SEQ TO CM-EB-BATCH-SEQ.
           SET CM-EB-AWAITING-ACK TO TRUE.
           MOVE CM-WS-CURRENT-DATE TO CM-EB-SENT-DATE.
           MOVE CM-WS-CURRENT-TIME TO CM-EB-SENT-TIME.
           MOVE 0 TO CM-EB-RECORD-CNT.
           MOVE 0 TO CM-EB-DETAIL-CNT.
           MOVE 0 TO CM-EB-AMEND-CNT.
           MOVE 0 TO CM-EB-VALUE-HASH.
           MOVE 0 TO CM-EB-REJECT-CNT.
           WRITE CM-EHRBAT-REC
               INVALID KEY
                   DISPLAY 'DOSEEHR009E BATCH ' CM-WS-BATCH-SEQ
                       ' ALREADY ON THE BATCH FILE - JOB ENDED'
                   GO TO 1000-ABEND
           END-WRITE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-SWEEP-SAVED-FILE   -  READ EVERY CHECKPOINT IN KEY ORDER
      *                             (RUN ID, ENTRY NUMBER) FROM THE
      *                             CARD'S FROM RUN DATE ON.  THE RUN
      *                             STATUS GATE IS CHECKED ONCE PER
      *                             RUN AS THE RUN ID BREAKS.  EACH
      *                             READING IS MATCHED TO THE EHR
      *                             LEDGER TO DECIDE WHAT, IF
      *                             ANYTHING, GOES OUT FOR IT.
      *-----------------------------------------------------------------
       2000-SWEEP-SAVED-FILE.
           MOVE LOW-VALUES TO CM-SV-KEY.
           SET CM-WS-SAVED-EOF-NO TO TRUE.
           START CM-SAVED-FILE KEY IS NOT LESS THAN CM-SV-KEY
               INVALID KEY
                   SET CM-WS-SAVED-EOF-YES TO TRUE
           END-START.
           PERFORM 2100-EXAMINE-NEXT-ENTRY THRU 2100-EXIT
               UNTIL CM-WS-SAVED-EOF-YES.
       2000-EXIT.
           EXIT.

       2100-EXAMINE-NEXT-ENTRY.
           READ CM-SAVED-FILE NEXT RECORD
               AT END
                   SET CM-WS-SAVED-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF CM-SV-RUN-DATE < CM-EC-FROM-DATE
               GO TO 2100-EXIT
           END-IF.
           IF CM-SV-RUN-ID NOT = CM-WS-GATE-RUN-ID
               PERFORM 2200-CHECK-RUN-STATUS THRU 2200-EXIT
           END-IF.
           IF CM-WS-RUN-NOT-SENDABLE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-READ-LEDGER THRU 2150-EXIT.
           MOVE CM-SV-VALUE TO CM-WS-SAVED-VALUE.
           IF CM-SV-VALUE-DEC NUMERIC
               COMPUTE CM-WS-SAVED-VALUE =
                   CM-SV-VALUE + CM-SV-VALUE-DEC / 100
           END-IF.
           PERFORM 2300-DECIDE-SEND-TYPE THRU 2300-EXIT.
           IF CM-WS-SEND-NONE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2400-LOOK-UP-UNIT THRU 2400-EXIT.
           IF CM-WS-DRUG-FOUND-NO
               PERFORM 2410-REPORT-UNSENT THRU 2410-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-WRITE-DOSE-RECORD THRU 2500-EXIT.
           PERFORM 2600-POST-LEDGER THRU 2600-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2150-READ-LEDGER   -  FETCH WHAT WAS LAST SENT TO THE EHR FOR
      *                        THIS READING, IF ANYTHING.
      *-----------------------------------------------------------------
       2150-READ-LEDGER.
           MOVE CM-SV-KEY TO CM-EL-KEY.
           READ CM-EHRLDG-FILE
               INVALID KEY
                   SET CM-WS-LEDGER-NOT-FOUND TO TRUE
                   GO TO 2150-EXIT
           END-READ.
           SET CM-WS-LEDGER-FOUND TO TRUE.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2200-CHECK-RUN-STATUS   -  A RUN IS ONLY SENT WHEN THE RUN
      *                             STATUS FILE SHOWS IT COMPLETE.  A
      *                             RUN STILL IN PROGRESS, FAILED, OR
      *                             MISSING FROM THE FILE IS SKIPPED
      *                             WHOLE AND NAMED ON THE REPORT; IT
      *                             GOES OUT ON THE FIRST NIGHT AFTER
      *                             IT COMPLETES.
      *-----------------------------------------------------------------
       2200-CHECK-RUN-STATUS.
           MOVE CM-SV-RUN-ID TO CM-WS-GATE-RUN-ID.
           MOVE CM-SV-RUN-ID TO CM-RN-RUN-ID.
           READ CM-RUNSTAT-FILE
               INVALID KEY
                   SET CM-WS-RUN-NOT-SENDABLE TO TRUE
                   MOVE 'RUN NOT ON RUN STATUS FILE'
                       TO CM-EK-REASON
                   PERFORM 2210-REPORT-SKIPPED-RUN THRU 2210-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF CM-RN-COMPLETE
               SET CM-WS-RUN-SENDABLE TO TRUE
               GO TO 2200-EXIT
           END-IF.
           SET CM-WS-RUN-NOT-SENDABLE TO TRUE.
           IF CM-RN-IN-PROGRESS
               MOVE 'RUN STILL IN PROGRESS' TO CM-EK-REASON
           ELSE
               MOVE 'RUN NOT COMPLETE' TO CM-EK-REASON
           END-IF.
           PERFORM 2210-REPORT-SKIPPED-RUN THRU 2210-EXIT.
       2200-EXIT.
           EXIT.

       2210-REPORT-SKIPPED-RUN.
           ADD 1 TO CM-WS-SKIPPED-RUN-COUNT.
           MOVE CM-WS-GATE-RUN-ID TO CM-EK-RUN-ID.
           WRITE CM-REPORT-REC FROM CM-EHR-SKIP-LINE.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2300-DECIDE-SEND-TYPE   -  COMPARE THE CHECKPOINT WITH THE
      *                             LEDGER.
      *                             - NOT ON THE LEDGER: AN ACCEPTED
      *                               OR WARNING READING GOES OUT AS
      *                               A DETAIL; A REJECTED ONE IS
      *                               POSTED HELD AND NOTHING IS SENT.
      *                             - HELD AND NOW ACCEPTED (RELEASED
      *                               FROM SUSPENSE): SUSPENSE ENTRY
      *                               AMENDMENT.
      *                             - RE-QUEUED BY DOSEACK AND
      *                               UNCHANGED: THE SAME RECORD AGAIN.
      *                               A RE-QUEUED DETAIL THE EHR NEVER
      *                               TOOK GOES OUT AS A DETAIL WITH
      *                               THE CURRENT FIGURES, OR IS HELD
      *                               IF THE READING IS NOW REJECTED.
      *                             - SINCE REJECTED: WITHDRAWAL.
      *                             - ACCEPTED AGAIN AFTER A
      *                               WITHDRAWAL: SUSPENSE ENTRY.
      *                             - VALUE OR STATUS CHANGED:
      *                               CORRECTION AMENDMENT.
      *                             - OTHERWISE NOTHING - ALREADY SENT.
      *-----------------------------------------------------------------
       2300-DECIDE-SEND-TYPE.
           SET CM-WS-SEND-NONE TO TRUE.
           MOVE SPACES TO CM-WS-AMEND-REASON.
           SET CM-WS-RESEND-NO TO TRUE.
           MOVE 0 TO CM-WS-PRIOR-VALUE.
           IF CM-WS-LEDGER-NOT-FOUND
               IF CM-SV-ACCEPTED OR CM-SV-WARNING
                   SET CM-WS-SEND-DETAIL TO TRUE
               ELSE
                   PERFORM 2700-POST-HELD THRU 2700-EXIT
               END-IF
               GO TO 2300-EXIT
           END-IF.
           MOVE CM-EL-DOSE-VALUE TO CM-WS-PRIOR-VALUE.
           IF CM-EL-HELD
               IF CM-SV-ACCEPTED OR CM-SV-WARNING
                   SET CM-WS-SEND-AMENDMENT TO TRUE
                   SET CM-WS-AMEND-SUSP-ENTRY TO TRUE
               ELSE
                   ADD 1 TO CM-WS-HELD-COUNT
               END-IF
               GO TO 2300-EXIT
           END-IF.
           SET CM-WS-CHANGED-NO TO TRUE.
           IF CM-SV-STATUS NOT = CM-EL-SV-STATUS
               SET CM-WS-CHANGED-YES TO TRUE
           ELSE
               IF NOT CM-SV-REJECTED
                   AND CM-WS-SAVED-VALUE NOT = CM-EL-DOSE-VALUE
                   SET CM-WS-CHANGED-YES TO TRUE
               END-IF
           END-IF.
           IF CM-EL-REQUEUED
               SET CM-WS-RESEND-YES TO TRUE
               IF CM-WS-CHANGED-NO
                   MOVE CM-EL-LAST-REC-TYPE TO CM-WS-SEND-TYPE
                   MOVE CM-EL-LAST-AMEND-REASON TO CM-WS-AMEND-REASON
                   GO TO 2300-EXIT
               END-IF
               IF CM-EL-LAST-DETAIL
                   IF CM-SV-ACCEPTED OR CM-SV-WARNING
                       SET CM-WS-SEND-DETAIL TO TRUE
                   ELSE
                       SET CM-WS-RESEND-NO TO TRUE
                       PERFORM 2700-POST-HELD THRU 2700-EXIT
                   END-IF
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           IF CM-SV-REJECTED
               IF CM-EL-SV-STATUS = 'R'
                   ADD 1 TO CM-WS-UNCHANGED-COUNT
               ELSE
                   SET CM-WS-SEND-AMENDMENT TO TRUE
                   SET CM-WS-AMEND-WITHDRAWN TO TRUE
               END-IF
               GO TO 2300-EXIT
           END-IF.
           IF CM-EL-SV-STATUS = 'R'
               SET CM-WS-SEND-AMENDMENT TO TRUE
               SET CM-WS-AMEND-SUSP-ENTRY TO TRUE
               GO TO 2300-EXIT
           END-IF.
           IF CM-WS-CHANGED-NO
               ADD 1 TO CM-WS-UNCHANGED-COUNT
               GO TO 2300-EXIT
           END-IF.
           SET CM-WS-SEND-AMENDMENT TO TRUE.
           SET CM-WS-AMEND-CORRECTION TO TRUE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2400-LOOK-UP-UNIT   -  FETCH THE DOSE UNIT FOR THE
      *                         CHECKPOINT'S DRUG CODE.  THE EHR CANNOT
      *                         POST A DOSE WITHOUT ITS UNIT, SO A
      *                         BLANK DRUG CODE OR ONE NOT ON THE
      *                         MASTER IS HELD BACK AND TRIED AGAIN
      *                         THE NEXT NIGHT.
      *-----------------------------------------------------------------
       2400-LOOK-UP-UNIT.
           MOVE SPACES TO CM-WS-DRUG-UNIT.
           IF CM-SV-DRUG-CODE = SPACES
               SET CM-WS-DRUG-FOUND-NO TO TRUE
               GO TO 2400-EXIT
           END-IF.
           MOVE CM-SV-DRUG-CODE TO CM-DG-DRUG-CODE.
           READ CM-DRUG-FILE
               INVALID KEY
                   SET CM-WS-DRUG-FOUND-NO TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           SET CM-WS-DRUG-FOUND-YES TO TRUE.
           MOVE CM-DG-UNIT TO CM-WS-DRUG-UNIT.
       2400-EXIT.
           EXIT.

       2410-REPORT-UNSENT.
           ADD 1 TO CM-WS-UNSENT-COUNT.
           MOVE CM-SV-RUN-ID TO CM-EU-RUN-ID.
           MOVE CM-SV-ENTRY-NUM TO CM-EU-ENTRY-NUM.
           IF CM-SV-DRUG-CODE = SPACES
               MOVE '(NONE)  ' TO CM-EU-DRUG-CODE
           ELSE
               MOVE CM-SV-DRUG-CODE TO CM-EU-DRUG-CODE
           END-IF.
           WRITE CM-REPORT-REC FROM CM-EHR-UNSENT-LINE.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2500-WRITE-DOSE-RECORD   -  ONE DETAIL OR AMENDMENT FOR THE
      *                              READING AS IT NOW STANDS, FOLDED
      *                              INTO THE BATCH COUNTS AND HASH
      *                              TOTALS.  EVERY AMENDMENT IS ALSO
      *                              LISTED ON THE REPORT.
      *-----------------------------------------------------------------
       2500-WRITE-DOSE-RECORD.
           MOVE SPACES TO CM-EHRFEED-REC.
           MOVE CM-WS-SEND-TYPE TO CM-EF-REC-TYPE.
           MOVE CM-WS-BATCH-SEQ TO CM-EF-BATCH-SEQ.
           MOVE CM-SV-RUN-ID TO CM-EF-RUN-ID.
           MOVE CM-SV-ENTRY-NUM TO CM-EF-ENTRY-NUM.
           MOVE CM-SV-RUN-DATE TO CM-EF-RUN-DATE.
           MOVE CM-SV-PATIENT-ID TO CM-EF-PATIENT-ID.
           MOVE CM-SV-WARD-CODE TO CM-EF-WARD-CODE.
           MOVE CM-SV-DRUG-CODE TO CM-EF-DRUG-CODE.
           MOVE CM-WS-SAVED-VALUE TO CM-EF-DOSE-VALUE.
           MOVE CM-WS-DRUG-UNIT TO CM-EF-UNIT.
           MOVE CM-SV-STATUS TO CM-EF-DOSE-STATUS.
           IF CM-WS-SEND-AMENDMENT
               MOVE CM-WS-AMEND-REASON TO CM-EF-AMEND-REASON
               MOVE CM-WS-PRIOR-VALUE TO CM-EF-PRIOR-VALUE
           ELSE
               MOVE 0 TO CM-EF-PRIOR-VALUE
           END-IF.
           WRITE CM-EHRFEED-REC.
           ADD 1 TO CM-WS-RECORD-COUNT.
           ADD CM-WS-SAVED-VALUE TO CM-WS-VALUE-HASH.
           IF CM-WS-RESEND-YES
               ADD 1 TO CM-WS-RESENT-COUNT
           END-IF.
           IF CM-WS-SEND-DETAIL
               ADD 1 TO CM-WS-DETAIL-COUNT
               ADD CM-WS-SAVED-VALUE TO CM-WS-DETAIL-HASH
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO CM-WS-AMEND-COUNT.
           ADD CM-WS-SAVED-VALUE TO CM-WS-AMEND-HASH.
           EVALUATE TRUE
               WHEN CM-WS-AMEND-CORRECTION
                   ADD 1 TO CM-WS-CORRECTION-COUNT
                   MOVE 'CORRECTION' TO CM-EA1-REASON
               WHEN CM-WS-AMEND-SUSP-ENTRY
                   ADD 1 TO CM-WS-SUSP-ENTRY-COUNT
                   MOVE 'SUSP ENTRY' TO CM-EA1-REASON
               WHEN OTHER
                   ADD 1 TO CM-WS-WITHDRAWN-COUNT
                   MOVE 'WITHDRAWN ' TO CM-EA1-REASON
           END-EVALUATE.
           IF CM-WS-AMEND-COUNT = 1
               WRITE CM-REPORT-REC FROM CM-EHR-BLANK-LINE
               WRITE CM-REPORT-REC FROM CM-EHR-AMEND-COLUMN-LINE
           END-IF.
           MOVE CM-SV-RUN-ID TO CM-EA1-RUN-ID.
           MOVE CM-SV-ENTRY-NUM TO CM-EA1-ENTRY-NUM.
           MOVE CM-SV-PATIENT-ID TO CM-EA1-PATIENT-ID.
           MOVE CM-SV-DRUG-CODE TO CM-EA1-DRUG-CODE.
           MOVE CM-WS-PRIOR-VALUE TO CM-EA1-PRIOR-VALUE.
           MOVE CM-WS-SAVED-VALUE TO CM-EA1-NEW-VALUE.
           MOVE CM-SV-STATUS TO CM-EA1-STATUS.
           WRITE CM-REPORT-REC FROM CM-EHR-AMEND-LINE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2600-POST-LEDGER   -  RECORD WHAT WAS JUST SENT FOR THE
      *                        READING AND IN WHICH BATCH, AWAITING
      *                        THE EHR'S ACKNOWLEDGMENT.  THE LAST
      *                        REJECT CODE IS KEPT FOR REFERENCE.
      *-----------------------------------------------------------------
       2600-POST-LEDGER.
           IF CM-WS-LEDGER-NOT-FOUND
               MOVE SPACES TO CM-EHRLDG-REC
               MOVE CM-SV-KEY TO CM-EL-KEY
               MOVE 0 TO CM-EL-SEND-CNT
           END-IF.
           MOVE CM-SV-RUN-DATE TO CM-EL-RUN-DATE.
           MOVE CM-SV-DRUG-CODE TO CM-EL-DRUG-CODE.
           MOVE CM-SV-WARD-CODE TO CM-EL-WARD-CODE.
           MOVE CM-SV-PATIENT-ID TO CM-EL-PATIENT-ID.
           MOVE CM-SV-STATUS TO CM-EL-SV-STATUS.
           MOVE CM-WS-SAVED-VALUE TO CM-EL-DOSE-VALUE.
           SET CM-EL-SENT TO TRUE.
           MOVE CM-WS-SEND-TYPE TO CM-EL-LAST-REC-TYPE.
           MOVE CM-WS-AMEND-REASON TO CM-EL-LAST-AMEND-REASON.
           MOVE CM-WS-BATCH-SEQ TO CM-EL-BATCH-SEQ.
           MOVE CM-WS-CURRENT-DATE TO CM-EL-SENT-DATE.
           MOVE SPACES TO CM-EL-ACK-DATE.
           ADD 1 TO CM-EL-SEND-CNT.
           PERFORM 2800-WRITE-LEDGER THRU 2800-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2700-POST-HELD   -  A REJECTED READING THE EHR DOES NOT HOLD.
      *                      NOTHING IS SENT, BUT THE LEDGER REMEMBERS
      *                      IT AS HELD SO ITS LATER RELEASE FROM
      *                      SUSPENSE GOES OUT AS AN AMENDMENT.
      *-----------------------------------------------------------------
       2700-POST-HELD.
           ADD 1 TO CM-WS-HELD-COUNT.
           IF CM-WS-LEDGER-NOT-FOUND
               MOVE SPACES TO CM-EHRLDG-REC
               MOVE CM-SV-KEY TO CM-EL-KEY
               MOVE 0 TO CM-EL-BATCH-SEQ
               MOVE 0 TO CM-EL-SEND-CNT
           END-IF.
           MOVE CM-SV-RUN-DATE TO CM-EL-RUN-DATE.
           MOVE CM-SV-DRUG-CODE TO CM-EL-DRUG-CODE.
           MOVE CM-SV-WARD-CODE TO CM-EL-WARD-CODE.
           MOVE CM-SV-PATIENT-ID TO CM-EL-PATIENT-ID.
           MOVE CM-SV-STATUS TO CM-EL-SV-STATUS.
           MOVE CM-WS-SAVED-VALUE TO CM-EL-DOSE-VALUE.
           SET CM-EL-HELD TO TRUE.
           PERFORM 2800-WRITE-LEDGER THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

       2800-WRITE-LEDGER.
           IF CM-WS-LEDGER-FOUND
               REWRITE CM-EHRLDG-REC
                   INVALID KEY
                       DISPLAY 'DOSEEHR010E LEDGER REWRITE FAILED FOR '
                           CM-EL-RUN-ID ' ' CM-EL-ENTRY-NUM
               END-REWRITE
           ELSE
               WRITE CM-EHRLDG-REC
                   INVALID KEY
                       DISPLAY 'DOSEEHR011E LEDGER WRITE FAILED FOR '
                           CM-EL-RUN-ID ' ' CM-EL-ENTRY-NUM
               END-WRITE
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-REPORT-STRANDED   -  EVERY RE-QUEUED READING THE SWEEP
      *                            FOUND WAS SENT AND IS NOW MARKED
      *                            SENT, SO ANY STILL RE-QUEUED WAS
      *                            NOT REACHED - ITS RUN HAS BEEN
      *                            ARCHIVED OFF SAVEDDS, IS NO LONGER
      *                            COMPLETE, OR IS BEFORE THE CARD'S
      *                            FROM DATE.  EACH IS LISTED SO THE
      *                            RUN CAN BE RESTORED OR RE-RUN; IT
      *                            STAYS RE-QUEUED AND GOES OUT ON THE
      *                            FIRST NIGHT IT CAN.
      *-----------------------------------------------------------------
       3000-REPORT-STRANDED.
           MOVE LOW-VALUES TO CM-EL-KEY.
           SET CM-WS-LDGR-EOF-NO TO TRUE.
           START CM-EHRLDG-FILE KEY IS NOT LESS THAN CM-EL-KEY
               INVALID KEY
                   SET CM-WS-LDGR-EOF-YES TO TRUE
           END-START.
           PERFORM 3100-CHECK-NEXT-LEDGER THRU 3100-EXIT
               UNTIL CM-WS-LDGR-EOF-YES.
       3000-EXIT.
           EXIT.

       3100-CHECK-NEXT-LEDGER.
           READ CM-EHRLDG-FILE NEXT RECORD
               AT END
                   SET CM-WS-LDGR-EOF-YES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CM-EL-REQUEUED
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CM-WS-STRANDED-COUNT.
           IF CM-WS-STRANDED-COUNT = 1
               WRITE CM-REPORT-REC FROM CM-EHR-BLANK-LINE
           END-IF.
           MOVE CM-EL-RUN-ID TO CM-ES-RUN-ID.
           MOVE CM-EL-ENTRY-NUM TO CM-ES-ENTRY-NUM.
           MOVE CM-EL-RUN-DATE TO CM-ES-RUN-DATE.
           WRITE CM-REPORT-REC FROM CM-EHR-STRANDED-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4000-CLOSE-BATCH   -  WRITE THE TRAILER AND POST THE SAME
      *                        COUNTS AND HASH TOTALS TO THE BATCH'S
      *                        CONTROL RECORD, WHERE DOSEACK CHECKS
      *                        THEM AGAINST WHAT THE EHR SAYS IT GOT.
      *-----------------------------------------------------------------
       4000-CLOSE-BATCH.
           MOVE SPACES TO CM-EHRFEED-REC.
           SET CM-EF-TRAILER TO TRUE.
           MOVE CM-WS-BATCH-SEQ TO CM-EF-BATCH-SEQ.
           MOVE CM-WS-RECORD-COUNT TO CM-EF-TR-RECORD-CNT.
           MOVE CM-WS-DETAIL-COUNT TO CM-EF-TR-DETAIL-CNT.
           MOVE CM-WS-AMEND-COUNT TO CM-EF-TR-AMEND-CNT.
           MOVE CM-WS-VALUE-HASH TO CM-EF-TR-VALUE-HASH.
           MOVE CM-WS-DETAIL-HASH TO CM-EF-TR-DETAIL-HASH.
           MOVE CM-WS-AMEND-HASH TO CM-EF-TR-AMEND-HASH.
           WRITE CM-EHRFEED-REC.
           MOVE CM-WS-BATCH-SEQ TO CM-EB-BATCH-SEQ.
           READ CM-EHRBAT-FILE
               INVALID KEY
                   DISPLAY 'DOSEEHR012E BATCH ' CM-WS-BATCH-SEQ
                       ' CONTROL RECORD MISSING - TOTALS NOT POSTED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 4000-EXIT
           END-READ.
           MOVE CM-WS-RECORD-COUNT TO CM-EB-RECORD-CNT.
           MOVE CM-WS-DETAIL-COUNT TO CM-EB-DETAIL-CNT.
           MOVE CM-WS-AMEND-COUNT TO CM-EB-AMEND-CNT.
           MOVE CM-WS-VALUE-HASH TO CM-EB-VALUE-HASH.
           REWRITE CM-EHRBAT-REC
               INVALID KEY
                   DISPLAY 'DOSEEHR012E BATCH ' CM-WS-BATCH-SEQ
                       ' CONTROL RECORD MISSING - TOTALS NOT POSTED'
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE CM-REPORT-REC FROM CM-EHR-BLANK-LINE.
           MOVE CM-WS-DETAIL-COUNT TO CM-ET1-DETAILS.
           MOVE CM-WS-AMEND-COUNT TO CM-ET1-AMENDS.
           MOVE CM-WS-RESENT-COUNT TO CM-ET1-RESENT.
           WRITE CM-REPORT-REC FROM CM-EHR-TOTAL-LINE-1.
           MOVE CM-WS-CORRECTION-COUNT TO CM-ET2-CORRECTIONS.
           MOVE CM-WS-SUSP-ENTRY-COUNT TO CM-ET2-SUSP-ENTRIES.
           MOVE CM-WS-WITHDRAWN-COUNT TO CM-ET2-WITHDRAWN.
           WRITE CM-REPORT-REC FROM CM-EHR-TOTAL-LINE-2.
           MOVE CM-WS-UNCHANGED-COUNT TO CM-ET3-UNCHANGED.
           MOVE CM-WS-HELD-COUNT TO CM-ET3-HELD.
           MOVE CM-WS-UNSENT-COUNT TO CM-ET3-UNSENT.
           WRITE CM-REPORT-REC FROM CM-EHR-TOTAL-LINE-3.
           MOVE CM-WS-VALUE-HASH TO CM-ET4-VALUE-HASH.
           MOVE CM-WS-SKIPPED-RUN-COUNT TO CM-ET4-SKIPPED.
           MOVE CM-WS-STRANDED-COUNT TO CM-ET4-STRANDED.
           WRITE CM-REPORT-REC FROM CM-EHR-TOTAL-LINE-4.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE   -  RETURN CODE 8 WHEN ANY READING COULD NOT
      *                      BE SENT (NO UNIT) OR A RE-QUEUED READING
      *                      WAS NOT REACHED, SO THE EHR IS KNOWN TO BE
      *                      SHORT.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-EHRCARD-FILE.
           CLOSE CM-SAVED-FILE.
           CLOSE CM-DRUG-FILE.
           CLOSE CM-RUNSTAT-FILE.
           CLOSE CM-EHRLDG-FILE.
           CLOSE CM-EHRBAT-FILE.
           CLOSE CM-EHRFEED-FILE.
           CLOSE CM-REPORT-FILE.
           IF RETURN-CODE < 8
               IF CM-WS-UNSENT-COUNT > 0
                   OR CM-WS-STRANDED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'DOSEEHR013I BATCH ' CM-WS-BATCH-SEQ ' SENT - '
               CM-WS-DETAIL-COUNT ' DETAILS, '
               CM-WS-AMEND-COUNT ' AMENDMENTS, '
               CM-WS-UNSENT-COUNT ' NOT SENT, '
               CM-WS-STRANDED-COUNT ' STRANDED'.
       9000-EXIT.
           EXIT.
