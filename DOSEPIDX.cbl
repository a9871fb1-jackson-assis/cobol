       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSEPIDX.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  BUILDS THE PATIENT CROSS-
      *                  REFERENCE (CMPATIDX) FROM SCRATCH OUT OF
      *                  EVERY SAVEDDS CHECKPOINT AND EVERY CHECKPOINT
      *                  DOSEARCH HAS MOVED TO THE SEQUENTIAL ARCHIVE,
      *                  KEYED BY PATIENT, RUN DATE, RUN ID AND ENTRY,
      *                  SO DOSEHIST CAN PRINT ONE PATIENT'S DOSES
      *                  WITHOUT RESTORING RUNS.  CHECKPOINTS WRITTEN
      *                  BEFORE THE PATIENT ID WAS CARRIED HAVE NO
      *                  PATIENT AND ARE COUNTED AND LEFT OUT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-SAVED-FILE ASSIGN TO SAVEDDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SV-KEY
               FILE STATUS IS CM-WS-SAVED-FILE-STATUS.

           SELECT CM-ARCHIN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-PATIDX-FILE ASSIGN TO PATIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-PX-KEY
               FILE STATUS IS CM-WS-PATIDX-FILE-STATUS.

           SELECT CM-REPORT-FILE ASSIGN TO PIDXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-SAVED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMSAVED.

       FD  CM-ARCHIN-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CM-ARCHIN-REC               PIC X(60).

       FD  CM-PATIDX-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMPATIDX.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-PATIDX-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-SAVED-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-SAVED-EOF-YES     VALUE 'Y'.
               88  CM-WS-SAVED-EOF-NO      VALUE 'N'.
           05  CM-WS-ARCH-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-ARCH-EOF-YES      VALUE 'Y'.
               88  CM-WS-ARCH-EOF-NO       VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-LIVE-READ         PIC 9(07) VALUE 0.
           05  CM-WS-LIVE-INDEXED      PIC 9(07) VALUE 0.
           05  CM-WS-ARCH-READ         PIC 9(07) VALUE 0.
           05  CM-WS-ARCH-INDEXED      PIC 9(07) VALUE 0.
           05  CM-WS-ARCH-REPLACED     PIC 9(07) VALUE 0.
           05  CM-WS-ARCH-ON-FILE      PIC 9(07) VALUE 0.
           05  CM-WS-NO-PATIENT        PIC 9(07) VALUE 0.

      *    THE NEW CROSS-REFERENCE RECORD IS BUILT HERE, BECAUSE A
      *    DUPLICATE-KEY READ OVERLAYS THE FILE'S RECORD AREA.
       01  CM-WS-NEW-XREF              PIC X(60) VALUE SPACES.

       01  CM-PIX-HEADING-LINE.
           05  FILLER                  PIC X(133)
                   VALUE 'PATIENT CROSS-REFERENCE BUILD'.

       01  CM-PIX-TOTAL-LINE-1.
           05  FILLER                  PIC X(20)
                   VALUE 'SAVEDDS READ       :'.
           05  CM-PT1-LIVE-READ        PIC ZZZZZZ9.
           05  FILLER                  PIC X(20)
                   VALUE ' INDEXED           :'.
           05  CM-PT1-LIVE-INDEXED     PIC ZZZZZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  CM-PIX-TOTAL-LINE-2.
           05  FILLER                  PIC X(20)
                   VALUE 'ARCHIVE READ       :'.
           05  CM-PT2-ARCH-READ        PIC ZZZZZZ9.
           05  FILLER                  PIC X(20)
                   VALUE ' INDEXED           :'.
           05  CM-PT2-ARCH-INDEXED     PIC ZZZZZZ9.
           05  FILLER                  PIC X(20)
                   VALUE ' LATER COPY USED   :'.
           05  CM-PT2-ARCH-REPLACED    PIC ZZZZZZ9.
           05  FILLER                  PIC X(20)
                   VALUE ' STILL ON SAVEDDS  :'.
           05  CM-PT2-ARCH-ON-FILE     PIC ZZZZZZ9.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  CM-PIX-TOTAL-LINE-3.
           05  FILLER                  PIC X(20)
                   VALUE 'NO PATIENT ID      :'.
           05  CM-PT3-NO-PATIENT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(106) VALUE SPACES.

       01  CM-PIX-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-INDEX-SAVED-FILE THRU 2000-EXIT.
           PERFORM 3000-INDEX-ARCHIVE THRU 3000-EXIT
               UNTIL CM-WS-ARCH-EOF-YES.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE   -  THE CROSS-REFERENCE IS OPENED OUTPUT AND
      *                       SO STARTS EMPTY ON EVERY RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CM-SAVED-FILE.
           IF CM-WS-SAVED-FILE-STATUS NOT = '00'
               AND CM-WS-SAVED-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEPIDX001E CM-SAVED-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-SAVED-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN OUTPUT CM-PATIDX-FILE.
           IF CM-WS-PATIDX-FILE-STATUS NOT = '00'
               DISPLAY 'DOSEPIDX002E CM-PATIDX-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-PATIDX-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           CLOSE CM-PATIDX-FILE.
           OPEN I-O CM-PATIDX-FILE.
           IF CM-WS-PATIDX-FILE-STATUS NOT = '00'
               DISPLAY 'DOSEPIDX002E CM-PATIDX-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-PATIDX-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-ARCHIN-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           WRITE CM-REPORT-REC FROM CM-PIX-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-PIX-BLANK-LINE.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-INDEX-SAVED-FILE   -  ONE CROSS-REFERENCE RECORD PER
      *                             SAVEDDS CHECKPOINT THAT CARRIES A
      *                             PATIENT ID.  SAVEDDS IS LOADED
      *                             FIRST SO A RESTORED RUN SHOWS ITS
      *                             CURRENT, POSSIBLY CORRECTED,
      *                             VALUES RATHER THAN ITS ARCHIVED
      *                             ONES.
      *-----------------------------------------------------------------
       2000-INDEX-SAVED-FILE.
           MOVE LOW-VALUES TO CM-SV-KEY.
           SET CM-WS-SAVED-EOF-NO TO TRUE.
           START CM-SAVED-FILE KEY IS NOT LESS THAN CM-SV-KEY
               INVALID KEY
                   SET CM-WS-SAVED-EOF-YES TO TRUE
           END-START.
           PERFORM 2100-INDEX-ONE-CHECKPOINT THRU 2100-EXIT
               UNTIL CM-WS-SAVED-EOF-YES.
       2000-EXIT.
           EXIT.

       2100-INDEX-ONE-CHECKPOINT.
           READ CM-SAVED-FILE NEXT RECORD
               AT END
                   SET CM-WS-SAVED-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CM-WS-LIVE-READ.
           IF CM-SV-PATIENT-ID = SPACES
               ADD 1 TO CM-WS-NO-PATIENT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 5000-BUILD-XREF THRU 5000-EXIT.
           SET CM-PX-LIVE TO TRUE.
           WRITE CM-PATIDX-REC
               INVALID KEY
                   DISPLAY 'DOSEPIDX003E DUPLICATE KEY FOR RUN '
                       CM-SV-RUN-ID ' ENTRY ' CM-SV-ENTRY-NUM
                   GO TO 2100-EXIT
           END-WRITE.
           ADD 1 TO CM-WS-LIVE-INDEXED.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-INDEX-ARCHIVE   -  ONE CROSS-REFERENCE RECORD PER
      *                          ARCHIVED CHECKPOINT.  A READING STILL
      *                          ON SAVEDDS (RESTORED AND NOT YET
      *                          ARCHIVED AGAIN) KEEPS ITS LIVE
      *                          RECORD.  A READING ARCHIVED MORE THAN
      *                          ONCE TAKES THE LATER COPY, WHICH IS
      *                          FURTHER DOWN THE CUMULATIVE ARCHIVE.
      *-----------------------------------------------------------------
       3000-INDEX-ARCHIVE.
           READ CM-ARCHIN-FILE INTO CM-SAVED-REC
               AT END
                   SET CM-WS-ARCH-EOF-YES TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO CM-WS-ARCH-READ.
           IF CM-SV-PATIENT-ID = SPACES
               ADD 1 TO CM-WS-NO-PATIENT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 5000-BUILD-XREF THRU 5000-EXIT.
           SET CM-PX-ARCHIVED TO TRUE.
           MOVE CM-PATIDX-REC TO CM-WS-NEW-XREF.
           WRITE CM-PATIDX-REC
               INVALID KEY
                   PERFORM 3100-ARCHIVE-DUPLICATE THRU 3100-EXIT
                   GO TO 3000-EXIT
           END-WRITE.
           ADD 1 TO CM-WS-ARCH-INDEXED.
       3000-EXIT.
           EXIT.

       3100-ARCHIVE-DUPLICATE.
           READ CM-PATIDX-FILE
               INVALID KEY
                   DISPLAY 'DOSEPIDX004E CANNOT READ BACK RUN '
                       CM-SV-RUN-ID ' ENTRY ' CM-SV-ENTRY-NUM
                   GO TO 3100-EXIT
           END-READ.
           IF CM-PX-LIVE
               ADD 1 TO CM-WS-ARCH-ON-FILE
               GO TO 3100-EXIT
           END-IF.
           REWRITE CM-PATIDX-REC FROM CM-WS-NEW-XREF
               INVALID KEY
                   DISPLAY 'DOSEPIDX005E REWRITE FAILED FOR RUN '
                       CM-SV-RUN-ID ' ENTRY ' CM-SV-ENTRY-NUM
                   GO TO 3100-EXIT
           END-REWRITE.
           ADD 1 TO CM-WS-ARCH-REPLACED.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5000-BUILD-XREF   -  CROSS-REFERENCE RECORD FROM THE
      *                       CHECKPOINT IN CM-SAVED-REC.
      *-----------------------------------------------------------------
       5000-BUILD-XREF.
           MOVE SPACES TO CM-PATIDX-REC.
           MOVE CM-SV-PATIENT-ID TO CM-PX-PATIENT-ID.
           MOVE CM-SV-RUN-DATE TO CM-PX-RUN-DATE.
           MOVE CM-SV-RUN-ID TO CM-PX-RUN-ID.
           MOVE CM-SV-ENTRY-NUM TO CM-PX-ENTRY-NUM.
           MOVE CM-SV-DRUG-CODE TO CM-PX-DRUG-CODE.
           MOVE CM-SV-WARD-CODE TO CM-PX-WARD-CODE.
           MOVE CM-SV-VALUE TO CM-PX-VALUE.
           IF CM-SV-VALUE-DEC NUMERIC
               MOVE CM-SV-VALUE-DEC TO CM-PX-VALUE-DEC
           ELSE
               MOVE 0 TO CM-PX-VALUE-DEC
           END-IF.
           MOVE CM-SV-STATUS TO CM-PX-STATUS.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       8000-WRITE-TOTALS.
           MOVE CM-WS-LIVE-READ TO CM-PT1-LIVE-READ.
           MOVE CM-WS-LIVE-INDEXED TO CM-PT1-LIVE-INDEXED.
           WRITE CM-REPORT-REC FROM CM-PIX-TOTAL-LINE-1.
           MOVE CM-WS-ARCH-READ TO CM-PT2-ARCH-READ.
           MOVE CM-WS-ARCH-INDEXED TO CM-PT2-ARCH-INDEXED.
           MOVE CM-WS-ARCH-REPLACED TO CM-PT2-ARCH-REPLACED.
           MOVE CM-WS-ARCH-ON-FILE TO CM-PT2-ARCH-ON-FILE.
           WRITE CM-REPORT-REC FROM CM-PIX-TOTAL-LINE-2.
           MOVE CM-WS-NO-PATIENT TO CM-PT3-NO-PATIENT.
           WRITE CM-REPORT-REC FROM CM-PIX-TOTAL-LINE-3.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-SAVED-FILE.
           CLOSE CM-ARCHIN-FILE.
           CLOSE CM-PATIDX-FILE.
           CLOSE CM-REPORT-FILE.
           DISPLAY 'DOSEPIDX006I CROSS-REFERENCE BUILT - '
               CM-WS-LIVE-INDEXED ' LIVE, '
               CM-WS-ARCH-INDEXED ' ARCHIVED READINGS'.
       9000-EXIT.
           EXIT.
