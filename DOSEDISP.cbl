       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSEDISP.
       AUTHOR. R. HOLLOWAY.
       INSTALLATION. CENTRAL PHARMACY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *  2026-10-15  RH  INITIAL VERSION.  DISPENSED-VERSUS-
      *                  ADMINISTERED RECONCILIATION BY WARD AND DRUG.
      *                  TOTALS EVERY ACCEPTED AND WARNING SAVEDDS
      *                  CHECKPOINT WHOSE RUN DATE FALLS IN THE
      *                  DSPCARD DATE RANGE BY ITS WARD AND DRUG CODE,
      *                  TOTALS THE PHARMACY STOCK SYSTEM'S DISPENSING
      *                  FEED (CMDISPNS) FOR THE SAME RANGE THE SAME
      *                  WAY, AND PRINTS ONE LINE PER WARD AND DRUG
      *                  WITH THE WARD NAME, DRUG DESCRIPTION AND UNIT
      *                  FROM THE MASTERS.  A WARD AND DRUG WHOSE
      *                  VARIANCE IS MORE THAN THE CARD'S TOLERANCE
      *                  PERCENTAGE OF THE QUANTITY ISSUED IS FLAGGED
      *                  AND WRITTEN TO THE COMPLIANCE OFFICE'S
      *                  EXCEPTION FILE (CMDSPEXC).  REPLACES THE
      *                  MONTH-END HAND COUNT OF CONTROLLED-SUBSTANCE
      *                  VARIANCE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CM-DSPCARD-FILE ASSIGN TO DSPCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-DISPNS-FILE ASSIGN TO DISPFEED
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

           SELECT CM-WARD-FILE ASSIGN TO WARDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-WD-WARD-CODE
               FILE STATUS IS CM-WS-WARD-FILE-STATUS.

           SELECT CM-DSPEXC-FILE ASSIGN TO DSPEXC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-REPORT-FILE ASSIGN TO DSPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CM-DSPCARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDSPCRD.

       FD  CM-DISPNS-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDISPNS.

       FD  CM-SAVED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMSAVED.

       FD  CM-DRUG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDRUGMS.

       FD  CM-WARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMWARDMS.

       FD  CM-DSPEXC-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CMDSPEXC.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).

       WORKING-STORAGE SECTION.
       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-WARD-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  CM-WS-CURRENT-DATE          PIC X(08) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-SAVED-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-SAVED-EOF-YES     VALUE 'Y'.
               88  CM-WS-SAVED-EOF-NO      VALUE 'N'.
           05  CM-WS-FEED-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-FEED-EOF-YES      VALUE 'Y'.
               88  CM-WS-FEED-EOF-NO       VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.
           05  CM-WS-EXCEPTION-SWITCH  PIC X(01) VALUE 'N'.
               88  CM-WS-EXCEPTION-YES     VALUE 'Y'.
               88  CM-WS-EXCEPTION-NO      VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-SUB2              PIC 9(05) VALUE 0.
           05  CM-WS-PAIR-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-DOSE-COUNT        PIC 9(07) VALUE 0.
           05  CM-WS-FEED-READ-COUNT   PIC 9(07) VALUE 0.
           05  CM-WS-FEED-USED-COUNT   PIC 9(07) VALUE 0.
           05  CM-WS-FEED-REJECT-COUNT PIC 9(07) VALUE 0.
           05  CM-WS-EXCEPTION-COUNT   PIC 9(05) VALUE 0.

       01  CM-WS-MAX-PAIRS             PIC 9(05) VALUE 2000.

       01  CM-WS-KEY-WORK.
           05  CM-WS-WARD-CODE         PIC X(04) VALUE SPACES.
           05  CM-WS-DRUG-CODE         PIC X(08) VALUE SPACES.

       01  CM-WS-SAVED-VALUE           PIC 9(05)V9(02) VALUE 0.

       01  CM-WS-VARIANCE-WORK.
           05  CM-WS-VARIANCE          PIC S9(09)V9(02) VALUE 0.
           05  CM-WS-ABS-VARIANCE      PIC 9(09)V9(02) VALUE 0.
           05  CM-WS-VARIANCE-PCT      PIC 9(07)V9(02) VALUE 0.

       01  CM-WS-SWAP-ENTRY.
           05  CM-SW-WARD-CODE         PIC X(04).
           05  CM-SW-DRUG-CODE         PIC X(08).
           05  CM-SW-QTY-ISSUED        PIC S9(09)V9(02).
           05  CM-SW-QTY-ADMIN         PIC 9(09)V9(02).
           05  CM-SW-DOSE-CNT          PIC 9(07).

       01  CM-RECON-TABLE.
           05  CM-RECON-ENTRY OCCURS 2000 TIMES.
               10  CM-RT-WARD-CODE     PIC X(04).
               10  CM-RT-DRUG-CODE     PIC X(08).
               10  CM-RT-QTY-ISSUED    PIC S9(09)V9(02).
               10  CM-RT-QTY-ADMIN     PIC 9(09)V9(02).
               10  CM-RT-DOSE-CNT      PIC 9(07).

       01  CM-DSP-HEADING-LINE-1.
           05  FILLER                  PIC X(32)
                   VALUE 'DISPENSED VS ADMINISTERED RECON'.
           05  FILLER                  PIC X(06) VALUE 'FROM: '.
           05  CM-DH1-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' THRU '.
           05  CM-DH1-TO-DATE          PIC X(08).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  CM-DSP-HEADING-LINE-2.
           05  FILLER                  PIC X(22)
                   VALUE 'VARIANCE TOLERANCE  : '.
           05  CM-DH2-TOLERANCE-PCT    PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE ' PCT'.
           05  FILLER                  PIC X(104) VALUE SPACES.

       01  CM-DSP-COLUMN-LINE.
           05  FILLER                  PIC X(06) VALUE 'WARD  '.
           05  FILLER                  PIC X(22) VALUE 'WARD NAME'.
           05  FILLER                  PIC X(10) VALUE 'DRUG      '.
           05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(10) VALUE 'UNIT      '.
           05  FILLER                  PIC X(14)
                   VALUE '      ISSUED  '.
           05  FILLER                  PIC X(14)
                   VALUE '     CHARTED  '.
           05  FILLER                  PIC X(15)
                   VALUE '      VARIANCE '.
           05  FILLER                  PIC X(08) VALUE '   PCT  '.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  CM-DSP-DETAIL-LINE.
           05  CM-DD-WARD-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DD-WARD-NAME         PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DD-DRUG-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DD-DRUG-DESC         PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DD-UNIT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DD-QTY-ISSUED        PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-DD-QTY-ADMIN         PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DD-VARIANCE          PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DD-VARIANCE-PCT      PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-DD-FLAG              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  CM-DSP-REJECT-LINE.
           05  FILLER                  PIC X(16)
                   VALUE '*** FEED RECORD '.
           05  CM-DJ-RECORD-NUM        PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE ' REJECTED - '.
           05  CM-DJ-REASON            PIC X(30).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  CM-DSP-TOTAL-LINE-1.
           05  FILLER                  PIC X(16)
                   VALUE 'DOSES CHARTED  :'.
           05  CM-DT1-DOSES            PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' WARD/DRUG PAIR:'.
           05  CM-DT1-PAIRS            PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' EXCEPTIONS    :'.
           05  CM-DT1-EXCEPTIONS       PIC ZZZZ9.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  CM-DSP-TOTAL-LINE-2.
           05  FILLER                  PIC X(16)
                   VALUE 'FEED RECS READ :'.
           05  CM-DT2-FEED-READ        PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' IN DATE RANGE :'.
           05  CM-DT2-FEED-USED        PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' REJECTED      :'.
           05  CM-DT2-FEED-REJECT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  CM-DSP-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *  0000-MAINLINE
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-SAVED-FILE THRU 2000-EXIT.
           PERFORM 3000-READ-DISPENSE-FEED THRU 3000-EXIT
               UNTIL CM-WS-FEED-EOF-YES.
           PERFORM 4000-SORT-BY-WARD-DRUG THRU 4000-EXIT.
           PERFORM 5000-REPORT-VARIANCE THRU 5000-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE   -  READ THE PARAMETER CARD, OPEN THE FILES
      *                       AND WRITE THE REPORT HEADINGS.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CM-DSPCARD-FILE.
           READ CM-DSPCARD-FILE
               AT END
                   DISPLAY 'DOSEDISP001E NO PARAMETER CARD - JOB ENDED'
                   GO TO 1000-ABEND
           END-READ.
           IF CM-DC-FROM-DATE > CM-DC-TO-DATE
               DISPLAY 'DOSEDISP002E FROM DATE ' CM-DC-FROM-DATE
                   ' IS AFTER TO DATE ' CM-DC-TO-DATE
               GO TO 1000-ABEND
           END-IF.
           IF CM-DC-TOLERANCE-PCT NOT NUMERIC
               DISPLAY 'DOSEDISP003E TOLERANCE PERCENTAGE NOT NUMERIC'
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-SAVED-FILE.
           IF CM-WS-SAVED-FILE-STATUS NOT = '00'
               AND CM-WS-SAVED-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEDISP004E CM-SAVED-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-SAVED-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-DRUG-FILE.
           IF CM-WS-DRUG-FILE-STATUS NOT = '00'
               AND CM-WS-DRUG-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEDISP005E CM-DRUG-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-DRUG-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-WARD-FILE.
           IF CM-WS-WARD-FILE-STATUS NOT = '00'
               AND CM-WS-WARD-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEDISP006E CM-WARD-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-WARD-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-DISPNS-FILE.
           OPEN OUTPUT CM-DSPEXC-FILE.
           OPEN OUTPUT CM-REPORT-FILE.
           ACCEPT CM-WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE CM-DC-FROM-DATE TO CM-DH1-FROM-DATE.
           MOVE CM-DC-TO-DATE TO CM-DH1-TO-DATE.
           WRITE CM-REPORT-REC FROM CM-DSP-HEADING-LINE-1.
           MOVE CM-DC-TOLERANCE-PCT TO CM-DH2-TOLERANCE-PCT.
           WRITE CM-REPORT-REC FROM CM-DSP-HEADING-LINE-2.
           WRITE CM-REPORT-REC FROM CM-DSP-BLANK-LINE.
           GO TO 1000-EXIT.

       1000-ABEND.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-SWEEP-SAVED-FILE   -  EVERY ACCEPTED OR WARNING
      *                             CHECKPOINT IN THE DATE RANGE IS A
      *                             DOSE CHARTED AS GIVEN, AND IS
      *                             ADDED TO ITS WARD AND DRUG.
      *                             REJECTED READINGS WERE NEVER
      *                             GIVEN AND ARE LEFT OUT.
      *-----------------------------------------------------------------
       2000-SWEEP-SAVED-FILE.
           MOVE LOW-VALUES TO CM-SV-KEY.
           SET CM-WS-SAVED-EOF-NO TO TRUE.
           START CM-SAVED-FILE KEY IS NOT LESS THAN CM-SV-KEY
               INVALID KEY
                   SET CM-WS-SAVED-EOF-YES TO TRUE
           END-START.
           PERFORM 2100-ADD-NEXT-DOSE THRU 2100-EXIT
               UNTIL CM-WS-SAVED-EOF-YES.
       2000-EXIT.
           EXIT.

       2100-ADD-NEXT-DOSE.
           READ CM-SAVED-FILE NEXT RECORD
               AT END
                   SET CM-WS-SAVED-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF CM-SV-RUN-DATE < CM-DC-FROM-DATE
               OR CM-SV-RUN-DATE > CM-DC-TO-DATE
               GO TO 2100-EXIT
           END-IF.
           IF NOT CM-SV-ACCEPTED
               AND NOT CM-SV-WARNING
               GO TO 2100-EXIT
           END-IF.
           MOVE CM-SV-VALUE TO CM-WS-SAVED-VALUE.
           IF CM-SV-VALUE-DEC NUMERIC
               COMPUTE CM-WS-SAVED-VALUE =
                   CM-SV-VALUE + CM-SV-VALUE-DEC / 100
           END-IF.
           MOVE CM-SV-WARD-CODE TO CM-WS-WARD-CODE.
           MOVE CM-SV-DRUG-CODE TO CM-WS-DRUG-CODE.
           PERFORM 2500-FIND-OR-ADD-PAIR THRU 2500-EXIT.
           ADD CM-WS-SAVED-VALUE TO CM-RT-QTY-ADMIN(CM-WS-SUB).
           ADD 1 TO CM-RT-DOSE-CNT(CM-WS-SUB).
           ADD 1 TO CM-WS-DOSE-COUNT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2500-FIND-OR-ADD-PAIR   -  LEAVES CM-WS-SUB POINTING AT THE
      *                             TABLE ROW FOR CM-WS-WARD-CODE AND
      *                             CM-WS-DRUG-CODE, ADDING AN EMPTY
      *                             ROW WHEN THE PAIR IS NEW.
      *-----------------------------------------------------------------
       2500-FIND-OR-ADD-PAIR.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 2510-FIND-PAIR THRU 2510-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-PAIR-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-YES
               GO TO 2500-EXIT
           END-IF.
           IF CM-WS-PAIR-COUNT = CM-WS-MAX-PAIRS
               DISPLAY 'DOSEDISP007E MORE THAN ' CM-WS-MAX-PAIRS
                   ' WARD/DRUG PAIRS - SHORTEN THE DATE RANGE'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-PAIR-COUNT.
           MOVE CM-WS-PAIR-COUNT TO CM-WS-SUB.
           MOVE CM-WS-WARD-CODE TO CM-RT-WARD-CODE(CM-WS-SUB).
           MOVE CM-WS-DRUG-CODE TO CM-RT-DRUG-CODE(CM-WS-SUB).
           MOVE 0 TO CM-RT-QTY-ISSUED(CM-WS-SUB).
           MOVE 0 TO CM-RT-QTY-ADMIN(CM-WS-SUB).
           MOVE 0 TO CM-RT-DOSE-CNT(CM-WS-SUB).
       2500-EXIT.
           EXIT.

       2510-FIND-PAIR.
           IF CM-RT-WARD-CODE(CM-WS-SUB) = CM-WS-WARD-CODE
               AND CM-RT-DRUG-CODE(CM-WS-SUB) = CM-WS-DRUG-CODE
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-SUB
           END-IF.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-READ-DISPENSE-FEED   -  EVERY ISSUE IN THE DATE RANGE IS
      *                               ADDED TO ITS WARD AND DRUG, AND
      *                               EVERY RETURN TO STOCK TAKEN OFF.
      *                               A RECORD WITH A BAD QUANTITY OR
      *                               TYPE IS NAMED ON THE REPORT AND
      *                               LEFT OUT, AND THE JOB ENDS RC 8.
      *-----------------------------------------------------------------
       3000-READ-DISPENSE-FEED.
           READ CM-DISPNS-FILE
               AT END
                   SET CM-WS-FEED-EOF-YES TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO CM-WS-FEED-READ-COUNT.
           IF CM-DF-ISSUE-DATE < CM-DC-FROM-DATE
               OR CM-DF-ISSUE-DATE > CM-DC-TO-DATE
               GO TO 3000-EXIT
           END-IF.
           IF CM-DF-QTY-ISSUED NOT NUMERIC
               MOVE 'QUANTITY NOT NUMERIC' TO CM-DJ-REASON
               PERFORM 3100-REJECT-FEED-RECORD THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT CM-DF-ISSUE
               AND NOT CM-DF-RETURN
               MOVE 'ISSUE TYPE NOT I OR R' TO CM-DJ-REASON
               PERFORM 3100-REJECT-FEED-RECORD THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO CM-WS-FEED-USED-COUNT.
           MOVE CM-DF-WARD-CODE TO CM-WS-WARD-CODE.
           MOVE CM-DF-DRUG-CODE TO CM-WS-DRUG-CODE.
           PERFORM 2500-FIND-OR-ADD-PAIR THRU 2500-EXIT.
           IF CM-DF-RETURN
               SUBTRACT CM-DF-QTY-ISSUED
                   FROM CM-RT-QTY-ISSUED(CM-WS-SUB)
           ELSE
               ADD CM-DF-QTY-ISSUED TO CM-RT-QTY-ISSUED(CM-WS-SUB)
           END-IF.
       3000-EXIT.
           EXIT.

       3100-REJECT-FEED-RECORD.
           ADD 1 TO CM-WS-FEED-REJECT-COUNT.
           MOVE CM-WS-FEED-READ-COUNT TO CM-DJ-RECORD-NUM.
           WRITE CM-REPORT-REC FROM CM-DSP-REJECT-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  4000-SORT-BY-WARD-DRUG   -  BUBBLE SORT OF THE TABLE INTO
      *                              WARD THEN DRUG ORDER, THE SAME
      *                              SORT DOSETRND USES.
      *-----------------------------------------------------------------
       4000-SORT-BY-WARD-DRUG.
           IF CM-WS-PAIR-COUNT < 2
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-BUBBLE-PASS THRU 4100-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB >= CM-WS-PAIR-COUNT.
       4000-EXIT.
           EXIT.

       4100-BUBBLE-PASS.
           PERFORM 4110-BUBBLE-COMPARE THRU 4110-EXIT
               VARYING CM-WS-SUB2 FROM 1 BY 1
               UNTIL CM-WS-SUB2 > CM-WS-PAIR-COUNT - CM-WS-SUB.
       4100-EXIT.
           EXIT.

       4110-BUBBLE-COMPARE.
           IF CM-RT-WARD-CODE(CM-WS-SUB2) >
                   CM-RT-WARD-CODE(CM-WS-SUB2 + 1)
               OR (CM-RT-WARD-CODE(CM-WS-SUB2) =
                   CM-RT-WARD-CODE(CM-WS-SUB2 + 1)
               AND CM-RT-DRUG-CODE(CM-WS-SUB2) >
                   CM-RT-DRUG-CODE(CM-WS-SUB2 + 1))
               MOVE CM-RECON-ENTRY(CM-WS-SUB2) TO CM-WS-SWAP-ENTRY
               MOVE CM-RECON-ENTRY(CM-WS-SUB2 + 1)
                   TO CM-RECON-ENTRY(CM-WS-SUB2)
               MOVE CM-WS-SWAP-ENTRY
                   TO CM-RECON-ENTRY(CM-WS-SUB2 + 1)
           END-IF.
       4110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5000-REPORT-VARIANCE   -  ONE LINE PER WARD AND DRUG.  THE
      *                            VARIANCE IS CHARTED LESS ISSUED,
      *                            SO A NEGATIVE VARIANCE IS STOCK
      *                            ISSUED AND NEVER CHARTED.  IT IS
      *                            TAKEN AS A PERCENTAGE OF THE
      *                            QUANTITY ISSUED; DOSES CHARTED
      *                            AGAINST NOTHING ISSUED SHOW 999.99
      *                            AND ARE ALWAYS AN EXCEPTION.
      *-----------------------------------------------------------------
       5000-REPORT-VARIANCE.
           WRITE CM-REPORT-REC FROM CM-DSP-COLUMN-LINE.
           PERFORM 5100-REPORT-ONE-PAIR THRU 5100-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-PAIR-COUNT.
       5000-EXIT.
           EXIT.

       5100-REPORT-ONE-PAIR.
           COMPUTE CM-WS-VARIANCE = CM-RT-QTY-ADMIN(CM-WS-SUB)
               - CM-RT-QTY-ISSUED(CM-WS-SUB).
           IF CM-WS-VARIANCE < 0
               COMPUTE CM-WS-ABS-VARIANCE = 0 - CM-WS-VARIANCE
           ELSE
               MOVE CM-WS-VARIANCE TO CM-WS-ABS-VARIANCE
           END-IF.
           IF CM-RT-QTY-ISSUED(CM-WS-SUB) > 0
               COMPUTE CM-WS-VARIANCE-PCT ROUNDED =
                   CM-WS-ABS-VARIANCE * 100
                   / CM-RT-QTY-ISSUED(CM-WS-SUB)
           ELSE
               IF CM-WS-ABS-VARIANCE > 0
                   MOVE 999.99 TO CM-WS-VARIANCE-PCT
               ELSE
                   MOVE 0 TO CM-WS-VARIANCE-PCT
               END-IF
           END-IF.
           IF CM-WS-VARIANCE-PCT > 999.99
               MOVE 999.99 TO CM-WS-VARIANCE-PCT
           END-IF.
           IF CM-WS-VARIANCE-PCT > CM-DC-TOLERANCE-PCT
               SET CM-WS-EXCEPTION-YES TO TRUE
           ELSE
               SET CM-WS-EXCEPTION-NO TO TRUE
           END-IF.
           MOVE CM-RT-WARD-CODE(CM-WS-SUB) TO CM-DD-WARD-CODE.
           PERFORM 5200-LOOK-UP-WARD THRU 5200-EXIT.
           MOVE CM-RT-DRUG-CODE(CM-WS-SUB) TO CM-DD-DRUG-CODE.
           PERFORM 5300-LOOK-UP-DRUG THRU 5300-EXIT.
           MOVE CM-RT-QTY-ISSUED(CM-WS-SUB) TO CM-DD-QTY-ISSUED.
           MOVE CM-RT-QTY-ADMIN(CM-WS-SUB) TO CM-DD-QTY-ADMIN.
           MOVE CM-WS-VARIANCE TO CM-DD-VARIANCE.
           MOVE CM-WS-VARIANCE-PCT TO CM-DD-VARIANCE-PCT.
           MOVE SPACES TO CM-DD-FLAG.
           IF CM-WS-EXCEPTION-YES
               IF CM-WS-VARIANCE < 0
                   MOVE '*** SHORT' TO CM-DD-FLAG
               ELSE
                   MOVE '*** EXCESS' TO CM-DD-FLAG
               END-IF
           END-IF.
           WRITE CM-REPORT-REC FROM CM-DSP-DETAIL-LINE.
           IF CM-WS-EXCEPTION-YES
               PERFORM 5400-WRITE-EXCEPTION THRU 5400-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5200-LOOK-UP-WARD.
           IF CM-RT-WARD-CODE(CM-WS-SUB) = SPACES
               MOVE '(NO WARD CODE)' TO CM-DD-WARD-NAME
               GO TO 5200-EXIT
           END-IF.
           MOVE CM-RT-WARD-CODE(CM-WS-SUB) TO CM-WD-WARD-CODE.
           READ CM-WARD-FILE
               INVALID KEY
                   MOVE '*** NOT ON MASTER' TO CM-DD-WARD-NAME
                   GO TO 5200-EXIT
           END-READ.
           MOVE CM-WD-NAME TO CM-DD-WARD-NAME.
       5200-EXIT.
           EXIT.

       5300-LOOK-UP-DRUG.
           MOVE SPACES TO CM-DD-UNIT.
           IF CM-RT-DRUG-CODE(CM-WS-SUB) = SPACES
               MOVE '(NO DRUG CODE)' TO CM-DD-DRUG-DESC
               GO TO 5300-EXIT
           END-IF.
           MOVE CM-RT-DRUG-CODE(CM-WS-SUB) TO CM-DG-DRUG-CODE.
           READ CM-DRUG-FILE
               INVALID KEY
                   MOVE '*** NOT ON MASTER' TO CM-DD-DRUG-DESC
                   GO TO 5300-EXIT
           END-READ.
           MOVE CM-DG-DESC TO CM-DD-DRUG-DESC.
           MOVE CM-DG-UNIT TO CM-DD-UNIT.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  5400-WRITE-EXCEPTION   -  ONE RECORD PER FLAGGED WARD AND
      *                            DRUG FOR THE COMPLIANCE OFFICE.
      *                            NET RETURNS GREATER THAN ISSUES
      *                            GO OUT AS ZERO ISSUED.
      *-----------------------------------------------------------------
       5400-WRITE-EXCEPTION.
           ADD 1 TO CM-WS-EXCEPTION-COUNT.
           MOVE SPACES TO CM-DSPEXC-REC.
           MOVE CM-DC-FROM-DATE TO CM-DX-FROM-DATE.
           MOVE CM-DC-TO-DATE TO CM-DX-TO-DATE.
           MOVE CM-RT-WARD-CODE(CM-WS-SUB) TO CM-DX-WARD-CODE.
           MOVE CM-RT-DRUG-CODE(CM-WS-SUB) TO CM-DX-DRUG-CODE.
           MOVE CM-DD-UNIT TO CM-DX-UNIT.
           IF CM-RT-QTY-ISSUED(CM-WS-SUB) > 0
               MOVE CM-RT-QTY-ISSUED(CM-WS-SUB) TO CM-DX-QTY-ISSUED
           ELSE
               MOVE 0 TO CM-DX-QTY-ISSUED
           END-IF.
           MOVE CM-RT-QTY-ADMIN(CM-WS-SUB) TO CM-DX-QTY-ADMIN.
           MOVE CM-WS-ABS-VARIANCE TO CM-DX-VARIANCE.
           IF CM-WS-VARIANCE < 0
               SET CM-DX-SHORT TO TRUE
           ELSE
               SET CM-DX-EXCESS TO TRUE
           END-IF.
           MOVE CM-WS-VARIANCE-PCT TO CM-DX-VARIANCE-PCT.
           MOVE CM-DC-TOLERANCE-PCT TO CM-DX-TOLERANCE-PCT.
           MOVE CM-WS-CURRENT-DATE TO CM-DX-EXTRACT-DATE.
           WRITE CM-DSPEXC-REC.
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-WRITE-TOTALS
      *-----------------------------------------------------------------
       8000-WRITE-TOTALS.
           WRITE CM-REPORT-REC FROM CM-DSP-BLANK-LINE.
           MOVE CM-WS-DOSE-COUNT TO CM-DT1-DOSES.
           MOVE CM-WS-PAIR-COUNT TO CM-DT1-PAIRS.
           MOVE CM-WS-EXCEPTION-COUNT TO CM-DT1-EXCEPTIONS.
           WRITE CM-REPORT-REC FROM CM-DSP-TOTAL-LINE-1.
           MOVE CM-WS-FEED-READ-COUNT TO CM-DT2-FEED-READ.
           MOVE CM-WS-FEED-USED-COUNT TO CM-DT2-FEED-USED.
           MOVE CM-WS-FEED-REJECT-COUNT TO CM-DT2-FEED-REJECT.
           WRITE CM-REPORT-REC FROM CM-DSP-TOTAL-LINE-2.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  9000-TERMINATE   -  RC 4 = VARIANCES OVER TOLERANCE.  RC 8 =
      *                      FEED RECORDS REJECTED, SO THE ISSUED
      *                      TOTALS ARE SHORT.
      *-----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE CM-DSPCARD-FILE.
           CLOSE CM-DISPNS-FILE.
           CLOSE CM-SAVED-FILE.
           CLOSE CM-DRUG-FILE.
           CLOSE CM-WARD-FILE.
           CLOSE CM-DSPEXC-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-FEED-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CM-WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'DOSEDISP008I RECONCILIATION COMPLETE - '
               CM-WS-PAIR-COUNT ' WARD/DRUG PAIRS, '
               CM-WS-EXCEPTION-COUNT ' OVER TOLERANCE'.
       9000-EXIT.
           EXIT.
