      *                  UNIT) IS EDITED HERE TOO - IT MUST BE
      *                  NUMERIC OR BLANK, BLANK BEING THE
      *                  WHOLE-NUMBER DECKS' .00.
      *  2026-10-15  RH  A GROUP OTHERWISE CLEAN IS NOW CHECKED FOR
      *                  DUPLICATION BEFORE IT GOES TO CALCMED.  A
      *                  RUN ID ALREADY COMPLETE ON RUNSTAT IS
      *                  DIVERTED.  A GROUP WHOSE RUN DATE, ENTRY
      *                  COUNT AND EVERY DETAIL'S WARD, PATIENT, DRUG
      *                  AND DOSE VALUE MATCH A COMPLETE RUN'S SAVEDDS
      *                  CHECKPOINTS UNDER ANOTHER RUN ID - A
      *                  RETRANSMITTED DECK - IS DIVERTED AS A
      *                  SUSPECTED DUPLICATE, AS IS A GROUP THAT
      *                  REPEATS ONE ALREADY PASSED EARLIER IN THIS
      *                  DECK.  A SUPERVISOR OVERRIDE CARD (OVRCARD,
      *                  CMDUPCRD) LETS A GENUINE LOOK-ALIKE THROUGH.
      *                  A NEW REPORT SECTION LISTS EVERY DUPLICATE
      *                  WITH THE EARLIER RUN IT REPEATS.
      *  2026-10-15  RH  THE ADMINISTRATION DATE AND TIME NOW PUNCHED
      *                  ON EACH DETAIL ARE EDITED HERE FOR FORM - BOTH
      *                  BLANK, OR BOTH NUMERIC.  WHETHER THEY ARE A
      *                  REAL DATE AND TIME INSIDE THE RUN'S WINDOW IS
      *                  LEFT TO CALCMED, WHICH SUSPENDS THE ONE
      *                  READING RATHER THAN THE GROUP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-OP-OPERATOR-ID
               FILE STATUS IS CM-WS-OPER-FILE-STATUS.

           SELECT CM-OVRCARD-FILE ASSIGN TO OVRCARD
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT CM-REPORT-FILE ASSIGN TO PREPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 80 CHARACTERS.
           COPY CMOPERMS.

       FD  CM-OVRCARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CMDUPCRD.

       FD  CM-RUNSTAT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CMRUNST.

       FD  CM-SAVED-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CMSAVED.

       FD  CM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CM-REPORT-REC               PIC X(133).
       01  CM-WS-DRUG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-WARD-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-OPER-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-RNST-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  CM-WS-SAVED-FILE-STATUS     PIC X(02) VALUE SPACES.

       01  CM-WS-SWITCHES.
           05  CM-WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
           05  CM-WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-FOUND-YES         VALUE 'Y'.
               88  CM-WS-FOUND-NO          VALUE 'N'.
           05  CM-WS-OVR-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  CM-WS-OVR-EOF-YES       VALUE 'Y'.
               88  CM-WS-OVR-EOF-NO        VALUE 'N'.
           05  CM-WS-RNST-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  CM-WS-RNST-EOF-YES      VALUE 'Y'.
               88  CM-WS-RNST-EOF-NO       VALUE 'N'.
           05  CM-WS-MATCH-SWITCH      PIC X(01) VALUE 'N'.
               88  CM-WS-MATCH-YES         VALUE 'Y'.
               88  CM-WS-MATCH-NO          VALUE 'N'.

       01  CM-WS-COUNTERS.
           05  CM-WS-SUB               PIC 9(05) VALUE 0.
           05  CM-WS-DIVERTED-COUNT    PIC 9(05) VALUE 0.
           05  CM-WS-STRAY-COUNT       PIC 9(07) VALUE 0.
           05  CM-WS-UNUSED-CTL-COUNT  PIC 9(05) VALUE 0.
           05  CM-WS-SUB2              PIC 9(05) VALUE 0.
           05  CM-WS-SUB3              PIC 9(05) VALUE 0.
           05  CM-WS-OVR-COUNT         PIC 9(05) VALUE 0.
           05  CM-WS-OVR-REFUSED-COUNT PIC 9(05) VALUE 0.
           05  CM-WS-OVR-USED-COUNT    PIC 9(05) VALUE 0.
           05  CM-WS-CAND-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-EMIT-COUNT        PIC 9(05) VALUE 0.
           05  CM-WS-DUP-COUNT         PIC 9(05) VALUE 0.
           05  CM-WS-DUP-LIST-COUNT    PIC 9(05) VALUE 0.

       01  CM-WS-MAX-CTL-CARDS         PIC 9(05) VALUE 500.
       01  CM-WS-MAX-DETAILS           PIC 9(05) VALUE 20000.
       01  CM-WS-MAX-OVR-CARDS         PIC 9(05) VALUE 500.
       01  CM-WS-MAX-CAND-RUNS         PIC 9(05) VALUE 2000.

       01  CM-WS-GROUP-WORK.
           05  CM-WS-GROUP-RUN-ID      PIC X(08) VALUE SPACES.
           05  CM-WS-HEADER-CARD-NUM   PIC 9(07) VALUE 0.
           05  CM-WS-ERR-REASON        PIC X(40) VALUE SPACES.
           05  CM-WS-ERR-CARD-NUM      PIC 9(07) VALUE 0.
           05  CM-WS-GROUP-RUN-DATE    PIC X(08) VALUE SPACES.
           05  CM-WS-GROUP-TOTAL       PIC 9(09)V9(02) VALUE 0.
           05  CM-WS-FIRST-CONTENT     PIC X(74) VALUE SPACES.
           05  CM-WS-LAST-CONTENT      PIC X(74) VALUE SPACES.

      *-----------------------------------------------------------------
      *  THE EARLIER RUN A SUSPECTED DUPLICATE REPEATS.  KIND R = THE
      *  RUN ID ITSELF IS ALREADY COMPLETE, S = SAME CONTENT AS A
      *  COMPLETE RUN ON SAVEDDS, D = SAME CONTENT AS A GROUP PASSED
      *  EARLIER IN THIS DECK.
      *-----------------------------------------------------------------
       01  CM-WS-DUP-WORK.
           05  CM-WS-DUP-KIND          PIC X(01) VALUE SPACES.
               88  CM-WS-DUP-RUN-COMPLETE  VALUE 'R'.
               88  CM-WS-DUP-SAVED         VALUE 'S'.
               88  CM-WS-DUP-IN-DECK       VALUE 'D'.
           05  CM-WS-DUP-RUN-ID        PIC X(08) VALUE SPACES.
           05  CM-WS-DUP-RUN-DATE      PIC X(08) VALUE SPACES.
           05  CM-WS-DUP-DISPOSITION   PIC X(40) VALUE SPACES.

       01  CM-WS-DUP-REASON.
           05  CM-WS-DR-TEXT           PIC X(28) VALUE SPACES.
           05  CM-WS-DR-RUN-ID         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  CM-WS-OVERRIDE-TEXT.
           05  FILLER                  PIC X(21)
                   VALUE 'PASSED - OVERRIDE BY '.
           05  CM-WS-OV-SUPERVISOR-ID  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  CM-WS-CARD-VALUE            PIC 9(05)V9(02) VALUE 0.
       01  CM-WS-SAVED-VALUE           PIC 9(05)V9(02) VALUE 0.

      *-----------------------------------------------------------------
      *  WORKING VIEW OF ONE BUFFERED DETAIL CARD.  THE FD RECORD HOLDS
      *  THE READ-AHEAD CARD, SO A BUFFERED CARD IS LAID OUT HERE.
      *  CM-DV-CONTENT IS EVERYTHING AFTER THE ENTRY NUMBER.
      *-----------------------------------------------------------------
       01  CM-WS-DETAIL-VIEW.
           05  CM-DV-REC-TYPE          PIC X(01).
           05  CM-DV-ENTRY-NUM         PIC 9(05).
           05  CM-DV-CONTENT.
               10  CM-DV-DOSE-VALUE    PIC 9(05).
               10  CM-DV-DRUG-CODE     PIC X(08).
               10  CM-DV-WARD-CODE     PIC X(04).
               10  CM-DV-PATIENT-ID    PIC X(10).
               10  CM-DV-DOSE-DEC      PIC 9(02).
               10  FILLER              PIC X(45).

       01  CM-CTL-CARD-TABLE-AREA.
           05  CM-CTL-CARD-ENTRY OCCURS 500 TIMES.
               10  CM-CT-CARD          PIC X(80).
               10  CM-CT-RUN-ID        PIC X(08).
               10  CM-CT-OPERATOR-ID   PIC X(08).
               10  CM-CT-RUN-DATE      PIC X(08).
               10  CM-CT-USED-FLAG     PIC X(01).

       01  CM-OVERRIDE-TABLE.
           05  CM-OVERRIDE-ENTRY OCCURS 500 TIMES.
               10  CM-OT-RUN-ID        PIC X(08).
               10  CM-OT-SUPERVISOR-ID PIC X(08).
               10  CM-OT-REASON        PIC X(30).
               10  CM-OT-USED-FLAG     PIC X(01).

      *-----------------------------------------------------------------
      *  COMPLETE RUNS ON RUNSTAT WHOSE RUN DATE IS ON ONE OF TONIGHT'S
      *  CONTROL CARDS - THE ONLY RUNS A GROUP IN THIS DECK CAN
      *  DUPLICATE.
      *-----------------------------------------------------------------
       01  CM-CANDIDATE-TABLE.
           05  CM-CANDIDATE-ENTRY OCCURS 2000 TIMES.
               10  CM-CD-RUN-ID        PIC X(08).
               10  CM-CD-RUN-DATE      PIC X(08).
               10  CM-CD-CONTROL-CNT   PIC 9(05).

      *-----------------------------------------------------------------
      *  GROUPS ALREADY PASSED TO CTLOUT/DOSEOUT IN THIS DECK.  THEIR
      *  CARDS ARE GONE FROM THE BUFFER, SO EACH IS REMEMBERED BY ITS
      *  RUN DATE, ENTRY COUNT, DOSE TOTAL AND ITS FIRST AND LAST
      *  DETAIL.
      *-----------------------------------------------------------------
       01  CM-EMITTED-TABLE.
           05  CM-EMITTED-ENTRY OCCURS 500 TIMES.
               10  CM-EM-RUN-ID        PIC X(08).
               10  CM-EM-RUN-DATE      PIC X(08).
               10  CM-EM-DETAIL-COUNT  PIC 9(05).
               10  CM-EM-TOTAL         PIC 9(09)V9(02).
               10  CM-EM-FIRST-CONTENT PIC X(74).
               10  CM-EM-LAST-CONTENT  PIC X(74).

       01  CM-DUP-LIST-TABLE.
           05  CM-DUP-LIST-ENTRY OCCURS 500 TIMES.
               10  CM-DL-RUN-ID        PIC X(08).
               10  CM-DL-RUN-DATE      PIC X(08).
               10  CM-DL-KIND          PIC X(01).
               10  CM-DL-EARLIER-RUN   PIC X(08).
               10  CM-DL-EARLIER-DATE  PIC X(08).
               10  CM-DL-DISPOSITION   PIC X(40).

       01  CM-GROUP-BUFFER.
           05  CM-GB-CARD              PIC X(80) OCCURS 20000 TIMES.

                   VALUE ' CONTROL CARD HAS NO DOSE GROUP - DIVERTED'.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  CM-PRP-OVR-REFUSED-LINE.
           05  FILLER                  PIC X(17)
                   VALUE '*** OVERRIDE RUN '.
           05  CM-PO-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(15)
                   VALUE ' SUPERVISOR ID '.
           05  CM-PO-SUPERVISOR-ID     PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  CM-PO-REASON            PIC X(40).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  CM-PRP-DUP-TITLE-LINE.
           05  FILLER                  PIC X(40)
                   VALUE 'DUPLICATE GROUPS'.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  CM-PRP-DUP-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN ID    '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE  '.
           05  FILLER                  PIC X(30)
                   VALUE 'DUPLICATE OF                  '.
           05  FILLER                  PIC X(10) VALUE 'EARLIER   '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE  '.
           05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  CM-PRP-DUP-LINE.
           05  CM-PD-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-PD-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-PD-KIND-TEXT         PIC X(30).
           05  CM-PD-EARLIER-RUN       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-PD-EARLIER-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-PD-DISPOSITION       PIC X(40).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  CM-PRP-OVR-UNUSED-LINE.
           05  FILLER                  PIC X(17)
                   VALUE '*** OVERRIDE RUN '.
           05  CM-PN-RUN-ID            PIC X(08).
           05  FILLER                  PIC X(40)
                   VALUE ' MATCHED NO SUSPECTED DUPLICATE - UNUSED'.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  CM-PRP-TOTAL-LINE-1.
           05  FILLER                  PIC X(16)
                   VALUE 'GROUPS READ    :'.
           05  CM-PT2-STRAY            PIC ZZZZZZ9.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  CM-PRP-TOTAL-LINE-3.
           05  FILLER                  PIC X(16)
                   VALUE 'DUPLICATES     :'.
           05  CM-PT3-DUPLICATES       PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' OVERRIDDEN    :'.
           05  CM-PT3-OVR-USED         PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE ' OVR REFUSED   :'.
           05  CM-PT3-OVR-REFUSED      PIC ZZZZ9.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  CM-PRP-BLANK-LINE           PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
                   'JOB ENDED'
               GO TO 1000-ABEND
           END-IF.
           PERFORM 1600-LOAD-OVERRIDE-CARDS THRU 1600-EXIT
               UNTIL CM-WS-OVR-EOF-YES.
           PERFORM 1700-LOAD-CANDIDATE-RUNS THRU 1700-EXIT.
           PERFORM 8000-READ-DOSE-RECORD THRU 8000-EXIT.
           PERFORM 2000-PROCESS-ONE-GROUP THRU 2000-EXIT
               UNTIL CM-WS-DOSE-EOF-YES.
           PERFORM 6000-REPORT-UNUSED-CARDS THRU 6000-EXIT.
           PERFORM 7000-REPORT-DUPLICATES THRU 7000-EXIT.
           PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
                   'STATUS ' CM-WS-OPER-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-OVRCARD-FILE.
           OPEN INPUT CM-RUNSTAT-FILE.
           IF CM-WS-RNST-FILE-STATUS NOT = '00'
               AND CM-WS-RNST-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEPREP007E CM-RUNSTAT-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-RNST-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN INPUT CM-SAVED-FILE.
           IF CM-WS-SAVED-FILE-STATUS NOT = '00'
               AND CM-WS-SAVED-FILE-STATUS NOT = '05'
               DISPLAY 'DOSEPREP008E CM-SAVED-FILE OPEN FAILED - '
                   'STATUS ' CM-WS-SAVED-FILE-STATUS
               GO TO 1000-ABEND
           END-IF.
           OPEN OUTPUT CM-REPORT-FILE.
           WRITE CM-REPORT-REC FROM CM-PRP-HEADING-LINE.
           WRITE CM-REPORT-REC FROM CM-PRP-BLANK-LINE.
           MOVE CM-CC-RUN-ID TO CM-CT-RUN-ID(CM-WS-CTL-COUNT).
           MOVE CM-CC-OPERATOR-ID
               TO CM-CT-OPERATOR-ID(CM-WS-CTL-COUNT).
           MOVE CM-CC-RUN-DATE TO CM-CT-RUN-DATE(CM-WS-CTL-COUNT).
           MOVE 'N' TO CM-CT-USED-FLAG(CM-WS-CTL-COUNT).
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  1600-LOAD-OVERRIDE-CARDS   -  EACH SUPERVISOR OVERRIDE CARD IS
      *                                CHECKED AGAINST THE OPERATOR
      *                                MASTER AS IT IS LOADED.  A CARD
      *                                FROM ANYONE BUT AN ACTIVE
      *                                SUPERVISOR IS REPORTED AND
      *                                IGNORED, SO ITS GROUP STAYS
      *                                DIVERTED.
      *-----------------------------------------------------------------
       1600-LOAD-OVERRIDE-CARDS.
           READ CM-OVRCARD-FILE
               AT END
                   SET CM-WS-OVR-EOF-YES TO TRUE
                   GO TO 1600-EXIT
           END-READ.
           MOVE CM-DO-RUN-ID TO CM-PO-RUN-ID.
           MOVE CM-DO-SUPERVISOR-ID TO CM-PO-SUPERVISOR-ID.
           IF NOT CM-DO-IS-OVERRIDE
               MOVE 'NOT AN OVERRIDE CARD - IGNORED'
                   TO CM-PO-REASON
               GO TO 1600-REFUSE
           END-IF.
           MOVE CM-DO-SUPERVISOR-ID TO CM-OP-OPERATOR-ID.
           READ CM-OPER-FILE
               INVALID KEY
                   MOVE 'NOT ON OPERATOR MASTER - IGNORED'
                       TO CM-PO-REASON
                   GO TO 1600-REFUSE
           END-READ.
           IF NOT CM-OP-ACTIVE
               MOVE 'IS NOT ACTIVE - IGNORED' TO CM-PO-REASON
               GO TO 1600-REFUSE
           END-IF.
           IF CM-OP-AUTH-LEVEL < 2
               MOVE 'IS NOT SUPERVISOR LEVEL - IGNORED'
                   TO CM-PO-REASON
               GO TO 1600-REFUSE
           END-IF.
           IF CM-WS-OVR-COUNT = CM-WS-MAX-OVR-CARDS
               DISPLAY 'DOSEPREP009E MORE THAN ' CM-WS-MAX-OVR-CARDS
                   ' OVERRIDE CARDS - SPLIT THE DECK'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-OVR-COUNT.
           MOVE CM-DO-RUN-ID TO CM-OT-RUN-ID(CM-WS-OVR-COUNT).
           MOVE CM-DO-SUPERVISOR-ID
               TO CM-OT-SUPERVISOR-ID(CM-WS-OVR-COUNT).
           MOVE CM-DO-REASON TO CM-OT-REASON(CM-WS-OVR-COUNT).
           MOVE 'N' TO CM-OT-USED-FLAG(CM-WS-OVR-COUNT).
           GO TO 1600-EXIT.

       1600-REFUSE.
           ADD 1 TO CM-WS-OVR-REFUSED-COUNT.
           WRITE CM-REPORT-REC FROM CM-PRP-OVR-REFUSED-LINE.

       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  1700-LOAD-CANDIDATE-RUNS   -  ONE PASS OF RUNSTAT KEEPS EVERY
      *                                COMPLETE RUN WHOSE RUN DATE IS
      *                                ON ONE OF TONIGHT'S CONTROL
      *                                CARDS.  ONLY THOSE RUNS' SAVEDDS
      *                                CHECKPOINTS ARE READ WHEN A
      *                                GROUP IS COMPARED.
      *-----------------------------------------------------------------
       1700-LOAD-CANDIDATE-RUNS.
           MOVE LOW-VALUES TO CM-RN-RUN-ID.
           SET CM-WS-RNST-EOF-NO TO TRUE.
           START CM-RUNSTAT-FILE KEY IS NOT LESS THAN CM-RN-RUN-ID
               INVALID KEY
                   SET CM-WS-RNST-EOF-YES TO TRUE
           END-START.
           PERFORM 1710-READ-RUN-STATUS THRU 1710-EXIT
               UNTIL CM-WS-RNST-EOF-YES.
       1700-EXIT.
           EXIT.

       1710-READ-RUN-STATUS.
           READ CM-RUNSTAT-FILE NEXT RECORD
               AT END
                   SET CM-WS-RNST-EOF-YES TO TRUE
                   GO TO 1710-EXIT
           END-READ.
           IF NOT CM-RN-COMPLETE
               GO TO 1710-EXIT
           END-IF.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 1720-MATCH-RUN-DATE THRU 1720-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-CTL-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-NO
               GO TO 1710-EXIT
           END-IF.
           IF CM-WS-CAND-COUNT = CM-WS-MAX-CAND-RUNS
               DISPLAY 'DOSEPREP010E MORE THAN ' CM-WS-MAX-CAND-RUNS
                   ' COMPLETE RUNS ON TONIGHT''S RUN DATES - '
                   'SPLIT THE DECK BY RUN DATE'
               GO TO 1000-ABEND
           END-IF.
           ADD 1 TO CM-WS-CAND-COUNT.
           MOVE CM-RN-RUN-ID TO CM-CD-RUN-ID(CM-WS-CAND-COUNT).
           MOVE CM-RN-RUN-DATE TO CM-CD-RUN-DATE(CM-WS-CAND-COUNT).
           MOVE CM-RN-CONTROL-CNT
               TO CM-CD-CONTROL-CNT(CM-WS-CAND-COUNT).
       1710-EXIT.
           EXIT.

       1720-MATCH-RUN-DATE.
           IF CM-CT-RUN-DATE(CM-WS-SUB) = CM-RN-RUN-DATE
               SET CM-WS-FOUND-YES TO TRUE
           END-IF.
       1720-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2000-PROCESS-ONE-GROUP   -  THE CURRENT DOSE RECORD SHOULD BE
      *                              A HEADER.  ITS DETAILS ARE
                   TO CM-WS-ERR-REASON
               MOVE CM-WS-HEADER-CARD-NUM TO CM-WS-ERR-CARD-NUM
           END-IF.
           IF CM-WS-GROUP-ERR-NO
               PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
           END-IF.
           IF CM-WS-GROUP-ERR-YES
               PERFORM 3500-DIVERT-GROUP THRU 3500-EXIT
           ELSE
               PERFORM 8000-READ-DOSE-RECORD THRU 8000-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF (CM-DD-ADMIN-DATE NOT = SPACES
                   OR CM-DD-ADMIN-TIME NOT = SPACES)
               AND (CM-DD-ADMIN-DATE NOT NUMERIC
                   OR CM-DD-ADMIN-TIME NOT NUMERIC)
               PERFORM 2800-FLAG-GROUP-ERROR THRU 2800-EXIT
               MOVE 'ADMIN DATE/TIME NOT NUMERIC' TO CM-WS-ERR-REASON
               PERFORM 8000-READ-DOSE-RECORD THRU 8000-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2400-CHECK-DETAIL-CODES THRU 2400-EXIT.
           PERFORM 8000-READ-DOSE-RECORD THRU 8000-EXIT.
       2300-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2500-CHECK-DUPLICATE   -  THE LAST EDIT ON A GROUP THAT IS
      *                            OTHERWISE CLEAN.  A RUN ID ALREADY
      *                            COMPLETE ON RUNSTAT IS DIVERTED
      *                            OUTRIGHT.  OTHERWISE THE GROUP IS
      *                            COMPARED DETAIL BY DETAIL WITH
      *                            EVERY COMPLETE RUN OF THE SAME RUN
      *                            DATE AND ENTRY COUNT, THEN WITH THE
      *                            GROUPS ALREADY PASSED IN THIS DECK.
      *                            A MATCH IS DIVERTED AS A SUSPECTED
      *                            DUPLICATE UNLESS A SUPERVISOR HAS
      *                            PUNCHED AN OVERRIDE FOR THE RUN.
      *-----------------------------------------------------------------
       2500-CHECK-DUPLICATE.
           MOVE CM-CT-RUN-DATE(CM-WS-GROUP-CTL-SUB)
               TO CM-WS-GROUP-RUN-DATE.
           MOVE 0 TO CM-WS-GROUP-TOTAL.
           MOVE SPACES TO CM-WS-FIRST-CONTENT.
           MOVE SPACES TO CM-WS-LAST-CONTENT.
           MOVE CM-WS-GROUP-RUN-ID TO CM-RN-RUN-ID.
           READ CM-RUNSTAT-FILE
               INVALID KEY
                   MOVE SPACES TO CM-RN-STATUS
           END-READ.
           IF CM-RN-COMPLETE
               SET CM-WS-DUP-RUN-COMPLETE TO TRUE
               MOVE CM-RN-RUN-ID TO CM-WS-DUP-RUN-ID
               MOVE CM-RN-RUN-DATE TO CM-WS-DUP-RUN-DATE
               PERFORM 2800-FLAG-GROUP-ERROR THRU 2800-EXIT
               MOVE 'RUN ID ALREADY PROCESSED - COMPLETE'
                   TO CM-WS-ERR-REASON
               MOVE CM-WS-HEADER-CARD-NUM TO CM-WS-ERR-CARD-NUM
               MOVE 'DIVERTED - RUN ID CANNOT BE REUSED'
                   TO CM-WS-DUP-DISPOSITION
               PERFORM 2900-LIST-DUPLICATE THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF CM-WS-DETAIL-COUNT = 0
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-ADD-DETAIL-VALUE THRU 2510-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-DETAIL-COUNT.
           MOVE CM-GB-CARD(1) TO CM-WS-DETAIL-VIEW.
           MOVE CM-DV-CONTENT TO CM-WS-FIRST-CONTENT.
           MOVE CM-GB-CARD(CM-WS-DETAIL-COUNT) TO CM-WS-DETAIL-VIEW.
           MOVE CM-DV-CONTENT TO CM-WS-LAST-CONTENT.
           SET CM-WS-MATCH-NO TO TRUE.
           PERFORM 2550-COMPARE-SAVED-RUN THRU 2550-EXIT
               VARYING CM-WS-SUB2 FROM 1 BY 1
               UNTIL CM-WS-SUB2 > CM-WS-CAND-COUNT
               OR CM-WS-MATCH-YES.
           IF CM-WS-MATCH-NO
               PERFORM 2600-COMPARE-EMITTED-GROUP THRU 2600-EXIT
                   VARYING CM-WS-SUB2 FROM 1 BY 1
                   UNTIL CM-WS-SUB2 > CM-WS-EMIT-COUNT
                   OR CM-WS-MATCH-YES
           END-IF.
           IF CM-WS-MATCH-NO
               GO TO 2500-EXIT
           END-IF.
           SET CM-WS-FOUND-NO TO TRUE.
           PERFORM 2700-FIND-OVERRIDE THRU 2700-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-OVR-COUNT
               OR CM-WS-FOUND-YES.
           IF CM-WS-FOUND-YES
               ADD 1 TO CM-WS-OVR-USED-COUNT
               MOVE 'Y' TO CM-OT-USED-FLAG(CM-WS-SUB)
               MOVE CM-OT-SUPERVISOR-ID(CM-WS-SUB)
                   TO CM-WS-OV-SUPERVISOR-ID
               MOVE CM-WS-OVERRIDE-TEXT TO CM-WS-DUP-DISPOSITION
               PERFORM 2900-LIST-DUPLICATE THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2800-FLAG-GROUP-ERROR THRU 2800-EXIT.
           MOVE 'SUSPECTED DUPLICATE OF RUN' TO CM-WS-DR-TEXT.
           MOVE CM-WS-DUP-RUN-ID TO CM-WS-DR-RUN-ID.
           MOVE CM-WS-DUP-REASON TO CM-WS-ERR-REASON.
           MOVE CM-WS-HEADER-CARD-NUM TO CM-WS-ERR-CARD-NUM.
           MOVE 'DIVERTED - OVERRIDE CARD NEEDED TO PASS'
               TO CM-WS-DUP-DISPOSITION.
           PERFORM 2900-LIST-DUPLICATE THRU 2900-EXIT.
       2500-EXIT.
           EXIT.

       2510-ADD-DETAIL-VALUE.
           MOVE CM-GB-CARD(CM-WS-SUB) TO CM-WS-DETAIL-VIEW.
           PERFORM 2520-COMPOSE-CARD-VALUE THRU 2520-EXIT.
           ADD CM-WS-CARD-VALUE TO CM-WS-GROUP-TOTAL.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2520-COMPOSE-CARD-VALUE   -  A BLANK DECIMAL IS THE WHOLE-
      *                               NUMBER DECKS' .00, THE SAME AS
      *                               CALCMED READS IT.
      *-----------------------------------------------------------------
       2520-COMPOSE-CARD-VALUE.
           MOVE CM-DV-DOSE-VALUE TO CM-WS-CARD-VALUE.
           IF CM-DV-DOSE-DEC NUMERIC
               COMPUTE CM-WS-CARD-VALUE =
                   CM-DV-DOSE-VALUE + CM-DV-DOSE-DEC / 100
           END-IF.
       2520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2550-COMPARE-SAVED-RUN   -  A COMPLETE RUN OF THE SAME RUN
      *                              DATE AND ENTRY COUNT UNDER ANOTHER
      *                              RUN ID IS READ BACK FROM SAVEDDS
      *                              ENTRY BY ENTRY.  THE FIRST DETAIL
      *                              THAT DIFFERS CLEARS THE MATCH.
      *-----------------------------------------------------------------
       2550-COMPARE-SAVED-RUN.
           IF CM-CD-RUN-DATE(CM-WS-SUB2) NOT = CM-WS-GROUP-RUN-DATE
               OR CM-CD-CONTROL-CNT(CM-WS-SUB2)
                   NOT = CM-WS-DETAIL-COUNT
               OR CM-CD-RUN-ID(CM-WS-SUB2) = CM-WS-GROUP-RUN-ID
               GO TO 2550-EXIT
           END-IF.
           SET CM-WS-MATCH-YES TO TRUE.
           PERFORM 2560-COMPARE-SAVED-ENTRY THRU 2560-EXIT
               VARYING CM-WS-SUB3 FROM 1 BY 1
               UNTIL CM-WS-SUB3 > CM-WS-DETAIL-COUNT
               OR CM-WS-MATCH-NO.
           IF CM-WS-MATCH-YES
               SET CM-WS-DUP-SAVED TO TRUE
               MOVE CM-CD-RUN-ID(CM-WS-SUB2) TO CM-WS-DUP-RUN-ID
               MOVE CM-CD-RUN-DATE(CM-WS-SUB2) TO CM-WS-DUP-RUN-DATE
           END-IF.
       2550-EXIT.
           EXIT.

       2560-COMPARE-SAVED-ENTRY.
           MOVE CM-CD-RUN-ID(CM-WS-SUB2) TO CM-SV-RUN-ID.
           MOVE CM-WS-SUB3 TO CM-SV-ENTRY-NUM.
           READ CM-SAVED-FILE
               INVALID KEY
                   SET CM-WS-MATCH-NO TO TRUE
                   GO TO 2560-EXIT
           END-READ.
           MOVE CM-GB-CARD(CM-WS-SUB3) TO CM-WS-DETAIL-VIEW.
           PERFORM 2520-COMPOSE-CARD-VALUE THRU 2520-EXIT.
           MOVE CM-SV-VALUE TO CM-WS-SAVED-VALUE.
           IF CM-SV-VALUE-DEC NUMERIC
               COMPUTE CM-WS-SAVED-VALUE =
                   CM-SV-VALUE + CM-SV-VALUE-DEC / 100
           END-IF.
           IF CM-SV-DRUG-CODE NOT = CM-DV-DRUG-CODE
               OR CM-SV-WARD-CODE NOT = CM-DV-WARD-CODE
               OR CM-SV-PATIENT-ID NOT = CM-DV-PATIENT-ID
               OR CM-WS-SAVED-VALUE NOT = CM-WS-CARD-VALUE
               SET CM-WS-MATCH-NO TO TRUE
           END-IF.
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2600-COMPARE-EMITTED-GROUP   -  THE SAME DECK CONCATENATED
      *                                  TWICE UNDER NEW RUN IDS.  A
      *                                  GROUP PASSED EARLIER TONIGHT
      *                                  WITH THE SAME RUN DATE,
      *                                  ENTRY COUNT, DOSE TOTAL AND
      *                                  FIRST AND LAST DETAIL IS
      *                                  TAKEN AS THE SAME DECK.
      *-----------------------------------------------------------------
       2600-COMPARE-EMITTED-GROUP.
           IF CM-EM-RUN-DATE(CM-WS-SUB2) = CM-WS-GROUP-RUN-DATE
               AND CM-EM-DETAIL-COUNT(CM-WS-SUB2) = CM-WS-DETAIL-COUNT
               AND CM-EM-TOTAL(CM-WS-SUB2) = CM-WS-GROUP-TOTAL
               AND CM-EM-FIRST-CONTENT(CM-WS-SUB2)
                   = CM-WS-FIRST-CONTENT
               AND CM-EM-LAST-CONTENT(CM-WS-SUB2) = CM-WS-LAST-CONTENT
               SET CM-WS-MATCH-YES TO TRUE
               SET CM-WS-DUP-IN-DECK TO TRUE
               MOVE CM-EM-RUN-ID(CM-WS-SUB2) TO CM-WS-DUP-RUN-ID
               MOVE CM-EM-RUN-DATE(CM-WS-SUB2) TO CM-WS-DUP-RUN-DATE
           END-IF.
       2600-EXIT.
           EXIT.

       2700-FIND-OVERRIDE.
           IF CM-OT-RUN-ID(CM-WS-SUB) = CM-WS-GROUP-RUN-ID
               AND CM-OT-USED-FLAG(CM-WS-SUB) = 'N'
               SET CM-WS-FOUND-YES TO TRUE
               SUBTRACT 1 FROM CM-WS-SUB
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2800-FLAG-GROUP-ERROR   -  ONLY THE FIRST FAULT IN A GROUP
      *                             IS KEPT - ITS CARD NUMBER IS THE
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2900-LIST-DUPLICATE   -  KEEP THE DUPLICATE, AND THE EARLIER
      *                           RUN IT REPEATS, FOR THE DUPLICATE
      *                           GROUPS SECTION OF THE REPORT.
      *-----------------------------------------------------------------
       2900-LIST-DUPLICATE.
           ADD 1 TO CM-WS-DUP-COUNT.
           IF CM-WS-DUP-LIST-COUNT = CM-WS-MAX-CTL-CARDS
               GO TO 2900-EXIT
           END-IF.
           ADD 1 TO CM-WS-DUP-LIST-COUNT.
           MOVE CM-WS-GROUP-RUN-ID
               TO CM-DL-RUN-ID(CM-WS-DUP-LIST-COUNT).
           MOVE CM-WS-GROUP-RUN-DATE
               TO CM-DL-RUN-DATE(CM-WS-DUP-LIST-COUNT).
           MOVE CM-WS-DUP-KIND TO CM-DL-KIND(CM-WS-DUP-LIST-COUNT).
           MOVE CM-WS-DUP-RUN-ID
               TO CM-DL-EARLIER-RUN(CM-WS-DUP-LIST-COUNT).
           MOVE CM-WS-DUP-RUN-DATE
               TO CM-DL-EARLIER-DATE(CM-WS-DUP-LIST-COUNT).
           MOVE CM-WS-DUP-DISPOSITION
               TO CM-DL-DISPOSITION(CM-WS-DUP-LIST-COUNT).
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3000-EMIT-GROUP   -  THE GROUP IS CLEAN.  ITS CONTROL CARD
      *                       GOES TO CTLOUT AND ITS HEADER AND
           MOVE CM-WS-GROUP-RUN-ID TO CM-PC-RUN-ID.
           MOVE CM-WS-DETAIL-COUNT TO CM-PC-DETAIL-COUNT.
           WRITE CM-REPORT-REC FROM CM-PRP-CLEAN-LINE.
           PERFORM 3200-REMEMBER-GROUP THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3200-REMEMBER-GROUP   -  A PASSED GROUP IS KEPT SO A SECOND
      *                           COPY LATER IN THE DECK IS CAUGHT.
      *                           EVERY PASSED GROUP USED A CONTROL
      *                           CARD, SO THE TABLE CANNOT OUTGROW
      *                           THE CONTROL CARD TABLE.
      *-----------------------------------------------------------------
       3200-REMEMBER-GROUP.
           ADD 1 TO CM-WS-EMIT-COUNT.
           MOVE CM-WS-GROUP-RUN-ID TO CM-EM-RUN-ID(CM-WS-EMIT-COUNT).
           MOVE CM-WS-GROUP-RUN-DATE
               TO CM-EM-RUN-DATE(CM-WS-EMIT-COUNT).
           MOVE CM-WS-DETAIL-COUNT
               TO CM-EM-DETAIL-COUNT(CM-WS-EMIT-COUNT).
           MOVE CM-WS-GROUP-TOTAL TO CM-EM-TOTAL(CM-WS-EMIT-COUNT).
           MOVE CM-WS-FIRST-CONTENT
               TO CM-EM-FIRST-CONTENT(CM-WS-EMIT-COUNT).
           MOVE CM-WS-LAST-CONTENT
               TO CM-EM-LAST-CONTENT(CM-WS-EMIT-COUNT).
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3500-DIVERT-GROUP   -  THE GROUP IS BAD.  ITS CONTROL CARD
      *                         (WHEN ONE MATCHED) AND ITS WHOLE
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  7000-REPORT-DUPLICATES   -  EVERY GROUP FOUND TO REPEAT AN
      *                              EARLIER RUN, WITH THAT RUN, AND
      *                              EVERY OVERRIDE CARD THAT FOUND NO
      *                              SUSPECTED DUPLICATE TO RELEASE.
      *-----------------------------------------------------------------
       7000-REPORT-DUPLICATES.
           WRITE CM-REPORT-REC FROM CM-PRP-BLANK-LINE.
           WRITE CM-REPORT-REC FROM CM-PRP-DUP-TITLE-LINE.
           WRITE CM-REPORT-REC FROM CM-PRP-DUP-COLUMN-LINE.
           PERFORM 7100-PRINT-DUPLICATE THRU 7100-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-DUP-LIST-COUNT.
           PERFORM 7200-CHECK-ONE-OVERRIDE THRU 7200-EXIT
               VARYING CM-WS-SUB FROM 1 BY 1
               UNTIL CM-WS-SUB > CM-WS-OVR-COUNT.
       7000-EXIT.
           EXIT.

       7100-PRINT-DUPLICATE.
           MOVE CM-DL-RUN-ID(CM-WS-SUB) TO CM-PD-RUN-ID.
           MOVE CM-DL-RUN-DATE(CM-WS-SUB) TO CM-PD-RUN-DATE.
           EVALUATE CM-DL-KIND(CM-WS-SUB)
               WHEN 'R'
                   MOVE 'RUN ID ALREADY COMPLETE' TO CM-PD-KIND-TEXT
               WHEN 'S'
                   MOVE 'SAME CONTENT AS SAVED RUN'
                       TO CM-PD-KIND-TEXT
               WHEN OTHER
                   MOVE 'SAME CONTENT EARLIER IN DECK'
                       TO CM-PD-KIND-TEXT
           END-EVALUATE.
           MOVE CM-DL-EARLIER-RUN(CM-WS-SUB) TO CM-PD-EARLIER-RUN.
           MOVE CM-DL-EARLIER-DATE(CM-WS-SUB) TO CM-PD-EARLIER-DATE.
           MOVE CM-DL-DISPOSITION(CM-WS-SUB) TO CM-PD-DISPOSITION.
           WRITE CM-REPORT-REC FROM CM-PRP-DUP-LINE.
       7100-EXIT.
           EXIT.

       7200-CHECK-ONE-OVERRIDE.
           IF CM-OT-USED-FLAG(CM-WS-SUB) = 'Y'
               GO TO 7200-EXIT
           END-IF.
           MOVE CM-OT-RUN-ID(CM-WS-SUB) TO CM-PN-RUN-ID.
           WRITE CM-REPORT-REC FROM CM-PRP-OVR-UNUSED-LINE.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8000-READ-DOSE-RECORD   -  ONE-RECORD READ-AHEAD FOR THE RAW
      *                             DOSE FILE, THE SAME IDIOM CALCMED
           MOVE CM-WS-UNUSED-CTL-COUNT TO CM-PT2-CTL-UNUSED.
           MOVE CM-WS-STRAY-COUNT TO CM-PT2-STRAY.
           WRITE CM-REPORT-REC FROM CM-PRP-TOTAL-LINE-2.
           MOVE CM-WS-DUP-COUNT TO CM-PT3-DUPLICATES.
           MOVE CM-WS-OVR-USED-COUNT TO CM-PT3-OVR-USED.
           MOVE CM-WS-OVR-REFUSED-COUNT TO CM-PT3-OVR-REFUSED.
           WRITE CM-REPORT-REC FROM CM-PRP-TOTAL-LINE-3.
       8500-EXIT.
           EXIT.

           CLOSE CM-DRUG-FILE.
           CLOSE CM-WARD-FILE.
           CLOSE CM-OPER-FILE.
           CLOSE CM-OVRCARD-FILE.
           CLOSE CM-RUNSTAT-FILE.
           CLOSE CM-SAVED-FILE.
           CLOSE CM-REPORT-FILE.
           IF CM-WS-DIVERTED-COUNT > 0
               OR CM-WS-STRAY-COUNT > 0
