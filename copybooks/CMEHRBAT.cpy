      *****************************************************************
      *  CMEHRBAT.CPY                                                 *
      *  EHR FEED BATCH CONTROL RECORD, CM-EHRBAT-FILE.  INDEXED BY   *
      *  BATCH SEQUENCE NUMBER.  DOSEEHR WRITES ONE RECORD FOR EVERY  *
      *  BATCH IT SENDS WITH THE SAME COUNTS AND HASH TOTALS AS THE   *
      *  BATCH TRAILER.  DOSEACK MARKS IT ACCEPTED OR REJECTED FROM   *
      *  THE EHR'S BATCH ACKNOWLEDGMENT, OR NOT ACKNOWLEDGED WHEN NO  *
      *  ACKNOWLEDGMENT HAS ARRIVED WITHIN ITS WAIT LIMIT - A         *
      *  REJECTED OR UNACKNOWLEDGED BATCH HAS EVERY READING IN IT     *
      *  RE-QUEUED.  A SINGLE CONTROL RECORD WITH BATCH SEQUENCE ZERO *
      *  SORTS AHEAD OF EVERY BATCH AND HOLDS THE LAST SEQUENCE       *
      *  NUMBER USED.                                                 *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-EHRBAT-REC.
           05  CM-EB-BATCH-SEQ         PIC 9(06).
           05  CM-EB-STATUS            PIC X(01).
               88  CM-EB-AWAITING-ACK      VALUE 'S'.
               88  CM-EB-ACCEPTED          VALUE 'A'.
               88  CM-EB-REJECTED          VALUE 'R'.
               88  CM-EB-NOT-ACKNOWLEDGED  VALUE 'N'.
               88  CM-EB-CONTROL-REC       VALUE 'C'.
           05  CM-EB-BATCH-DATA.
               10  CM-EB-SENT-DATE     PIC X(08).
               10  CM-EB-SENT-TIME     PIC X(08).
               10  CM-EB-RECORD-CNT    PIC 9(07).
               10  CM-EB-DETAIL-CNT    PIC 9(07).
               10  CM-EB-AMEND-CNT     PIC 9(07).
               10  CM-EB-VALUE-HASH    PIC 9(11)V9(02).
               10  CM-EB-ACK-DATE      PIC X(08).
               10  CM-EB-REJECT-CNT    PIC 9(07).
               10  CM-EB-REASON-CODE   PIC X(04).
               10  FILLER              PIC X(24).
           05  CM-EB-CONTROL-DATA REDEFINES CM-EB-BATCH-DATA.
               10  CM-EB-LAST-BATCH-SEQ
                                       PIC 9(06).
               10  CM-EB-LAST-SENT-DATE
                                       PIC X(08).
               10  FILLER              PIC X(79).
