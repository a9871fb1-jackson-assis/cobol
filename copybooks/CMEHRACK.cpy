      *****************************************************************
      *  CMEHRACK.CPY                                                 *
      *  ACKNOWLEDGMENT RECORD RETURNED BY THE ELECTRONIC HEALTH      *
      *  RECORD FOR THE DOSEEHR ADMINISTRATION FEED, CM-EHRACK-FILE,  *
      *  READ BY DOSEACK.  A BATCH ACKNOWLEDGMENT (TYPE B) ACCEPTS OR *
      *  REJECTS A WHOLE BATCH AND ECHOES THE RECORD COUNT AND VALUE  *
      *  HASH TOTAL THE EHR RECEIVED, WHICH MUST AGREE WITH THE BATCH *
      *  TRAILER.  A RECORD ACKNOWLEDGMENT (TYPE R) ACCEPTS OR        *
      *  REJECTS ONE DETAIL OR AMENDMENT, NAMED BY RUN ID AND ENTRY   *
      *  NUMBER, WITH THE EHR'S REASON FOR A REJECTION.               *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-EHRACK-REC.
           05  CM-EA-REC-TYPE          PIC X(01).
               88  CM-EA-BATCH-ACK         VALUE 'B'.
               88  CM-EA-RECORD-ACK        VALUE 'R'.
           05  CM-EA-BATCH-SEQ         PIC 9(06).
           05  CM-EA-ACK-STATUS        PIC X(01).
               88  CM-EA-ACCEPTED          VALUE 'A'.
               88  CM-EA-REJECTED          VALUE 'R'.
           05  CM-EA-REASON-CODE       PIC X(04).
           05  CM-EA-REASON-TEXT       PIC X(30).
           05  CM-EA-BODY              PIC X(38).
           05  CM-EA-BATCH-DATA REDEFINES CM-EA-BODY.
               10  CM-EA-RECORD-CNT    PIC 9(07).
               10  CM-EA-VALUE-HASH    PIC 9(11)V9(02).
               10  FILLER              PIC X(18).
           05  CM-EA-RECORD-DATA REDEFINES CM-EA-BODY.
               10  CM-EA-RUN-ID        PIC X(08).
               10  CM-EA-ENTRY-NUM     PIC 9(05).
               10  CM-EA-FEED-TYPE     PIC X(01).
               10  FILLER              PIC X(24).
