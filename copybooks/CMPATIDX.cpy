      *****************************************************************
      *  CMPATIDX.CPY                                                 *
      *  PATIENT CROSS-REFERENCE RECORD, CM-PATIDX-FILE.  INDEXED BY  *
      *  PATIENT, RUN DATE, RUN ID AND ENTRY NUMBER, SO A START ON A  *
      *  PATIENT ID AND A READ NEXT WALK THAT PATIENT'S DOSES IN RUN  *
      *  DATE AND ENTRY ORDER.  REBUILT BY DOSEPIDX FROM EVERY        *
      *  SAVEDDS CHECKPOINT AND EVERY ARCHIVED CHECKPOINT THAT        *
      *  CARRIES A PATIENT ID, AND READ BY THE DOSEHIST PATIENT       *
      *  MEDICATION HISTORY.  THE SOURCE BYTE SAYS WHETHER THE        *
      *  READING WAS STILL ON SAVEDDS OR ONLY IN THE ARCHIVE WHEN THE *
      *  FILE WAS BUILT.                                              *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-PATIDX-REC.
           05  CM-PX-KEY.
               10  CM-PX-PATIENT-ID    PIC X(10).
               10  CM-PX-RUN-DATE      PIC X(08).
               10  CM-PX-RUN-ID        PIC X(08).
               10  CM-PX-ENTRY-NUM     PIC 9(05).
           05  CM-PX-SOURCE            PIC X(01).
               88  CM-PX-LIVE              VALUE 'L'.
               88  CM-PX-ARCHIVED          VALUE 'A'.
           05  CM-PX-DRUG-CODE         PIC X(08).
           05  CM-PX-WARD-CODE         PIC X(04).
           05  CM-PX-VALUE             PIC 9(05).
           05  CM-PX-VALUE-DEC         PIC 9(02).
           05  CM-PX-STATUS            PIC X(01).
               88  CM-PX-ACCEPTED          VALUE 'A'.
               88  CM-PX-REJECTED          VALUE 'R'.
               88  CM-PX-WARNING           VALUE 'W'.
           05  FILLER                  PIC X(08).
