      *****************************************************************
      *  CMEHRFED.CPY                                                 *
      *  OUTBOUND ADMINISTRATION FEED RECORD, CM-EHRFEED-FILE, SENT   *
      *  TO THE ELECTRONIC HEALTH RECORD'S MEDICATION ADMINISTRATION  *
      *  RECORD SO THE WARD NURSES NO LONGER RE-KEY ACCEPTED DOSES    *
      *  FROM RPTOUT.  WRITTEN BY DOSEEHR.  EACH NIGHT'S FILE IS ONE  *
      *  BATCH - A HEADER (TYPE H) CARRYING THE BATCH SEQUENCE        *
      *  NUMBER, ONE DETAIL (TYPE D) PER ACCEPTED OR WARNING READING  *
      *  NOT SENT BEFORE, ONE AMENDMENT (TYPE A) PER READING CHANGED  *
      *  SINCE IT WAS SENT, AND A TRAILER (TYPE T) WITH THE RECORD    *
      *  COUNTS AND HASH TOTALS OF THE DOSE VALUES.  AN AMENDMENT     *
      *  CARRIES THE WHOLE READING AS IT NOW STANDS, SO THE EHR CAN   *
      *  POST IT EVEN WHEN IT HOLDS NO EARLIER VERSION.  ITS REASON   *
      *  CODE IS C FOR A DOSEFIX OR DOSEAPRV CORRECTION OF A READING  *
      *  ALREADY SENT, S FOR A READING RELEASED FROM SUSPENSE BY      *
      *  DOSESUSP AFTER ITS RUN WAS FED, AND W FOR A WITHDRAWAL OF A  *
      *  READING SINCE REJECTED (DOSE STATUS R).  THE PRIOR VALUE IS  *
      *  THE VALUE LAST SENT OR HELD FOR THE READING.                 *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-EHRFEED-REC.
           05  CM-EF-REC-TYPE          PIC X(01).
               88  CM-EF-HEADER            VALUE 'H'.
               88  CM-EF-DETAIL            VALUE 'D'.
               88  CM-EF-AMENDMENT         VALUE 'A'.
               88  CM-EF-TRAILER           VALUE 'T'.
           05  CM-EF-BATCH-SEQ         PIC 9(06).
           05  CM-EF-BODY              PIC X(113).
           05  CM-EF-HEADER-DATA REDEFINES CM-EF-BODY.
               10  CM-EF-HD-SOURCE     PIC X(08).
               10  CM-EF-HD-CREATE-DATE
                                       PIC X(08).
               10  CM-EF-HD-CREATE-TIME
                                       PIC X(08).
               10  FILLER              PIC X(89).
           05  CM-EF-DOSE-DATA REDEFINES CM-EF-BODY.
               10  CM-EF-RUN-ID        PIC X(08).
               10  CM-EF-ENTRY-NUM     PIC 9(05).
               10  CM-EF-RUN-DATE      PIC X(08).
               10  CM-EF-PATIENT-ID    PIC X(10).
               10  CM-EF-WARD-CODE     PIC X(04).
               10  CM-EF-DRUG-CODE     PIC X(08).
               10  CM-EF-DOSE-VALUE    PIC 9(05)V9(02).
               10  CM-EF-UNIT          PIC X(08).
               10  CM-EF-DOSE-STATUS   PIC X(01).
               10  CM-EF-AMEND-REASON  PIC X(01).
                   88  CM-EF-AMEND-CORRECTION  VALUE 'C'.
                   88  CM-EF-AMEND-SUSP-ENTRY  VALUE 'S'.
                   88  CM-EF-AMEND-WITHDRAWN   VALUE 'W'.
               10  CM-EF-PRIOR-VALUE   PIC 9(05)V9(02).
               10  FILLER              PIC X(46).
           05  CM-EF-TRAILER-DATA REDEFINES CM-EF-BODY.
               10  CM-EF-TR-RECORD-CNT PIC 9(07).
               10  CM-EF-TR-DETAIL-CNT PIC 9(07).
               10  CM-EF-TR-AMEND-CNT  PIC 9(07).
               10  CM-EF-TR-VALUE-HASH PIC 9(11)V9(02).
               10  CM-EF-TR-DETAIL-HASH
                                       PIC 9(11)V9(02).
               10  CM-EF-TR-AMEND-HASH PIC 9(11)V9(02).
               10  FILLER              PIC X(53).
