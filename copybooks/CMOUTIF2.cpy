      *  PRECISION THE SAVEDDS CHECKPOINTS NOW HOLD.                  *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-09-01                                      *
      *  2026-10-15  ADDED THE WRITING PROGRAM AND THE DATE IT WROTE  *
      *              THE RECORD, TAKEN FROM FILLER, SO THE NIGHTLY    *
      *              DOSEFOLD RUN-RESULTS MASTER CAN SHOW WHICH JOB   *
      *              LAST CHANGED A RUN AND WHEN.  RECORDS WRITTEN    *
      *              BEFORE THIS CHANGE HAVE BLANKS HERE.             *
      *****************************************************************
       01  CM-OUTIF2-REC.
           05  CM-O2-RUN-ID            PIC X(08).
           05  CM-O2-MAXIMUM           PIC 9(05)V9(02).
           05  CM-O2-MEDIAN            PIC 9(06)V9(02).
           05  CM-O2-STD-DEV           PIC 9(06)V9(02).
           05  CM-O2-WRITTEN-BY        PIC X(08).
           05  CM-O2-WRITTEN-DATE      PIC X(08).
           05  FILLER                  PIC X(08).
