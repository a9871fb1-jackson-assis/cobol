      *****************************************************************
      *  CMFIXPND.CPY                                                 *
      *  PENDING-APPROVAL CORRECTION RECORD, CM-PEND-FILE.  DOSEFIX   *
      *  WRITES ONE FOR EVERY CORRECTION THAT CHANGES A STORED VALUE  *
      *  BY MORE THAN THE REQUESTING CLERK'S CORRECTION THRESHOLD,    *
      *  INSTEAD OF ENDING THE JOB.  THE DOSEAPRV APPROVAL CYCLE      *
      *  APPLIES OR DENIES EACH ONE FROM A SUPERVISOR'S DECISION      *
      *  DECK AND CARRIES THE UNDECIDED ONES FORWARD, AGED FROM THE   *
      *  REQUEST DATE.  VALUES ARE SPLIT INTO THE WHOLE-UNIT FIELD    *
      *  PLUS A DECIMAL FIELD, THE SAME AS ON SAVEDDS.                 *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-PENDING-REC.
           05  CM-PD-KEY.
               10  CM-PD-RUN-ID        PIC X(08).
               10  CM-PD-ENTRY-NUM     PIC 9(05).
           05  CM-PD-RUN-DATE          PIC X(08).
           05  CM-PD-DRUG-CODE         PIC X(08).
           05  CM-PD-OLD-VALUE         PIC 9(05).
           05  CM-PD-OLD-VAL-DEC       PIC 9(02).
           05  CM-PD-NEW-VALUE         PIC 9(05).
           05  CM-PD-NEW-VAL-DEC       PIC 9(02).
           05  CM-PD-REQ-OPERATOR      PIC X(08).
           05  CM-PD-REQ-LEVEL         PIC 9(01).
           05  CM-PD-REQ-DATE          PIC X(08).
           05  CM-PD-REQ-TIME          PIC X(08).
           05  CM-PD-REASON            PIC X(30).
           05  FILLER                  PIC X(22).
