      *              COLUMNS AND THE DECIMAL RIDES IN THE OLD FILLER  *
      *              AREA, SO A WHOLE-NUMBER DECK (BLANK DECIMAL,     *
      *              READ AS .00) PROCESSES UNCHANGED.                *
      *  2026-10-15  EACH DETAIL RECORD NOW CARRIES THE DATE AND      *
      *              TIME (CCYYMMDD, HHMM 24-HOUR) THE DOSE WAS       *
      *              ACTUALLY GIVEN ON THE FLOOR, SO A SECOND DOSE OF *
      *              THE SAME DRUG TO THE SAME PATIENT INSIDE THE     *
      *              DRUG'S MINIMUM INTERVAL IS CAUGHT EVEN WHEN THE  *
      *              TWO DOSES FALL IN DIFFERENT RUNS OR ON EITHER    *
      *              SIDE OF MIDNIGHT.  A BLANK DATE AND TIME SKIPS   *
      *              THE INTERVAL EDIT SO OLD DECKS STILL PROCESS.    *
      *****************************************************************
       01  CM-DOSE-INPUT-REC.
           05  CM-DI-REC-TYPE          PIC X(01).
               10  CM-DD-WARD-CODE     PIC X(04).
               10  CM-DD-PATIENT-ID    PIC X(10).
               10  CM-DD-DOSE-DEC      PIC 9(02).
               10  CM-DD-ADMIN-DATE    PIC X(08).
               10  CM-DD-ADMIN-DATE-9 REDEFINES CM-DD-ADMIN-DATE.
                   15  CM-DD-ADMIN-CCYY    PIC 9(04).
                   15  CM-DD-ADMIN-MM      PIC 9(02).
                   15  CM-DD-ADMIN-DD      PIC 9(02).
               10  CM-DD-ADMIN-TIME    PIC X(04).
               10  CM-DD-ADMIN-TIME-9 REDEFINES CM-DD-ADMIN-TIME.
                   15  CM-DD-ADMIN-HH      PIC 9(02).
                   15  CM-DD-ADMIN-MI      PIC 9(02).
               10  FILLER              PIC X(33).
