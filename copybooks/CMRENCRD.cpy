      *              FOR THE PEDIATRIC WARDS' FRACTIONAL DOSES.       *
      *              BLANK READS AS .00 SO EXISTING DECKS APPLY       *
      *              UNCHANGED.                                       *
      *  2026-10-15  THE CORRECTION CARD MAY NOW CARRY A CORRECTED    *
      *              ADMINISTRATION DATE AND TIME (CCYYMMDD, HHMM,    *
      *              COLUMNS 22-33) FOR A READING SUSPENDED BECAUSE   *
      *              ITS DATE AND TIME FAILED THE EDIT.  BLANK KEEPS  *
      *              THE DATE AND TIME ALREADY ON THE SAVED READING.  *
      *****************************************************************
       01  CM-REENTRY-CARD.
           05  CM-CR-REC-TYPE          PIC X(01).
               10  CM-CR-ENTRY-NUM     PIC 9(05).
               10  CM-CR-NEW-VALUE     PIC 9(05).
               10  CM-CR-NEW-VAL-DEC   PIC 9(02).
               10  CM-CR-ADMIN-DATE    PIC X(08).
               10  CM-CR-ADMIN-DATE-9 REDEFINES CM-CR-ADMIN-DATE.
                   15  CM-CR-ADMIN-CCYY    PIC 9(04).
                   15  CM-CR-ADMIN-MM      PIC 9(02).
                   15  CM-CR-ADMIN-DD      PIC 9(02).
               10  CM-CR-ADMIN-TIME    PIC X(04).
               10  CM-CR-ADMIN-TIME-9 REDEFINES CM-CR-ADMIN-TIME.
                   15  CM-CR-ADMIN-HH      PIC 9(02).
                   15  CM-CR-ADMIN-MI      PIC 9(02).
               10  FILLER              PIC X(47).
