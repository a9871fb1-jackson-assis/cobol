      *              FOR THE PEDIATRIC WARDS' FRACTIONAL DOSES.       *
      *              BLANK READS AS .00 SO EXISTING DECKS APPLY       *
      *              UNCHANGED.                                       *
      *  2026-10-15  ADDED THE CORRECTION REASON, COLUMNS 35-64.  A   *
      *              CORRECTION OVER THE CLERK'S THRESHOLD NOW GOES   *
      *              TO THE PENDING-APPROVAL FILE WITH THIS REASON    *
      *              FOR THE SUPERVISOR TO DECIDE ON.                 *
      *****************************************************************
       01  CM-FIX-CARD.
           05  CM-FC-RUN-ID            PIC X(08).
               88  CM-FC-CORRECT-ONE        VALUE 'C'.
           05  CM-FC-OPERATOR-ID       PIC X(08).
           05  CM-FC-NEW-VAL-DEC       PIC 9(02).
           05  CM-FC-REASON            PIC X(30).
           05  FILLER                  PIC X(16).
