      *              MAX ON THE R CARD (COLUMNS 28-31), FOR THE       *
      *              PEDIATRIC WARDS' FRACTIONAL RANGES.  BLANK       *
      *              READS AS .00 SO EXISTING DECKS APPLY UNCHANGED.  *
      *  2026-10-15  ADDED THE O (OPERATOR) CARD, WHICH NAMES THE     *
      *              REQUESTING OPERATOR IN COLUMNS 2-9 FOR EVERY     *
      *              CARD THAT FOLLOWS IT UNTIL THE NEXT O CARD.  THE *
      *              A/U CARD HAS NO FREE COLUMNS LEFT FOR AN         *
      *              OPERATOR ID, SO THE REQUESTER RIDES ON ITS OWN   *
      *              CARD AHEAD OF THE CHANGES IT AUTHORIZES - THE    *
      *              SAME IDIOM AS THE CMRENCRD PARAMETER CARD.       *
      *  2026-10-15  ADDED THE MINIMUM DOSING INTERVAL IN HOURS IN    *
      *              COLUMNS 78-80 OF THE A/U CARD.  BLANK OR NON-    *
      *              NUMERIC LOADS AS ZERO, MEANING NO INTERVAL, SO   *
      *              EXISTING DECKS STILL APPLY UNCHANGED.            *
      *****************************************************************
       01  CM-DRUG-CARD.
           05  CM-DC-ACTION            PIC X(01).
               88  CM-DC-DELETE            VALUE 'D'.
               88  CM-DC-LIST              VALUE 'L'.
               88  CM-DC-RANGE             VALUE 'R'.
               88  CM-DC-OPERATOR          VALUE 'O'.
           05  CM-DC-DRUG-CODE         PIC X(08).
           05  CM-DC-REQ-OPERATOR REDEFINES CM-DC-DRUG-CODE
                                       PIC X(08).
           05  CM-DC-MAINT-DATA.
               10  CM-DC-DESC          PIC X(30).
               10  CM-DC-MIN-DOSE      PIC 9(05).
               10  CM-DC-MIN-DEC       PIC 9(02).
               10  CM-DC-MAX-DEC       PIC 9(02).
               10  CM-DC-DAILY-DEC     PIC 9(02).
               10  CM-DC-MIN-INTERVAL  PIC 9(03).
           05  CM-DC-RANGE-DATA REDEFINES CM-DC-MAINT-DATA.
               10  CM-DC-RG-EFF-DATE   PIC X(08).
               10  CM-DC-RG-MIN-DOSE   PIC 9(05).
