      *  AND OPERMNT MAINTENANCE DECKS.                               *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-09-01                                      *
      *  2026-10-15  ADDED THE REQUESTING OPERATOR IN COLUMNS 36-43,  *
      *              VALIDATED AGAINST THE OPERATOR MASTER AND        *
      *              STAMPED ON THE MASTER CHANGE HISTORY (CMMSTCHG). *
      *              A BLANK REQUESTER REJECTS EVERY CHANGE CARD;     *
      *              THE L CARD NEEDS NONE.                           *
      *****************************************************************
       01  CM-WARD-CARD.
           05  CM-WC-ACTION            PIC X(01).
               88  CM-WC-LIST              VALUE 'L'.
           05  CM-WC-WARD-CODE         PIC X(04).
           05  CM-WC-NAME              PIC X(30).
           05  CM-WC-REQ-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(37).
