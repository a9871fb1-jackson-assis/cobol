      *  DRUGMNT MAINTENANCE DECK.                                    *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-08-22                                      *
      *  2026-10-15  ADDED THE REQUESTING OPERATOR IN COLUMNS 47-54,  *
      *              VALIDATED AGAINST THE OPERATOR MASTER AND        *
      *              STAMPED ON THE MASTER CHANGE HISTORY (CMMSTCHG). *
      *              ADDS, DELETES AND ANY CHANGE TO AN OPERATOR'S    *
      *              LEVEL, ACTIVE FLAG OR CORRECTION THRESHOLD NEED  *
      *              A SUPERVISOR-LEVEL REQUESTER.                    *
      *****************************************************************
       01  CM-OPER-CARD.
           05  CM-OC-ACTION            PIC X(01).
           05  CM-OC-AUTH-LEVEL        PIC 9(01).
           05  CM-OC-ACTIVE-FLAG       PIC X(01).
           05  CM-OC-CORR-THRESHOLD    PIC 9(05).
           05  CM-OC-REQ-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(26).
