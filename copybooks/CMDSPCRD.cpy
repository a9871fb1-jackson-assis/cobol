      *****************************************************************
      *  CMDSPCRD.CPY                                                 *
      *  PARAMETER CARD LAYOUT FOR THE DOSEDISP DISPENSED-VERSUS-     *
      *  ADMINISTERED RECONCILIATION.  READ ONCE FROM CM-DSPCARD-FILE *
      *  (SYSIN) AT THE START OF THE JOB.  GIVES THE DATE RANGE TO    *
      *  RECONCILE AND THE VARIANCE TOLERANCE - A WARD AND DRUG       *
      *  WHOSE ADMINISTERED TOTAL DIFFERS FROM WHAT PHARMACY ISSUED   *
      *  BY MORE THAN THIS PERCENTAGE OF THE ISSUED QUANTITY IS       *
      *  FLAGGED AS AN EXCEPTION.                                     *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-DISPENSE-CARD.
           05  CM-DC-FROM-DATE         PIC X(08).
           05  CM-DC-TO-DATE           PIC X(08).
           05  CM-DC-TOLERANCE-PCT     PIC 9(03).
           05  FILLER                  PIC X(61).
