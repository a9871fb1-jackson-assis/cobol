      *****************************************************************
      *  CMDSPEXC.CPY                                                 *
      *  DISPENSING VARIANCE EXCEPTION RECORD, CM-DSPEXC-FILE.  ONE   *
      *  RECORD PER WARD AND DRUG WHOSE ADMINISTERED TOTAL DIFFERS    *
      *  FROM THE QUANTITY ISSUED BY MORE THAN THE DOSEDISP           *
      *  TOLERANCE, WRITTEN FOR THE COMPLIANCE OFFICE TO LOAD.        *
      *  QUANTITIES ARE IN THE DRUG'S DOSE UNIT.  THE VARIANCE IS     *
      *  UNSIGNED - THE DIRECTION BYTE SAYS WHICH WAY IT RUNS:        *
      *  S (SHORT) = LESS CHARTED THAN ISSUED - WASTE, DIVERSION OR   *
      *  DOSES GIVEN BUT NEVER CHARTED; E (EXCESS) = MORE CHARTED     *
      *  THAN ISSUED.  THE PERCENTAGE IS OF THE ISSUED QUANTITY, AND  *
      *  IS 999.99 WHEN DOSES WERE CHARTED AGAINST NOTHING ISSUED.    *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-DSPEXC-REC.
           05  CM-DX-FROM-DATE         PIC X(08).
           05  CM-DX-TO-DATE           PIC X(08).
           05  CM-DX-WARD-CODE         PIC X(04).
           05  CM-DX-DRUG-CODE         PIC X(08).
           05  CM-DX-UNIT              PIC X(08).
           05  CM-DX-QTY-ISSUED        PIC 9(09)V9(02).
           05  CM-DX-QTY-ADMIN         PIC 9(09)V9(02).
           05  CM-DX-VARIANCE          PIC 9(09)V9(02).
           05  CM-DX-DIRECTION         PIC X(01).
               88  CM-DX-SHORT             VALUE 'S'.
               88  CM-DX-EXCESS            VALUE 'E'.
           05  CM-DX-VARIANCE-PCT      PIC 9(03)V9(02).
           05  CM-DX-TOLERANCE-PCT     PIC 9(03).
           05  CM-DX-EXTRACT-DATE      PIC X(08).
           05  FILLER                  PIC X(14).
