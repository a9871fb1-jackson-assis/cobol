      *****************************************************************
      *  CMDISPNS.CPY                                                 *
      *  DISPENSING FEED RECORD, CM-DISPNS-FILE.  ONE RECORD PER      *
      *  ISSUE OF A DRUG FROM PHARMACY STOCK TO A WARD, SENT DOWN     *
      *  NIGHTLY FROM THE PHARMACY STOCK SYSTEM.  THE QUANTITY IS IN  *
      *  THE DRUG'S DOSE UNIT ON THE MEDICATION MASTER (CM-DG-UNIT),  *
      *  THE SAME UNIT THE DOSE READINGS ARE KEYED IN, SO ISSUES AND  *
      *  ADMINISTERED DOSES CAN BE TOTALLED SIDE BY SIDE.  A RETURN   *
      *  TO STOCK COMES THROUGH AS AN ISSUE TYPE R AND IS SUBTRACTED. *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-DISPENSE-REC.
           05  CM-DF-ISSUE-DATE        PIC X(08).
           05  CM-DF-WARD-CODE         PIC X(04).
           05  CM-DF-DRUG-CODE         PIC X(08).
           05  CM-DF-QTY-ISSUED        PIC 9(07)V9(02).
           05  CM-DF-ISSUE-TYPE        PIC X(01).
               88  CM-DF-ISSUE             VALUE 'I' ' '.
               88  CM-DF-RETURN            VALUE 'R'.
           05  CM-DF-ISSUE-REF         PIC X(12).
           05  FILLER                  PIC X(38).
