      *****************************************************************
      *  CMCHGLDG.CPY                                                 *
      *  BILLED-CHARGE LEDGER RECORD, CM-CHGLDG-FILE.  INDEXED BY     *
      *  RUN ID AND ENTRY NUMBER - THE SAME KEY AS THE SAVEDDS        *
      *  CHECKPOINT IT BILLS.  HOLDS THE DOSE VALUE, STATUS, RATE     *
      *  AND AMOUNT LAST SENT TO BILLING FOR THE READING, SO EACH     *
      *  DOSECHG RUN SENDS ONLY WHAT IS NEW OR CHANGED - AN           *
      *  OVERLAPPING DATE RANGE NO LONGER BILLS A DOSE TWICE, AND A   *
      *  DOSEFIX OR DOSESUSP CORRECTION MADE AFTER THE READING WAS    *
      *  BILLED GOES OUT AS A CREDIT OF THE OLD AMOUNT AND A REBILL   *
      *  OF THE NEW ONE.  A READING SINCE REJECTED IS CREDITED AND    *
      *  LEFT ON THE LEDGER MARKED CREDITED, SO IT IS NOT CREDITED    *
      *  AGAIN.  WRITTEN AND MAINTAINED ONLY BY DOSECHG.              *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-LEDGER-REC.
           05  CM-LG-KEY.
               10  CM-LG-RUN-ID        PIC X(08).
               10  CM-LG-ENTRY-NUM     PIC 9(05).
           05  CM-LG-RUN-DATE          PIC X(08).
           05  CM-LG-DRUG-CODE         PIC X(08).
           05  CM-LG-WARD-CODE         PIC X(04).
           05  CM-LG-PATIENT-ID        PIC X(10).
           05  CM-LG-SV-STATUS         PIC X(01).
           05  CM-LG-DOSE-VALUE        PIC 9(05)V9(02).
           05  CM-LG-CHARGE-RATE       PIC 9(05)V9(02).
           05  CM-LG-CHARGE-AMT        PIC 9(09)V9(02).
           05  CM-LG-BILL-STATUS       PIC X(01).
               88  CM-LG-BILLED            VALUE 'B'.
               88  CM-LG-CREDITED          VALUE 'C'.
           05  CM-LG-LAST-BILL-DATE    PIC X(08).
           05  FILLER                  PIC X(22).
