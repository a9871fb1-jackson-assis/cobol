      *              FOR THE PEDIATRIC WARDS' FRACTIONAL DOSES.  THE  *
      *              FILE WAS INTRODUCED THIS RELEASE, SO THERE IS    *
      *              NO OLD-FORMAT DATA TO CARRY.                     *
      *  2026-10-15  ADDED THE TRANSACTION TYPE.  DOSECHG NOW KEEPS   *
      *              A LEDGER OF WHAT IT HAS BILLED (CMCHGLDG) AND    *
      *              SENDS N FOR A READING BILLED FOR THE FIRST TIME, *
      *              C FOR A CREDIT OF THE AMOUNT BILLED BEFORE AND R *
      *              FOR A REBILL OF A CORRECTED READING.  EVERY      *
      *              AMOUNT IS UNSIGNED - THE TYPE SAYS WHICH WAY IT  *
      *              GOES.  A BLANK TYPE ON AN OLDER FILE IS A NEW    *
      *              CHARGE.                                          *
      *****************************************************************
       01  CM-CHARGE-REC.
           05  CM-CG-RUN-ID            PIC X(08).
           05  CM-CG-DOSE-VALUE        PIC 9(05)V9(02).
           05  CM-CG-CHARGE-RATE       PIC 9(05)V9(02).
           05  CM-CG-CHARGE-AMT        PIC 9(09)V9(02).
           05  CM-CG-TRANS-TYPE        PIC X(01).
               88  CM-CG-NEW-CHARGE        VALUE 'N' ' '.
               88  CM-CG-CREDIT            VALUE 'C'.
               88  CM-CG-REBILL            VALUE 'R'.
           05  FILLER                  PIC X(11).
