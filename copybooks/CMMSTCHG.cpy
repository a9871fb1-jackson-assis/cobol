      *****************************************************************
      *  CMMSTCHG.CPY                                                 *
      *  MASTER CHANGE HISTORY RECORD, CM-MSTCHG-FILE.  ONE RECORD    *
      *  IS WRITTEN BY DRUGMNT, WARDMNT AND OPERMNT FOR EVERY ADD,    *
      *  UPDATE AND DELETE THEY APPLY TO THE MEDICATION MASTER, THE   *
      *  DRUG RANGE FILE, THE WARD MASTER AND THE OPERATOR MASTER,    *
      *  CARRYING THE RECORD AS IT STOOD BEFORE THE CHANGE AND AS IT  *
      *  STANDS AFTER IT, WITH THE REQUESTING OPERATOR AND THE DATE   *
      *  AND TIME - SO WHEN A DOSE CEILING MOVES OR A CLERK'S         *
      *  CORRECTION THRESHOLD IS RAISED THE PHARMACY BOARD CAN BE     *
      *  TOLD WHO DID IT, WHEN, AND WHAT THE OLD VALUES WERE.  THE    *
      *  BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE OF A DELETE ARE   *
      *  SPACES.  ONE SHARED FILE FOR ALL FOUR MASTERS, OPENED        *
      *  EXTEND LIKE THE AUDIT LOG; LISTED BY THE MSTCHINQ INQUIRY.   *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-MSTCHG-REC.
           05  CM-MH-MASTER            PIC X(01).
               88  CM-MH-DRUG-MASTER       VALUE 'D'.
               88  CM-MH-RANGE-MASTER      VALUE 'R'.
               88  CM-MH-WARD-MASTER       VALUE 'W'.
               88  CM-MH-OPER-MASTER       VALUE 'O'.
           05  CM-MH-KEY.
               10  CM-MH-KEY-1         PIC X(08).
               10  CM-MH-KEY-2         PIC X(08).
           05  CM-MH-ACTION            PIC X(01).
               88  CM-MH-ADDED             VALUE 'A'.
               88  CM-MH-UPDATED           VALUE 'U'.
               88  CM-MH-DELETED           VALUE 'D'.
           05  CM-MH-OPERATOR-ID       PIC X(08).
           05  CM-MH-OPER-LEVEL        PIC 9(01).
           05  CM-MH-CHANGE-DATE       PIC X(08).
           05  CM-MH-CHANGE-TIME       PIC X(08).
           05  CM-MH-PROGRAM           PIC X(08).
           05  CM-MH-BEFORE-IMAGE      PIC X(80).
           05  CM-MH-AFTER-IMAGE       PIC X(80).
           05  FILLER                  PIC X(09).
