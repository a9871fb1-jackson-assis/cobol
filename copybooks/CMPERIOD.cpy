      *****************************************************************
      *  CMPERIOD.CPY                                                 *
      *  PERIOD CONTROL RECORD, CM-PERIOD-FILE.  INDEXED BY RUN DATE. *
      *  WRITTEN ONLY BY DOSECLOS WHEN A RUN DATE IS CLOSED - EVERY   *
      *  RUN FOR THE DATE COMPLETE ON RUNSTAT, IN BALANCE AGAINST     *
      *  THE RUN-RESULTS MASTER AND FULLY EXTRACTED TO BILLING - AND  *
      *  CARRIES THE CONTROL TOTALS PRINTED ON THE CLOSE CERTIFICATE. *
      *  WHILE A DATE IS CLOSED, DOSEFIX, DOSESUSP, DOSEAPRV AND THE  *
      *  DOSEARCH RESTORE REFUSE ANY CHANGE TO A RUN ON THAT DATE.    *
      *  A SUPERVISOR REOPEN CARD SETS THE STATUS TO REOPENED FOR A   *
      *  CONTROLLED CORRECTION; THE DATE IS THEN CLOSED AGAIN BY A    *
      *  NEW CLOSE CARD, WHICH REPEATS EVERY CHECK.  A DATE WITH NO   *
      *  RECORD HAS NEVER BEEN CLOSED AND IS OPEN.                    *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-PERIOD-REC.
           05  CM-PE-RUN-DATE          PIC X(08).
           05  CM-PE-STATUS            PIC X(01).
               88  CM-PE-CLOSED            VALUE 'C'.
               88  CM-PE-REOPENED          VALUE 'R'.
           05  CM-PE-CLOSE-DATE        PIC X(08).
           05  CM-PE-CLOSE-TIME        PIC X(08).
           05  CM-PE-CLOSE-OPER        PIC X(08).
           05  CM-PE-RUN-CNT           PIC 9(05).
           05  CM-PE-DOSE-CNT          PIC 9(07).
           05  CM-PE-ACCEPTED-CNT      PIC 9(07).
           05  CM-PE-DOSE-TOTAL        PIC 9(10)V9(02).
           05  CM-PE-CHARGE-TOTAL      PIC 9(09)V9(02).
           05  CM-PE-REOPEN-CNT        PIC 9(03).
           05  CM-PE-REOPEN-DATE       PIC X(08).
           05  CM-PE-REOPEN-OPER       PIC X(08).
           05  FILLER                  PIC X(06).
