      *****************************************************************
      *  CMPRDLOG.CPY                                                 *
      *  PERIOD ACTION LOG RECORD, CM-PRDLOG-FILE.  SEQUENTIAL,       *
      *  OPENED EXTEND BY DOSECLOS SO THE FILE IS A STANDING HISTORY  *
      *  OF EVERY CLOSE AND SUPERVISOR REOPEN OF A RUN DATE - WHO,    *
      *  WHEN, WHY, AND THE CONTROL TOTALS THE DATE STOOD AT.  A      *
      *  REFUSED CARD IS NOT LOGGED; IT IS ON THE CERTIFICATE ONLY.   *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-PRDLOG-REC.
           05  CM-PL-RUN-DATE          PIC X(08).
           05  CM-PL-ACTION            PIC X(01).
               88  CM-PL-CLOSED            VALUE 'C'.
               88  CM-PL-REOPENED          VALUE 'R'.
           05  CM-PL-OPERATOR-ID       PIC X(08).
           05  CM-PL-OPER-LEVEL        PIC 9(01).
           05  CM-PL-LOG-DATE          PIC X(08).
           05  CM-PL-LOG-TIME          PIC X(08).
           05  CM-PL-REASON            PIC X(40).
           05  CM-PL-RUN-CNT           PIC 9(05).
           05  CM-PL-DOSE-CNT          PIC 9(07).
           05  CM-PL-ACCEPTED-CNT      PIC 9(07).
           05  CM-PL-DOSE-TOTAL        PIC 9(10)V9(02).
           05  CM-PL-CHARGE-TOTAL      PIC 9(09)V9(02).
           05  FILLER                  PIC X(04).
