      *****************************************************************
      *  CMMHQCRD.CPY                                                 *
      *  SELECTION CARD LAYOUT FOR THE MSTCHINQ MASTER CHANGE         *
      *  HISTORY INQUIRY.  READ ONCE FROM CM-MHQCARD-FILE (SYSIN) AT  *
      *  THE START OF THE JOB.  EVERY FIELD IS OPTIONAL - A BLANK     *
      *  FIELD SELECTS EVERYTHING, THE SAME CONVENTION AS THE         *
      *  AUDITINQ SELECTION CARD.  THE KEY IS SPLIT IN TWO SO A       *
      *  RANGE INQUIRY CAN NAME JUST THE DRUG CODE (EVERY DATED       *
      *  RANGE OF THAT DRUG) OR THE DRUG CODE AND ONE EFFECTIVE       *
      *  DATE.                                                        *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-MSTCHG-INQ-CARD.
           05  CM-MQ-MASTER            PIC X(01).
               88  CM-MQ-DRUG-MASTER       VALUE 'D'.
               88  CM-MQ-RANGE-MASTER      VALUE 'R'.
               88  CM-MQ-WARD-MASTER       VALUE 'W'.
               88  CM-MQ-OPER-MASTER       VALUE 'O'.
               88  CM-MQ-ALL-MASTERS       VALUE ' '.
           05  CM-MQ-KEY-1             PIC X(08).
           05  CM-MQ-KEY-2             PIC X(08).
           05  CM-MQ-FROM-DATE         PIC X(08).
           05  CM-MQ-TO-DATE           PIC X(08).
           05  CM-MQ-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(39).
