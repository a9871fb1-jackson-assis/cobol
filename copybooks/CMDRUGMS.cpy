      *              POSITIONS AND THE DECIMALS RIDE IN THE OLD       *
      *              FILLER AREA; RECORDS WRITTEN BEFORE THIS         *
      *              CHANGE HAVE BLANKS THERE AND READ AS .00.        *
      *  2026-10-15  ADDED THE MINIMUM DOSING INTERVAL IN HOURS - THE *
      *              SHORTEST TIME ALLOWED BETWEEN TWO DOSES OF THE   *
      *              DRUG FOR THE SAME PATIENT, ACROSS RUNS AND RUN   *
      *              DATES, CHECKED AGAINST THE LAST-ADMINISTERED     *
      *              FILE (CMLSTADM).  IT RIDES IN THE OLD FILLER     *
      *              AREA; A ZERO OR BLANK INTERVAL (EVERY RECORD     *
      *              WRITTEN BEFORE THIS CHANGE) MEANS NO INTERVAL.   *
      *****************************************************************
       01  CM-DRUG-REC.
           05  CM-DG-DRUG-CODE         PIC X(08).
           05  CM-DG-MIN-DEC           PIC 9(02).
           05  CM-DG-MAX-DEC           PIC 9(02).
           05  CM-DG-DAILY-DEC         PIC 9(02).
           05  CM-DG-MIN-INTERVAL      PIC 9(03).
           05  FILLER                  PIC X(01).
