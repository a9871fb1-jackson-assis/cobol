      *              POSITION AND THE DECIMAL RIDES IN THE OLD        *
      *              FILLER AREA; RECORDS WRITTEN BEFORE THIS CHANGE  *
      *              HAVE BLANKS THERE AND READ AS .00.               *
      *  2026-10-15  EACH CHECKPOINT NOW CARRIES THE TIME THE DOSE    *
      *              WAS GIVEN (HHMM) AND HOW MANY DAYS BEFORE THE    *
      *              RUN DATE IT WAS GIVEN (0-9), SO DOSEFIX,         *
      *              DOSESUSP AND DOSEAPRV CAN APPLY THE MINIMUM      *
      *              DOSING INTERVAL EDIT BEFORE ACCEPTING A READING. *
      *              THE FULL DATE WILL NOT FIT IN THE OLD FILLER     *
      *              AREA; THE ADMINISTRATION DATE IS THE RUN DATE    *
      *              LESS THE DAYS BACK.  BLANKS (EVERY RECORD        *
      *              WRITTEN BEFORE THIS CHANGE, OR A DETAIL WITH NO  *
      *              DATE AND TIME) SKIP THE EDIT; DAYS BACK 'E'      *
      *              MEANS THE DETAIL'S DATE AND TIME FAILED ITS      *
      *              EDIT.                                            *
      *****************************************************************
       01  CM-SAVED-REC.
           05  CM-SV-KEY.
           05  CM-SV-WARD-CODE         PIC X(04).
           05  CM-SV-PATIENT-ID        PIC X(10).
           05  CM-SV-VALUE-DEC         PIC 9(02).
           05  CM-SV-ADMIN-TIME        PIC X(04).
           05  CM-SV-ADMIN-TIME-9 REDEFINES CM-SV-ADMIN-TIME.
               10  CM-SV-ADMIN-HH      PIC 9(02).
               10  CM-SV-ADMIN-MI      PIC 9(02).
           05  CM-SV-ADMIN-DAYS-BACK   PIC X(01).
               88  CM-SV-ADMIN-STAMP-BAD   VALUE 'E'.
           05  CM-SV-ADMIN-DAYS-BACK-9 REDEFINES CM-SV-ADMIN-DAYS-BACK
                                       PIC 9(01).
           05  FILLER                  PIC X(04).
