      *****************************************************************
      *  CMLSTADM.CPY                                                 *
      *  LAST-ADMINISTERED RECORD, CM-LASTADM-FILE.  INDEXED BY       *
      *  PATIENT ID AND DRUG CODE.  ONE RECORD PER PATIENT AND DRUG   *
      *  CARRYING THE DATE AND TIME OF THE LATEST ACCEPTED DOSE,      *
      *  WHICHEVER RUN IT CAME IN, SO THE MINIMUM DOSING INTERVAL     *
      *  EDIT CAN CATCH A SECOND DOSE GIVEN TOO SOON EVEN WHEN THE    *
      *  TWO DOSES FALL IN DIFFERENT RUNS OR ON EITHER SIDE OF        *
      *  MIDNIGHT.  WRITTEN AND REWRITTEN BY ARRAY-EXAMPLE, DOSEFIX,  *
      *  DOSESUSP AND DOSEAPRV WHENEVER THEY ACCEPT A STAMPED DOSE    *
      *  GIVEN LATER THAN THE ONE ON FILE.  A PATIENT AND DRUG WITH   *
      *  NO RECORD HAS NO PRIOR DOSE AND PASSES THE EDIT.             *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-LASTADM-REC.
           05  CM-LA-KEY.
               10  CM-LA-PATIENT-ID    PIC X(10).
               10  CM-LA-DRUG-CODE     PIC X(08).
           05  CM-LA-ADMIN-DATE        PIC X(08).
           05  CM-LA-ADMIN-DATE-9 REDEFINES CM-LA-ADMIN-DATE
                                       PIC 9(08).
           05  CM-LA-ADMIN-TIME        PIC X(04).
           05  CM-LA-ADMIN-TIME-9 REDEFINES CM-LA-ADMIN-TIME.
               10  CM-LA-ADMIN-HH      PIC 9(02).
               10  CM-LA-ADMIN-MI      PIC 9(02).
           05  CM-LA-RUN-ID            PIC X(08).
           05  CM-LA-ENTRY-NUM         PIC 9(05).
           05  CM-LA-RUN-DATE          PIC X(08).
           05  CM-LA-UPDATED-BY        PIC X(08).
           05  CM-LA-UPDATED-DATE      PIC X(08).
           05  FILLER                  PIC X(13).
