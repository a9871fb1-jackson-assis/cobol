      *****************************************************************
      *  CMDUPCRD.CPY                                                 *
      *  SUPERVISOR OVERRIDE CARD FOR THE DOSEPREP DUPLICATE-GROUP    *
      *  EDIT.  A DOSE GROUP WHOSE RUN DATE, WARDS, PATIENTS, DRUGS   *
      *  AND DOSE VALUES MATCH A RUN ALREADY PROCESSED (OR ONE        *
      *  EARLIER IN THE SAME DECK) IS DIVERTED AS A SUSPECTED         *
      *  DUPLICATE.  WHEN THE LOOK-ALIKE IS GENUINE - THE SAME        *
      *  STANDING ORDERS GIVEN AGAIN - A SUPERVISOR PUNCHES ONE OF    *
      *  THESE CARDS FOR THE NEW GROUP'S RUN ID AND THE GROUP IS      *
      *  LET THROUGH.  A RUN ID THAT IS ALREADY COMPLETE ON RUNSTAT   *
      *  CANNOT BE OVERRIDDEN.                                        *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-DUP-OVERRIDE-CARD.
           05  CM-DO-REC-TYPE          PIC X(01).
               88  CM-DO-IS-OVERRIDE       VALUE 'O'.
           05  CM-DO-RUN-ID            PIC X(08).
           05  CM-DO-SUPERVISOR-ID     PIC X(08).
           05  CM-DO-REASON            PIC X(30).
           05  FILLER                  PIC X(33).
