      *****************************************************************
      *  CMRUNDLT.CPY                                                 *
      *  RUN-RESULTS DELTA RECORD, WRITTEN BY THE NIGHTLY DOSEFOLD    *
      *  JOB FOR EVERY RUN THAT IS NEW OR WHOSE FIGURES CHANGED SINCE *
      *  THE PREVIOUS NIGHT, SO DOWNSTREAM SYSTEMS TAKE THE CHANGES   *
      *  INSTEAD OF RE-READING THE WHOLE INTERFACE HISTORY.  ONE      *
      *  TYPE R RECORD PER CHANGED RUN, FOLLOWED BY ONE TYPE D        *
      *  RECORD PER DRUG OF THAT RUN THAT IS NEW, CHANGED OR GONE.    *
      *  THE PRIOR FIGURES ARE THE MASTER AS IT STOOD BEFORE THE RUN, *
      *  ZERO FOR A NEW RUN OR DRUG; THE CURRENT FIGURES ARE ZERO FOR *
      *  A DRUG NO LONGER IN THE RUN.  CONTROL COUNT IS ZERO ON TYPE  *
      *  D RECORDS, AND THE UNIT IS BLANK ON TYPE R RECORDS.          *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-RUNDLT-REC.
           05  CM-RX-RUN-ID            PIC X(08).
           05  CM-RX-REC-TYPE          PIC X(01).
               88  CM-RX-RUN-REC           VALUE 'R'.
               88  CM-RX-DRUG-REC          VALUE 'D'.
           05  CM-RX-DRUG-CODE         PIC X(08).
           05  CM-RX-CHANGE-TYPE       PIC X(01).
               88  CM-RX-NEW               VALUE 'N'.
               88  CM-RX-CHANGED           VALUE 'C'.
               88  CM-RX-DROPPED           VALUE 'D'.
           05  CM-RX-RUN-DATE          PIC X(08).
           05  CM-RX-VERSION           PIC 9(05).
           05  CM-RX-CHANGE-DATE       PIC X(08).
           05  CM-RX-CHANGE-PGM        PIC X(08).
           05  CM-RX-UNIT              PIC X(08).
           05  CM-RX-PRIOR.
               10  CM-RX-PR-CONTROL-CNT
                                       PIC 9(05).
               10  CM-RX-PR-ACCEPTED-CNT
                                       PIC 9(05).
               10  CM-RX-PR-TOTAL      PIC 9(10)V9(02).
               10  CM-RX-PR-AVERAGE    PIC 9(06)V9(02).
               10  CM-RX-PR-MINIMUM    PIC 9(05)V9(02).
               10  CM-RX-PR-MAXIMUM    PIC 9(05)V9(02).
           05  CM-RX-CURRENT.
               10  CM-RX-CU-CONTROL-CNT
                                       PIC 9(05).
               10  CM-RX-CU-ACCEPTED-CNT
                                       PIC 9(05).
               10  CM-RX-CU-TOTAL      PIC 9(10)V9(02).
               10  CM-RX-CU-AVERAGE    PIC 9(06)V9(02).
               10  CM-RX-CU-MINIMUM    PIC 9(05)V9(02).
               10  CM-RX-CU-MAXIMUM    PIC 9(05)V9(02).
           05  FILLER                  PIC X(07).
