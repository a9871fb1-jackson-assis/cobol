      *****************************************************************
      *  CMRUNMST.CPY                                                 *
      *  RUN-RESULTS MASTER RECORD, CM-RUNMST-FILE.  INDEXED BY RUN   *
      *  ID, RECORD TYPE AND DRUG CODE.  FOR EACH RUN THERE IS ONE    *
      *  RUN RECORD (TYPE R) WITH THE CURRENT RUN-LEVEL FIGURES FROM  *
      *  CMOUTIF2, FOLLOWED IN KEY ORDER BY ONE DRUG RECORD (TYPE D)  *
      *  PER DRUG WITH THE CURRENT FIGURES FROM CMDRGIF.  A SINGLE    *
      *  CONTROL RECORD (TYPE C, BLANK RUN ID) SORTS AHEAD OF EVERY   *
      *  RUN AND HOLDS HOW MANY RECORDS OF EACH INTERFACE FILE THE    *
      *  NIGHTLY DOSEFOLD JOB HAS ALREADY FOLDED IN.  THE RUN RECORD  *
      *  CARRIES THE RUN'S VERSION - 1 WHEN FIRST FOLDED, PLUS ONE    *
      *  FOR EACH NIGHT ITS FIGURES CHANGED - AND THE DATE AND        *
      *  PROGRAM OF THE LAST CHANGE.  A DRUG RECORD CARRIES THE       *
      *  VERSION, DATE AND PROGRAM THAT LAST CHANGED THAT DRUG.       *
      *  READERS SWEEPING THE FILE TAKE THE TYPE R RECORDS AND SKIP   *
      *  THE REST.                                                    *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-RUNMST-REC.
           05  CM-RM-KEY.
               10  CM-RM-RUN-ID        PIC X(08).
               10  CM-RM-REC-TYPE      PIC X(01).
                   88  CM-RM-CONTROL-REC   VALUE 'C'.
                   88  CM-RM-RUN-REC       VALUE 'R'.
                   88  CM-RM-DRUG-REC      VALUE 'D'.
               10  CM-RM-DRUG-CODE     PIC X(08).
           05  CM-RM-RUN-DATE          PIC X(08).
           05  CM-RM-VERSION           PIC 9(05).
           05  CM-RM-CHANGE-DATE       PIC X(08).
           05  CM-RM-CHANGE-PGM        PIC X(08).
           05  CM-RM-RUN-DATA.
               10  CM-RM-CONTROL-CNT   PIC 9(05).
               10  CM-RM-ACCEPTED-CNT  PIC 9(05).
               10  CM-RM-TOTAL         PIC 9(10)V9(02).
               10  CM-RM-AVERAGE       PIC 9(06)V9(02).
               10  CM-RM-MINIMUM       PIC 9(05)V9(02).
               10  CM-RM-MAXIMUM       PIC 9(05)V9(02).
               10  CM-RM-MEDIAN        PIC 9(06)V9(02).
               10  CM-RM-STD-DEV       PIC 9(06)V9(02).
      *            '2' = FROM CMOUTIF2.  'F' = A RUN FROM BEFORE
      *            CMOUTIF2 EXISTED, CARRIED BY ITS LAST FROZEN
      *            CMOUTIF RECORD (WHOLE UNITS).
               10  CM-RM-SOURCE        PIC X(01).
                   88  CM-RM-FROM-OUTIF2   VALUE '2'.
                   88  CM-RM-FROM-OUTIF    VALUE 'F'.
               10  FILLER              PIC X(13).
           05  CM-RM-DRUG-DATA REDEFINES CM-RM-RUN-DATA.
               10  CM-RM-DG-UNIT       PIC X(08).
               10  CM-RM-DG-ACCEPTED-CNT
                                       PIC 9(05).
               10  CM-RM-DG-TOTAL      PIC 9(10)V9(02).
               10  CM-RM-DG-AVERAGE    PIC 9(06)V9(02).
               10  CM-RM-DG-MINIMUM    PIC 9(05)V9(02).
               10  CM-RM-DG-MAXIMUM    PIC 9(05)V9(02).
               10  FILLER              PIC X(27).
           05  CM-RM-CONTROL-DATA REDEFINES CM-RM-RUN-DATA.
               10  CM-RM-OUTIF2-FOLDED PIC 9(09).
               10  CM-RM-OUTIF-FOLDED  PIC 9(09).
               10  CM-RM-DRGIF-FOLDED  PIC 9(09).
               10  FILLER              PIC X(47).
