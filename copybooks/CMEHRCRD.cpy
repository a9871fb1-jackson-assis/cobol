      *****************************************************************
      *  CMEHRCRD.CPY                                                 *
      *  PARAMETER CARD LAYOUT FOR THE DOSEEHR ADMINISTRATION FEED.   *
      *  READ ONCE FROM CM-EHRCARD-FILE (SYSIN) AT THE START OF THE   *
      *  JOB.  GIVES THE EARLIEST RUN DATE WHOSE READINGS ARE SENT TO *
      *  THE EHR - THE DATE THE FEED WENT LIVE - SO THE FIRST RUN     *
      *  DOES NOT SEND YEARS OF HISTORY THE NURSES HAVE ALREADY KEYED *
      *  BY HAND.  BLANK SENDS EVERY RUN DATE.  ONLY RUNS MARKED      *
      *  COMPLETE ON THE RUN STATUS FILE ARE SENT.                    *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-EHR-CARD.
           05  CM-EC-FROM-DATE         PIC X(08).
           05  FILLER                  PIC X(72).
