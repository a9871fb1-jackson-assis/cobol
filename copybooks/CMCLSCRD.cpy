      *****************************************************************
      *  CMCLSCRD.CPY                                                 *
      *  CONTROL CARD LAYOUT FOR THE DOSECLOS PERIOD CLOSE PROGRAM.   *
      *  ONE CARD PER RUN DATE, READ FROM CM-CLSCARD-FILE (SYSIN).    *
      *  ACTION C CLOSES THE RUN DATE WHEN EVERY CHECK PASSES; THE    *
      *  REASON IS OPTIONAL.  ACTION R REOPENS A CLOSED RUN DATE AND  *
      *  IS HONORED ONLY FOR A SUPERVISOR (AUTHORIZATION LEVEL 2)     *
      *  WITH A REASON GIVEN.                                         *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-CLOSE-CARD.
           05  CM-CC-ACTION            PIC X(01).
               88  CM-CC-CLOSE             VALUE 'C'.
               88  CM-CC-REOPEN            VALUE 'R'.
           05  CM-CC-RUN-DATE          PIC X(08).
           05  CM-CC-RUN-DATE-9 REDEFINES CM-CC-RUN-DATE
                                       PIC 9(08).
           05  CM-CC-OPERATOR-ID       PIC X(08).
           05  CM-CC-REASON            PIC X(40).
           05  FILLER                  PIC X(23).
