      *****************************************************************
      *  CMHSTCRD.CPY                                                 *
      *  SELECTION CARD LAYOUT FOR THE DOSEHIST PATIENT MEDICATION    *
      *  HISTORY.  ONE CARD PER PATIENT - A DECK OF CARDS ASKS FOR A  *
      *  LIST OF PATIENTS IN ONE RUN.  A BLANK FROM OR TO DATE LEAVES *
      *  THAT END OF THE RUN DATE RANGE OPEN, SO A CARD WITH ONLY A   *
      *  PATIENT ID PRINTS THE WHOLE STAY.                            *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-HISTORY-CARD.
           05  CM-HC-PATIENT-ID        PIC X(10).
           05  CM-HC-FROM-DATE         PIC X(08).
           05  CM-HC-TO-DATE           PIC X(08).
           05  FILLER                  PIC X(54).
