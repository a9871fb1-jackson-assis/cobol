      *****************************************************************
      *  CMAPRCRD.CPY                                                 *
      *  DECISION DECK LAYOUT FOR THE DOSEAPRV PENDING-CORRECTION     *
      *  APPROVAL CYCLE.  THE FIRST CARD IS THE PARAMETER CARD        *
      *  CARRYING THE APPROVING SUPERVISOR AND THE AGING LIMIT.  EACH *
      *  FOLLOWING CARD APPROVES (A) OR DENIES (D) ONE PENDING        *
      *  CORRECTION BY RUN ID AND ENTRY NUMBER.                       *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-APPROVAL-CARD.
           05  CM-AC-REC-TYPE          PIC X(01).
               88  CM-AC-IS-PARM           VALUE 'P'.
               88  CM-AC-IS-APPROVE        VALUE 'A'.
               88  CM-AC-IS-DENY           VALUE 'D'.
               88  CM-AC-IS-DECISION       VALUE 'A' 'D'.
           05  CM-AC-PARM-DATA.
               10  CM-AC-AGING-DAYS    PIC 9(03).
               10  CM-AC-APPROVER-ID   PIC X(08).
               10  FILLER              PIC X(68).
           05  CM-AC-DECISION-DATA REDEFINES CM-AC-PARM-DATA.
               10  CM-AC-RUN-ID        PIC X(08).
               10  CM-AC-ENTRY-NUM     PIC 9(05).
               10  CM-AC-NOTE          PIC X(30).
               10  FILLER              PIC X(36).
