      *****************************************************************
      *  CMEHRLDG.CPY                                                 *
      *  EHR SENT-READING LEDGER RECORD, CM-EHRLDG-FILE.  INDEXED BY  *
      *  RUN ID AND ENTRY NUMBER - THE SAME KEY AS THE SAVEDDS        *
      *  CHECKPOINT.  HOLDS WHAT WAS LAST SENT TO THE ELECTRONIC      *
      *  HEALTH RECORD FOR THE READING - VALUE, STATUS, RECORD TYPE,  *
      *  AMENDMENT REASON AND BATCH - AND WHERE THAT SEND STANDS.     *
      *  DOSEEHR COMPARES SAVEDDS AGAINST IT EACH NIGHT, SO A READING *
      *  IS SENT ONCE AS A DETAIL AND A LATER DOSEFIX, DOSEAPRV OR    *
      *  DOSESUSP CHANGE GOES OUT AS AN AMENDMENT.  A READING         *
      *  REJECTED BY CALCMED IS RECORDED AS HELD (NOTHING SENT) SO    *
      *  ITS LATER RELEASE FROM SUSPENSE IS RECOGNISED AS AN          *
      *  AMENDMENT.  DOSEACK SETS THE SEND ACKNOWLEDGED FROM THE      *
      *  EHR'S ACKNOWLEDGMENT FILE, OR RE-QUEUED WHEN THE EHR         *
      *  REJECTED IT OR NEVER ACKNOWLEDGED ITS BATCH - THE NEXT       *
      *  DOSEEHR RUN SENDS EVERY RE-QUEUED READING AGAIN.             *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-EHRLDG-REC.
           05  CM-EL-KEY.
               10  CM-EL-RUN-ID        PIC X(08).
               10  CM-EL-ENTRY-NUM     PIC 9(05).
           05  CM-EL-RUN-DATE          PIC X(08).
           05  CM-EL-DRUG-CODE         PIC X(08).
           05  CM-EL-WARD-CODE         PIC X(04).
           05  CM-EL-PATIENT-ID        PIC X(10).
           05  CM-EL-SV-STATUS         PIC X(01).
           05  CM-EL-DOSE-VALUE        PIC 9(05)V9(02).
           05  CM-EL-SEND-STATE        PIC X(01).
               88  CM-EL-HELD              VALUE 'H'.
               88  CM-EL-SENT              VALUE 'S'.
               88  CM-EL-ACKNOWLEDGED      VALUE 'A'.
               88  CM-EL-REQUEUED          VALUE 'Q'.
           05  CM-EL-LAST-REC-TYPE     PIC X(01).
               88  CM-EL-LAST-DETAIL       VALUE 'D'.
               88  CM-EL-LAST-AMENDMENT    VALUE 'A'.
           05  CM-EL-LAST-AMEND-REASON PIC X(01).
           05  CM-EL-BATCH-SEQ         PIC 9(06).
           05  CM-EL-SENT-DATE         PIC X(08).
           05  CM-EL-ACK-DATE          PIC X(08).
           05  CM-EL-REJECT-CODE       PIC X(04).
           05  CM-EL-SEND-CNT          PIC 9(03).
           05  FILLER                  PIC X(37).
