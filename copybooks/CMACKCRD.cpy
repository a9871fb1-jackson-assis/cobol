      *****************************************************************
      *  CMACKCRD.CPY                                                 *
      *  PARAMETER CARD LAYOUT FOR THE DOSEACK ACKNOWLEDGMENT         *
      *  RECONCILIATION.  READ ONCE FROM CM-ACKCARD-FILE (SYSIN) AT   *
      *  THE START OF THE JOB.  GIVES THE NUMBER OF DAYS AFTER A      *
      *  BATCH IS SENT WITHIN WHICH THE EHR MUST ACKNOWLEDGE IT - A   *
      *  BATCH STILL UNACKNOWLEDGED AFTER THAT IS TREATED AS LOST AND *
      *  EVERY READING IN IT IS RE-QUEUED FOR THE NEXT DOSEEHR RUN.   *
      *-----------------------------------------------------------------
      *  DATE-WRITTEN 2026-10-15                                      *
      *****************************************************************
       01  CM-ACK-CARD.
           05  CM-AK-WAIT-DAYS         PIC 9(03).
           05  FILLER                  PIC X(77).
