      *              UNIT - FOR THE PEDIATRIC WARDS' FRACTIONAL       *
      *              DOSES.  RECORDS WRITTEN BEFORE THIS CHANGE HAVE  *
      *              BLANKS THERE AND READ AS .00.                    *
      *  2026-10-15  ADDED THE APPROVER ID.  A CORRECTION APPLIED BY  *
      *              THE DOSEAPRV APPROVAL CYCLE CARRIES THE CLERK    *
      *              WHO REQUESTED IT IN THE OPERATOR ID AND THE      *
      *              SUPERVISOR WHO APPROVED IT HERE.  BLANK ON       *
      *              EVERY OTHER RECORD.                              *
      *****************************************************************
       01  CM-AUDIT-REC.
           05  CM-AU-RUN-ID            PIC X(08).
               88  CM-AU-CORRECTION        VALUE 'C'.
               88  CM-AU-RE-ENTRY          VALUE 'R'.
           05  CM-AU-VALUE-DEC         PIC 9(02).
           05  CM-AU-APPROVER-ID       PIC X(08).
           05  FILLER                  PIC X(25).
