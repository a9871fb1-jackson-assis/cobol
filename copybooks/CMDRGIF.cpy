      *              FRACTIONAL DOSES.  THE FILE WAS INTRODUCED THIS  *
      *              RELEASE, SO THERE IS NO OLD-FORMAT DATA TO       *
      *              CARRY.                                           *
      *  2026-10-15  THE FILLER NOW CARRIES THE WRITING PROGRAM AND A *
      *              FIRST-OF-GROUP FLAG.  THE CORRECTING PROGRAMS    *
      *              APPEND A FRESH GROUP FOR EVERY RUN THEY          *
      *              RECOMPUTE, SO TWO GROUPS FOR ONE RUN CAN SIT     *
      *              BACK TO BACK AND THE RUN-ID ALONE NO LONGER      *
      *              MARKS WHERE A GROUP STARTS.  RECORDS WRITTEN     *
      *              BEFORE THIS CHANGE CARRY SPACES IN BOTH.         *
      *****************************************************************
       01  CM-DRGIF-REC.
           05  CM-DS-RUN-ID            PIC X(08).
           05  CM-DS-AVERAGE           PIC 9(06)V9(02).
           05  CM-DS-MINIMUM           PIC 9(05)V9(02).
           05  CM-DS-MAXIMUM           PIC 9(05)V9(02).
           05  CM-DS-WRITTEN-BY        PIC X(08).
           05  CM-DS-GROUP-FLAG        PIC X(01).
               88  CM-DS-GROUP-FIRST               VALUE 'F'.
