      *              DOSES, AND THE RECORD WIDENED TO 100 BYTES.      *
      *              THE FILE WAS INTRODUCED THIS RELEASE, SO THERE   *
      *              IS NO OLD-FORMAT DATA TO CARRY.                  *
      *  2026-10-15  BAND I - THE READING WAS GIVEN WITHIN 110        *
      *              PERCENT OF ITS DRUG'S MINIMUM DOSING INTERVAL    *
      *              AFTER THE PATIENT'S PRIOR DOSE, THAT IS, IN THE  *
      *              LAST TENTH OF THE INTERVAL PAST THE EARLIEST     *
      *              ALLOWED TIME.  THE NEW FIELDS RIDE IN THE OLD    *
      *              FILLER AREA.  THE ADMINISTRATION DATE AND TIME   *
      *              ARE FILLED IN WHENEVER THE DOSE DETAIL CARRIED   *
      *              THEM.  THE INTERVAL AND THE HOURS SINCE THE      *
      *              PRIOR DOSE ARE FILLED IN WHENEVER THE INTERVAL   *
      *              IS NEAR, EVEN WHEN THE READING IS ALSO NEAR ITS  *
      *              CEILING OR FLOOR AND THE BAND STAYS H OR L;      *
      *              OTHERWISE THEY ARE ZERO.                         *
      *****************************************************************
       01  CM-WARNING-REC.
           05  CM-WN-RUN-ID            PIC X(08).
           05  CM-WN-BAND              PIC X(01).
               88  CM-WN-NEAR-MAX          VALUE 'H'.
               88  CM-WN-NEAR-MIN          VALUE 'L'.
               88  CM-WN-NEAR-INTERVAL     VALUE 'I'.
           05  CM-WN-ENTRY-DATE        PIC X(08).
           05  CM-WN-ADMIN-DATE        PIC X(08).
           05  CM-WN-ADMIN-TIME        PIC X(04).
           05  CM-WN-MIN-INTERVAL      PIC 9(03).
           05  CM-WN-SINCE-PRIOR       PIC 9(03)V9(01).
