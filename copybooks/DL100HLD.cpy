      ******************************************************************
      * DL100HLD.CPY
      * DATATYPE BATCH SUITE - DISPOSITIONED HELD RECORD
      *
      * ONE RECORD PER DL100HL HELD RECORD WORKED BY THE DL100RH
      * RELEASE PROGRAM - THE HELD RECORD (SEE DL100HLR) PLUS WHAT WAS
      * DONE WITH IT, BY WHOM AND WHEN.  A RELEASED RECORD WENT TO THE
      * DL100RF RELEASE FEED FOR THE NEXT NIGHT'S CONVERSION; A DROPPED
      * RECORD WAS CONFIRMED AS A DUPLICATE AND WILL NOT BE CONVERTED.
      * EVERY HELD RECORD GETS EXACTLY ONE DISPOSITION.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-HD-RECORD.
           05  DL100-HD-HELD            PIC X(200).
           05  DL100-HD-DISP            PIC X(12).
               88  DL100-HD-RELEASED    VALUE 'RELEASED    '.
               88  DL100-HD-DROPPED     VALUE 'DROPPED     '.
           05  DL100-HD-USER            PIC X(08).
           05  DL100-HD-DATE            PIC 9(08).
           05  DL100-HD-TIME            PIC 9(08).
