      ******************************************************************
      * DL100PGL.CPY
      * DATATYPE BATCH SUITE - ADJUSTMENT SET CHANGE LOG RECORD
      *
      * ONE RECORD PER STEP TAKEN ON THE DL100PM CONTROL FILE BY THE
      * DL100PA CONSOLE PROGRAM - A CHANGE PROPOSED BY ONE OPERATOR
      * (THE MAKER), THEN APPROVED OR REJECTED BY A SECOND (THE
      * CHECKER).  CARRIES THE CATEGORY'S ADJUSTMENT SET BEFORE AND
      * AFTER THE CHANGE, IN THE SAME STYLE AS THE DL100MC AND DL100CG
      * CHANGE LOGS, SO EVERY ADJUSTMENT EVER APPLIED CAN BE TRACED TO
      * TWO NAMED PEOPLE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-PG-RECORD.
           05  DL100-PG-DATE            PIC 9(08).
           05  DL100-PG-TIME            PIC 9(08).
           05  DL100-PG-USER            PIC X(08).
           05  DL100-PG-ACTION          PIC X(07).
               88  DL100-PG-ACT-PROPOSE VALUE 'PROPOSE'.
               88  DL100-PG-ACT-APPROVE VALUE 'APPROVE'.
               88  DL100-PG-ACT-REJECT  VALUE 'REJECT '.
           05  DL100-PG-CATEGORY        PIC X(02).
           05  DL100-PG-MAKER           PIC X(08).
           05  DL100-PG-OLD-SET.
               10  DL100-PG-OLD-ADJ3    PIC S9(5)V99
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-OLD-ADJ4    PIC S9(5)V99
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-OLD-ADJ5    PIC S9(4)
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-OLD-ADJ6    PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-OLD-ADJ7    PIC S9(8)
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-OLD-MSG     PIC X(02).
           05  DL100-PG-NEW-SET.
               10  DL100-PG-NEW-ADJ3    PIC S9(5)V99
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-NEW-ADJ4    PIC S9(5)V99
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-NEW-ADJ5    PIC S9(4)
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-NEW-ADJ6    PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-NEW-ADJ7    PIC S9(8)
                                             SIGN LEADING SEPARATE.
               10  DL100-PG-NEW-MSG     PIC X(02).
