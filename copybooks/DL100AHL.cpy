      ******************************************************************
      * DL100AHL.CPY
      * DATATYPE BATCH SUITE - OPERATOR AUTHORIZATION CHANGE LOG RECORD
      *
      * ONE RECORD PER PERMISSION GRANTED OR REVOKED ON THE DL100AU
      * AUTHORIZATION FILE BY THE DL100AM CONSOLE PROGRAM - WHO MADE
      * THE CHANGE, WHEN, WHOSE ENTRY IT WAS, WHICH PERMISSION ('M',
      * 'D' OR 'I') AND THE ENTRY'S PERMISSIONS BEFORE AND AFTER, IN
      * THE SAME STYLE AS THE DL100MC AND DL100CG CHANGE LOGS, SO
      * EVERY RIGHT AN OPERATOR HOLDS CAN BE ACCOUNTED FOR.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-AH-RECORD.
           05  DL100-AH-DATE            PIC 9(08).
           05  DL100-AH-TIME            PIC 9(08).
           05  DL100-AH-USER            PIC X(08).
           05  DL100-AH-ACTION          PIC X(06).
               88  DL100-AH-ACT-GRANT   VALUE 'GRANT '.
               88  DL100-AH-ACT-REVOKE  VALUE 'REVOKE'.
           05  DL100-AH-OPERATOR        PIC X(08).
           05  DL100-AH-PERM            PIC X(01).
           05  DL100-AH-OLD-PERMS       PIC X(03).
           05  DL100-AH-NEW-PERMS       PIC X(03).
