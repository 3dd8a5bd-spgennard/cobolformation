      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-08-22 DEV   INITIAL VERSION.
      *   2026-10-15 DEV   ADDED THE RUN ID OF THE DL100D RUN WHOSE
      *                    OUTPUT LAST SUPPLIED THE VALUES - LRECL 87
      *                    CHANGED TO 103.
      *   2026-10-15 DEV   ADDED THE CATEGORY OF THE RESULT SO THE
      *                    MASTER POPULATION CAN BE RUN THROUGH A
      *                    PROPOSED ADJUSTMENT SET (SEE DL100WI) -
      *                    LRECL 103 CHANGED TO 105.
      ******************************************************************
       01  DL100-MS-RECORD.
           05  DL100-MS-ARG1           PIC X(24).
           05  DL100-MS-ARG7           USAGE COMP-5 PIC S9(8).
           05  DL100-MS-RUN-DATE       PIC 9(08).
           05  DL100-MS-RUN-TIME       PIC 9(08).
           05  DL100-MS-RUN-ID         PIC X(16).
           05  DL100-MS-CATEGORY       PIC X(02).
