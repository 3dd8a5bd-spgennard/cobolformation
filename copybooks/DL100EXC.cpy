      *                    A PRECISION LOSS BEYOND THE DL100PT
      *                    THRESHOLD (SEE DATATYPE 1050-VERIFY-
      *                    PRECISION).
      *   2026-10-15 DEV   ADDED THE RUN ID OF THE DL100D RUN THAT
      *                    REJECTED THE RECORD - LRECL 123 CHANGED TO
      *                    139.
      ******************************************************************
       01  DL100-EX-RECORD.
           05  DL100-EX-ARG1           PIC X(24).
               88  DL100-EX-BAD-CATEGORY VALUE '10'.
           05  DL100-EX-REASON         PIC X(40).
           05  DL100-EX-DATE           PIC 9(08).
           05  DL100-EX-RUN-ID         PIC X(16).
