      *   2026-09-02 DEV   THE EXCEPTION IMAGE NOW CARRIES THE REJECT
      *                    DATE STAMP (SEE DL100EXC) - LRECL 157
      *                    CHANGED TO 165.
      *   2026-10-15 DEV   THE EXCEPTION IMAGE NOW CARRIES THE RUN ID
      *                    (SEE DL100EXC) - LRECL 165 CHANGED TO 181.
      ******************************************************************
       01  DL100-ED-RECORD.
           05  DL100-ED-EXCEPTION       PIC X(139).
           05  DL100-ED-DISP            PIC X(12).
               88  DL100-ED-RESUBMITTED VALUE 'RESUBMITTED '.
               88  DL100-ED-WRITTEN-OFF VALUE 'WRITTEN-OFF '.
