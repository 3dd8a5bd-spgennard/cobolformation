      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-08-09 DEV   INITIAL VERSION.
      *   2026-10-15 DEV   ADDED THE RUN ID OF THE CALLING RUN (SPACES
      *                    FOR AN ON-DEMAND DL100INQ CALL) - LRECL 144
      *                    CHANGED TO 160.
      ******************************************************************
       01  DL100-AL-RECORD.
           05  DL100-AL-DATE            PIC 9(08).
           05  DL100-AL-ARG5-OUT        BINARY-SHORT SIGNED.
           05  DL100-AL-ARG6-OUT        USAGE COMP-3 PIC S9(7)V99.
           05  DL100-AL-ARG7-OUT        USAGE COMP-5 PIC S9(8).
           05  DL100-AL-RUN-ID          PIC X(16).
