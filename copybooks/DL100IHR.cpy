      ******************************************************************
      * DL100IHR.CPY
      * DATATYPE BATCH SUITE - FEED INTAKE HISTORY RECORD
      *
      * ONE RECORD PER 'D' OR 'R' RECORD DL100DP PASSES TO THE NIGHT'S
      * CONVERSION, APPENDED TO THE RETAINED DL100IH INTAKE HISTORY -
      * THE FEED RECORD EXACTLY AS THE SOURCE SYSTEM SENT IT, WITH THE
      * RUN IT WENT INTO AND THE SET IT CAME IN.  DL100MH ONLY HOLDS
      * THE CONVERTED VALUES, WHICH NO LONGER LOOK LIKE WHAT WAS SENT
      * ONCE THE ADJUSTMENTS ARE APPLIED, SO A RESENT RECORD IS
      * RECOGNISED HERE BY ITS INPUT VALUES AND CONFIRMED ON DL100MH
      * AS LOADED BY THAT RUN.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-IH-RECORD.
           05  DL100-IH-IMAGE           PIC X(74).
           05  DL100-IH-RUN-ID          PIC X(16).
           05  DL100-IH-RUN-DATE        PIC 9(08).
           05  DL100-IH-SOURCE-SYS      PIC X(08).
           05  DL100-IH-FEED-DATE       PIC 9(08).
           05  FILLER                   PIC X(06).
