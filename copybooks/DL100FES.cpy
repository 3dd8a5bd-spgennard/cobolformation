      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-09-02 DEV   INITIAL VERSION.
      *   2026-10-15 DEV   ADDED THE RUN ID, SOURCE SYSTEM AND FEED
      *                    DATE OF THE FEED SET THE RECORD WAS DIVERTED
      *                    FROM, SO THE DL100AK ACKNOWLEDGEMENT CAN
      *                    RETURN IT TO THE SYSTEM THAT SENT IT - LRECL
      *                    122 CHANGED TO 154.
      ******************************************************************
       01  DL100-SU-RECORD.
           05  DL100-SU-IMAGE           PIC X(74).
           05  DL100-SU-FIELD           PIC X(08).
           05  DL100-SU-REASON          PIC X(40).
           05  DL100-SU-RUN-ID          PIC X(16).
           05  DL100-SU-SOURCE-SYS      PIC X(08).
           05  DL100-SU-FEED-DATE       PIC 9(08).
