      *                    RECORDS, OR A PRE-CHECKPOINT REJECT MAKES
      *                    THE RESTART REPROCESS RECORDS IT ALREADY
      *                    DID.  LRECL 53 CHANGED TO 62.
      *   2026-10-15 DEV   ADDED THE RUN ID SO A RESTARTED RUN GOES ON
      *                    UNDER THE RUN ID IT STARTED WITH - LRECL 62
      *                    CHANGED TO 78.
      *   2026-10-15 DEV   ADDED THE CIRCUIT BREAKER TALLY RECORDS -
      *                    WHEN DL100D RUNS WITH A DL100RT REJECT
      *                    TOLERANCE FILE, ONE TALLY RECORD PER
      *                    BREAKER TABLE ENTRY FOLLOWS THE CHECKPOINT
      *                    RECORD SO A RESTART CARRIES ON FROM THE
      *                    COUNTS THE STOPPED RUN REACHED.  THE FILE IS
      *                    NO LONGER SINGLE-RECORD; LRECL UNCHANGED.
      ******************************************************************
       01  DL100-CKPT-RECORD.
           05  DL100-CKPT-COUNT         PIC 9(09).
                                            SIGN LEADING SEPARATE.
           05  DL100-CKPT-HASH7         PIC S9(13)
                                            SIGN LEADING SEPARATE.
           05  DL100-CKPT-RUN-ID        PIC X(16).

      *    CIRCUIT BREAKER TALLY - ONE PER TABLE ENTRY ('**' IS THE RUN
      *    AS A WHOLE) - THE RECORDS PROCESSED AND THE REJECTS, IN ALL
      *    AND BY STATUS '05', '06', '09' AND '10'
       01  DL100-CKPT-TALLY-RECORD.
           05  DL100-CKPT-TL-CATEGORY   PIC X(02).
           05  DL100-CKPT-TL-PROC       PIC 9(09).
           05  DL100-CKPT-TL-REJ        PIC 9(09).
           05  DL100-CKPT-TL-STAT       PIC 9(09) OCCURS 4 TIMES.
           05  FILLER                   PIC X(22).
