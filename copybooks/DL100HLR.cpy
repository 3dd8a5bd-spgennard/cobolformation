      ******************************************************************
      * DL100HLR.CPY
      * DATATYPE BATCH SUITE - HELD (SUSPECTED DUPLICATE) RECORD
      *
      * ONE RECORD PER FEED RECORD DL100DP KEPT BACK FROM THE NIGHT'S
      * CONVERSION AS A SUSPECTED RESEND OR DUPLICATE - THE ORIGINAL
      * 74-BYTE RECORD IMAGE UNTOUCHED, THE RUN AND FEED SET IT CAME
      * IN, WHY IT WAS HELD AND WHAT IT MATCHED -
      *   'ND' - THE SAME INPUT VALUES ALREADY APPEARED EARLIER IN THE
      *          NIGHT'S INTAKE (MATCH = THE SET THAT HAD THEM FIRST).
      *   'HD' - THE SAME INPUT VALUES WERE CONVERTED AND LOADED BY AN
      *          EARLIER RUN WITHIN THE LOOK-BACK WINDOW (MATCH = THAT
      *          RUN AND THE SET THEY CAME IN).
      *   'RS' - THE RECORD'S WHOLE SET REPEATS AN EARLIER NIGHT AND
      *          WAS HELD WITH IT (MATCH = THE EARLIER RUN).
      * HELD RECORDS ARE WORKED BY THE DL100RH RELEASE PROGRAM.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-HL-RECORD.
           05  DL100-HL-IMAGE           PIC X(74).
           05  DL100-HL-RUN-ID          PIC X(16).
           05  DL100-HL-SOURCE-SYS      PIC X(08).
           05  DL100-HL-FEED-DATE       PIC 9(08).
           05  DL100-HL-REASON          PIC X(02).
               88  DL100-HL-NIGHT-DUP       VALUE 'ND'.
               88  DL100-HL-HISTORY-DUP     VALUE 'HD'.
               88  DL100-HL-REPEAT-SET      VALUE 'RS'.
           05  DL100-HL-REASON-TEXT     PIC X(40).
           05  DL100-HL-MATCH-RUN-ID    PIC X(16).
           05  DL100-HL-MATCH-SOURCE    PIC X(08).
           05  DL100-HL-MATCH-FEED-DATE PIC 9(08).
           05  DL100-HL-HOLD-DATE       PIC 9(08).
           05  FILLER                   PIC X(12).
