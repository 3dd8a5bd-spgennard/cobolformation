      *                    COUNT AND ITS ARG5/ARG6/ARG7 AMOUNTS ARE
      *                    SUBTRACTED FROM THE HASH TOTALS, SO A FEED
      *                    THAT BACKS A CONVERSION OUT STILL BALANCES.
      *   2026-10-15 DEV   ADDED THE RUN ID TO THE HEADER.  DL100FE
      *                    MINTS ONE PER NIGHTLY RUN AND STAMPS IT ON
      *                    THE EDITED FEED; DL100SP, DL100D AND DL100CN
      *                    CARRY IT THROUGH TO THE DL100OT HEADER SO
      *                    EVERY STEP CAN BE LEDGERED AGAINST IT (SEE
      *                    DL100RLG).  TAKEN FROM SPARE FILLER - LRECL
      *                    UNCHANGED AT 74.
      ******************************************************************
       01  DL100-HDR-RECORD.
           05  DL100-HDR-TYPE           PIC X(01).
           05  DL100-HDR-FEED-DATE      PIC 9(08).
           05  DL100-HDR-SOURCE-SYS     PIC X(08).
           05  DL100-HDR-RUN-ID         PIC X(16).
           05  FILLER                   PIC X(41).

       01  DL100-TRL-RECORD.
           05  DL100-TRL-TYPE           PIC X(01).
