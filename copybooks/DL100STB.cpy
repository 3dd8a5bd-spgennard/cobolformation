      ******************************************************************
      * DL100STB.CPY
      * DATATYPE BATCH SUITE - RUN STATISTICS BREAKDOWN RECORD
      *
      * ONE RECORD PER SOURCE SYSTEM, FEED DATE AND CATEGORY PER
      * DL100D RUN, WRITTEN AT END OF RUN TO THE RETAINED DL100SB
      * HISTORY FILE ALONGSIDE THE DL100ST RUN SUMMARY (SEE
      * DL100STA).  IT CARRIES WHAT DL100ST CANNOT - HOW MANY OF
      * EACH SOURCE SYSTEM'S RECORDS IN EACH CATEGORY WERE RECEIVED,
      * CONVERTED, REVERSED AND REJECTED (BY REJECT STATUS) AND THE
      * DRIFT THE CONVERSION APPLIED TO THEM PER ARGUMENT - FOR THE
      * DL100PE PERIOD-END SUMMARY.  ALL FIELDS ARE DISPLAY FORMAT
      * SO THE FILE CAN BE BROWSED.
      *
      * RECEIVED = CONVERTED + REVERSED + REJECTED.  THE REJECT
      * COUNTS BY STATUS ARE IN THE ORDER '05', '06', '09', '10'.
      * DRIFT IS THE SUM OF (VALUE RETURNED - VALUE FED IN) OVER THE
      * RECORDS CONVERTED, LESS THE DRIFT BACKED OUT BY REVERSALS, AS
      * ON DL100ST.
      *
      * A RESTART WRITES ROWS FOR THE RECORDS IT PROCESSED ITSELF
      * ONLY - THE EARLIER ATTEMPT WROTE ITS OWN ROWS AS IT ENDED - SO
      * THE ROWS FOR ONE RUN ID ADD UP TO THE WHOLE RUN.  THE ONE
      * EXCEPTION IS AN ATTEMPT THAT ABENDED WITHOUT REACHING END OF
      * RUN: THE RECORDS IT PROCESSED BEFORE ITS LAST CHECKPOINT ARE
      * IN NO ROW.  DL100-SB-RUN-DATE (THE DATE PART OF THE RUN ID)
      * KEEPS EVERY ATTEMPT AND EVERY DL100PJ PARTITION OF A NIGHT'S
      * RUN IN THE SAME REPORTING PERIOD.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-SB-RECORD.
           05  DL100-SB-RUN-ID.
               10  DL100-SB-RUN-DATE    PIC 9(08).
               10  DL100-SB-RUN-TIME    PIC X(08).
           05  DL100-SB-WRITE-DATE      PIC 9(08).
           05  DL100-SB-WRITE-TIME      PIC 9(08).
           05  DL100-SB-RESTART         PIC X(01).
               88  DL100-SB-WAS-RESTART     VALUE 'Y'.
               88  DL100-SB-NOT-RESTART     VALUE 'N'.
           05  DL100-SB-SOURCE          PIC X(08).
           05  DL100-SB-FEED-DATE       PIC 9(08).
           05  DL100-SB-CATEGORY        PIC X(02).
           05  DL100-SB-RECEIVED        PIC 9(09).
           05  DL100-SB-CONVERTED       PIC 9(09).
           05  DL100-SB-REVERSED        PIC 9(09).
           05  DL100-SB-REJECTED        PIC 9(09).
           05  DL100-SB-STATUS-CNT      PIC 9(09) OCCURS 4 TIMES.
           05  DL100-SB-DRIFT3          PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
           05  DL100-SB-DRIFT4          PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
           05  DL100-SB-DRIFT5          PIC S9(13)
                                            SIGN LEADING SEPARATE.
           05  DL100-SB-DRIFT6          PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
           05  DL100-SB-DRIFT7          PIC S9(13)
                                            SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(01).
