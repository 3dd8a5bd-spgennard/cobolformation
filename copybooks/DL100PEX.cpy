      ******************************************************************
      * DL100PEX.CPY
      * DATATYPE BATCH SUITE - PERIOD-END SUMMARY DELIMITED RECORDS
      *
      * THE DL100PX FILE WRITTEN BY DL100PE FOR THE FINANCE TEAM'S
      * SPREADSHEET - THE SAME FIGURES AS THE PRINTED SUMMARY, ONE
      * SEMICOLON-DELIMITED, ALL-DISPLAY RECORD PER SOURCE SYSTEM,
      * CATEGORY OR TOTAL AND PERIOD ('THIS', 'PREVIOUS', 'CHANGE'),
      * SIGNS AND DECIMAL POINTS EXPLICIT (SEE DL100XTR FOR THE
      * CONVENTION).  THE FIRST RECORD NAMES THE COLUMNS.  THE REJECT
      * COUNTS ARE BY REJECT STATUS '05', '06', '09' AND '10'.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-PX-TITLES.
           05  FILLER                  PIC X(50) VALUE
               'LEVEL;KEY;PERIOD;FROM;TO;RECEIVED;CONVERTED;REVERS'.
           05  FILLER                  PIC X(50) VALUE
               'ED;REJECTED;REJ05;REJ06;REJ09;REJ10;REJPCT;RESUBMI'.
           05  FILLER                  PIC X(50) VALUE
               'TTED;WRITTENOFF;DRIFT3;DRIFT4;DRIFT5;DRIFT6;DRIFT7'.
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  DL100-PX-RECORD.
           05  DL100-PX-LEVEL          PIC X(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-KEY            PIC X(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-PERIOD         PIC X(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-FROM-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-TO-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-RECEIVED       PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-CONVERTED      PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-REVERSED       PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-REJECTED       PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-REJ05          PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-REJ06          PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-REJ09          PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-REJ10          PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-REJ-PCT        PIC +9(03).99.
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-RESUBMITTED    PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-WRITTEN-OFF    PIC +9(09).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-DRIFT3         PIC +9(13).99.
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-DRIFT4         PIC +9(13).99.
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-DRIFT5         PIC +9(13).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-DRIFT6         PIC +9(13).99.
           05  FILLER                  PIC X(01) VALUE ';'.
           05  DL100-PX-DRIFT7         PIC +9(13).
           05  FILLER                  PIC X(04) VALUE SPACES.
