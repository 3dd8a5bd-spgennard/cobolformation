      ******************************************************************
      * DL100AKP.CPY
      * DATATYPE BATCH SUITE - ACKNOWLEDGEMENT CONTROL REPORT LINES
      *
      * THE CONTROL REPORT DL100AK PRINTS WHEN IT WRITES THE NIGHT'S
      * SOURCE SYSTEM ACKNOWLEDGEMENTS - THE RUN ACKNOWLEDGED, ONE LINE
      * PER SOURCE SYSTEM WITH THE COUNTS ITS RETURN FILE CARRIES (OR
      * NOTHING RECEIVED), THEN THE RUN TOTALS.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      *   2026-10-15 DEV   ADDED THE HELD COLUMN - RECORDS THE DL100DP
      *                    DUPLICATE CHECK HELD FOR REVIEW.
      ******************************************************************
       01  DL100-AK-HEADING1.
           05  DL100-AKH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(120) VALUE
               'DATATYPE SOURCE SYSTEM ACKNOWLEDGEMENTS'.

       01  DL100-AK-HEADING2.
           05  DL100-AKH2-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'SOURCE'.
           05  FILLER                  PIC X(10) VALUE 'FEED DATE'.
           05  FILLER                  PIC X(17) VALUE
               'ACKNOWLEDGEMENT'.
           05  FILLER                  PIC X(10) VALUE ' RECEIVED'.
           05  FILLER                  PIC X(10) VALUE 'SUSPENDED'.
           05  FILLER                  PIC X(10) VALUE '     HELD'.
           05  FILLER                  PIC X(10) VALUE 'CONVERTED'.
           05  FILLER                  PIC X(10) VALUE ' REVERSED'.
           05  FILLER                  PIC X(10) VALUE ' REJECTED'.

       01  DL100-AK-LINE.
           05  DL100-AK-AL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-AK-AL-SOURCE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-AK-AL-FEED-DATE   PIC 9(08).
           05  FILLER                  PIC X(02).
           05  DL100-AK-AL-STATUS      PIC X(16).
           05  FILLER                  PIC X(01).
           05  DL100-AK-AL-RECEIVED    PIC Z(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-AK-AL-EDITED-OUT  PIC Z(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-AK-AL-HELD        PIC Z(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-AK-AL-CONVERTED   PIC Z(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-AK-AL-REVERSED    PIC Z(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-AK-AL-REJECTED    PIC Z(8)9.

       01  DL100-AK-TOTAL-LINE.
           05  DL100-AK-TL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-AK-TL-LABEL       PIC X(34).
           05  FILLER                  PIC X(01).
           05  DL100-AK-TL-COUNT       PIC Z(8)9.

       01  DL100-AK-NOTE-LINE.
           05  DL100-AK-NT-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-AK-NT-TEXT        PIC X(80).
