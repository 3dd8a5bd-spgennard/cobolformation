      ******************************************************************
      * DL100DPP.CPY
      * DATATYPE BATCH SUITE - RESEND AND DUPLICATE CHECK REPORT LINES
      *
      * THE REPORT DL100DP PRINTS BEFORE THE NIGHT'S CONVERSION - ONE
      * LINE PER SOURCE SYSTEM'S FEED SET WITH HOW MANY OF ITS RECORDS
      * WERE HELD AND WHY, THEN ONE LINE PER HELD RECORD WITH WHAT IT
      * MATCHED, THEN THE RUN TOTALS.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-DP-HEADING1.
           05  DL100-DPH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(120) VALUE
               'DATATYPE RESEND AND DUPLICATE SUBMISSION CHECK'.

       01  DL100-DP-HEADING2.
           05  DL100-DPH2-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'RUN ID'.
           05  DL100-DPH2-RUN-ID       PIC X(16).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'LOOK-BACK DAYS'.
           05  DL100-DPH2-LOOKBACK     PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'SET REPEAT PCT'.
           05  DL100-DPH2-REPEAT-PCT   PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'MINIMUM SET'.
           05  DL100-DPH2-MIN-SET      PIC ZZZZ9.

       01  DL100-DP-HEADING3.
           05  DL100-DPH3-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'SOURCE'.
           05  FILLER                  PIC X(09) VALUE 'FEED DATE'.
           05  FILLER                  PIC X(09) VALUE '  DETAILS'.
           05  FILLER                  PIC X(10) VALUE ' SAME NGHT'.
           05  FILLER                  PIC X(10) VALUE ' CONVERTED'.
           05  FILLER                  PIC X(05) VALUE '  PCT'.
           05  FILLER                  PIC X(10) VALUE '      HELD'.
           05  FILLER                  PIC X(10) VALUE '    PASSED'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'SET'.

       01  DL100-DP-SET-LINE.
           05  DL100-DP-SL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-DP-SL-SOURCE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-DP-SL-FEED-DATE   PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DL100-DP-SL-DETAILS     PIC Z(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-DP-SL-NIGHT       PIC Z(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-DP-SL-HISTORY     PIC Z(8)9.
           05  FILLER                  PIC X(02).
           05  DL100-DP-SL-PCT         PIC ZZ9.
           05  FILLER                  PIC X(01).
           05  DL100-DP-SL-HELD        PIC Z(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-DP-SL-PASSED      PIC Z(8)9.
           05  FILLER                  PIC X(02).
           05  DL100-DP-SL-NOTE        PIC X(30).

       01  DL100-DP-HEADING4.
           05  DL100-DPH4-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'SOURCE'.
           05  FILLER                  PIC X(02) VALUE 'T'.
           05  FILLER                  PIC X(25) VALUE 'ARG1'.
           05  FILLER                  PIC X(03) VALUE 'CT'.
           05  FILLER                  PIC X(41) VALUE 'HELD BECAUSE'.
           05  FILLER                  PIC X(17) VALUE 'MATCHED RUN'.
           05  FILLER                  PIC X(09) VALUE 'SOURCE'.
           05  FILLER                  PIC X(09) VALUE 'FEED DATE'.

       01  DL100-DP-HELD-LINE.
           05  DL100-DP-HL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-DP-HL-SOURCE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-DP-HL-TYPE        PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-DP-HL-ARG1        PIC X(24).
           05  FILLER                  PIC X(01).
           05  DL100-DP-HL-CATEGORY    PIC X(02).
           05  FILLER                  PIC X(01).
           05  DL100-DP-HL-REASON      PIC X(40).
           05  FILLER                  PIC X(01).
           05  DL100-DP-HL-MATCH-RUN   PIC X(16).
           05  FILLER                  PIC X(01).
           05  DL100-DP-HL-MATCH-SOURCE PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-DP-HL-MATCH-DATE  PIC 9(08).

       01  DL100-DP-TOTAL-LINE.
           05  DL100-DP-TL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-DP-TL-LABEL       PIC X(34).
           05  FILLER                  PIC X(01).
           05  DL100-DP-TL-COUNT       PIC Z(8)9.

       01  DL100-DP-NOTE-LINE.
           05  DL100-DP-NT-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-DP-NT-TEXT        PIC X(80).
