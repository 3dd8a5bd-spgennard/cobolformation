      ******************************************************************
      * DL100PFP.CPY
      * DATATYPE BATCH SUITE - PRE-FLIGHT REFERENCE CHECK REPORT LINES
      *
      * THE EXCEPTIONS LIST DL100PF PRINTS BEFORE THE NIGHTLY RUN -
      * ONE LINE PER INCONSISTENCY FOUND BETWEEN DL100PM, DL100MT,
      * DL100CM, DL100PT AND DL100AU, GRADED ERROR (THE NIGHT MUST
      * NOT RUN) OR WARNING, FOLLOWED BY THE TOTALS AND THE VERDICT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-PF-DETAIL.
           05  DL100-PF-DT-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-PF-DT-SEVERITY    PIC X(07).
           05  FILLER                  PIC X(01).
           05  DL100-PF-DT-FILE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-PF-DT-KEY         PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-PF-DT-TEXT        PIC X(60).

       01  DL100-PF-TOTAL-LINE.
           05  DL100-PF-TL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-PF-TL-LABEL       PIC X(30).
           05  FILLER                  PIC X(01).
           05  DL100-PF-TL-COUNT       PIC Z(8)9.

       01  DL100-PF-VERDICT-LINE.
           05  DL100-PF-VD-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-PF-VD-TEXT        PIC X(60).

       01  DL100-PF-HEADING1.
           05  DL100-PFH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(120) VALUE
               'DATATYPE PRE-FLIGHT REFERENCE DATA CHECK'.

       01  DL100-PF-HEADING2.
           05  DL100-PFH2-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE 'RUN DATE'.
           05  DL100-PFH2-RUN-DATE     PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'FEED DATE'.
           05  DL100-PFH2-FEED-DATE    PIC 9(08).

       01  DL100-PF-HEADING3.
           05  DL100-PFH3-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'LEVEL'.
           05  FILLER                  PIC X(09) VALUE 'FILE'.
           05  FILLER                  PIC X(09) VALUE 'KEY'.
           05  FILLER                  PIC X(60) VALUE 'EXCEPTION'.
