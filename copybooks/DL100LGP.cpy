      ******************************************************************
      * DL100LGP.CPY
      * DATATYPE BATCH SUITE - RUN LEDGER REPORT LINE LAYOUTS
      *
      * EACH SELECTED RUN PRINTS AS A RUN LINE (RUN ID, FEED DATE AND
      * SOURCE SYSTEM OF ITS FIRST STEP) FOLLOWED BY ONE STEP LINE PER
      * LEDGER ENTRY IN THE ORDER THE STEPS RAN - STEP, PROGRAM, DATE
      * AND TIME IT ENDED, RETURN CODE, RECORD COUNT AND THE FEED IT
      * RAN AGAINST - AND A RUN TOTAL LINE WITH THE NUMBER OF STEPS
      * AND THE HIGHEST RETURN CODE.  REPORT TOTALS PRINT FROM THE
      * TOTAL LINE AT END OF REPORT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-LG-RUN-LINE.
           05  DL100-LG-RN-CC          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'RUN ID'.
           05  DL100-LG-RN-RUN-ID      PIC X(16).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'FEED DATE'.
           05  DL100-LG-RN-FEED-DATE   PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SOURCE'.
           05  DL100-LG-RN-SOURCE-SYS  PIC X(08).

       01  DL100-LG-STEP-LINE.
           05  DL100-LG-SL-CC          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  DL100-LG-SL-STEP        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-SL-PROGRAM     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-SL-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-SL-TIME        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-SL-RC          PIC Z(03)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-SL-COUNT       PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-SL-FEED-DATE   PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-SL-SOURCE-SYS  PIC X(08).

       01  DL100-LG-RUN-TOTAL.
           05  DL100-LG-RT-CC          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE 'STEPS RECORDED'.
           05  DL100-LG-RT-STEPS       PIC Z(3)9.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'HIGHEST RC'.
           05  DL100-LG-RT-HIGH-RC     PIC Z(3)9.

       01  DL100-LG-TOTAL-LINE.
           05  DL100-LG-TL-CC          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-TL-LABEL       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-LG-TL-COUNT       PIC Z(8)9.

       01  DL100-LG-HEADING1.
           05  DL100-LGH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(120) VALUE
               'DATATYPE NIGHTLY RUN LEDGER - DL100RL STEPS BY RUN ID'.

       01  DL100-LG-HEADING2.
           05  DL100-LGH2-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'STEP'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'DATE'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'TIME'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(04) VALUE '  RC'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE '    COUNT'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'FEED'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SOURCE'.
