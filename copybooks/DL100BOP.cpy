      ******************************************************************
      * DL100BOP.CPY
      * DATATYPE BATCH SUITE - WHOLE-RUN BACKOUT CERTIFICATE LINES
      *
      * THE CERTIFICATE REPORT DL100BO PRINTS FOR EVERY BACKOUT - ONE
      * LINE PER ARG1 THE BACKED-OUT LOAD TOUCHED, SAYING WHETHER IT
      * WAS RESTORED TO ITS EARLIER VALUE (AND FROM WHICH LOAD),
      * DELETED BECAUSE THAT LOAD FIRST CREATED IT, OR SKIPPED AND
      * WHY, AND THE RUN TOTALS, SO AUDIT CAN SEE EXACTLY WHAT THE
      * BACKOUT TOUCHED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-BO-DETAIL.
           05  DL100-BO-DT-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-BO-DT-ARG1        PIC X(24).
           05  FILLER                  PIC X(01).
           05  DL100-BO-DT-ACTION      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-BO-DT-FROM-DATE   PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-BO-DT-FROM-TIME   PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-BO-DT-REASON      PIC X(40).

       01  DL100-BO-TOTAL-LINE.
           05  DL100-BO-TL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-BO-TL-LABEL       PIC X(30).
           05  FILLER                  PIC X(01).
           05  DL100-BO-TL-COUNT       PIC Z(8)9.

       01  DL100-BO-RUN-LINE.
           05  DL100-BO-RN-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(17) VALUE
               'LOAD BACKED OUT -'.
           05  DL100-BO-RN-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DL100-BO-RN-TIME        PIC 9(08).
           05  FILLER                  PIC X(09) VALUE
               '  RUN ID '.
           05  DL100-BO-RN-RUN-ID      PIC X(16).
           05  FILLER                  PIC X(15) VALUE
               '  REQUESTED BY '.
           05  DL100-BO-RN-REQUESTOR   PIC X(10).

       01  DL100-BO-HEADING1.
           05  DL100-BOH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(120) VALUE
               'DATATYPE RESULTS MASTER WHOLE-RUN BACKOUT CERTIFICATE'.

       01  DL100-BO-HEADING2.
           05  DL100-BOH2-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE 'ARG1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'ACTION'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE
               'RESTORED FROM'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE 'REASON'.
