      ******************************************************************
      * DL100WIP.CPY
      * DATATYPE BATCH SUITE - WHAT-IF SIMULATION IMPACT REPORT LINES
      *
      * THE IMPACT REPORT DL100WI PRINTS FOR A PROPOSED DL100PM - THE
      * POPULATION SIMULATED AND THE TWO CONTROL FILES COMPARED, THEN
      * PER CATEGORY (AND FOR ALL CATEGORIES) THE RECORD COUNTS UNDER
      * THE LIVE AND THE PROPOSED SETS, HOW MANY RECORDS WOULD NEWLY
      * OVERFLOW ARG5 OR BREACH THE DL100PT PRECISION THRESHOLD, THE
      * PROJECTED DRIFT PER ARGUMENT UNDER EACH AND THE LARGEST
      * CHANGE TO ANY ONE RECORD'S RETURNED VALUE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-WI-HEADING1.
           05  DL100-WIH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(120) VALUE
               'DATATYPE ADJUSTMENT SET WHAT-IF - IMPACT REPORT'.

       01  DL100-WI-POP-LINE.
           05  DL100-WI-PL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(13) VALUE
               'POPULATION - '.
           05  DL100-WI-PL-SOURCE      PIC X(30).
           05  FILLER                  PIC X(15) VALUE
               '  REQUESTED BY '.
           05  DL100-WI-PL-REQUESTOR   PIC X(10).
           05  FILLER                  PIC X(05) VALUE
               '  ON '.
           05  DL100-WI-PL-DATE        PIC 9(08).

       01  DL100-WI-CTL-LINE.
           05  DL100-WI-CF-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-WI-CF-SIDE        PIC X(09).
           05  FILLER                  PIC X(15) VALUE
               'CONTROL FILE - '.
           05  DL100-WI-CF-DDNAME      PIC X(08).
           05  FILLER                  PIC X(12) VALUE
               '  RUN DATE '.
           05  DL100-WI-CF-RUN-DATE    PIC 9(08).
           05  FILLER                  PIC X(13) VALUE
               '  REQUESTOR '.
           05  DL100-WI-CF-REQUESTOR   PIC X(10).
           05  FILLER                  PIC X(08) VALUE
               '  SETS '.
           05  DL100-WI-CF-SETS        PIC Z9.

       01  DL100-WI-CAT-LINE.
           05  DL100-WI-CL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-WI-CL-LABEL       PIC X(09).
           05  DL100-WI-CL-CODE        PIC X(02).
           05  FILLER                  PIC X(02).
           05  DL100-WI-CL-DESC        PIC X(24).
           05  FILLER                  PIC X(10) VALUE
               '  RECORDS '.
           05  DL100-WI-CL-RECORDS     PIC Z(8)9.
           05  FILLER                  PIC X(12) VALUE
               '  REVERSALS '.
           05  DL100-WI-CL-REVERSALS   PIC Z(8)9.
           05  FILLER                  PIC X(17) VALUE
               '  MSG CODE LIVE '.
           05  DL100-WI-CL-MSG-LIVE    PIC X(02).
           05  FILLER                  PIC X(11) VALUE
               '  PROPOSED '.
           05  DL100-WI-CL-MSG-PROP    PIC X(02).

       01  DL100-WI-COUNT-HEADING.
           05  DL100-WICH-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'RECORDS'.
           05  FILLER                  PIC X(10) VALUE '      LIVE'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE '  PROPOSED'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE '     NEWLY'.

       01  DL100-WI-COUNT-LINE.
           05  DL100-WI-CN-CC          PIC X(01).
           05  FILLER                  PIC X(03).
           05  DL100-WI-CN-LABEL       PIC X(30).
           05  FILLER                  PIC X(01).
           05  DL100-WI-CN-LIVE        PIC Z(8)9.
           05  FILLER                  PIC X(02).
           05  DL100-WI-CN-PROP        PIC Z(8)9.
           05  FILLER                  PIC X(02).
           05  DL100-WI-CN-NEWLY       PIC Z(8)9.
           05  DL100-WI-CN-NEWLY-X REDEFINES DL100-WI-CN-NEWLY
                                       PIC X(09).

       01  DL100-WI-ARG-HEADING.
           05  DL100-WIAH-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'ARG'.
           05  FILLER                  PIC X(18) VALUE
               '       LIVE DRIFT'.
           05  FILLER                  PIC X(18) VALUE
               '   PROPOSED DRIFT'.
           05  FILLER                  PIC X(18) VALUE
               '       DIFFERENCE'.
           05  FILLER                  PIC X(18) VALUE
               '   LARGEST CHANGE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE 'TO ARG1'.

       01  DL100-WI-ARG-LINE.
           05  DL100-WI-AL-CC          PIC X(01).
           05  FILLER                  PIC X(03).
           05  DL100-WI-AL-ARG         PIC X(04).
           05  FILLER                  PIC X(03).
           05  DL100-WI-AL-LIVE        PIC -(13)9.99.
           05  FILLER                  PIC X(01).
           05  DL100-WI-AL-PROP        PIC -(13)9.99.
           05  FILLER                  PIC X(01).
           05  DL100-WI-AL-DIFF        PIC -(13)9.99.
           05  FILLER                  PIC X(01).
           05  DL100-WI-AL-MAX         PIC -(13)9.99.
           05  FILLER                  PIC X(02).
           05  DL100-WI-AL-ARG1        PIC X(24).
