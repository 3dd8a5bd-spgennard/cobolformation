      ******************************************************************
      * DL100PEP.CPY
      * DATATYPE BATCH SUITE - PERIOD-END SUMMARY REPORT LINES
      *
      * THE REPORT DL100PE PRINTS FOR A MONTH, QUARTER OR OTHER
      * PERIOD - BY SOURCE SYSTEM, BY CATEGORY AND FOR THE WHOLE
      * SUITE, THE RECORDS RECEIVED, CONVERTED, REVERSED AND
      * REJECTED BY STATUS, THE EXCEPTIONS RESUBMITTED AND WRITTEN
      * OFF, THEN THE DRIFT APPLIED PER ARGUMENT - EACH KEY ON A
      * 'THIS' LINE, A 'PREVIOUS' LINE FOR THE PERIOD BEFORE AND A
      * 'CHANGE' LINE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-PE-HEADING1.
           05  DL100-PEH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'DATATYPE PERIOD-END MANAGEMENT SUMMARY'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
           05  DL100-PEH1-RUN-DATE     PIC 9(08).

       01  DL100-PE-HEADING2.
           05  DL100-PEH2-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'PERIOD'.
           05  DL100-PEH2-FROM         PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  DL100-PEH2-TO           PIC 9(08).
           05  FILLER                  PIC X(18) VALUE
               '   COMPARED WITH'.
           05  DL100-PEH2-PREV-FROM    PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  DL100-PEH2-PREV-TO      PIC 9(08).
           05  FILLER                  PIC X(17) VALUE
               '   REQUESTED BY'.
           05  DL100-PEH2-REQUESTOR    PIC X(10).

       01  DL100-PE-SECTION-LINE.
           05  DL100-PE-SC-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-PE-SC-TEXT        PIC X(60).

       01  DL100-PE-HEADING3.
           05  DL100-PEH3-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-PEH3-KEY          PIC X(09).
           05  FILLER                  PIC X(08) VALUE 'PERIOD'.
           05  FILLER                  PIC X(10) VALUE '  RECEIVED'.
           05  FILLER                  PIC X(10) VALUE ' CONVERTED'.
           05  FILLER                  PIC X(10) VALUE '  REVERSED'.
           05  FILLER                  PIC X(10) VALUE '  REJECTED'.
           05  FILLER                  PIC X(10) VALUE '  REJ (05)'.
           05  FILLER                  PIC X(10) VALUE '  REJ (06)'.
           05  FILLER                  PIC X(10) VALUE '  REJ (09)'.
           05  FILLER                  PIC X(10) VALUE '  REJ (10)'.
           05  FILLER                  PIC X(08) VALUE ' REJ PCT'.
           05  FILLER                  PIC X(10) VALUE '  RESUBMIT'.
           05  FILLER                  PIC X(10) VALUE ' WRITE-OFF'.

       01  DL100-PE-COUNT-LINE.
           05  DL100-PE-CL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-KEY         PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-PERIOD      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-RECEIVED    PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-CONVERTED   PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-REVERSED    PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-REJECTED    PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-REJ05       PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-REJ06       PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-REJ09       PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-REJ10       PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-REJ-PCT     PIC -(3)9.99.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-RESUBMITTED PIC -(8)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-CL-WRITTEN-OFF PIC -(8)9.

       01  DL100-PE-HEADING4.
           05  DL100-PEH4-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-PEH4-KEY          PIC X(09).
           05  FILLER                  PIC X(08) VALUE 'PERIOD'.
           05  FILLER                  PIC X(18) VALUE
               '        DRIFT ARG3'.
           05  FILLER                  PIC X(18) VALUE
               '        DRIFT ARG4'.
           05  FILLER                  PIC X(18) VALUE
               '        DRIFT ARG5'.
           05  FILLER                  PIC X(18) VALUE
               '        DRIFT ARG6'.
           05  FILLER                  PIC X(18) VALUE
               '        DRIFT ARG7'.

       01  DL100-PE-DRIFT-LINE.
           05  DL100-PE-DL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-PE-DL-KEY         PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-PE-DL-PERIOD      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-PE-DL-DRIFT3      PIC -(13)9.99.
           05  FILLER                  PIC X(01).
           05  DL100-PE-DL-DRIFT4      PIC -(13)9.99.
           05  FILLER                  PIC X(04).
           05  DL100-PE-DL-DRIFT5      PIC -(13)9.
           05  FILLER                  PIC X(01).
           05  DL100-PE-DL-DRIFT6      PIC -(13)9.99.
           05  FILLER                  PIC X(04).
           05  DL100-PE-DL-DRIFT7      PIC -(13)9.

       01  DL100-PE-NOTE-LINE.
           05  DL100-PE-NT-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-PE-NT-TEXT        PIC X(80).
