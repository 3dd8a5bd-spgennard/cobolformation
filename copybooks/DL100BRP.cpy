      *                    COMPLETE H...T FEED SETS AND THE REPORT
      *                    SHOWS EACH SET'S CONTROL ITEMS UNDER ITS
      *                    OWN DL100-HDR-SOURCE-SYS.
      *   2026-10-15 DEV   ADDED THE REJECT TOLERANCE SECTION - EACH
      *                    CATEGORY'S REJECTS BY STATUS AGAINST ITS
      *                    DL100RT LIMITS - AND THE LINES SAYING WHICH
      *                    CATEGORY AND STATUS TRIPPED THE DL100D
      *                    CIRCUIT BREAKER AND WHETHER THE RUN STOPPED
      *                    OR WAS RELEASED.
      ******************************************************************
       01  DL100-BR-DETAIL.
           05  DL100-BR-CC             PIC X(01).
               '           ACTUAL'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'RESULT'.

       01  DL100-BR-TOL-TITLE.
           05  DL100-BRTT-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(60) VALUE
               'REJECT TOLERANCE - CIRCUIT BREAKER'.

       01  DL100-BR-TOL-HEADING.
           05  DL100-BRTH-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'CATEGORY'.
           05  FILLER                  PIC X(11) VALUE '  PROCESSED'.
           05  FILLER                  PIC X(11) VALUE '    REJECTS'.
           05  FILLER                  PIC X(09) VALUE '  STAT 05'.
           05  FILLER                  PIC X(09) VALUE '  STAT 06'.
           05  FILLER                  PIC X(09) VALUE '  STAT 09'.
           05  FILLER                  PIC X(09) VALUE '  STAT 10'.
           05  FILLER                  PIC X(10) VALUE '   REJ PCT'.
           05  FILLER                  PIC X(10) VALUE '   MAX PCT'.
           05  FILLER                  PIC X(11) VALUE '  MAX COUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RESULT'.

       01  DL100-BR-TOL-LINE.
           05  DL100-BR-TL-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-BR-TL-CATEGORY    PIC X(08).
           05  FILLER                  PIC X(02).
           05  DL100-BR-TL-PROC        PIC Z(8)9.
           05  FILLER                  PIC X(02).
           05  DL100-BR-TL-REJ         PIC Z(8)9.
           05  DL100-BR-TL-STAT-GRP OCCURS 4 TIMES.
               10  FILLER              PIC X(02).
               10  DL100-BR-TL-STAT    PIC Z(6)9.
           05  FILLER                  PIC X(04).
           05  DL100-BR-TL-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(04).
           05  DL100-BR-TL-MAX-PCT     PIC ZZ9.99.
           05  DL100-BR-TL-MAX-PCT-X REDEFINES DL100-BR-TL-MAX-PCT
                                       PIC X(06).
           05  FILLER                  PIC X(02).
           05  DL100-BR-TL-MAX-COUNT   PIC Z(8)9.
           05  DL100-BR-TL-MAX-COUNT-X REDEFINES DL100-BR-TL-MAX-COUNT
                                       PIC X(09).
           05  FILLER                  PIC X(02).
           05  DL100-BR-TL-RESULT      PIC X(10).

       01  DL100-BR-TRIP-LINE.
           05  DL100-BR-TR-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(35) VALUE
               'CIRCUIT BREAKER TRIPPED - CATEGORY '.
           05  DL100-BR-TR-CATEGORY    PIC X(03).
           05  FILLER                  PIC X(08) VALUE ' STATUS '.
           05  DL100-BR-TR-STATUS      PIC X(02).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  DL100-BR-TR-LIMIT       PIC X(23).
           05  FILLER                  PIC X(14) VALUE
               ' AFTER RECORD '.
           05  DL100-BR-TR-RECORD      PIC Z(8)9.
           05  FILLER                  PIC X(02).
           05  DL100-BR-TR-WHEN        PIC X(10).

       01  DL100-BR-TRIP-ACTION.
           05  DL100-BR-TA-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-BR-TA-TEXT        PIC X(50).
           05  DL100-BR-TA-OPERATOR    PIC X(08).
