      ******************************************************************
      * DL100AVP.CPY
      * DATATYPE BATCH SUITE - ACCESS RECERTIFICATION REPORT LINES
      *
      * THE TWO REPORTS DL100AV PRINTS FOR THE QUARTERLY ACCESS
      * REVIEW:
      *   DL100VR - RECERTIFICATION.  ONE LINE PER OPERATOR PER
      *             PERMISSION ('M', 'D', 'I') - WHETHER IT IS HELD,
      *             WHEN AND BY WHOM IT WAS GRANTED, THE LAST DATE IT
      *             WAS USED AND THE DAYS SINCE - THEN THE SIGN-OFF
      *             LINES.
      *   DL100VA - CONSOLIDATED ACTIVITY.  ONE LINE PER OPERATOR PER
      *             DAY WITH THE COUNT OF EACH KIND OF ACTION, A TOTAL
      *             LINE PER OPERATOR, THEN THE FLAGS RAISED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-VR-HEADING1.
           05  DL100-VRH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'DATATYPE OPERATOR ACCESS RECERTIFICATION'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
           05  DL100-VRH1-RUN-DATE     PIC 9(08).

       01  DL100-VR-HEADING2.
           05  DL100-VRH2-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'AS OF'.
           05  DL100-VRH2-AS-OF        PIC 9(08).
           05  FILLER                  PIC X(17) VALUE
               '   UNUSED AFTER'.
           05  DL100-VRH2-UNUSED-DAYS  PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(17) VALUE
               '   REQUESTED BY'.
           05  DL100-VRH2-REQUESTOR    PIC X(10).

       01  DL100-VR-HEADING3.
           05  DL100-VRH3-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(16) VALUE 'PERMISSION'.
           05  FILLER                  PIC X(05) VALUE 'HELD'.
           05  FILLER                  PIC X(10) VALUE 'GRANTED'.
           05  FILLER                  PIC X(10) VALUE 'BY'.
           05  FILLER                  PIC X(10) VALUE 'LAST USED'.
           05  FILLER                  PIC X(08) VALUE '  DAYS'.
           05  FILLER                  PIC X(04) VALUE 'FLAG'.

       01  DL100-VR-LINE.
           05  DL100-VRL-CC            PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-VRL-OPER          PIC X(08).
           05  FILLER                  PIC X(02).
           05  DL100-VRL-PERM          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-VRL-PERM-NAME     PIC X(12).
           05  FILLER                  PIC X(02).
           05  DL100-VRL-HELD          PIC X(03).
           05  FILLER                  PIC X(02).
           05  DL100-VRL-GRANTED       PIC X(08).
           05  FILLER                  PIC X(02).
           05  DL100-VRL-GRANT-BY      PIC X(08).
           05  FILLER                  PIC X(02).
           05  DL100-VRL-LAST-USED     PIC X(08).
           05  FILLER                  PIC X(02).
           05  DL100-VRL-DAYS          PIC -(5)9.
           05  FILLER                  PIC X(02).
           05  DL100-VRL-FLAG          PIC X(24).

       01  DL100-VA-HEADING1.
           05  DL100-VAH1-CC           PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               'DATATYPE CONSOLIDATED OPERATOR ACTIVITY'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE'.
           05  DL100-VAH1-RUN-DATE     PIC 9(08).

       01  DL100-VA-HEADING2.
           05  DL100-VAH2-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'PERIOD'.
           05  DL100-VAH2-FROM         PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  DL100-VAH2-TO           PIC 9(08).
           05  FILLER                  PIC X(17) VALUE
               '   REQUESTED BY'.
           05  DL100-VAH2-REQUESTOR    PIC X(10).

       01  DL100-VA-HEADING3.
           05  DL100-VAH3-CC           PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(08) VALUE 'DATE'.
           05  FILLER                  PIC X(09) VALUE '  MSG CHG'.
           05  FILLER                  PIC X(09) VALUE '  CAT CHG'.
           05  FILLER                  PIC X(09) VALUE '  ADJ SET'.
           05  FILLER                  PIC X(09) VALUE ' AUTH CHG'.
           05  FILLER                  PIC X(09) VALUE ' RESUBMIT'.
           05  FILLER                  PIC X(09) VALUE ' WRITEOFF'.
           05  FILLER                  PIC X(09) VALUE ' HELD REC'.
           05  FILLER                  PIC X(09) VALUE '  INQUIRY'.
           05  FILLER                  PIC X(09) VALUE '  REFUSED'.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FILLER                  PIC X(04) VALUE 'FLAG'.

       01  DL100-VA-LINE.
           05  DL100-VAL-CC            PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-VAL-OPER          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL100-VAL-DATE          PIC X(08).
           05  DL100-VAL-COUNTS OCCURS 9 TIMES.
               10  FILLER              PIC X(01).
               10  DL100-VAL-COUNT     PIC -(7)9.
           05  FILLER                  PIC X(02).
           05  DL100-VAL-FLAG          PIC X(24).

       01  DL100-VA-FLAG-LINE.
           05  DL100-VFL-CC            PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-VFL-OPER          PIC X(08).
           05  FILLER                  PIC X(02).
           05  DL100-VFL-DATE          PIC X(08).
           05  FILLER                  PIC X(02).
           05  DL100-VFL-TEXT          PIC X(44).
           05  DL100-VFL-PERM-TEXT REDEFINES DL100-VFL-TEXT.
               10  DL100-VFL-PERM      PIC X(01).
               10  FILLER              PIC X(01).
               10  DL100-VFL-PERM-NAME PIC X(12).
               10  FILLER              PIC X(01).
               10  DL100-VFL-PERM-NOTE PIC X(29).
           05  DL100-VFL-NUMBER        PIC -(5)9.
           05  FILLER                  PIC X(01).
           05  DL100-VFL-UNIT          PIC X(10).

       01  DL100-AV-NOTE-LINE.
           05  DL100-AV-NT-CC          PIC X(01).
           05  FILLER                  PIC X(01).
           05  DL100-AV-NT-TEXT        PIC X(80).
