      *                 MESSAGE CODE.  A DETAIL WITH A BLANK CATEGORY
      *                 IS THE SET FOR FEED RECORDS WITH A BLANK
      *                 CATEGORY.
      *   'P' PENDING - A PROPOSED REPLACEMENT FOR ONE CATEGORY'S
      *                 DETAIL, KEYED BY ONE OPERATOR THROUGH DL100PA
      *                 AND NOT YET APPROVED BY A SECOND.  SAME LAYOUT
      *                 AS THE DETAIL.  DL100D AND DL100INQ REFUSE TO
      *                 RUN WHILE ONE IS ON THE FILE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *                    MULTIPLE 'D' RECORDS SO DIFFERENT PRODUCT
      *                    POPULATIONS GET DIFFERENT ADJUSTMENT SETS
      *                    IN ONE RUN.
      *   2026-10-15 DEV   ADDED THE 'P' PENDING RECORD TYPE AND THE
      *                    MAKER/CHECKER/CHANGE DATE OF THE LAST
      *                    APPROVED CHANGE (FROM THE SPARE FILLER) FOR
      *                    THE DL100PA TWO-PERSON MAINTENANCE PROGRAM.
      ******************************************************************
       01  DL100-PARM-RECORD.
           05  DL100-PARM-TYPE          PIC X(01).
               88  DL100-PARM-HEADER    VALUE 'H'.
               88  DL100-PARM-DETAIL    VALUE 'D'.
               88  DL100-PARM-PENDING   VALUE 'P'.
           05  DL100-PARM-DATA          PIC X(79).

       01  DL100-PARM-HDR REDEFINES DL100-PARM-RECORD.
           05  DL100-PARM-ADJ7          PIC S9(8)
                                             SIGN LEADING SEPARATE.
           05  DL100-PARM-MSG-CODE      PIC X(02).
      *    WHO KEYED AND WHO APPROVED THE VALUES ABOVE, AND WHEN - ON A
      *    'P' RECORD THE CHECKER IS BLANK UNTIL IT IS APPROVED
           05  DL100-PARM-MAKER         PIC X(08).
           05  DL100-PARM-CHECKER       PIC X(08).
           05  DL100-PARM-CHG-DATE      PIC 9(08).
           05  FILLER                   PIC X(11).
