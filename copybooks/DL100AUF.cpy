      * DL100SEC SUBPROGRAM, SO THE OPERATOR NAMES RECORDED ON
      * DL100MC, DL100CG AND DL100ED ARE VERIFIED ONES.
      *
      * EACH PERMISSION CARRIES THE DATE IT WAS GRANTED AND THE
      * OPERATOR WHO GRANTED IT, STAMPED BY THE DL100AM CONSOLE (ZERO
      * AND SPACES WHILE NOT HELD, OR WHERE IT WAS GRANTED BEFORE THE
      * CONSOLE KEPT THEM).  THE PERMISSIONS AND GRANTS ARE ALSO
      * ADDRESSABLE BY SUBSCRIPT, IN THE ORDER 'M', 'D', 'I'.
      *
      * DL100-UA-RECORD - ONE RECORD PER REFUSED ATTEMPT, APPENDED
      * TO THE DL100UA LOG BY DL100SEC SO THE SIGN-OFF PEOPLE CAN
      * SEE WHO TRIED WHAT AND WHEN.  THE SAME LAYOUT CARRIES ONE
      * RECORD PER AUTHORIZED SESSION ON THE DL100SG LOG, SO THE
      * LAST USE OF A PERMISSION THAT LEAVES NO OTHER TRACE (AN
      * INQUIRY) CAN BE DATED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-09-02 DEV   INITIAL VERSION.
      *   2026-10-15 DEV   GRANT DATE AND GRANTING OPERATOR PER
      *                    PERMISSION, AND THE SUBSCRIPTED VIEWS -
      *                    LRECL 11 CHANGED TO 80.  UA LAYOUT NOW ALSO
      *                    USED FOR THE DL100SG SESSION LOG.
      ******************************************************************
       01  DL100-AU-RECORD.
           05  DL100-AU-USER            PIC X(08).
           05  DL100-AU-PERMS.
               10  DL100-AU-PERM-MSG    PIC X(01).
                   88  DL100-AU-MSG-ALLOWED     VALUE 'Y'.
               10  DL100-AU-PERM-DISP   PIC X(01).
                   88  DL100-AU-DISP-ALLOWED    VALUE 'Y'.
               10  DL100-AU-PERM-INQ    PIC X(01).
                   88  DL100-AU-INQ-ALLOWED     VALUE 'Y'.
           05  DL100-AU-PERM-TABLE REDEFINES DL100-AU-PERMS.
               10  DL100-AU-PERM        PIC X(01) OCCURS 3 TIMES.
           05  DL100-AU-GRANT OCCURS 3 TIMES.
               10  DL100-AU-GRANT-DATE  PIC 9(08).
               10  DL100-AU-GRANT-BY    PIC X(08).
           05  FILLER                   PIC X(21).

       01  DL100-UA-RECORD.
           05  DL100-UA-DATE            PIC 9(08).
