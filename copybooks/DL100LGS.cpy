      ******************************************************************
      * DL100LGS.CPY
      * DATATYPE BATCH SUITE - RUN LEDGER REPORT SELECTION RECORD
      *
      * ONE RECORD GIVING THE SELECTION FOR A RUN LEDGER REPORT RUN
      * (DL100LGR).  A RUN IS LISTED WHEN THE DATE ITS RUN ID WAS
      * MINTED (THE FIRST EIGHT BYTES OF THE ID) FALLS WITHIN THE
      * FROM/TO RANGE AND, WHEN A RUN ID IS GIVEN, IT IS THAT RUN -
      * SPACES IN RUN ID SELECT EVERY RUN IN THE RANGE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-LGS-RECORD.
           05  DL100-LGS-FROM-DATE      PIC 9(08).
           05  DL100-LGS-TO-DATE        PIC 9(08).
           05  DL100-LGS-RUN-ID         PIC X(16).
               88  DL100-LGS-ALL-RUNS       VALUE SPACE.
