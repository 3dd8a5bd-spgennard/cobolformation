      ******************************************************************
      * DL100BOC.CPY
      * DATATYPE BATCH SUITE - WHOLE-RUN BACKOUT CONTROL RECORD
      *
      * ONE RECORD NAMING THE LOAD TO BE BACKED OUT OF THE DL100MS
      * MASTER BY DL100BO - THE RUN DATE AND TIME EXACTLY AS STAMPED
      * ON DL100-MS-RUN-DATE/RUN-TIME AND DL100-MH-RUN-DATE/RUN-TIME
      * BY THAT DL100LD LOAD (SEE THE DL100INQ HISTORY FUNCTION OR THE
      * DL100LGR LEDGER REPORT TO FIND IT), AND WHO ASKED FOR THE
      * BACKOUT, FOR THE CERTIFICATE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-BO-CONTROL.
           05  DL100-BO-TARGET-STAMP.
               10  DL100-BO-TARGET-DATE PIC 9(08).
               10  DL100-BO-TARGET-TIME PIC 9(08).
           05  DL100-BO-REQUESTOR       PIC X(10).
