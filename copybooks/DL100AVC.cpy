      ******************************************************************
      * DL100AVC.CPY
      * DATATYPE BATCH SUITE - ACCESS RECERTIFICATION CONTROL RECORD
      *
      * THE ONE RECORD OF THE DL100VC CONTROL FILE READ BY DL100AV -
      * THE FIRST AND LAST DATES OF THE REVIEW PERIOD (USUALLY A
      * QUARTER), THE NUMBER OF DAYS WITHOUT USE AFTER WHICH A HELD
      * PERMISSION IS FLAGGED, THE NUMBER OF REFUSED SIGN-ONS IN THE
      * PERIOD THAT FLAGS AN OPERATOR ID, AND WHO ASKED FOR THE
      * REVIEW.  THE REVIEW IS MADE AS OF DL100-VC-TO-DATE.  LEAVE
      * THE TWO LIMITS BLANK (OR ZERO) FOR THE STANDARD 90 DAYS AND
      * 3 REFUSALS.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-VC-RECORD.
           05  DL100-VC-FROM-DATE       PIC 9(08).
           05  DL100-VC-TO-DATE         PIC 9(08).
           05  DL100-VC-UNUSED-DAYS     PIC 9(03).
           05  DL100-VC-REFUSE-LIMIT    PIC 9(03).
           05  DL100-VC-REQUESTOR       PIC X(10).
           05  FILLER                   PIC X(48).
