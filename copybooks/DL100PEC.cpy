      ******************************************************************
      * DL100PEC.CPY
      * DATATYPE BATCH SUITE - PERIOD-END SUMMARY CONTROL RECORD
      *
      * THE ONE RECORD OF THE DL100PQ CONTROL FILE READ BY DL100PE -
      * THE FIRST AND LAST RUN DATES OF THE PERIOD TO BE REPORTED
      * (A MONTH, A QUARTER OR ANY OTHER RANGE) AND WHO ASKED FOR
      * THE REPORT.  THE PERIOD IT IS COMPARED WITH ENDS THE DAY
      * BEFORE DL100-PQ-FROM-DATE.  A PERIOD OF WHOLE CALENDAR MONTHS
      * (FROM THE 1ST TO A MONTH END) IS COMPARED WITH THE SAME NUMBER
      * OF WHOLE MONTHS; ANY OTHER RANGE WITH THE SAME NUMBER OF DAYS.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-PQ-RECORD.
           05  DL100-PQ-FROM-DATE       PIC 9(08).
           05  DL100-PQ-TO-DATE         PIC 9(08).
           05  DL100-PQ-REQUESTOR       PIC X(10).
           05  FILLER                   PIC X(54).
