      ******************************************************************
      * DL100WIC.CPY
      * DATATYPE BATCH SUITE - WHAT-IF SIMULATION CONTROL RECORD
      *
      * ONE RECORD TELLING DL100WI WHICH POPULATION TO RUN THROUGH
      * DATATYPE UNDER BOTH THE LIVE DL100PM CONTROL FILE AND THE
      * PROPOSED ONE IN DL100PP -
      *   'F' FEED   - THE FEED (OR CONCATENATION OF FEEDS) IN DL100IN
      *   'M' MASTER - THE CURRENT DL100MS RESULTS MASTER POPULATION
      * AND WHO ASKED FOR THE SIMULATION, FOR THE REPORT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-WI-CONTROL.
           05  DL100-WI-SOURCE          PIC X(01).
               88  DL100-WI-FROM-FEED       VALUE 'F'.
               88  DL100-WI-FROM-MASTER     VALUE 'M'.
           05  DL100-WI-REQUESTOR       PIC X(10).
