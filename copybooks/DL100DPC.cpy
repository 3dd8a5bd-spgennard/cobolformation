      ******************************************************************
      * DL100DPC.CPY
      * DATATYPE BATCH SUITE - RESEND AND DUPLICATE CHECK CONTROL
      * RECORD
      *
      * THE ONE RECORD OF THE DL100DC CONTROL FILE READ BY DL100DP -
      *   LOOKBACK-DAYS - HOW MANY DAYS BACK A 'D' RECORD IS LOOKED FOR
      *                   AMONG THE RECORDS ALREADY CONVERTED AND
      *                   LOADED.  ZERO TURNS THE HISTORY CHECK OFF
      *                   (RECORDS ARE STILL CHECKED AGAINST THE REST
      *                   OF THE NIGHT'S INTAKE).
      *   REPEAT-PCT    - A FEED SET WHOSE 'D' RECORDS HAVE AT LEAST
      *                   THIS PERCENTAGE ALREADY CONVERTED IS TAKEN AS
      *                   A RESEND OF AN EARLIER NIGHT AND HELD WHOLE.
      *                   ZERO TURNS THE SET CHECK OFF.
      *   MIN-SET       - THE SET CHECK IS ONLY MADE ON A SET OF AT
      *                   LEAST THIS MANY 'D' RECORDS, SO TWO OR THREE
      *                   LEGITIMATE REPEATS CANNOT HOLD A SMALL SET.
      * WITHOUT A CONTROL FILE (OR WITH AN EMPTY ONE) DL100DP RUNS WITH
      * 30 DAYS, 80 PERCENT AND 5 RECORDS.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-DC-RECORD.
           05  DL100-DC-LOOKBACK-DAYS   PIC 9(03).
           05  DL100-DC-REPEAT-PCT      PIC 9(03).
           05  DL100-DC-MIN-SET         PIC 9(05).
           05  FILLER                   PIC X(69).
