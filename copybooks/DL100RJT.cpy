      ******************************************************************
      * DL100RJT.CPY
      * DATATYPE BATCH SUITE - REJECT TOLERANCE (CIRCUIT BREAKER)
      * CONTROL FILE LAYOUT
      *
      * THE LIMITS DL100D HOLDS ITS REJECTS ('05', '06', '09' AND '10')
      * TO, READ ONCE AT THE START OF THE RUN -
      *   'H' HEADER  - FIRST RECORD.  NORMALLY BLANK; TO RELEASE A RUN
      *                 THE BREAKER STOPPED, OPERATIONS KEY ITS RUN ID
      *                 AND THEIR OPERATOR ID HERE AND RERUN - THE RUN
      *                 THEN RESTARTS AND COMPLETES, AND A BREACH IS
      *                 REPORTED AS RELEASED INSTEAD OF STOPPING IT.
      *   'D' DETAIL  - ONE PER PRODUCT CATEGORY TO BE LIMITED, AND ONE
      *                 WITH CATEGORY '**' FOR THE RUN AS A WHOLE.  A
      *                 CATEGORY WITH NO DETAIL IS HELD ONLY TO THE
      *                 OVERALL LIMITS.  A LIMIT OF ZERO IS NOT CHECKED.
      *                 THE PERCENTAGE LIMIT IS ONLY CHECKED AS THE RUN
      *                 GOES ONCE THE CATEGORY HAS PROCESSED MIN-SAMPLE
      *                 RECORDS (SO THE FIRST FEW RECORDS CANNOT TRIP
      *                 IT ON THEIR OWN); IT IS ALWAYS CHECKED AT END OF
      *                 RUN.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      ******************************************************************
       01  DL100-RJT-RECORD.
           05  DL100-RJT-TYPE           PIC X(01).
               88  DL100-RJT-HEADER     VALUE 'H'.
               88  DL100-RJT-DETAIL     VALUE 'D'.
           05  DL100-RJT-DATA           PIC X(79).

       01  DL100-RJT-HDR REDEFINES DL100-RJT-RECORD.
           05  FILLER                   PIC X(01).
           05  DL100-RJT-RELEASE-RUN-ID PIC X(16).
           05  DL100-RJT-RELEASED-BY    PIC X(08).
           05  FILLER                   PIC X(55).

       01  DL100-RJT-DTL REDEFINES DL100-RJT-RECORD.
           05  FILLER                   PIC X(01).
           05  DL100-RJT-CATEGORY       PIC X(02).
               88  DL100-RJT-OVERALL    VALUE '**'.
           05  DL100-RJT-MAX-PCT        PIC 9(03)V99.
           05  DL100-RJT-MAX-COUNT      PIC 9(09).
           05  DL100-RJT-MIN-SAMPLE     PIC 9(09).
           05  FILLER                   PIC X(54).
