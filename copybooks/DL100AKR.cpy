      ******************************************************************
      * DL100AKR.CPY
      * DATATYPE BATCH SUITE - SOURCE SYSTEM ACKNOWLEDGEMENT RECORD
      *
      * WRITTEN BY DL100AK AFTER THE NIGHTLY CHAIN - ONE
      * ACKNOWLEDGEMENT PER SOURCE SYSTEM, EACH A COMPLETE H...T GROUP
      * OF ITS OWN, AND EVERY RECORD CARRYING THE SOURCE SYSTEM IN
      * COLUMNS 2-9 SO DL100QJ CAN SPLIT THE FILE INTO ONE RETURN
      * FILE PER SOURCE SYSTEM -
      *   'H' HEADER  - THE FEED DATE AND RUN ID OF THE SET RECEIVED,
      *                 WHAT BECAME OF ITS RECORDS AND THE TRAILER HASH
      *                 TOTALS DL100D BALANCED IT TO.  AN EXPECTED
      *                 SOURCE SYSTEM THAT SENT NOTHING GETS A HEADER
      *                 WITH STATUS 'N', THE RUN DATE AND ZERO COUNTS.
      *   'D' DETAIL  - ONE PER RECORD NOT CONVERTED - A DL100D REJECT
      *                 (STATUS '05', '06', '09' OR '10') OR A RECORD
      *                 THE DL100FE EDIT DIVERTED TO SUSPENSE (STATUS
      *                 'FE', WITH THE FIELD THAT FAILED THE EDIT)
      *                 OR A RECORD THE DL100DP DUPLICATE CHECK HELD
      *                 FOR REVIEW (STATUS 'DP', FIELD 'ARG1', WITH
      *                 WHY IT WAS HELD).
      *   'T' TRAILER - THE NUMBER OF 'D' DETAILS IN THE GROUP.
      * RECEIVED = EDITED OUT + HELD + CONVERTED + REVERSED + REJECTED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      *   2026-10-15 DEV   ADDED THE HELD COUNT TO THE HEADER AND
      *                    STATUS 'DP' DETAILS FOR RECORDS HELD AS
      *                    SUSPECTED DUPLICATES - TAKEN FROM THE
      *                    HEADER FILLER, LRECL UNCHANGED.
      ******************************************************************
       01  DL100-AKR-RECORD.
           05  DL100-AKR-TYPE           PIC X(01).
               88  DL100-AKR-HEADER     VALUE 'H'.
               88  DL100-AKR-DETAIL     VALUE 'D'.
               88  DL100-AKR-TRAILER    VALUE 'T'.
           05  DL100-AKR-SOURCE-SYS     PIC X(08).
           05  DL100-AKR-DATA           PIC X(131).

       01  DL100-AKR-HDR REDEFINES DL100-AKR-RECORD.
           05  FILLER                   PIC X(09).
           05  DL100-AKR-FEED-DATE      PIC 9(08).
           05  DL100-AKR-RUN-ID         PIC X(16).
           05  DL100-AKR-ACK-DATE       PIC 9(08).
           05  DL100-AKR-ACK-STATUS     PIC X(01).
               88  DL100-AKR-ACKNOWLEDGED   VALUE 'A'.
               88  DL100-AKR-NOTHING-RECVD  VALUE 'N'.
           05  DL100-AKR-RECEIVED       PIC 9(09).
           05  DL100-AKR-EDITED-OUT     PIC 9(09).
           05  DL100-AKR-CONVERTED      PIC 9(09).
           05  DL100-AKR-REVERSED       PIC 9(09).
           05  DL100-AKR-REJECTED       PIC 9(09).
           05  DL100-AKR-HASH5          PIC S9(13)
                                            SIGN LEADING SEPARATE.
           05  DL100-AKR-HASH6          PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
           05  DL100-AKR-HASH7          PIC S9(13)
                                            SIGN LEADING SEPARATE.
           05  DL100-AKR-HELD           PIC 9(09).

       01  DL100-AKR-DTL REDEFINES DL100-AKR-RECORD.
           05  FILLER                   PIC X(09).
           05  DL100-AKR-REC-TYPE       PIC X(01).
           05  DL100-AKR-ARG1           PIC X(24).
           05  DL100-AKR-CATEGORY       PIC X(02).
           05  DL100-AKR-STATUS         PIC X(02).
               88  DL100-AKR-EDITED     VALUE 'FE'.
               88  DL100-AKR-HELD-DUP   VALUE 'DP'.
           05  DL100-AKR-FIELD          PIC X(08).
           05  DL100-AKR-REASON         PIC X(40).
           05  FILLER                   PIC X(54).

       01  DL100-AKR-TRL REDEFINES DL100-AKR-RECORD.
           05  FILLER                   PIC X(09).
           05  DL100-AKR-DETAIL-COUNT   PIC 9(09).
           05  FILLER                   PIC X(122).
