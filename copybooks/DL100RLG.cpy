      ******************************************************************
      * DL100RLG.CPY
      * DATATYPE BATCH SUITE - NIGHTLY RUN LEDGER RECORD
      *
      * ONE RECORD PER BATCH STEP COMPLETED, APPENDED TO THE RETAINED
      * DL100RL RUN LEDGER BY THE DL100LGW SUBPROGRAM.  EVERY STEP OF
      * THE NIGHTLY CHAIN - FRONT-END EDIT (DL100FE), RESEND AND
      * DUPLICATE CHECK (DL100DP), SPLIT (DL100SP), CONVERSION
      * (DL100D), CONSOLIDATION (DL100CN), MASTER LOAD (DL100LD),
      * CERTIFICATION (DL100AC), FINANCE EXTRACT (DL100XT) AND SOURCE
      * SYSTEM ACKNOWLEDGEMENT (DL100AK) - AND ANY WHOLE-RUN BACKOUT
      * (DL100BO) IS RECORDED AGAINST THE RUN ID MINTED BY DL100FE AND
      * CARRIED ON THE FEED AND DL100OT HEADERS (SEE DL100HTR), WITH
      * WHEN IT ENDED AND THE RETURN CODE IT ENDED WITH.
      * DL100LD READS IT TO REFUSE A SECOND LOAD OF THE SAME OUTPUT
      * OR A LOAD OF AN OUTPUT THAT HAS NOT PASSED CERTIFICATION;
      * DL100LGR LISTS IT BY RUN ID.
      *
      * THE RUN ID IS THE DATE AND TIME (TO HUNDREDTHS) IT WAS
      * MINTED - YYYYMMDDHHMMSSHH - SO IT IS UNIQUE AND SORTS IN RUN
      * ORDER.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 DEV   INITIAL VERSION.
      *   2026-10-15 DEV   ADDED THE BACKOUT STEP.
      *   2026-10-15 DEV   ADDED THE ACKNOWLEDGEMENT STEP.
      *   2026-10-15 DEV   ADDED THE RESEND AND DUPLICATE CHECK STEP.
      ******************************************************************
       01  DL100-RL-RECORD.
           05  DL100-RL-RUN-ID          PIC X(16).
           05  DL100-RL-STEP            PIC X(08).
               88  DL100-RL-FEEDEDIT        VALUE 'FEEDEDIT'.
               88  DL100-RL-DUPCHECK        VALUE 'DUPCHECK'.
               88  DL100-RL-SPLIT           VALUE 'SPLIT'.
               88  DL100-RL-CONVERT         VALUE 'CONVERT'.
               88  DL100-RL-CONSOL          VALUE 'CONSOL'.
               88  DL100-RL-LOAD            VALUE 'LOAD'.
               88  DL100-RL-CERTIFY         VALUE 'CERTIFY'.
               88  DL100-RL-EXTRACT         VALUE 'EXTRACT'.
               88  DL100-RL-BACKOUT         VALUE 'BACKOUT'.
               88  DL100-RL-ACK             VALUE 'ACK'.
           05  DL100-RL-PROGRAM         PIC X(08).
           05  DL100-RL-DATE            PIC 9(08).
           05  DL100-RL-TIME            PIC 9(08).
           05  DL100-RL-RC              PIC 9(04).
           05  DL100-RL-FEED-DATE       PIC 9(08).
           05  DL100-RL-SOURCE-SYS      PIC X(08).
           05  DL100-RL-COUNT           PIC 9(09).
           05  FILLER                   PIC X(03).
