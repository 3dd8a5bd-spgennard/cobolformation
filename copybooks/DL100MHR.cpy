      * LOADED FOR A KEY, STAMPED WITH THE LOAD RUN DATE AND TIME,
      * IN THE ORDER THE LOADS HAPPENED.  A REVERSAL THAT REMOVES A
      * KEY FROM THE MASTER IS ALSO RECORDED HERE ('R' ACTION) SO
      * THE HISTORY SHOWS WHY A KEY STOPPED BEING CURRENT, AND A WHOLE-
      * RUN BACKOUT ('B' ACTION) IS RECORDED THE SAME WAY.  SEE THE
      * DL100INQ HISTORY FUNCTION FOR THE KEYED LISTING.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-09-02 DEV   INITIAL VERSION.
      *   2026-10-15 DEV   ADDED THE RUN ID OF THE DL100D RUN WHOSE
      *                    OUTPUT WAS LOADED - LRECL 88 CHANGED TO 104.
      *   2026-10-15 DEV   ADDED 'B' BACKOUT EVENTS WRITTEN BY DL100BO
      *                    WHEN A WHOLE RUN IS BACKED OUT - THE EVENT
      *                    IS STAMPED WITH WHEN THE BACKOUT RAN AND
      *                    CARRIES THE RUN ID OF THE RUN BACKED OUT.
      *                    A RESTORED KEY'S EVENT CARRIES THE VALUES
      *                    PUT BACK; A REMOVED KEY'S EVENT CARRIES
      *                    THE VALUES TAKEN OFF.  ADDED THE CATEGORY
      *                    SO A BACKOUT CAN BUILD A FULL REVERSAL
      *                    RECORD - LRECL 104 CHANGED TO 107.
      ******************************************************************
       01  DL100-MH-RECORD.
           05  DL100-MH-ACTION         PIC X(01).
               88  DL100-MH-LOADED     VALUE 'L'.
               88  DL100-MH-REVERSED   VALUE 'R'.
               88  DL100-MH-BACKED-OUT VALUE 'B'.
           05  DL100-MH-ARG1           PIC X(24).
           05  DL100-MH-ARG2           PIC X(24).
           05  DL100-MH-ARG3           USAGE COMP-1.
           05  DL100-MH-ARG7           USAGE COMP-5 PIC S9(8).
           05  DL100-MH-RUN-DATE       PIC 9(08).
           05  DL100-MH-RUN-TIME       PIC 9(08).
           05  DL100-MH-RUN-ID         PIC X(16).
           05  DL100-MH-CATEGORY       PIC X(02).
           05  DL100-MH-BO-DISP        PIC X(01).
               88  DL100-MH-BO-RESTORED    VALUE 'R'.
               88  DL100-MH-BO-REMOVED     VALUE 'D'.
