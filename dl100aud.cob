000130*                    ON-DEMAND INQUIRY TRANSACTION LATER) CALLS
000140*                    THIS SUBPROGRAM IMMEDIATELY AFTERWARDS SO
000150*                    THERE IS ONE AUDIT TRAIL, NOT ONE PER CALLER.
000152*   2026-10-15 DEV   NEW RUN ID PARAMETER, STAMPED ON EVERY AUDIT
000154*                    RECORD SO THE TRAIL CAN BE TIED TO THE RUN
000156*                    THAT WROTE IT.  AN ON-DEMAND CALLER WITH NO
000158*                    RUN PASSES SPACES.  LRECL 144 CHANGED TO 160.
000160*----------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000280 FILE SECTION.
000290 FD  DL100-AL-FILE
000300     RECORDING MODE IS F.
000310 01  DL100-AL-REC                PIC X(160).
000320
000330 WORKING-STORAGE SECTION.
000340*----------------------------------------------------------------
000730 01  DL100-AUD-ARG5-OUT          BINARY-SHORT SIGNED.
000740 01  DL100-AUD-ARG6-OUT          USAGE COMP-3 PIC S9(7)V99.
000750 01  DL100-AUD-ARG7-OUT          USAGE COMP-5 PIC S9(8).
000751
000752*----------------------------------------------------------------
000754* RUN ID OF THE CALLING RUN (SEE DL100HTR) - SPACES IF NONE
000756*----------------------------------------------------------------
000758 01  DL100-AUD-RUN-ID            PIC X(16).
000760
000770 PROCEDURE DIVISION USING DL100-AUD-CALLER
000780                          DL100-AUD-STATUS
000880                          DL100-AUD-ARG4-OUT
000890                          DL100-AUD-ARG5-OUT
000900                          DL100-AUD-ARG6-OUT
000910                          DL100-AUD-ARG7-OUT
000915                          DL100-AUD-RUN-ID.
000920*----------------------------------------------------------------
000930* 0000-MAINLINE
000940*----------------------------------------------------------------
001360     MOVE DL100-AUD-ARG5-OUT     TO DL100-AL-ARG5-OUT.
001370     MOVE DL100-AUD-ARG6-OUT     TO DL100-AL-ARG6-OUT.
001380     MOVE DL100-AUD-ARG7-OUT     TO DL100-AL-ARG7-OUT.
001385     MOVE DL100-AUD-RUN-ID       TO DL100-AL-RUN-ID.
001390
001400     WRITE DL100-AL-REC FROM DL100-AL-RECORD.
001410     IF NOT DL100-AL-OK
