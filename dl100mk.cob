000270*                    FULL RUN-DATE TALLY TABLE FAILS THE RUN
000280*                    SAFE (RC 12) - RERUN WITH AN EARLIER
000290*                    CUTOFF TO ARCHIVE IN SLICES.
000292*   2026-10-15 DEV   THE MASTER RECORD NOW CARRIES THE RUN ID OF
000294*                    THE LOAD THAT LAST WROTE IT - MS, MW AND MA
000296*                    LRECL 87 TO 103.
000297*   2026-10-15 DEV   THE MASTER RECORD NOW CARRIES THE
000298*                    CATEGORY OF THE RESULT - MS, MW AND MA
000299*                    LRECL 103 TO 105.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000630 FD  DL100-MS-FILE.
000640 01  DL100-MSF-REC.
000650     05  DL100-MSF-ARG1          PIC X(24).
000660     05  FILLER                  PIC X(81).
000670
000680 FD  DL100-MW-FILE.
000690 01  DL100-MWF-REC.
000700     05  DL100-MWF-ARG1          PIC X(24).
000710     05  FILLER                  PIC X(81).
000720
000730 FD  DL100-KC-FILE
000740     RECORDING MODE IS F.
000760
000770 FD  DL100-MA-FILE
000780     RECORDING MODE IS F.
000790 01  DL100-MA-REC                PIC X(105).
000800
000810 FD  DL100-KR-FILE
000820     RECORDING MODE IS F.
