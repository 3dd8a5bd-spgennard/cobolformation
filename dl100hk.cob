000250*                    CERTIFICATE WHOSE DETAIL LINES NO LONGER
000260*                    SUM TO THE ARCHIVED TOTAL - RERUN WITH AN
000270*                    EARLIER CUTOFF TO ARCHIVE IN SLICES.
000273*   2026-10-15 DEV   THE AUDIT RECORD NOW CARRIES THE RUN ID -
000276*                    AL, AV AND AT LRECL 144 TO 160.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000560 FILE SECTION.
000570 FD  DL100-AL-FILE
000580     RECORDING MODE IS F.
000590 01  DL100-AL-REC                PIC X(160).
000600
000610 FD  DL100-HC-FILE
000620     RECORDING MODE IS F.
000640
000650 FD  DL100-AV-FILE
000660     RECORDING MODE IS F.
000670 01  DL100-AV-REC                PIC X(160).
000680
000690 FD  DL100-AT-FILE
000700     RECORDING MODE IS F.
000710 01  DL100-AT-REC                PIC X(160).
000720
000730 FD  DL100-HR-FILE
000740     RECORDING MODE IS F.
