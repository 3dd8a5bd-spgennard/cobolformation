000170*                    DL100AS CONTROL RECORD (SPACES = ALL), AND
000180*                    RUN TOTALS PER CALLER AND PER STATUS PRINT
000190*                    AT END OF REPORT.
000193*   2026-10-15 DEV   THE AUDIT RECORD NOW CARRIES THE RUN ID -
000196*                    AL LRECL 144 TO 160.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000400 FILE SECTION.
000410 FD  DL100-AL-FILE
000420     RECORDING MODE IS F.
000430 01  DL100-AL-REC                PIC X(160).
000440
000450 FD  DL100-AS-FILE
000460     RECORDING MODE IS F.
