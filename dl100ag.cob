000261*   2026-09-02 DEV   THE BUCKET LINES NOW CARRY THE CATEGORY
000262*                    DESCRIPTION FROM THE DL100CM CATEGORY
000263*                    MASTER (VIA DL100CAT) BESIDE THE CODE.
000265*   2026-10-15 DEV   THE EXCEPTION RECORD NOW CARRIES THE RUN
000267*                    ID - EX LRECL 123 TO 139.
000268*   2026-10-15 DEV   DL100ED LRECL 165 TO 181 - THE WORKED
000269*                    EXCEPTION IMAGE KEEPS THE RUN ID TOO.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000470 FILE SECTION.
000480 FD  DL100-EX-FILE
000490     RECORDING MODE IS F.
000500 01  DL100-EX-REC                PIC X(139).
000510
000520 FD  DL100-ED-FILE
000530     RECORDING MODE IS F.
000540 01  DL100-ED-REC                PIC X(181).
000550
000560 FD  DL100-GR-FILE
000570     RECORDING MODE IS F.
000810 01  DL100-AG-DISP-TABLE.
000820     05  DL100-AG-DISP-COUNT     USAGE COMP-5 PIC 9(04) VALUE 0.
000830     05  DL100-AG-DISP-ENTRY OCCURS 2000 TIMES.
000840         10  DL100-AG-DISP-IMAGE PIC X(139).
000850         10  DL100-AG-DISP-FLAG  PIC X(01).
000860             88  DL100-AG-DISP-USED      VALUE 'Y'.
000870             88  DL100-AG-DISP-UNUSED    VALUE 'N'.
000890 77  DL100-AG-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
000900 77  DL100-AG-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
000910
000920 01  DL100-AG-EX-IMAGE           PIC X(139).
000930
000940 01  DL100-FOUND-SW              PIC X(01) VALUE 'N'.
000950     88  DL100-FOUND             VALUE 'Y'.
