000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100LGW.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - COMMON RUN LEDGER WRITER.
000110*                    EVERY STEP OF THE NIGHTLY CHAIN CALLS THIS
000120*                    SUBPROGRAM ONCE, AS IT ENDS, WITH A DL100RLG
000130*                    RECORD CARRYING THE RUN ID, STEP, FEED AND
000140*                    RETURN CODE.  THE END DATE AND TIME ARE
000150*                    STAMPED HERE SO EVERY ENTRY IS STAMPED THE
000160*                    SAME WAY.  THE LEDGER IS OPENED EXTEND,
000170*                    WRITTEN AND CLOSED ON EACH CALL SO THE ENTRY
000180*                    IS ON THE FILE EVEN IF THE STEP ABENDS
000190*                    AFTERWARDS.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-Z.
000240 OBJECT-COMPUTER.   IBM-Z.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT DL100-RL-FILE ASSIGN TO DL100RL
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS DL100-RL-FSTATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  DL100-RL-FILE
000340     RECORDING MODE IS F.
000350 01  DL100-RL-REC                PIC X(80).
000360
000370 WORKING-STORAGE SECTION.
000380 01  DL100-RL-FSTATUS            PIC X(02) VALUE '00'.
000390     88  DL100-RL-OK             VALUE '00'.
000400
000410 LINKAGE SECTION.
000420*----------------------------------------------------------------
000430* LEDGER ENTRY AS BUILT BY THE CALLING STEP
000440*----------------------------------------------------------------
000450 COPY DL100RLG.
000460
000470 PROCEDURE DIVISION USING DL100-RL-RECORD.
000480*----------------------------------------------------------------
000490* 0000-MAINLINE
000500*----------------------------------------------------------------
000510 0000-MAINLINE.
000520     PERFORM 1000-WRITE-LEDGER-ENTRY
000530         THRU 1000-EXIT.
000540
000550     EXIT PROGRAM.
000560
000570*----------------------------------------------------------------
000580* 1000-WRITE-LEDGER-ENTRY - STAMP AND APPEND ONE LEDGER ENTRY.
000590*                           A LEDGER FAILURE IS REPORTED BUT DOES
000600*                           NOT CHANGE THE STEP'S OWN RETURN CODE
000610*----------------------------------------------------------------
000620 1000-WRITE-LEDGER-ENTRY.
000630     ACCEPT DL100-RL-DATE        FROM DATE YYYYMMDD.
000640     ACCEPT DL100-RL-TIME        FROM TIME.
000650
000660     OPEN EXTEND DL100-RL-FILE.
000670     IF NOT DL100-RL-OK
000680         DISPLAY 'DL100LGW - OPEN ERROR ' DL100-RL-FSTATUS
000690         GO TO 1000-EXIT
000700     END-IF.
000710
000720     WRITE DL100-RL-REC FROM DL100-RL-RECORD.
000730     IF NOT DL100-RL-OK
000740         DISPLAY 'DL100LGW - WRITE ERROR ' DL100-RL-FSTATUS
000750     END-IF.
000760
000770     CLOSE DL100-RL-FILE.
000780 1000-EXIT.
000790     EXIT.
