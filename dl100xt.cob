000180*                    COUNT TRAILER THE RECEIVERS BALANCE TO.
000181*   2026-09-02 DEV   THE EXCEPTION RECORD NOW CARRIES THE
000182*                    REJECT DATE STAMP - EX LRECL 115 TO 123.
000183*   2026-10-15 DEV   THE EXCEPTION RECORD NOW CARRIES THE RUN
000184*                    ID - EX LRECL 123 TO 139.  THE EXTRACT STEP
000185*                    IS RECORDED ON THE DL100RL RUN LEDGER UNDER
000186*                    THE RUN ID OF THE LAST DL100OT HEADER READ.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000430
000440 FD  DL100-EX-FILE
000450     RECORDING MODE IS F.
000460 01  DL100-EX-REC                PIC X(139).
000470
000480 FD  DL100-XF-FILE
000490     RECORDING MODE IS F.
000540* RUN OUTPUT RECORD LAYOUT
000550*----------------------------------------------------------------
000560 COPY DL100REC.
000563
000566 COPY DL100HTR.
000570
000580*----------------------------------------------------------------
000590* REJECTED INPUT (EXCEPTIONS) RECORD LAYOUT
000640* DELIMITED EXTRACT RECORD LAYOUTS
000650*----------------------------------------------------------------
000660 COPY DL100XTR.
000661
000662*----------------------------------------------------------------
000663* RUN LEDGER ENTRY
000664*----------------------------------------------------------------
000665 COPY DL100RLG.
000670
000680*----------------------------------------------------------------
000690* SWITCHES AND STATUS FIELDS
002000 2100-READ-OUTPUT.
002010     READ DL100-OT-FILE INTO DL100-OUTPUT-RECORD.
002020     IF DL100-OT-OK
002022*        THE HEADER NAMES THE RUN THE STEP IS LEDGERED UNDER
002024         IF DL100-OUT-HEADER
002026             MOVE DL100-OUTPUT-RECORD TO DL100-HDR-RECORD
002028         END-IF
002030         IF NOT DL100-OUT-DETAIL
002040             GO TO 2100-READ-OUTPUT
002050         END-IF
003000     DISPLAY 'DL100XT - OUTPUT RECORDS   : ' DL100-XT-OUT-CNT.
003010     DISPLAY 'DL100XT - EXCEPT RECORDS   : ' DL100-XT-EXC-CNT.
003020     DISPLAY 'DL100XT - EXTRACT RECORDS  : ' DL100-XT-DATA-CNT.
003022
003024     PERFORM 3900-WRITE-LEDGER
003026         THRU 3900-EXIT.
003030 3000-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------------
003070* 3900-WRITE-LEDGER - RECORD THE EXTRACT STEP ON THE RUN LEDGER.
003080*                     THE STEP RETURN CODE IS KEPT ACROSS THE
003090*                     CALL.
003100*----------------------------------------------------------------
003110 3900-WRITE-LEDGER.
003120     MOVE SPACES               TO DL100-RL-RECORD.
003130     MOVE DL100-HDR-RUN-ID     TO DL100-RL-RUN-ID.
003140     SET DL100-RL-EXTRACT      TO TRUE.
003150     MOVE 'DL100XT'            TO DL100-RL-PROGRAM.
003160     MOVE RETURN-CODE          TO DL100-RL-RC.
003170     MOVE DL100-HDR-FEED-DATE  TO DL100-RL-FEED-DATE.
003180     MOVE DL100-HDR-SOURCE-SYS TO DL100-RL-SOURCE-SYS.
003190     MOVE DL100-XT-DATA-CNT    TO DL100-RL-COUNT.
003200     CALL 'DL100LGW' USING DL100-RL-RECORD.
003210     MOVE DL100-RL-RC          TO RETURN-CODE.
003220 3900-EXIT.
003230     EXIT.
