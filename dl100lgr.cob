000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100LGR.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - PRINTS THE DL100RL NIGHTLY
000110*                    RUN LEDGER BY RUN ID.  THE LEDGER IS WRITTEN
000120*                    IN THE ORDER THE STEPS END, SO THE STEPS OF
000130*                    ONE RUN ARE INTERLEAVED WITH ANY OTHER RUN
000140*                    IN FLIGHT (A PARTITIONED NIGHT, A RERUN, A
000150*                    LATE CERTIFICATION).  THE SELECTED ENTRIES
000160*                    ARE HELD IN CORE AND PRINTED GROUPED UNDER
000170*                    THEIR RUN ID, EACH RUN'S STEPS IN THE ORDER
000180*                    THEY RAN, WITH THE STEP COUNT AND HIGHEST
000190*                    RETURN CODE PER RUN.  SELECTION BY RUN DATE
000200*                    RANGE AND RUN ID COMES FROM THE DL100LS
000210*                    CONTROL RECORD (SPACES = ALL RUNS).  A LEDGER
000220*                    SELECTION LARGER THAN THE TABLE PRINTS WHAT
000230*                    FITS AND ENDS RC 12 - NARROW THE DATE RANGE.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-Z.
000280 OBJECT-COMPUTER.   IBM-Z.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DL100-RL-FILE ASSIGN TO DL100RL
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS DL100-RL-FSTATUS.
000340
000350     SELECT DL100-LS-FILE ASSIGN TO DL100LS
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS DL100-LS-STATUS.
000380
000390     SELECT DL100-LR-FILE ASSIGN TO DL100LR
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DL100-LR-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  DL100-RL-FILE
000460     RECORDING MODE IS F.
000470 01  DL100-RL-REC                PIC X(80).
000480
000490 FD  DL100-LS-FILE
000500     RECORDING MODE IS F.
000510 01  DL100-LS-REC                PIC X(32).
000520
000530 FD  DL100-LR-FILE
000540     RECORDING MODE IS F.
000550 01  DL100-LR-REC                PIC X(133).
000560
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------
000590* RUN LEDGER RECORD LAYOUT
000600*----------------------------------------------------------------
000610 COPY DL100RLG.
000620
000630*----------------------------------------------------------------
000640* SELECTION CONTROL RECORD LAYOUT
000650*----------------------------------------------------------------
000660 COPY DL100LGS.
000670
000680*----------------------------------------------------------------
000690* REPORT LINE LAYOUTS
000700*----------------------------------------------------------------
000710 COPY DL100LGP.
000720
000730*----------------------------------------------------------------
000740* SWITCHES AND STATUS FIELDS
000750*----------------------------------------------------------------
000760 01  DL100-EOF-SW                PIC X(01) VALUE 'N'.
000770     88  DL100-EOF               VALUE 'Y'.
000780     88  DL100-NOT-EOF           VALUE 'N'.
000790
000800 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
000810     88  DL100-INIT-FAILED       VALUE 'Y'.
000820     88  DL100-INIT-OK           VALUE 'N'.
000830
000840 01  DL100-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
000850     88  DL100-TABLE-FULL        VALUE 'Y'.
000860     88  DL100-TABLE-NOT-FULL    VALUE 'N'.
000870
000880 01  DL100-RL-FSTATUS            PIC X(02) VALUE '00'.
000890     88  DL100-RL-OK             VALUE '00'.
000900     88  DL100-RL-AT-EOF         VALUE '10'.
000910
000920 01  DL100-LS-STATUS             PIC X(02) VALUE '00'.
000930     88  DL100-LS-OK             VALUE '00'.
000940
000950 01  DL100-LR-STATUS             PIC X(02) VALUE '00'.
000960     88  DL100-LR-OK             VALUE '00'.
000970
000980*----------------------------------------------------------------
000990* RUN COUNTERS
001000*----------------------------------------------------------------
001010 01  DL100-LGR-COUNTERS.
001020     05  DL100-LGR-READ-CNT      USAGE COMP-5 PIC 9(09) VALUE 0.
001030     05  DL100-LGR-SEL-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
001040     05  DL100-LGR-RUN-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
001050
001060*----------------------------------------------------------------
001070* THE DATE A RUN ID WAS MINTED - ITS FIRST EIGHT BYTES
001080*----------------------------------------------------------------
001090 01  DL100-LGR-RUN-ID.
001100     05  DL100-LGR-RUN-DATE      PIC 9(08).
001110     05  DL100-LGR-RUN-TIME      PIC 9(08).
001120
001130 77  DL100-LGR-SEL-DATE          PIC 9(08) VALUE 0.
001140
001150*----------------------------------------------------------------
001160* SELECTED LEDGER ENTRIES, IN LEDGER ORDER.  EACH ENTRY IS
001170* MARKED AS IT PRINTS SO IT IS LISTED UNDER ITS RUN ONLY ONCE
001180*----------------------------------------------------------------
001190 01  DL100-LGR-TABLE.
001200     05  DL100-LGR-COUNT         USAGE COMP-5 PIC 9(04) VALUE 0.
001210     05  DL100-LGR-ENTRY OCCURS 2000 TIMES.
001220         10  DL100-LGR-E-RUN-ID  PIC X(16).
001230         10  DL100-LGR-E-REC     PIC X(80).
001240         10  DL100-LGR-E-DONE-SW PIC X(01).
001250             88  DL100-LGR-E-DONE        VALUE 'Y'.
001260             88  DL100-LGR-E-NOT-DONE    VALUE 'N'.
001270
001280 77  DL100-LGR-SUB               USAGE COMP-5 PIC 9(04) VALUE 0.
001290 77  DL100-LGR-SUB2              USAGE COMP-5 PIC 9(04) VALUE 0.
001300 77  DL100-LGR-STEPS             USAGE COMP-5 PIC 9(04) VALUE 0.
001310 77  DL100-LGR-HIGH-RC           PIC 9(04) VALUE 0.
001320
001330 PROCEDURE DIVISION.
001340*----------------------------------------------------------------
001350* 0000-MAINLINE
001360*----------------------------------------------------------------
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE
001390         THRU 1000-EXIT.
001400
001410     IF DL100-INIT-OK
001420         PERFORM 2000-LOAD-LEDGER
001430             THRU 2000-EXIT
001440             UNTIL DL100-EOF
001450         MOVE 0 TO DL100-LGR-SUB
001460         PERFORM 2500-PRINT-RUN
001470             THRU 2500-EXIT
001480             DL100-LGR-COUNT TIMES
001490     END-IF.
001500
001510     PERFORM 3000-TERMINATE
001520         THRU 3000-EXIT.
001530
001540     STOP RUN.
001550
001560*----------------------------------------------------------------
001570* 1000-INITIALIZE - OPEN FILES, READ THE SELECTION RECORD AND
001580*                   PRIME THE LEDGER READ
001590*----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     SET DL100-INIT-OK TO TRUE.
001620
001630     OPEN INPUT DL100-RL-FILE.
001640     IF NOT DL100-RL-OK
001650         DISPLAY 'DL100LGR - LEDGER OPEN ERROR ' DL100-RL-FSTATUS
001660         SET DL100-INIT-FAILED TO TRUE
001670     END-IF.
001680
001690     OPEN INPUT DL100-LS-FILE.
001700     IF NOT DL100-LS-OK
001710         DISPLAY 'DL100LGR - SELECT OPEN ERROR ' DL100-LS-STATUS
001720         SET DL100-INIT-FAILED TO TRUE
001730     END-IF.
001740
001750     OPEN OUTPUT DL100-LR-FILE.
001760     IF NOT DL100-LR-OK
001770         DISPLAY 'DL100LGR - REPORT OPEN ERROR ' DL100-LR-STATUS
001780         SET DL100-INIT-FAILED TO TRUE
001790     END-IF.
001800
001810     IF DL100-INIT-FAILED
001820         MOVE 12 TO RETURN-CODE
001830         GO TO 1000-EXIT
001840     END-IF.
001850
001860     READ DL100-LS-FILE INTO DL100-LGS-RECORD.
001870     IF NOT DL100-LS-OK
001880         DISPLAY 'DL100LGR - SELECT READ ERROR ' DL100-LS-STATUS
001890         SET DL100-INIT-FAILED TO TRUE
001900         MOVE 12 TO RETURN-CODE
001910         GO TO 1000-EXIT
001920     END-IF.
001930
001940     DISPLAY 'DL100LGR - FROM DATE : ' DL100-LGS-FROM-DATE.
001950     DISPLAY 'DL100LGR - TO DATE   : ' DL100-LGS-TO-DATE.
001960     DISPLAY 'DL100LGR - RUN ID    : ' DL100-LGS-RUN-ID.
001970
001980     WRITE DL100-LR-REC FROM DL100-LG-HEADING1
001990         AFTER ADVANCING PAGE.
002000     WRITE DL100-LR-REC FROM DL100-LG-HEADING2
002010         AFTER ADVANCING 2 LINES.
002020
002030     PERFORM 2100-READ-LEDGER
002040         THRU 2100-EXIT.
002050 1000-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------
002090* 2000-LOAD-LEDGER - SELECT ONE LEDGER ENTRY INTO THE TABLE.  A
002100*                    RUN IS SELECTED BY THE DATE ITS ID WAS
002110*                    MINTED; AN ENTRY WITH NO RUN ID (A LOAD
002120*                    REFUSED FOR WANT OF ONE) GOES BY ITS OWN DATE
002130*----------------------------------------------------------------
002140 2000-LOAD-LEDGER.
002150     IF DL100-RL-RUN-ID = SPACES
002160         MOVE DL100-RL-DATE      TO DL100-LGR-SEL-DATE
002170     ELSE
002180         MOVE DL100-RL-RUN-ID    TO DL100-LGR-RUN-ID
002190         MOVE DL100-LGR-RUN-DATE TO DL100-LGR-SEL-DATE
002200     END-IF.
002210
002220     IF DL100-LGR-SEL-DATE < DL100-LGS-FROM-DATE
002230        OR DL100-LGR-SEL-DATE > DL100-LGS-TO-DATE
002240         GO TO 2000-NEXT
002250     END-IF.
002260
002270     IF NOT DL100-LGS-ALL-RUNS
002280        AND DL100-RL-RUN-ID NOT = DL100-LGS-RUN-ID
002290         GO TO 2000-NEXT
002300     END-IF.
002310
002320     IF DL100-LGR-COUNT NOT < 2000
002330         DISPLAY 'DL100LGR - LEDGER TABLE FULL AT 2000 ENTRIES'
002340             ' - NARROW THE DATE RANGE'
002350         SET DL100-TABLE-FULL TO TRUE
002360         SET DL100-EOF TO TRUE
002370         GO TO 2000-EXIT
002380     END-IF.
002390
002400     ADD 1 TO DL100-LGR-COUNT.
002410     MOVE DL100-RL-RUN-ID
002420         TO DL100-LGR-E-RUN-ID(DL100-LGR-COUNT).
002430     MOVE DL100-RL-RECORD
002440         TO DL100-LGR-E-REC(DL100-LGR-COUNT).
002450     SET DL100-LGR-E-NOT-DONE(DL100-LGR-COUNT) TO TRUE.
002460     ADD 1 TO DL100-LGR-SEL-CNT.
002470
002480 2000-NEXT.
002490     PERFORM 2100-READ-LEDGER
002500         THRU 2100-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550* 2100-READ-LEDGER - READ ONE RUN LEDGER ENTRY
002560*----------------------------------------------------------------
002570 2100-READ-LEDGER.
002580     READ DL100-RL-FILE INTO DL100-RL-RECORD.
002590     IF DL100-RL-OK
002600         ADD 1 TO DL100-LGR-READ-CNT
002610     ELSE
002620         IF NOT DL100-RL-AT-EOF
002630             DISPLAY 'DL100LGR - LEDGER READ ERROR '
002640                 DL100-RL-FSTATUS
002650             MOVE 12 TO RETURN-CODE
002660         END-IF
002670         SET DL100-EOF TO TRUE
002680     END-IF.
002690 2100-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------------
002730* 2500-PRINT-RUN - THE FIRST ENTRY NOT YET PRINTED STARTS A NEW
002740*                  RUN - PRINT ITS RUN LINE, EVERY ENTRY FROM HERE
002750*                  ON CARRYING THE SAME RUN ID, AND THE RUN TOTAL
002760*----------------------------------------------------------------
002770 2500-PRINT-RUN.
002780     ADD 1 TO DL100-LGR-SUB.
002790     IF DL100-LGR-E-DONE(DL100-LGR-SUB)
002800         GO TO 2500-EXIT
002810     END-IF.
002820
002830     ADD 1 TO DL100-LGR-RUN-CNT.
002840     MOVE 0 TO DL100-LGR-STEPS.
002850     MOVE 0 TO DL100-LGR-HIGH-RC.
002860
002870     MOVE DL100-LGR-E-REC(DL100-LGR-SUB) TO DL100-RL-RECORD.
002880     MOVE SPACE                TO DL100-LG-RN-CC.
002890     MOVE DL100-RL-RUN-ID      TO DL100-LG-RN-RUN-ID.
002900     MOVE DL100-RL-FEED-DATE   TO DL100-LG-RN-FEED-DATE.
002910     MOVE DL100-RL-SOURCE-SYS  TO DL100-LG-RN-SOURCE-SYS.
002920     WRITE DL100-LR-REC FROM DL100-LG-RUN-LINE
002930         AFTER ADVANCING 2 LINES.
002940
002950     MOVE DL100-LGR-SUB TO DL100-LGR-SUB2.
002960     SUBTRACT 1 FROM DL100-LGR-SUB2.
002970     PERFORM 2600-PRINT-STEP
002980         THRU 2600-EXIT
002990         UNTIL DL100-LGR-SUB2 NOT < DL100-LGR-COUNT.
003000
003010     MOVE SPACE                TO DL100-LG-RT-CC.
003020     MOVE DL100-LGR-STEPS      TO DL100-LG-RT-STEPS.
003030     MOVE DL100-LGR-HIGH-RC    TO DL100-LG-RT-HIGH-RC.
003040     WRITE DL100-LR-REC FROM DL100-LG-RUN-TOTAL
003050         AFTER ADVANCING 1 LINE.
003060
003070     IF NOT DL100-LR-OK
003080         DISPLAY 'DL100LGR - REPORT WRITE ERROR ' DL100-LR-STATUS
003090     END-IF.
003100 2500-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140* 2600-PRINT-STEP - PRINT THE NEXT ENTRY IF IT BELONGS TO THE RUN
003150*                   BEING LISTED, AND MARK IT PRINTED
003160*----------------------------------------------------------------
003170 2600-PRINT-STEP.
003180     ADD 1 TO DL100-LGR-SUB2.
003190     IF DL100-LGR-E-DONE(DL100-LGR-SUB2)
003200        OR DL100-LGR-E-RUN-ID(DL100-LGR-SUB2)
003210           NOT = DL100-LGR-E-RUN-ID(DL100-LGR-SUB)
003220         GO TO 2600-EXIT
003230     END-IF.
003240
003250     SET DL100-LGR-E-DONE(DL100-LGR-SUB2) TO TRUE.
003260     ADD 1 TO DL100-LGR-STEPS.
003270
003280     MOVE DL100-LGR-E-REC(DL100-LGR-SUB2) TO DL100-RL-RECORD.
003290     IF DL100-RL-RC > DL100-LGR-HIGH-RC
003300         MOVE DL100-RL-RC      TO DL100-LGR-HIGH-RC
003310     END-IF.
003320
003330     MOVE SPACE                TO DL100-LG-SL-CC.
003340     MOVE DL100-RL-STEP        TO DL100-LG-SL-STEP.
003350     MOVE DL100-RL-PROGRAM     TO DL100-LG-SL-PROGRAM.
003360     MOVE DL100-RL-DATE        TO DL100-LG-SL-DATE.
003370     MOVE DL100-RL-TIME        TO DL100-LG-SL-TIME.
003380     MOVE DL100-RL-RC          TO DL100-LG-SL-RC.
003390     MOVE DL100-RL-COUNT       TO DL100-LG-SL-COUNT.
003400     MOVE DL100-RL-FEED-DATE   TO DL100-LG-SL-FEED-DATE.
003410     MOVE DL100-RL-SOURCE-SYS  TO DL100-LG-SL-SOURCE-SYS.
003420     WRITE DL100-LR-REC FROM DL100-LG-STEP-LINE
003430         AFTER ADVANCING 1 LINE.
003440 2600-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480* 3000-TERMINATE - PRINT THE REPORT TOTALS AND CLOSE FILES
003490*----------------------------------------------------------------
003500 3000-TERMINATE.
003510     IF DL100-INIT-OK
003520         PERFORM 3100-PRINT-TOTALS
003530             THRU 3100-EXIT
003540     END-IF.
003550
003560     IF DL100-TABLE-FULL
003570         MOVE 12 TO RETURN-CODE
003580     END-IF.
003590
003600     CLOSE DL100-RL-FILE
003610           DL100-LS-FILE
003620           DL100-LR-FILE.
003630
003640     DISPLAY 'DL100LGR - ENTRIES READ   : ' DL100-LGR-READ-CNT.
003650     DISPLAY 'DL100LGR - ENTRIES PRINTED: ' DL100-LGR-SEL-CNT.
003660     DISPLAY 'DL100LGR - RUNS LISTED    : ' DL100-LGR-RUN-CNT.
003670 3000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 3100-PRINT-TOTALS - REPORT TOTALS
003720*----------------------------------------------------------------
003730 3100-PRINT-TOTALS.
003740     MOVE SPACE                TO DL100-LG-TL-CC.
003750     MOVE 'RUNS LISTED'        TO DL100-LG-TL-LABEL.
003760     MOVE DL100-LGR-RUN-CNT    TO DL100-LG-TL-COUNT.
003770     WRITE DL100-LR-REC FROM DL100-LG-TOTAL-LINE
003780         AFTER ADVANCING 3 LINES.
003790
003800     MOVE SPACE                TO DL100-LG-TL-CC.
003810     MOVE 'STEPS LISTED'       TO DL100-LG-TL-LABEL.
003820     MOVE DL100-LGR-SEL-CNT    TO DL100-LG-TL-COUNT.
003830     WRITE DL100-LR-REC FROM DL100-LG-TOTAL-LINE
003840         AFTER ADVANCING 1 LINE.
003850
003860     IF DL100-TABLE-FULL
003870         MOVE SPACE                TO DL100-LG-TL-CC
003880         MOVE 'LEDGER TRUNCATED AT' TO DL100-LG-TL-LABEL
003890         MOVE DL100-LGR-COUNT      TO DL100-LG-TL-COUNT
003900         WRITE DL100-LR-REC FROM DL100-LG-TOTAL-LINE
003910             AFTER ADVANCING 1 LINE
003920     END-IF.
003930 3100-EXIT.
003940     EXIT.
