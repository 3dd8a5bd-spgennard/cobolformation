000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100DP.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - RESEND AND DUPLICATE
000110*                    SUBMISSION CHECK, RUN IN DL100FJ BETWEEN THE
000120*                    DL100FE EDIT AND THE NIGHT'S CONVERSION.  A
000130*                    SOURCE SYSTEM THAT RESENT YESTERDAY'S FILE
000140*                    UNDER A NEW HEADER DATE, OR PUT THE SAME ARG1
000150*                    IN TWO SETS, HAD EVERY COPY CONVERTED - THE
000160*                    ADJUSTMENTS WENT ON TWICE AND DL100LD KEPT
000170*                    THE DOUBLE-ADJUSTED VALUE ON DL100MS.  EVERY
000180*                    'D' RECORD OF THE EDITED FEED IS NOW CHECKED
000190*                    AGAINST THE REST OF THE NIGHT'S INTAKE AND
000200*                    AGAINST THE RECORDS CONVERTED AND LOADED
000210*                    WITHIN THE DL100DC LOOK-BACK WINDOW - THE
000220*                    DL100IH INTAKE HISTORY GIVES THE INPUT VALUES
000230*                    EACH EARLIER RUN WAS SENT AND DL100MH
000240*                    CONFIRMS THE RUN LOADED THE KEY AND THAT NO
000250*                    REVERSAL OR BACKOUT HAS TAKEN IT OFF SINCE.
000260*                    A SET WHOSE RECORDS LARGELY REPEAT AN EARLIER
000270*                    NIGHT IS HELD WHOLE.  HELD RECORDS GO TO
000280*                    DL100HL FOR REVIEW (LAYOUT DL100HLR) AND OUT
000290*                    OF THE FEED WRITTEN TO DL100FO, WHOSE
000300*                    TRAILERS ARE REWRITTEN TO MATCH; THE RECORDS
000310*                    PASSED ARE ADDED TO DL100IH.  RECORDS AN
000320*                    OPERATOR HAS RELEASED THROUGH DL100RH (THE
000330*                    DL100RF RELEASE FEED) ARE ADDED TO DL100FO AS
000340*                    ONE MORE SET WITHOUT BEING CHECKED AGAIN.
000350*                    THE RELEASE FEED IS ONLY READ HERE - DL100DJ
000360*                    OR DL100PJ EMPTIES IT ONCE THE CONVERSION
000370*                    HAS RUN CLEAN, BY COPYING DL100RK OVER IT.
000380*                    DL100RK HOLDS ANY RELEASED RECORDS LEFT FOR
000390*                    THE NEXT NIGHT, SO A FAILED OR REPEATED NIGHT
000400*                    NEITHER LOSES NOR DOUBLES THEM.  REPORT BY
000410*                    SOURCE SYSTEM ON DL100DR; THE STEP IS
000420*                    RECORDED ON THE RUN LEDGER.  RC 4 = RECORDS
000430*                    HELD (OR THE RELEASE FEED LEFT FOR THE NEXT
000440*                    NIGHT), RC 12 = I/O ERROR OR AN IN-CORE TABLE
000450*                    FULL, RC 16 = NO FEED HEADER OR A MALFORMED
000460*                    CONTROL RECORD.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-Z.
000510 OBJECT-COMPUTER.   IBM-Z.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT DL100-IN-FILE ASSIGN TO DL100IN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DL100-IN-STATUS.
000570
000580     SELECT DL100-DC-FILE ASSIGN TO DL100DC
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DL100-DC-STATUS.
000610
000620     SELECT DL100-MH-FILE ASSIGN TO DL100MH
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DL100-MH-STATUS.
000650
000660     SELECT DL100-IH-FILE ASSIGN TO DL100IH
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-IH-STATUS.
000690
000700     SELECT DL100-RF-FILE ASSIGN TO DL100RF
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DL100-RF-STATUS.
000730
000740     SELECT DL100-RK-FILE ASSIGN TO DL100RK
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS DL100-RK-STATUS.
000770
000780     SELECT DL100-FO-FILE ASSIGN TO DL100FO
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS DL100-FO-STATUS.
000810
000820     SELECT DL100-HL-FILE ASSIGN TO DL100HL
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS DL100-HL-STATUS.
000850
000860     SELECT DL100-DR-FILE ASSIGN TO DL100DR
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS DL100-DR-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  DL100-IN-FILE
000930     RECORDING MODE IS F.
000940 01  DL100-IN-REC                PIC X(74).
000950
000960 FD  DL100-DC-FILE
000970     RECORDING MODE IS F.
000980 01  DL100-DC-REC                PIC X(80).
000990
001000 FD  DL100-MH-FILE
001010     RECORDING MODE IS F.
001020 01  DL100-MH-REC                PIC X(107).
001030
001040 FD  DL100-IH-FILE
001050     RECORDING MODE IS F.
001060 01  DL100-IH-REC                PIC X(120).
001070
001080 FD  DL100-RF-FILE
001090     RECORDING MODE IS F.
001100 01  DL100-RF-REC                PIC X(74).
001110
001120 FD  DL100-RK-FILE
001130     RECORDING MODE IS F.
001140 01  DL100-RK-REC                PIC X(74).
001150
001160 FD  DL100-FO-FILE
001170     RECORDING MODE IS F.
001180 01  DL100-FO-REC                PIC X(74).
001190
001200 FD  DL100-HL-FILE
001210     RECORDING MODE IS F.
001220 01  DL100-HL-REC                PIC X(200).
001230
001240 FD  DL100-DR-FILE
001250     RECORDING MODE IS F.
001260 01  DL100-DR-REC                PIC X(133).
001270
001280 WORKING-STORAGE SECTION.
001290*----------------------------------------------------------------
001300* EDITED FEED RECORD LAYOUTS
001310*----------------------------------------------------------------
001320 COPY DL100REC.
001330
001340 COPY DL100HTR.
001350
001360*----------------------------------------------------------------
001370* CHECK CONTROL, RESULTS HISTORY, INTAKE HISTORY AND HELD RECORD
001380* LAYOUTS
001390*----------------------------------------------------------------
001400 COPY DL100DPC.
001410
001420 COPY DL100MHR.
001430
001440 COPY DL100IHR.
001450
001460 COPY DL100HLR.
001470
001480*----------------------------------------------------------------
001490* RUN LEDGER ENTRY
001500*----------------------------------------------------------------
001510 COPY DL100RLG.
001520
001530*----------------------------------------------------------------
001540* REPORT LINE LAYOUTS
001550*----------------------------------------------------------------
001560 COPY DL100DPP.
001570
001580*----------------------------------------------------------------
001590* THE CHECK PARAMETERS IN USE - FROM DL100DC, OR THE DEFAULTS
001600*----------------------------------------------------------------
001610 77  DL100-DP-LOOKBACK           USAGE COMP-5 PIC 9(04) VALUE 30.
001620 77  DL100-DP-REPEAT-PCT         USAGE COMP-5 PIC 9(04) VALUE 80.
001630 77  DL100-DP-MIN-SET            USAGE COMP-5 PIC 9(09) VALUE 5.
001640
001650*----------------------------------------------------------------
001660* THE RUN BEING CHECKED - FROM THE FIRST FEED HEADER
001670*----------------------------------------------------------------
001680 77  DL100-DP-RUN-ID             PIC X(16) VALUE SPACES.
001690 77  DL100-DP-TODAY              PIC 9(08) VALUE 0.
001700 77  DL100-DP-FIRST-FEED-DATE    PIC 9(08) VALUE 0.
001710 77  DL100-DP-FIRST-SOURCE       PIC X(08) VALUE SPACES.
001720
001730*----------------------------------------------------------------
001740* THE NIGHT'S EDITED FEED HELD IN CORE, RECORD BY RECORD IN FEED
001750* ORDER - THE IMAGE, THE SET IT CAME IN, WHY IT IS HELD (SPACES
001760* WHILE IT PASSES) AND WHAT IT MATCHED
001770*----------------------------------------------------------------
001780 01  DL100-DP-FEED-TABLE.
001790     05  DL100-DP-FD-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
001800     05  DL100-DP-FD-ENTRY OCCURS 5000 TIMES.
001810         10  DL100-DP-FD-IMAGE.
001820             15  DL100-DP-FD-TYPE    PIC X(01).
001830                 88  DL100-DP-FD-HEADER    VALUE 'H'.
001840                 88  DL100-DP-FD-DETAIL    VALUE 'D'.
001850                 88  DL100-DP-FD-TRAILER   VALUE 'T'.
001860                 88  DL100-DP-FD-REVERSAL  VALUE 'R'.
001870             15  DL100-DP-FD-ARG1    PIC X(24).
001880             15  FILLER              PIC X(49).
001890         10  DL100-DP-FD-SET     USAGE COMP-5 PIC 9(04).
001900         10  DL100-DP-FD-HOLD    PIC X(02).
001910             88  DL100-DP-FD-PASSES     VALUE SPACES.
001920             88  DL100-DP-FD-NIGHT-DUP  VALUE 'ND'.
001930             88  DL100-DP-FD-HIST-DUP   VALUE 'HD'.
001940             88  DL100-DP-FD-REPEAT     VALUE 'RS'.
001950         10  DL100-DP-FD-MATCH-RUN-ID PIC X(16).
001960         10  DL100-DP-FD-MATCH-SOURCE PIC X(08).
001970         10  DL100-DP-FD-MATCH-DATE  PIC 9(08).
001980
001990*----------------------------------------------------------------
002000* ONE ENTRY PER FEED SET - DL100D TAKES NO MORE THAN TEN, AND
002010* THE RELEASE FEED, WHEN THERE IS ONE, BECOMES ONE MORE
002020*----------------------------------------------------------------
002030 01  DL100-DP-SET-TABLE.
002040     05  DL100-DP-SET-COUNT      USAGE COMP-5 PIC 9(04) VALUE 0.
002050     05  DL100-DP-SET-ENTRY OCCURS 10 TIMES.
002060         10  DL100-DP-ST-SOURCE  PIC X(08).
002070         10  DL100-DP-ST-FEED-DATE PIC 9(08).
002080         10  DL100-DP-ST-DETAILS USAGE COMP-5 PIC 9(09).
002090         10  DL100-DP-ST-NIGHT   USAGE COMP-5 PIC 9(09).
002100         10  DL100-DP-ST-HISTORY USAGE COMP-5 PIC 9(09).
002110         10  DL100-DP-ST-HELD    USAGE COMP-5 PIC 9(09).
002120         10  DL100-DP-ST-PASSED  USAGE COMP-5 PIC 9(09).
002130         10  DL100-DP-ST-PCT     USAGE COMP-5 PIC 9(04).
002140         10  DL100-DP-ST-REPEAT-SW PIC X(01).
002150             88  DL100-DP-ST-REPEATED   VALUE 'Y'.
002160             88  DL100-DP-ST-NOT-REPEATED VALUE 'N'.
002170         10  DL100-DP-ST-MATCH-RUN-ID PIC X(16).
002180         10  DL100-DP-ST-MATCH-SOURCE PIC X(08).
002190         10  DL100-DP-ST-MATCH-DATE PIC 9(08).
002200
002210*----------------------------------------------------------------
002220* EVERY KEY ON TONIGHT'S FEED THAT AN EARLIER RUN LOADED WITHIN
002230* THE WINDOW, WITH THAT RUN'S ID - BUILT FROM DL100MH IN THE
002240* ORDER THE EVENTS HAPPENED, SO A KEY A LATER REVERSAL OR
002250* BACKOUT TOOK OFF THE MASTER AGAIN IS DROPPED (RUN ID SPACES)
002260*----------------------------------------------------------------
002270 01  DL100-DP-LOADED-TABLE.
002280     05  DL100-DP-LD-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
002290     05  DL100-DP-LD-ENTRY OCCURS 5000 TIMES.
002300         10  DL100-DP-LD-ARG1    PIC X(24).
002310         10  DL100-DP-LD-RUN-ID  PIC X(16).
002320
002330 77  DL100-DP-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
002340 77  DL100-DP-SUB2               USAGE COMP-5 PIC 9(04) VALUE 0.
002350 77  DL100-DP-SET                USAGE COMP-5 PIC 9(04) VALUE 0.
002360 77  DL100-DP-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
002370
002380*----------------------------------------------------------------
002390* WHAT IS BEING LOOKED FOR IN THE IN-CORE TABLES
002400*----------------------------------------------------------------
002410 01  DL100-DP-WANT-IMAGE         PIC X(74).
002420 01  DL100-DP-WANT-ARG1          PIC X(24).
002430 01  DL100-DP-WANT-RUN-ID        PIC X(16).
002440
002450 01  DL100-FOUND-SW              PIC X(01) VALUE 'N'.
002460     88  DL100-FOUND             VALUE 'Y'.
002470     88  DL100-NOT-FOUND         VALUE 'N'.
002480
002490*----------------------------------------------------------------
002500* A REVERSAL TAKES A KEY OFF WHICHEVER RUN LOADED IT; A BACKOUT
002510* ONLY TAKES OFF WHAT THE RUN BACKED OUT LOADED
002520*----------------------------------------------------------------
002530 01  DL100-DP-DROP-SW            PIC X(01) VALUE 'N'.
002540     88  DL100-DP-DROP-ANY-RUN   VALUE 'A'.
002550     88  DL100-DP-DROP-ONE-RUN   VALUE 'N'.
002560
002570*----------------------------------------------------------------
002580* DATE ARITHMETIC WORK AREAS - YYYYMMDD TO A DAY COUNT SO THE
002590* LOOK-BACK WINDOW SURVIVES MONTH AND YEAR BOUNDARIES
002600*----------------------------------------------------------------
002610 01  DL100-DP-D8                 PIC 9(08) VALUE 0.
002620 01  DL100-DP-D8-R REDEFINES DL100-DP-D8.
002630     05  DL100-DP-D8-YYYY        PIC 9(04).
002640     05  DL100-DP-D8-MM          PIC 9(02).
002650     05  DL100-DP-D8-DD          PIC 9(02).
002660
002670 77  DL100-DP-CAL-Y              USAGE COMP-5 PIC 9(09) VALUE 0.
002680 77  DL100-DP-CAL-M              USAGE COMP-5 PIC 9(09) VALUE 0.
002690 77  DL100-DP-CAL-W1             USAGE COMP-5 PIC 9(09) VALUE 0.
002700 77  DL100-DP-CAL-W2             USAGE COMP-5 PIC 9(09) VALUE 0.
002710 77  DL100-DP-CAL-W3             USAGE COMP-5 PIC 9(09) VALUE 0.
002720 77  DL100-DP-CAL-W4             USAGE COMP-5 PIC 9(09) VALUE 0.
002730 77  DL100-DP-DAYS               USAGE COMP-5 PIC 9(09) VALUE 0.
002740 77  DL100-DP-TODAY-DAYS         USAGE COMP-5 PIC 9(09) VALUE 0.
002750 77  DL100-DP-AGE                USAGE COMP-5 PIC S9(09)
002760                                     VALUE 0.
002770
002780*----------------------------------------------------------------
002790* RUNNING TRAILER TOTALS FOR THE SET BEING WRITTEN TO DL100FO
002800*----------------------------------------------------------------
002810 01  DL100-DP-SET-TOTALS.
002820     05  DL100-DP-OUT-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002830     05  DL100-DP-HASH5          USAGE COMP-3 PIC S9(13)
002840                                     VALUE 0.
002850     05  DL100-DP-HASH6          USAGE COMP-3 PIC S9(13)V99
002860                                     VALUE 0.
002870     05  DL100-DP-HASH7          USAGE COMP-3 PIC S9(13)
002880                                     VALUE 0.
002890
002900*----------------------------------------------------------------
002910* THE RELEASE FEED'S FIRST HEADER, WRITTEN AHEAD OF ITS FIRST
002920* RELEASED RECORD, AND THE SOURCE SYSTEM THE INTAKE HISTORY
002930* RECORDS A PASSED RECORD UNDER
002940*----------------------------------------------------------------
002950 01  DL100-DP-RF-HEADER          PIC X(74) VALUE SPACES.
002960 77  DL100-DP-IH-SOURCE          PIC X(08) VALUE SPACES.
002970
002980 01  DL100-DP-RF-SW              PIC X(01) VALUE 'N'.
002990     88  DL100-DP-RF-STARTED     VALUE 'Y'.
003000     88  DL100-DP-RF-NOT-STARTED VALUE 'N'.
003010     88  DL100-DP-RF-DEFERRED    VALUE 'L'.
003020
003030*----------------------------------------------------------------
003040* SWITCHES AND STATUS FIELDS
003050*----------------------------------------------------------------
003060 01  DL100-IN-STATUS             PIC X(02) VALUE '00'.
003070     88  DL100-IN-OK             VALUE '00'.
003080     88  DL100-IN-AT-EOF         VALUE '10'.
003090
003100 01  DL100-DC-STATUS             PIC X(02) VALUE '00'.
003110     88  DL100-DC-OK             VALUE '00'.
003120     88  DL100-DC-AT-EOF         VALUE '10'.
003130
003140 01  DL100-MH-STATUS             PIC X(02) VALUE '00'.
003150     88  DL100-MH-OK             VALUE '00'.
003160     88  DL100-MH-AT-EOF         VALUE '10'.
003170
003180 01  DL100-IH-STATUS             PIC X(02) VALUE '00'.
003190     88  DL100-IH-OK             VALUE '00'.
003200     88  DL100-IH-AT-EOF         VALUE '10'.
003210
003220 01  DL100-RF-STATUS             PIC X(02) VALUE '00'.
003230     88  DL100-RF-OK             VALUE '00'.
003240     88  DL100-RF-AT-EOF         VALUE '10'.
003250     88  DL100-RF-NOT-THERE      VALUE '35'.
003260
003270 01  DL100-RK-STATUS             PIC X(02) VALUE '00'.
003280     88  DL100-RK-OK             VALUE '00'.
003290
003300 01  DL100-FO-STATUS             PIC X(02) VALUE '00'.
003310     88  DL100-FO-OK             VALUE '00'.
003320
003330 01  DL100-HL-STATUS             PIC X(02) VALUE '00'.
003340     88  DL100-HL-OK             VALUE '00'.
003350
003360 01  DL100-DR-STATUS             PIC X(02) VALUE '00'.
003370     88  DL100-DR-OK             VALUE '00'.
003380
003390 01  DL100-FILE-EOF-SW           PIC X(01) VALUE 'N'.
003400     88  DL100-FILE-EOF          VALUE 'Y'.
003410     88  DL100-FILE-NOT-EOF      VALUE 'N'.
003420
003430 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
003440     88  DL100-INIT-FAILED       VALUE 'Y'.
003450     88  DL100-INIT-OK           VALUE 'N'.
003460
003470*----------------------------------------------------------------
003480* SET WHEN A READ FAILS OR AN IN-CORE TABLE OVERFLOWS - A CHECK
003490* THAT CANNOT SEE THE WHOLE FEED OR HISTORY COULD PASS A RESEND,
003500* SO NO FEED IS WRITTEN FOR THE CONVERSION (RC 12)
003510*----------------------------------------------------------------
003520 01  DL100-DP-ABORT-SW           PIC X(01) VALUE 'N'.
003530     88  DL100-DP-ABORT          VALUE 'Y'.
003540     88  DL100-DP-NO-ABORT       VALUE 'N'.
003550
003560*----------------------------------------------------------------
003570* RUN COUNTERS
003580*----------------------------------------------------------------
003590 01  DL100-DP-COUNTERS.
003600     05  DL100-DP-DETAIL-CNT     USAGE COMP-5 PIC 9(09) VALUE 0.
003610     05  DL100-DP-NIGHT-CNT      USAGE COMP-5 PIC 9(09) VALUE 0.
003620     05  DL100-DP-HISTORY-CNT    USAGE COMP-5 PIC 9(09) VALUE 0.
003630     05  DL100-DP-REPEAT-CNT     USAGE COMP-5 PIC 9(09) VALUE 0.
003640     05  DL100-DP-HELD-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
003650     05  DL100-DP-PASSED-CNT     USAGE COMP-5 PIC 9(09) VALUE 0.
003660     05  DL100-DP-SETS-HELD-CNT  USAGE COMP-5 PIC 9(09) VALUE 0.
003670     05  DL100-DP-RELEASED-CNT   USAGE COMP-5 PIC 9(09) VALUE 0.
003680     05  DL100-DP-MH-READ-CNT    USAGE COMP-5 PIC 9(09) VALUE 0.
003690     05  DL100-DP-IH-READ-CNT    USAGE COMP-5 PIC 9(09) VALUE 0.
003700
003710 PROCEDURE DIVISION.
003720*----------------------------------------------------------------
003730* 0000-MAINLINE
003740*----------------------------------------------------------------
003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE
003770         THRU 1000-EXIT.
003780
003790     IF DL100-INIT-OK AND DL100-DP-NO-ABORT
003800         MOVE 0 TO DL100-DP-SUB
003810         PERFORM 2000-CHECK-RECORD
003820             THRU 2000-EXIT
003830             DL100-DP-FD-COUNT TIMES
003840     END-IF.
003850
003860     PERFORM 3000-TERMINATE
003870         THRU 3000-EXIT.
003880
003890     STOP RUN.
003900
003910*----------------------------------------------------------------
003920* 1000-INITIALIZE - OPEN THE FILES, READ THE CONTROL RECORD, LOAD
003930*                   THE NIGHT'S FEED INTO CORE AND MARK EVERY
003940*                   RECORD AN EARLIER RUN ALREADY CONVERTED
003950*----------------------------------------------------------------
003960 1000-INITIALIZE.
003970     SET DL100-INIT-OK TO TRUE.
003980     ACCEPT DL100-DP-TODAY FROM DATE YYYYMMDD.
003990     MOVE DL100-DP-TODAY TO DL100-DP-D8.
004000     PERFORM 9100-DATE-TO-DAYS
004010         THRU 9100-EXIT.
004020     MOVE DL100-DP-DAYS TO DL100-DP-TODAY-DAYS.
004030
004040     OPEN INPUT DL100-IN-FILE.
004050     IF NOT DL100-IN-OK
004060         DISPLAY 'DL100DP - FEED OPEN ERROR ' DL100-IN-STATUS
004070         SET DL100-INIT-FAILED TO TRUE
004080     END-IF.
004090
004100     OPEN OUTPUT DL100-FO-FILE.
004110     IF NOT DL100-FO-OK
004120         DISPLAY 'DL100DP - FEED OUT OPEN ERROR ' DL100-FO-STATUS
004130         SET DL100-INIT-FAILED TO TRUE
004140     END-IF.
004150
004160     OPEN OUTPUT DL100-HL-FILE.
004170     IF NOT DL100-HL-OK
004180         DISPLAY 'DL100DP - HELD OPEN ERROR ' DL100-HL-STATUS
004190         SET DL100-INIT-FAILED TO TRUE
004200     END-IF.
004210
004220     OPEN OUTPUT DL100-DR-FILE.
004230     IF NOT DL100-DR-OK
004240         DISPLAY 'DL100DP - REPORT OPEN ERROR ' DL100-DR-STATUS
004250         SET DL100-INIT-FAILED TO TRUE
004260     END-IF.
004270
004280     OPEN OUTPUT DL100-RK-FILE.
004290     IF NOT DL100-RK-OK
004300         DISPLAY 'DL100DP - RELEASE KEEP OPEN ERROR '
004310             DL100-RK-STATUS
004320         SET DL100-INIT-FAILED TO TRUE
004330     END-IF.
004340
004350     IF DL100-INIT-FAILED
004360         MOVE 12 TO RETURN-CODE
004370         GO TO 1000-EXIT
004380     END-IF.
004390
004400     WRITE DL100-DR-REC FROM DL100-DP-HEADING1
004410         AFTER ADVANCING PAGE.
004420
004430     PERFORM 1100-READ-CONTROL
004440         THRU 1100-EXIT.
004450     IF DL100-INIT-FAILED
004460         GO TO 1000-EXIT
004470     END-IF.
004480
004490     PERFORM 1200-READ-FEED-HEADER
004500         THRU 1200-EXIT.
004510     IF DL100-INIT-FAILED
004520         GO TO 1000-EXIT
004530     END-IF.
004540
004550     MOVE DL100-DP-RUN-ID     TO DL100-DPH2-RUN-ID.
004560     MOVE DL100-DP-LOOKBACK   TO DL100-DPH2-LOOKBACK.
004570     MOVE DL100-DP-REPEAT-PCT TO DL100-DPH2-REPEAT-PCT.
004580     MOVE DL100-DP-MIN-SET    TO DL100-DPH2-MIN-SET.
004590     WRITE DL100-DR-REC FROM DL100-DP-HEADING2
004600         AFTER ADVANCING 2 LINES.
004610
004620     SET DL100-FILE-NOT-EOF TO TRUE.
004630     PERFORM 1300-LOAD-ONE-RECORD
004640         THRU 1300-EXIT
004650         UNTIL DL100-FILE-EOF OR DL100-DP-ABORT.
004660     DISPLAY 'DL100DP - FEED RECORDS LOADED : ' DL100-DP-FD-COUNT.
004670     DISPLAY 'DL100DP - FEED SETS LOADED    : '
004680         DL100-DP-SET-COUNT.
004690
004700*    A LOOK-BACK OF ZERO CHECKS THE NIGHT'S INTAKE ONLY
004710     IF DL100-DP-LOOKBACK = 0
004720         MOVE SPACE TO DL100-DP-NT-CC
004730         MOVE 'LOOK-BACK IS ZERO - NO EARLIER RUNS CHECKED'
004740             TO DL100-DP-NT-TEXT
004750         WRITE DL100-DR-REC FROM DL100-DP-NOTE-LINE
004760             AFTER ADVANCING 2 LINES
004770         GO TO 1000-EXIT
004780     END-IF.
004790
004800     IF DL100-DP-NO-ABORT
004810         PERFORM 1400-SCAN-RESULT-HISTORY
004820             THRU 1400-EXIT
004830     END-IF.
004840
004850     IF DL100-DP-NO-ABORT
004860         PERFORM 1500-SCAN-INTAKE-HISTORY
004870             THRU 1500-EXIT
004880     END-IF.
004890 1000-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930* 1100-READ-CONTROL - THE LOOK-BACK AND REPEAT LIMITS.  WITHOUT A
004940*                     CONTROL RECORD THE DEFAULTS STAND; A RECORD
004950*                     THAT IS NOT NUMERIC STOPS THE RUN.
004960*----------------------------------------------------------------
004970 1100-READ-CONTROL.
004980     OPEN INPUT DL100-DC-FILE.
004990     IF NOT DL100-DC-OK
005000         DISPLAY 'DL100DP - CONTROL FILE OPEN ERR '
005010             DL100-DC-STATUS ' - DEFAULTS USED'
005020         GO TO 1100-EXIT
005030     END-IF.
005040
005050     READ DL100-DC-FILE INTO DL100-DC-RECORD.
005060     IF NOT DL100-DC-OK
005070         DISPLAY 'DL100DP - CONTROL FILE EMPTY - DEFAULTS USED'
005080         CLOSE DL100-DC-FILE
005090         GO TO 1100-EXIT
005100     END-IF.
005110     CLOSE DL100-DC-FILE.
005120
005130     IF DL100-DC-LOOKBACK-DAYS IS NOT NUMERIC
005140        OR DL100-DC-REPEAT-PCT IS NOT NUMERIC
005150        OR DL100-DC-MIN-SET IS NOT NUMERIC
005160        OR DL100-DC-REPEAT-PCT > 100
005170         DISPLAY 'DL100DP - CONTROL RECORD MALFORMED - RUN '
005180             'STOPPED'
005190         SET DL100-INIT-FAILED TO TRUE
005200         MOVE 16 TO RETURN-CODE
005210         GO TO 1100-EXIT
005220     END-IF.
005230
005240     MOVE DL100-DC-LOOKBACK-DAYS TO DL100-DP-LOOKBACK.
005250     MOVE DL100-DC-REPEAT-PCT    TO DL100-DP-REPEAT-PCT.
005260     MOVE DL100-DC-MIN-SET       TO DL100-DP-MIN-SET.
005270 1100-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------
005310* 1200-READ-FEED-HEADER - THE EDITED FEED MUST OPEN WITH A HEADER
005320*                         CARRYING THE RUN ID
005330*----------------------------------------------------------------
005340 1200-READ-FEED-HEADER.
005350     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
005360     IF NOT DL100-IN-OK OR NOT DL100-IN-HEADER
005370         DISPLAY 'DL100DP - FEED HEADER MISSING - RUN STOPPED'
005380         SET DL100-INIT-FAILED TO TRUE
005390         MOVE 16 TO RETURN-CODE
005400         GO TO 1200-EXIT
005410     END-IF.
005420
005430     MOVE DL100-INPUT-RECORD   TO DL100-HDR-RECORD.
005440     MOVE DL100-HDR-RUN-ID     TO DL100-DP-RUN-ID.
005450     MOVE DL100-HDR-FEED-DATE  TO DL100-DP-FIRST-FEED-DATE.
005460     MOVE DL100-HDR-SOURCE-SYS TO DL100-DP-FIRST-SOURCE.
005470     IF DL100-DP-RUN-ID = SPACES
005480         DISPLAY 'DL100DP - FEED HEADER CARRIES NO RUN ID - RUN '
005490             'STOPPED'
005500         SET DL100-INIT-FAILED TO TRUE
005510         MOVE 16 TO RETURN-CODE
005520         GO TO 1200-EXIT
005530     END-IF.
005540     DISPLAY 'DL100DP - RUN ID    : ' DL100-DP-RUN-ID.
005550
005560     PERFORM 1310-START-SET
005570         THRU 1310-EXIT.
005580 1200-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------
005620* 1300-LOAD-ONE-RECORD - ONE EDITED FEED RECORD INTO CORE.  THE
005630*                        RECORD IN DL100-INPUT-RECORD IS STORED
005640*                        FIRST, SO THE HEADER 1200 READ IS KEPT.
005650*----------------------------------------------------------------
005660 1300-LOAD-ONE-RECORD.
005670     IF DL100-DP-FD-COUNT >= 5000
005680         DISPLAY 'DL100DP - FEED TABLE FULL - RUN STOPPED'
005690         SET DL100-DP-ABORT TO TRUE
005700         GO TO 1300-EXIT
005710     END-IF.
005720
005730     ADD 1 TO DL100-DP-FD-COUNT.
005740     MOVE DL100-INPUT-RECORD
005750         TO DL100-DP-FD-IMAGE(DL100-DP-FD-COUNT).
005760     MOVE DL100-DP-SET TO DL100-DP-FD-SET(DL100-DP-FD-COUNT).
005770     MOVE SPACES TO DL100-DP-FD-HOLD(DL100-DP-FD-COUNT).
005780     MOVE SPACES TO DL100-DP-FD-MATCH-RUN-ID(DL100-DP-FD-COUNT).
005790     MOVE SPACES TO DL100-DP-FD-MATCH-SOURCE(DL100-DP-FD-COUNT).
005800     MOVE 0      TO DL100-DP-FD-MATCH-DATE(DL100-DP-FD-COUNT).
005810     IF DL100-IN-DETAIL
005820         ADD 1 TO DL100-DP-ST-DETAILS(DL100-DP-SET)
005830         ADD 1 TO DL100-DP-DETAIL-CNT
005840     END-IF.
005850
005860     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
005870     IF NOT DL100-IN-OK
005880         IF NOT DL100-IN-AT-EOF
005890             DISPLAY 'DL100DP - FEED READ ERROR ' DL100-IN-STATUS
005900             SET DL100-DP-ABORT TO TRUE
005910         END-IF
005920         SET DL100-FILE-EOF TO TRUE
005930         GO TO 1300-EXIT
005940     END-IF.
005950
005960     IF DL100-IN-HEADER
005970         MOVE DL100-INPUT-RECORD TO DL100-HDR-RECORD
005980         PERFORM 1310-START-SET
005990             THRU 1310-EXIT
006000     END-IF.
006010 1300-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 1310-START-SET - THE HEADER IN DL100-HDR-RECORD OPENS THE NEXT
006060*                  SET
006070*----------------------------------------------------------------
006080 1310-START-SET.
006090     IF DL100-DP-SET-COUNT >= 10
006100         DISPLAY 'DL100DP - TOO MANY FEED SETS - RUN STOPPED'
006110         SET DL100-DP-ABORT TO TRUE
006120         SET DL100-FILE-EOF TO TRUE
006130         GO TO 1310-EXIT
006140     END-IF.
006150
006160     ADD 1 TO DL100-DP-SET-COUNT.
006170     MOVE DL100-DP-SET-COUNT TO DL100-DP-SET.
006180     INITIALIZE DL100-DP-SET-ENTRY(DL100-DP-SET).
006190     MOVE DL100-HDR-SOURCE-SYS
006200         TO DL100-DP-ST-SOURCE(DL100-DP-SET).
006210     MOVE DL100-HDR-FEED-DATE
006220         TO DL100-DP-ST-FEED-DATE(DL100-DP-SET).
006230     SET DL100-DP-ST-NOT-REPEATED(DL100-DP-SET) TO TRUE.
006240     DISPLAY 'DL100DP - FEED FROM : ' DL100-HDR-SOURCE-SYS.
006250 1310-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------
006290* 1400-SCAN-RESULT-HISTORY - WHICH OF TONIGHT'S KEYS EARLIER RUNS
006300*                            LOADED WITHIN THE WINDOW AND STILL
006310*                            STAND.  WITHOUT DL100MH NOTHING CAN
006320*                            BE CONFIRMED AS CONVERTED, AND ONLY
006330*                            THE NIGHT'S OWN DUPLICATES ARE HELD.
006340*----------------------------------------------------------------
006350 1400-SCAN-RESULT-HISTORY.
006360     OPEN INPUT DL100-MH-FILE.
006370     IF NOT DL100-MH-OK
006380         DISPLAY 'DL100DP - RESULTS HISTORY OPEN ERR '
006390             DL100-MH-STATUS ' - NOT CHECKED AGAINST EARLIER RUNS'
006400         MOVE SPACE TO DL100-DP-NT-CC
006410         MOVE 'NO RESULTS HISTORY - NO EARLIER RUNS CHECKED'
006420             TO DL100-DP-NT-TEXT
006430         WRITE DL100-DR-REC FROM DL100-DP-NOTE-LINE
006440             AFTER ADVANCING 2 LINES
006450         GO TO 1400-EXIT
006460     END-IF.
006470
006480     SET DL100-FILE-NOT-EOF TO TRUE.
006490     PERFORM 1410-SCAN-ONE-EVENT
006500         THRU 1410-EXIT
006510         UNTIL DL100-FILE-EOF OR DL100-DP-ABORT.
006520
006530     CLOSE DL100-MH-FILE.
006540     DISPLAY 'DL100DP - HISTORY EVENTS READ : '
006550         DL100-DP-MH-READ-CNT.
006560     DISPLAY 'DL100DP - KEYS LOADED BEFORE  : ' DL100-DP-LD-COUNT.
006570 1400-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------
006610* 1410-SCAN-ONE-EVENT - ONE DL100MH EVENT.  A LOAD OF ONE OF
006620*                       TONIGHT'S KEYS IS REMEMBERED WITH ITS RUN;
006630*                       A LATER REVERSAL OF THE KEY, OR A BACKOUT
006640*                       OF THAT RUN, FORGETS IT AGAIN.
006650*----------------------------------------------------------------
006660 1410-SCAN-ONE-EVENT.
006670     READ DL100-MH-FILE INTO DL100-MH-RECORD.
006680     IF NOT DL100-MH-OK
006690         IF NOT DL100-MH-AT-EOF
006700             DISPLAY 'DL100DP - RESULTS HISTORY READ ERR '
006710                 DL100-MH-STATUS
006720             SET DL100-DP-ABORT TO TRUE
006730         END-IF
006740         SET DL100-FILE-EOF TO TRUE
006750         GO TO 1410-EXIT
006760     END-IF.
006770     ADD 1 TO DL100-DP-MH-READ-CNT.
006780
006790     MOVE DL100-MH-RUN-DATE TO DL100-DP-D8.
006800     PERFORM 9100-DATE-TO-DAYS
006810         THRU 9100-EXIT.
006820     COMPUTE DL100-DP-AGE = DL100-DP-TODAY-DAYS - DL100-DP-DAYS.
006830     IF DL100-DP-AGE > DL100-DP-LOOKBACK
006840         GO TO 1410-EXIT
006850     END-IF.
006860
006870     MOVE DL100-MH-ARG1   TO DL100-DP-WANT-ARG1.
006880     MOVE DL100-MH-RUN-ID TO DL100-DP-WANT-RUN-ID.
006890
006900     IF DL100-MH-REVERSED
006910         SET DL100-DP-DROP-ANY-RUN TO TRUE
006920         MOVE 0 TO DL100-DP-SUB
006930         PERFORM 1440-DROP-ONE-PAIR
006940             THRU 1440-EXIT
006950             DL100-DP-LD-COUNT TIMES
006960         GO TO 1410-EXIT
006970     END-IF.
006980
006990     IF DL100-MH-BACKED-OUT
007000         SET DL100-DP-DROP-ONE-RUN TO TRUE
007010         MOVE 0 TO DL100-DP-SUB
007020         PERFORM 1440-DROP-ONE-PAIR
007030             THRU 1440-EXIT
007040             DL100-DP-LD-COUNT TIMES
007050         GO TO 1410-EXIT
007060     END-IF.
007070
007080     IF NOT DL100-MH-LOADED
007090         GO TO 1410-EXIT
007100     END-IF.
007110
007120*    ONLY THE KEYS ON TONIGHT'S FEED ARE OF ANY INTEREST
007130     SET DL100-NOT-FOUND TO TRUE.
007140     MOVE 0 TO DL100-DP-SUB.
007150     PERFORM 1420-TEST-ONE-FEED-KEY
007160         THRU 1420-EXIT
007170         DL100-DP-FD-COUNT TIMES.
007180     IF DL100-NOT-FOUND
007190         GO TO 1410-EXIT
007200     END-IF.
007210
007220     SET DL100-NOT-FOUND TO TRUE.
007230     MOVE 0 TO DL100-DP-SUB.
007240     PERFORM 1430-TEST-ONE-PAIR
007250         THRU 1430-EXIT
007260         DL100-DP-LD-COUNT TIMES.
007270     IF DL100-FOUND
007280         GO TO 1410-EXIT
007290     END-IF.
007300
007310     IF DL100-DP-LD-COUNT >= 5000
007320         DISPLAY 'DL100DP - LOADED KEY TABLE FULL - RUN STOPPED'
007330         SET DL100-DP-ABORT TO TRUE
007340         GO TO 1410-EXIT
007350     END-IF.
007360
007370     ADD 1 TO DL100-DP-LD-COUNT.
007380     MOVE DL100-DP-WANT-ARG1
007390         TO DL100-DP-LD-ARG1(DL100-DP-LD-COUNT).
007400     MOVE DL100-DP-WANT-RUN-ID
007410         TO DL100-DP-LD-RUN-ID(DL100-DP-LD-COUNT).
007420 1410-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------------
007460* 1420-TEST-ONE-FEED-KEY - IS THE KEY ON A 'D' RECORD TONIGHT
007470*----------------------------------------------------------------
007480 1420-TEST-ONE-FEED-KEY.
007490     ADD 1 TO DL100-DP-SUB.
007500     IF DL100-DP-FD-DETAIL(DL100-DP-SUB)
007510        AND DL100-DP-FD-ARG1(DL100-DP-SUB) = DL100-DP-WANT-ARG1
007520         SET DL100-FOUND TO TRUE
007530     END-IF.
007540 1420-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580* 1430-TEST-ONE-PAIR - IS THE KEY ALREADY HELD FOR THE SAME RUN
007590*----------------------------------------------------------------
007600 1430-TEST-ONE-PAIR.
007610     ADD 1 TO DL100-DP-SUB.
007620     IF DL100-DP-LD-ARG1(DL100-DP-SUB) = DL100-DP-WANT-ARG1
007630        AND DL100-DP-LD-RUN-ID(DL100-DP-SUB)
007640            = DL100-DP-WANT-RUN-ID
007650         SET DL100-FOUND TO TRUE
007660     END-IF.
007670 1430-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------
007710* 1440-DROP-ONE-PAIR - FORGET A LOAD THE MASTER NO LONGER HOLDS
007720*----------------------------------------------------------------
007730 1440-DROP-ONE-PAIR.
007740     ADD 1 TO DL100-DP-SUB.
007750     IF DL100-DP-LD-ARG1(DL100-DP-SUB) NOT = DL100-DP-WANT-ARG1
007760         GO TO 1440-EXIT
007770     END-IF.
007780
007790     IF DL100-DP-DROP-ANY-RUN
007800        OR DL100-DP-LD-RUN-ID(DL100-DP-SUB)
007810            = DL100-DP-WANT-RUN-ID
007820         MOVE SPACES TO DL100-DP-LD-RUN-ID(DL100-DP-SUB)
007830     END-IF.
007840 1440-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------------
007880* 1500-SCAN-INTAKE-HISTORY - THE INPUT VALUES EACH EARLIER RUN
007890*                            WAS SENT.  A RECORD OF TONIGHT'S
007900*                            WITH EXACTLY THOSE VALUES, WHOSE KEY
007910*                            THAT RUN LOADED, WAS CONVERTED
007920*                            BEFORE.  THE FIRST NIGHT THERE IS NO
007930*                            INTAKE HISTORY YET.
007940*----------------------------------------------------------------
007950 1500-SCAN-INTAKE-HISTORY.
007960     IF DL100-DP-LD-COUNT = 0
007970         GO TO 1500-EXIT
007980     END-IF.
007990
008000     OPEN INPUT DL100-IH-FILE.
008010     IF NOT DL100-IH-OK
008020         DISPLAY 'DL100DP - INTAKE HISTORY OPEN ERR '
008030             DL100-IH-STATUS ' - NOT CHECKED AGAINST EARLIER RUNS'
008040         MOVE SPACE TO DL100-DP-NT-CC
008050         MOVE 'NO INTAKE HISTORY - NO EARLIER RUNS CHECKED'
008060             TO DL100-DP-NT-TEXT
008070         WRITE DL100-DR-REC FROM DL100-DP-NOTE-LINE
008080             AFTER ADVANCING 2 LINES
008090         GO TO 1500-EXIT
008100     END-IF.
008110
008120     SET DL100-FILE-NOT-EOF TO TRUE.
008130     PERFORM 1510-SCAN-ONE-INTAKE
008140         THRU 1510-EXIT
008150         UNTIL DL100-FILE-EOF OR DL100-DP-ABORT.
008160
008170     CLOSE DL100-IH-FILE.
008180     DISPLAY 'DL100DP - INTAKE HISTORY READ : '
008190         DL100-DP-IH-READ-CNT.
008200 1500-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 1510-SCAN-ONE-INTAKE - ONE RECORD AN EARLIER RUN WAS SENT
008250*----------------------------------------------------------------
008260 1510-SCAN-ONE-INTAKE.
008270     READ DL100-IH-FILE INTO DL100-IH-RECORD.
008280     IF NOT DL100-IH-OK
008290         IF NOT DL100-IH-AT-EOF
008300             DISPLAY 'DL100DP - INTAKE HISTORY READ ERR '
008310                 DL100-IH-STATUS
008320             SET DL100-DP-ABORT TO TRUE
008330         END-IF
008340         SET DL100-FILE-EOF TO TRUE
008350         GO TO 1510-EXIT
008360     END-IF.
008370     ADD 1 TO DL100-DP-IH-READ-CNT.
008380
008390*    A RERUN OF THIS STEP FINDS ITS OWN EARLIER ATTEMPT HERE
008400     IF DL100-IH-RUN-ID = DL100-DP-RUN-ID
008410         GO TO 1510-EXIT
008420     END-IF.
008430
008440     MOVE DL100-IH-RUN-DATE TO DL100-DP-D8.
008450     PERFORM 9100-DATE-TO-DAYS
008460         THRU 9100-EXIT.
008470     COMPUTE DL100-DP-AGE = DL100-DP-TODAY-DAYS - DL100-DP-DAYS.
008480     IF DL100-DP-AGE > DL100-DP-LOOKBACK
008490         GO TO 1510-EXIT
008500     END-IF.
008510
008520     MOVE DL100-IH-IMAGE      TO DL100-DP-WANT-IMAGE.
008530     MOVE DL100-IH-IMAGE(2:24) TO DL100-DP-WANT-ARG1.
008540     MOVE DL100-IH-RUN-ID     TO DL100-DP-WANT-RUN-ID.
008550
008560     SET DL100-NOT-FOUND TO TRUE.
008570     MOVE 0 TO DL100-DP-SUB.
008580     PERFORM 1430-TEST-ONE-PAIR
008590         THRU 1430-EXIT
008600         DL100-DP-LD-COUNT TIMES.
008610     IF DL100-NOT-FOUND
008620         GO TO 1510-EXIT
008630     END-IF.
008640
008650     MOVE 0 TO DL100-DP-SUB.
008660     PERFORM 1520-MARK-ONE-RECORD
008670         THRU 1520-EXIT
008680         DL100-DP-FD-COUNT TIMES.
008690 1510-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------
008730* 1520-MARK-ONE-RECORD - A 'D' RECORD OF TONIGHT'S WITH THE SAME
008740*                        INPUT VALUES WAS CONVERTED BEFORE.  THE
008750*                        FIRST RUN FOUND IS THE ONE REPORTED.
008760*----------------------------------------------------------------
008770 1520-MARK-ONE-RECORD.
008780     ADD 1 TO DL100-DP-SUB.
008790     IF NOT DL100-DP-FD-DETAIL(DL100-DP-SUB)
008800        OR NOT DL100-DP-FD-PASSES(DL100-DP-SUB)
008810        OR DL100-DP-FD-IMAGE(DL100-DP-SUB)
008820           NOT = DL100-DP-WANT-IMAGE
008830         GO TO 1520-EXIT
008840     END-IF.
008850
008860     SET DL100-DP-FD-HIST-DUP(DL100-DP-SUB) TO TRUE.
008870     MOVE DL100-IH-RUN-ID
008880         TO DL100-DP-FD-MATCH-RUN-ID(DL100-DP-SUB).
008890     MOVE DL100-IH-SOURCE-SYS
008900         TO DL100-DP-FD-MATCH-SOURCE(DL100-DP-SUB).
008910     MOVE DL100-IH-FEED-DATE
008920         TO DL100-DP-FD-MATCH-DATE(DL100-DP-SUB).
008930 1520-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------------
008970* 2000-CHECK-RECORD - ONE RECORD OF THE NIGHT'S FEED.  A 'D'
008980*                     RECORD NOT ALREADY CONVERTED BEFORE IS
008990*                     HELD IF AN EARLIER 'D' RECORD TONIGHT - IN
009000*                     ANY SET - CARRIES EXACTLY THE SAME VALUES;
009010*                     THE FIRST COPY GOES ON TO BE CONVERTED.
009020*----------------------------------------------------------------
009030 2000-CHECK-RECORD.
009040     ADD 1 TO DL100-DP-SUB.
009050     IF NOT DL100-DP-FD-DETAIL(DL100-DP-SUB)
009060         GO TO 2000-EXIT
009070     END-IF.
009080
009090     MOVE DL100-DP-FD-SET(DL100-DP-SUB) TO DL100-DP-SET.
009100     IF DL100-DP-FD-HIST-DUP(DL100-DP-SUB)
009110         ADD 1 TO DL100-DP-ST-HISTORY(DL100-DP-SET)
009120         IF DL100-DP-ST-MATCH-RUN-ID(DL100-DP-SET) = SPACES
009130             MOVE DL100-DP-FD-MATCH-RUN-ID(DL100-DP-SUB)
009140                 TO DL100-DP-ST-MATCH-RUN-ID(DL100-DP-SET)
009150             MOVE DL100-DP-FD-MATCH-SOURCE(DL100-DP-SUB)
009160                 TO DL100-DP-ST-MATCH-SOURCE(DL100-DP-SET)
009170             MOVE DL100-DP-FD-MATCH-DATE(DL100-DP-SUB)
009180                 TO DL100-DP-ST-MATCH-DATE(DL100-DP-SET)
009190         END-IF
009200         GO TO 2000-EXIT
009210     END-IF.
009220
009230     MOVE DL100-DP-FD-IMAGE(DL100-DP-SUB) TO DL100-DP-WANT-IMAGE.
009240     SET DL100-NOT-FOUND TO TRUE.
009250     MOVE 0 TO DL100-DP-SUB2.
009260     COMPUTE DL100-DP-HIT = DL100-DP-SUB - 1.
009270     PERFORM 2010-TEST-ONE-EARLIER
009280         THRU 2010-EXIT
009290         UNTIL DL100-FOUND OR DL100-DP-SUB2 >= DL100-DP-HIT.
009300     IF DL100-NOT-FOUND
009310         GO TO 2000-EXIT
009320     END-IF.
009330
009340     SET DL100-DP-FD-NIGHT-DUP(DL100-DP-SUB) TO TRUE.
009350     MOVE DL100-DP-RUN-ID
009360         TO DL100-DP-FD-MATCH-RUN-ID(DL100-DP-SUB).
009370     MOVE DL100-DP-FD-SET(DL100-DP-SUB2) TO DL100-DP-HIT.
009380     MOVE DL100-DP-ST-SOURCE(DL100-DP-HIT)
009390         TO DL100-DP-FD-MATCH-SOURCE(DL100-DP-SUB).
009400     MOVE DL100-DP-ST-FEED-DATE(DL100-DP-HIT)
009410         TO DL100-DP-FD-MATCH-DATE(DL100-DP-SUB).
009420     ADD 1 TO DL100-DP-ST-NIGHT(DL100-DP-SET).
009430 2000-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------------
009470* 2010-TEST-ONE-EARLIER - DOES AN EARLIER 'D' RECORD CARRY THE
009480*                         SAME VALUES
009490*----------------------------------------------------------------
009500 2010-TEST-ONE-EARLIER.
009510     ADD 1 TO DL100-DP-SUB2.
009520     IF DL100-DP-FD-IMAGE(DL100-DP-SUB2) = DL100-DP-WANT-IMAGE
009530         SET DL100-FOUND TO TRUE
009540     END-IF.
009550 2010-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------------
009590* 3000-TERMINATE - HOLD THE REPEATED SETS, PRINT THE SETS, WRITE
009600*                  THE FEED FOR THE CONVERSION AND THE HELD FILE,
009610*                  ADD THE RELEASED RECORDS, SET THE RETURN CODE
009620*                  AND LEDGER THE STEP
009630*----------------------------------------------------------------
009640 3000-TERMINATE.
009650     IF DL100-INIT-OK AND DL100-DP-NO-ABORT
009660         MOVE 0 TO DL100-DP-SET
009670         PERFORM 3100-TEST-ONE-SET
009680             THRU 3100-EXIT
009690             DL100-DP-SET-COUNT TIMES
009700         MOVE 0 TO DL100-DP-SUB
009710         PERFORM 3150-COUNT-ONE-RECORD
009720             THRU 3150-EXIT
009730             DL100-DP-FD-COUNT TIMES
009740         WRITE DL100-DR-REC FROM DL100-DP-HEADING3
009750             AFTER ADVANCING 2 LINES
009760         MOVE 0 TO DL100-DP-SET
009770         PERFORM 3200-PRINT-ONE-SET
009780             THRU 3200-EXIT
009790             DL100-DP-SET-COUNT TIMES
009800         PERFORM 3300-WRITE-FEED
009810             THRU 3300-EXIT
009820         PERFORM 3500-MERGE-RELEASE
009830             THRU 3500-EXIT
009840         CLOSE DL100-IH-FILE
009850         PERFORM 3800-PRINT-TOTALS
009860             THRU 3800-EXIT
009870     END-IF.
009880
009890     IF DL100-DP-ABORT
009900         DISPLAY 'DL100DP - RUN FAILED - NO FEED WRITTEN FOR THE '
009910             'CONVERSION'
009920         MOVE 12 TO RETURN-CODE
009930     END-IF.
009940
009950     IF RETURN-CODE = 0 AND DL100-DP-HELD-CNT > 0
009960         MOVE 4 TO RETURN-CODE
009970     END-IF.
009980
009990     CLOSE DL100-IN-FILE
010000           DL100-FO-FILE
010010           DL100-HL-FILE
010020           DL100-DR-FILE
010030           DL100-RK-FILE.
010040
010050     DISPLAY 'DL100DP - DETAILS CHECKED    : '
010060         DL100-DP-DETAIL-CNT.
010070     DISPLAY 'DL100DP - HELD SAME NIGHT    : ' DL100-DP-NIGHT-CNT.
010080     DISPLAY 'DL100DP - HELD CONVERTED     : '
010090         DL100-DP-HISTORY-CNT.
010100     DISPLAY 'DL100DP - HELD WITH ITS SET  : '
010110         DL100-DP-REPEAT-CNT.
010120     DISPLAY 'DL100DP - RECORDS PASSED     : '
010130         DL100-DP-PASSED-CNT.
010140     DISPLAY 'DL100DP - RECORDS RELEASED   : '
010150         DL100-DP-RELEASED-CNT.
010160
010170     PERFORM 3900-WRITE-LEDGER
010180         THRU 3900-EXIT.
010190 3000-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------------
010230* 3100-TEST-ONE-SET - A SET BIG ENOUGH TO TEST WHOSE 'D' RECORDS
010240*                     WERE MOSTLY CONVERTED BEFORE IS A RESEND OF
010250*                     AN EARLIER NIGHT
010260*----------------------------------------------------------------
010270 3100-TEST-ONE-SET.
010280     ADD 1 TO DL100-DP-SET.
010290     IF DL100-DP-ST-DETAILS(DL100-DP-SET) = 0
010300         GO TO 3100-EXIT
010310     END-IF.
010320
010330     COMPUTE DL100-DP-ST-PCT(DL100-DP-SET)
010340         = (DL100-DP-ST-HISTORY(DL100-DP-SET) * 100)
010350         / DL100-DP-ST-DETAILS(DL100-DP-SET).
010360
010370     IF DL100-DP-REPEAT-PCT = 0
010380        OR DL100-DP-ST-DETAILS(DL100-DP-SET) < DL100-DP-MIN-SET
010390        OR DL100-DP-ST-PCT(DL100-DP-SET) < DL100-DP-REPEAT-PCT
010400         GO TO 3100-EXIT
010410     END-IF.
010420
010430     SET DL100-DP-ST-REPEATED(DL100-DP-SET) TO TRUE.
010440     ADD 1 TO DL100-DP-SETS-HELD-CNT.
010450     DISPLAY 'DL100DP - SET HELD AS A RESEND : '
010460         DL100-DP-ST-SOURCE(DL100-DP-SET) ' OF RUN '
010470         DL100-DP-ST-MATCH-RUN-ID(DL100-DP-SET).
010480 3100-EXIT.
010490     EXIT.
010500
010510*----------------------------------------------------------------
010520* 3150-COUNT-ONE-RECORD - EVERY 'D' AND 'R' RECORD OF A REPEATED
010530*                         SET IS HELD WITH IT; COUNT WHAT EACH
010540*                         SET HOLDS AND PASSES
010550*----------------------------------------------------------------
010560 3150-COUNT-ONE-RECORD.
010570     ADD 1 TO DL100-DP-SUB.
010580     IF NOT DL100-DP-FD-DETAIL(DL100-DP-SUB)
010590        AND NOT DL100-DP-FD-REVERSAL(DL100-DP-SUB)
010600         GO TO 3150-EXIT
010610     END-IF.
010620
010630     MOVE DL100-DP-FD-SET(DL100-DP-SUB) TO DL100-DP-SET.
010640     IF DL100-DP-ST-REPEATED(DL100-DP-SET)
010650        AND DL100-DP-FD-PASSES(DL100-DP-SUB)
010660         SET DL100-DP-FD-REPEAT(DL100-DP-SUB) TO TRUE
010670         MOVE DL100-DP-ST-MATCH-RUN-ID(DL100-DP-SET)
010680             TO DL100-DP-FD-MATCH-RUN-ID(DL100-DP-SUB)
010690         MOVE DL100-DP-ST-MATCH-SOURCE(DL100-DP-SET)
010700             TO DL100-DP-FD-MATCH-SOURCE(DL100-DP-SUB)
010710         MOVE DL100-DP-ST-MATCH-DATE(DL100-DP-SET)
010720             TO DL100-DP-FD-MATCH-DATE(DL100-DP-SUB)
010730     END-IF.
010740
010750     EVALUATE TRUE
010760         WHEN DL100-DP-FD-PASSES(DL100-DP-SUB)
010770             ADD 1 TO DL100-DP-ST-PASSED(DL100-DP-SET)
010780             ADD 1 TO DL100-DP-PASSED-CNT
010790         WHEN DL100-DP-FD-NIGHT-DUP(DL100-DP-SUB)
010800             ADD 1 TO DL100-DP-ST-HELD(DL100-DP-SET)
010810             ADD 1 TO DL100-DP-NIGHT-CNT
010820             ADD 1 TO DL100-DP-HELD-CNT
010830         WHEN DL100-DP-FD-HIST-DUP(DL100-DP-SUB)
010840             ADD 1 TO DL100-DP-ST-HELD(DL100-DP-SET)
010850             ADD 1 TO DL100-DP-HISTORY-CNT
010860             ADD 1 TO DL100-DP-HELD-CNT
010870         WHEN OTHER
010880             ADD 1 TO DL100-DP-ST-HELD(DL100-DP-SET)
010890             ADD 1 TO DL100-DP-REPEAT-CNT
010900             ADD 1 TO DL100-DP-HELD-CNT
010910     END-EVALUATE.
010920 3150-EXIT.
010930     EXIT.
010940
010950*----------------------------------------------------------------
010960* 3200-PRINT-ONE-SET - ONE SOURCE SYSTEM'S SET ON THE REPORT
010970*----------------------------------------------------------------
010980 3200-PRINT-ONE-SET.
010990     ADD 1 TO DL100-DP-SET.
011000     MOVE SPACES TO DL100-DP-SET-LINE.
011010     MOVE DL100-DP-ST-SOURCE(DL100-DP-SET)
011020                                 TO DL100-DP-SL-SOURCE.
011030     MOVE DL100-DP-ST-FEED-DATE(DL100-DP-SET)
011040                                 TO DL100-DP-SL-FEED-DATE.
011050     MOVE DL100-DP-ST-DETAILS(DL100-DP-SET)
011060                                 TO DL100-DP-SL-DETAILS.
011070     MOVE DL100-DP-ST-NIGHT(DL100-DP-SET)
011080                                 TO DL100-DP-SL-NIGHT.
011090     MOVE DL100-DP-ST-HISTORY(DL100-DP-SET)
011100                                 TO DL100-DP-SL-HISTORY.
011110     MOVE DL100-DP-ST-PCT(DL100-DP-SET)
011120                                 TO DL100-DP-SL-PCT.
011130     MOVE DL100-DP-ST-HELD(DL100-DP-SET)
011140                                 TO DL100-DP-SL-HELD.
011150     MOVE DL100-DP-ST-PASSED(DL100-DP-SET)
011160                                 TO DL100-DP-SL-PASSED.
011170     IF DL100-DP-ST-REPEATED(DL100-DP-SET)
011180         MOVE 'HELD - REPEATS AN EARLIER RUN' TO DL100-DP-SL-NOTE
011190     END-IF.
011200     WRITE DL100-DR-REC FROM DL100-DP-SET-LINE
011210         AFTER ADVANCING 1 LINE.
011220     IF NOT DL100-DR-OK
011230         DISPLAY 'DL100DP - REPORT WRITE ERR ' DL100-DR-STATUS
011240     END-IF.
011250 3200-EXIT.
011260     EXIT.
011270
011280*----------------------------------------------------------------
011290* 3300-WRITE-FEED - THE FEED FOR THE CONVERSION, LESS THE HELD
011300*                   RECORDS, WITH EACH SET'S TRAILER REWRITTEN TO
011310*                   WHAT IT NOW CARRIES.  A SET HELD WHOLE STILL
011320*                   GOES THROUGH AS AN EMPTY SET SO ITS SOURCE
011330*                   SYSTEM IS ACKNOWLEDGED.
011340*----------------------------------------------------------------
011350 3300-WRITE-FEED.
011360     OPEN EXTEND DL100-IH-FILE.
011370     IF NOT DL100-IH-OK
011380         DISPLAY 'DL100DP - INTAKE HISTORY OPEN ERR '
011390             DL100-IH-STATUS ' - RUN STOPPED'
011400         SET DL100-DP-ABORT TO TRUE
011410         GO TO 3300-EXIT
011420     END-IF.
011430
011440     IF DL100-DP-HELD-CNT > 0
011450         WRITE DL100-DR-REC FROM DL100-DP-HEADING4
011460             AFTER ADVANCING 2 LINES
011470     END-IF.
011480
011490     MOVE 0 TO DL100-DP-SUB.
011500     PERFORM 3310-WRITE-ONE-RECORD
011510         THRU 3310-EXIT
011520         DL100-DP-FD-COUNT TIMES.
011530 3300-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------------
011570* 3310-WRITE-ONE-RECORD - ONE RECORD OF THE NIGHT'S FEED TO
011580*                         DL100FO OR DL100HL
011590*----------------------------------------------------------------
011600 3310-WRITE-ONE-RECORD.
011610     ADD 1 TO DL100-DP-SUB.
011620     MOVE DL100-DP-FD-IMAGE(DL100-DP-SUB) TO DL100-INPUT-RECORD.
011630     MOVE DL100-DP-FD-SET(DL100-DP-SUB)   TO DL100-DP-SET.
011640
011650     IF DL100-IN-HEADER
011660         MOVE 0 TO DL100-DP-OUT-CNT
011670         MOVE 0 TO DL100-DP-HASH5
011680         MOVE 0 TO DL100-DP-HASH6
011690         MOVE 0 TO DL100-DP-HASH7
011700         PERFORM 3600-WRITE-FEED-RECORD
011710             THRU 3600-EXIT
011720         GO TO 3310-EXIT
011730     END-IF.
011740
011750     IF DL100-IN-TRAILER
011760         PERFORM 3620-WRITE-FEED-TRAILER
011770             THRU 3620-EXIT
011780         GO TO 3310-EXIT
011790     END-IF.
011800
011810     IF NOT DL100-DP-FD-PASSES(DL100-DP-SUB)
011820         PERFORM 3400-WRITE-HELD
011830             THRU 3400-EXIT
011840         GO TO 3310-EXIT
011850     END-IF.
011860
011870     MOVE DL100-DP-ST-SOURCE(DL100-DP-SET)
011880         TO DL100-DP-IH-SOURCE.
011890     MOVE DL100-DP-ST-FEED-DATE(DL100-DP-SET)
011900         TO DL100-IH-FEED-DATE.
011910     PERFORM 3610-WRITE-FEED-DETAIL
011920         THRU 3610-EXIT.
011930 3310-EXIT.
011940     EXIT.
011950
011960*----------------------------------------------------------------
011970* 3400-WRITE-HELD - ONE HELD RECORD TO DL100HL AND THE REPORT
011980*----------------------------------------------------------------
011990 3400-WRITE-HELD.
012000     MOVE SPACES                 TO DL100-HL-RECORD.
012010     MOVE DL100-INPUT-RECORD     TO DL100-HL-IMAGE.
012020     MOVE DL100-DP-RUN-ID        TO DL100-HL-RUN-ID.
012030     MOVE DL100-DP-ST-SOURCE(DL100-DP-SET)
012040                                 TO DL100-HL-SOURCE-SYS.
012050     MOVE DL100-DP-ST-FEED-DATE(DL100-DP-SET)
012060                                 TO DL100-HL-FEED-DATE.
012070     MOVE DL100-DP-FD-HOLD(DL100-DP-SUB)
012080                                 TO DL100-HL-REASON.
012090     EVALUATE TRUE
012100         WHEN DL100-HL-NIGHT-DUP
012110             MOVE 'SAME INPUT VALUES EARLIER IN THE NIGHT'
012120                 TO DL100-HL-REASON-TEXT
012130         WHEN DL100-HL-HISTORY-DUP
012140             MOVE 'SAME INPUT VALUES ALREADY CONVERTED'
012150                 TO DL100-HL-REASON-TEXT
012160         WHEN OTHER
012170             MOVE 'SET REPEATS AN EARLIER NIGHT'
012180                 TO DL100-HL-REASON-TEXT
012190     END-EVALUATE.
012200     MOVE DL100-DP-FD-MATCH-RUN-ID(DL100-DP-SUB)
012210                                 TO DL100-HL-MATCH-RUN-ID.
012220     MOVE DL100-DP-FD-MATCH-SOURCE(DL100-DP-SUB)
012230                                 TO DL100-HL-MATCH-SOURCE.
012240     MOVE DL100-DP-FD-MATCH-DATE(DL100-DP-SUB)
012250                                 TO DL100-HL-MATCH-FEED-DATE.
012260     MOVE DL100-DP-TODAY         TO DL100-HL-HOLD-DATE.
012270     WRITE DL100-HL-REC FROM DL100-HL-RECORD.
012280     IF NOT DL100-HL-OK
012290         DISPLAY 'DL100DP - HELD WRITE ERROR ' DL100-HL-STATUS
012300         MOVE 12 TO RETURN-CODE
012310     END-IF.
012320
012330     MOVE SPACES                 TO DL100-DP-HELD-LINE.
012340     MOVE DL100-HL-SOURCE-SYS    TO DL100-DP-HL-SOURCE.
012350     MOVE DL100-IN-TYPE          TO DL100-DP-HL-TYPE.
012360     MOVE DL100-IN-ARG1          TO DL100-DP-HL-ARG1.
012370     MOVE DL100-IN-CATEGORY      TO DL100-DP-HL-CATEGORY.
012380     MOVE DL100-HL-REASON-TEXT   TO DL100-DP-HL-REASON.
012390     MOVE DL100-HL-MATCH-RUN-ID  TO DL100-DP-HL-MATCH-RUN.
012400     MOVE DL100-HL-MATCH-SOURCE  TO DL100-DP-HL-MATCH-SOURCE.
012410     MOVE DL100-HL-MATCH-FEED-DATE
012420                                 TO DL100-DP-HL-MATCH-DATE.
012430     WRITE DL100-DR-REC FROM DL100-DP-HELD-LINE
012440         AFTER ADVANCING 1 LINE.
012450     IF NOT DL100-DR-OK
012460         DISPLAY 'DL100DP - REPORT WRITE ERR ' DL100-DR-STATUS
012470     END-IF.
012480 3400-EXIT.
012490     EXIT.
012500
012510*----------------------------------------------------------------
012520* 3500-MERGE-RELEASE - THE RECORDS AN OPERATOR RELEASED SINCE THE
012530*                      LAST RUN GO INTO TONIGHT'S FEED AS ONE MORE
012540*                      SET UNDER THE FIRST RELEASE HEADER, STAMPED
012550*                      WITH TONIGHT'S RUN ID.  THEY WERE HELD AND
012560*                      REVIEWED ONCE, SO THEY ARE NOT CHECKED
012570*                      AGAIN.  THE RELEASE FEED IS LEFT AS IT IS
012580*                      FOR DL100DJ/DL100PJ TO EMPTY AFTER A CLEAN
012590*                      CONVERSION.  ON A NIGHT THAT ALREADY HAS
012600*                      TEN SETS IT IS COPIED TO DL100RK INSTEAD,
012610*                      SO THAT EMPTYING KEEPS IT FOR THE NEXT
012620*                      NIGHT.
012630*----------------------------------------------------------------
012640 3500-MERGE-RELEASE.
012650     IF DL100-DP-ABORT
012660         GO TO 3500-EXIT
012670     END-IF.
012680
012690     OPEN INPUT DL100-RF-FILE.
012700     IF NOT DL100-RF-OK
012710         IF NOT DL100-RF-NOT-THERE
012720             DISPLAY 'DL100DP - RELEASE FEED OPEN ERR '
012730                 DL100-RF-STATUS
012740             MOVE 12 TO RETURN-CODE
012750             GO TO 3500-EXIT
012760         END-IF
012770         DISPLAY 'DL100DP - NO RELEASE FEED ' DL100-RF-STATUS
012780             ' - NOTHING RELEASED'
012790         GO TO 3500-EXIT
012800     END-IF.
012810
012820     SET DL100-DP-RF-NOT-STARTED TO TRUE.
012830     SET DL100-FILE-NOT-EOF TO TRUE.
012840     PERFORM 3510-MERGE-ONE-RECORD
012850         THRU 3510-EXIT
012860         UNTIL DL100-FILE-EOF.
012870     CLOSE DL100-RF-FILE.
012880
012890     IF DL100-DP-RF-DEFERRED
012900         PERFORM 3520-KEEP-RELEASE
012910             THRU 3520-EXIT
012920         GO TO 3500-EXIT
012930     END-IF.
012940
012950     IF DL100-DP-RF-STARTED
012960         PERFORM 3620-WRITE-FEED-TRAILER
012970             THRU 3620-EXIT
012980     END-IF.
012990 3500-EXIT.
013000     EXIT.
013010
013020*----------------------------------------------------------------
013030* 3510-MERGE-ONE-RECORD - ONE RECORD OF THE RELEASE FEED.  ITS OWN
013040*                         HEADERS AND TRAILERS ARE DROPPED - THE
013050*                         SET WRITTEN GETS A TRAILER OF ITS OWN.
013060*----------------------------------------------------------------
013070 3510-MERGE-ONE-RECORD.
013080     READ DL100-RF-FILE INTO DL100-INPUT-RECORD.
013090     IF NOT DL100-RF-OK
013100         IF NOT DL100-RF-AT-EOF
013110             DISPLAY 'DL100DP - RELEASE FEED READ ERR '
013120                 DL100-RF-STATUS
013130             MOVE 12 TO RETURN-CODE
013140         END-IF
013150         SET DL100-FILE-EOF TO TRUE
013160         GO TO 3510-EXIT
013170     END-IF.
013180
013190     IF DL100-IN-HEADER
013200         IF DL100-DP-RF-HEADER = SPACES
013210             MOVE DL100-INPUT-RECORD TO DL100-DP-RF-HEADER
013220         END-IF
013230         GO TO 3510-EXIT
013240     END-IF.
013250
013260     IF NOT DL100-IN-DETAIL AND NOT DL100-IN-REVERSAL
013270         GO TO 3510-EXIT
013280     END-IF.
013290
013300     IF DL100-DP-RF-NOT-STARTED
013310         IF DL100-DP-SET-COUNT >= 10
013320             DISPLAY 'DL100DP - TEN FEED SETS TONIGHT - RELEASED '
013330                 'RECORDS LEFT FOR THE NEXT RUN'
013340             MOVE SPACE TO DL100-DP-NT-CC
013350             MOVE 'TEN SETS - RELEASED RECORDS LEFT FOR NEXT RUN'
013360                 TO DL100-DP-NT-TEXT
013370             WRITE DL100-DR-REC FROM DL100-DP-NOTE-LINE
013380                 AFTER ADVANCING 2 LINES
013390             IF RETURN-CODE = 0
013400                 MOVE 4 TO RETURN-CODE
013410             END-IF
013420             SET DL100-DP-RF-DEFERRED TO TRUE
013430             SET DL100-FILE-EOF TO TRUE
013440             GO TO 3510-EXIT
013450         END-IF
013460         MOVE DL100-INPUT-RECORD TO DL100-DP-WANT-IMAGE
013470         MOVE DL100-DP-RF-HEADER TO DL100-HDR-RECORD
013480         MOVE DL100-DP-RUN-ID    TO DL100-HDR-RUN-ID
013490         MOVE DL100-HDR-SOURCE-SYS TO DL100-DP-IH-SOURCE
013500         MOVE DL100-HDR-FEED-DATE  TO DL100-IH-FEED-DATE
013510         MOVE DL100-HDR-RECORD   TO DL100-INPUT-RECORD
013520         MOVE 0 TO DL100-DP-OUT-CNT
013530         MOVE 0 TO DL100-DP-HASH5
013540         MOVE 0 TO DL100-DP-HASH6
013550         MOVE 0 TO DL100-DP-HASH7
013560         PERFORM 3600-WRITE-FEED-RECORD
013570             THRU 3600-EXIT
013580         MOVE DL100-DP-WANT-IMAGE TO DL100-INPUT-RECORD
013590         SET DL100-DP-RF-STARTED TO TRUE
013600     END-IF.
013610
013620     PERFORM 3610-WRITE-FEED-DETAIL
013630         THRU 3610-EXIT.
013640     ADD 1 TO DL100-DP-RELEASED-CNT.
013650 3510-EXIT.
013660     EXIT.
013670
013680*----------------------------------------------------------------
013690* 3520-KEEP-RELEASE - A DEFERRED RELEASE FEED IS COPIED WHOLE TO
013700*                     DL100RK, WHICH THE CONVERSION JOB COPIES
013710*                     BACK OVER THE RELEASE FEED
013720*----------------------------------------------------------------
013730 3520-KEEP-RELEASE.
013740     OPEN INPUT DL100-RF-FILE.
013750     IF NOT DL100-RF-OK
013760         DISPLAY 'DL100DP - RELEASE FEED OPEN ERR '
013770             DL100-RF-STATUS
013780         MOVE 12 TO RETURN-CODE
013790         GO TO 3520-EXIT
013800     END-IF.
013810
013820     SET DL100-FILE-NOT-EOF TO TRUE.
013830     PERFORM 3530-KEEP-ONE-RECORD
013840         THRU 3530-EXIT
013850         UNTIL DL100-FILE-EOF.
013860     CLOSE DL100-RF-FILE.
013870 3520-EXIT.
013880     EXIT.
013890
013900*----------------------------------------------------------------
013910* 3530-KEEP-ONE-RECORD - ONE RECORD OF A DEFERRED RELEASE FEED
013920*----------------------------------------------------------------
013930 3530-KEEP-ONE-RECORD.
013940     READ DL100-RF-FILE.
013950     IF NOT DL100-RF-OK
013960         IF NOT DL100-RF-AT-EOF
013970             DISPLAY 'DL100DP - RELEASE FEED READ ERR '
013980                 DL100-RF-STATUS
013990             MOVE 12 TO RETURN-CODE
014000         END-IF
014010         SET DL100-FILE-EOF TO TRUE
014020         GO TO 3530-EXIT
014030     END-IF.
014040
014050     WRITE DL100-RK-REC FROM DL100-RF-REC.
014060     IF NOT DL100-RK-OK
014070         DISPLAY 'DL100DP - RELEASE KEEP WRITE ERR '
014080             DL100-RK-STATUS
014090         MOVE 12 TO RETURN-CODE
014100         SET DL100-FILE-EOF TO TRUE
014110     END-IF.
014120 3530-EXIT.
014130     EXIT.
014140
014150*----------------------------------------------------------------
014160* 3600-WRITE-FEED-RECORD - THE RECORD IN DL100-INPUT-RECORD TO
014170*                          DL100FO
014180*----------------------------------------------------------------
014190 3600-WRITE-FEED-RECORD.
014200     WRITE DL100-FO-REC FROM DL100-INPUT-RECORD.
014210     IF NOT DL100-FO-OK
014220         DISPLAY 'DL100DP - FEED OUT WRITE ERROR ' DL100-FO-STATUS
014230         MOVE 12 TO RETURN-CODE
014240     END-IF.
014250 3600-EXIT.
014260     EXIT.
014270
014280*----------------------------------------------------------------
014290* 3610-WRITE-FEED-DETAIL - A 'D' OR 'R' RECORD PASSED TO THE
014300*                          CONVERSION - ADDED TO THE SET TOTALS
014310*                          (A REVERSAL'S AMOUNTS COME OFF) AND TO
014320*                          THE INTAKE HISTORY UNDER THE SOURCE IN
014330*                          DL100-DP-IH-SOURCE AND THE FEED DATE IN
014340*                          DL100-IH-FEED-DATE
014350*----------------------------------------------------------------
014360 3610-WRITE-FEED-DETAIL.
014370     PERFORM 3600-WRITE-FEED-RECORD
014380         THRU 3600-EXIT.
014390
014400     ADD 1 TO DL100-DP-OUT-CNT.
014410     IF DL100-IN-REVERSAL
014420         SUBTRACT DL100-IN-ARG5 FROM DL100-DP-HASH5
014430         SUBTRACT DL100-IN-ARG6 FROM DL100-DP-HASH6
014440         SUBTRACT DL100-IN-ARG7 FROM DL100-DP-HASH7
014450     ELSE
014460         ADD DL100-IN-ARG5 TO DL100-DP-HASH5
014470         ADD DL100-IN-ARG6 TO DL100-DP-HASH6
014480         ADD DL100-IN-ARG7 TO DL100-DP-HASH7
014490     END-IF.
014500
014510     MOVE DL100-INPUT-RECORD TO DL100-IH-IMAGE.
014520     MOVE DL100-DP-RUN-ID    TO DL100-IH-RUN-ID.
014530     MOVE DL100-DP-TODAY     TO DL100-IH-RUN-DATE.
014540     MOVE DL100-DP-IH-SOURCE TO DL100-IH-SOURCE-SYS.
014550     WRITE DL100-IH-REC FROM DL100-IH-RECORD.
014560     IF NOT DL100-IH-OK
014570         DISPLAY 'DL100DP - INTAKE HISTORY WRITE ERR '
014580             DL100-IH-STATUS
014590         MOVE 12 TO RETURN-CODE
014600     END-IF.
014610 3610-EXIT.
014620     EXIT.
014630
014640*----------------------------------------------------------------
014650* 3620-WRITE-FEED-TRAILER - THE TRAILER OF THE SET JUST WRITTEN,
014660*                           PROMISING WHAT IT NOW CARRIES
014670*----------------------------------------------------------------
014680 3620-WRITE-FEED-TRAILER.
014690     MOVE SPACES           TO DL100-TRL-RECORD.
014700     MOVE 'T'              TO DL100-TRL-TYPE.
014710     MOVE DL100-DP-OUT-CNT TO DL100-TRL-COUNT.
014720     MOVE DL100-DP-HASH5   TO DL100-TRL-HASH5.
014730     MOVE DL100-DP-HASH6   TO DL100-TRL-HASH6.
014740     MOVE DL100-DP-HASH7   TO DL100-TRL-HASH7.
014750     MOVE DL100-TRL-RECORD TO DL100-INPUT-RECORD.
014760     PERFORM 3600-WRITE-FEED-RECORD
014770         THRU 3600-EXIT.
014780 3620-EXIT.
014790     EXIT.
014800
014810*----------------------------------------------------------------
014820* 3800-PRINT-TOTALS - THE RUN TOTALS
014830*----------------------------------------------------------------
014840 3800-PRINT-TOTALS.
014850     MOVE SPACES                     TO DL100-DP-TOTAL-LINE.
014860     MOVE 'DETAIL RECORDS CHECKED'   TO DL100-DP-TL-LABEL.
014870     MOVE DL100-DP-DETAIL-CNT        TO DL100-DP-TL-COUNT.
014880     WRITE DL100-DR-REC FROM DL100-DP-TOTAL-LINE
014890         AFTER ADVANCING 2 LINES.
014900
014910     MOVE 'HELD - SAME VALUES EARLIER TONIGHT'
014920                                     TO DL100-DP-TL-LABEL.
014930     MOVE DL100-DP-NIGHT-CNT         TO DL100-DP-TL-COUNT.
014940     WRITE DL100-DR-REC FROM DL100-DP-TOTAL-LINE
014950         AFTER ADVANCING 1 LINE.
014960
014970     MOVE 'HELD - ALREADY CONVERTED' TO DL100-DP-TL-LABEL.
014980     MOVE DL100-DP-HISTORY-CNT       TO DL100-DP-TL-COUNT.
014990     WRITE DL100-DR-REC FROM DL100-DP-TOTAL-LINE
015000         AFTER ADVANCING 1 LINE.
015010
015020     MOVE 'HELD - WITH A REPEATED SET' TO DL100-DP-TL-LABEL.
015030     MOVE DL100-DP-REPEAT-CNT        TO DL100-DP-TL-COUNT.
015040     WRITE DL100-DR-REC FROM DL100-DP-TOTAL-LINE
015050         AFTER ADVANCING 1 LINE.
015060
015070     MOVE 'SETS HELD AS RESENDS'     TO DL100-DP-TL-LABEL.
015080     MOVE DL100-DP-SETS-HELD-CNT     TO DL100-DP-TL-COUNT.
015090     WRITE DL100-DR-REC FROM DL100-DP-TOTAL-LINE
015100         AFTER ADVANCING 1 LINE.
015110
015120     MOVE 'RECORDS PASSED TO THE CONVERSION' TO DL100-DP-TL-LABEL.
015130     MOVE DL100-DP-PASSED-CNT        TO DL100-DP-TL-COUNT.
015140     WRITE DL100-DR-REC FROM DL100-DP-TOTAL-LINE
015150         AFTER ADVANCING 1 LINE.
015160
015170     MOVE 'RELEASED RECORDS ADDED'   TO DL100-DP-TL-LABEL.
015180     MOVE DL100-DP-RELEASED-CNT      TO DL100-DP-TL-COUNT.
015190     WRITE DL100-DR-REC FROM DL100-DP-TOTAL-LINE
015200         AFTER ADVANCING 1 LINE.
015210     IF NOT DL100-DR-OK
015220         DISPLAY 'DL100DP - REPORT WRITE ERR ' DL100-DR-STATUS
015230     END-IF.
015240 3800-EXIT.
015250     EXIT.
015260
015270*----------------------------------------------------------------
015280* 3900-WRITE-LEDGER - RECORD THE CHECK ON THE RUN LEDGER WITH THE
015290*                     NUMBER OF RECORDS HELD.  THE STEP RETURN
015300*                     CODE IS KEPT ACROSS THE CALL.
015310*----------------------------------------------------------------
015320 3900-WRITE-LEDGER.
015330     IF DL100-DP-RUN-ID = SPACES
015340         GO TO 3900-EXIT
015350     END-IF.
015360
015370     MOVE SPACES                   TO DL100-RL-RECORD.
015380     MOVE DL100-DP-RUN-ID          TO DL100-RL-RUN-ID.
015390     SET DL100-RL-DUPCHECK         TO TRUE.
015400     MOVE 'DL100DP'                TO DL100-RL-PROGRAM.
015410     MOVE RETURN-CODE              TO DL100-RL-RC.
015420     MOVE DL100-DP-FIRST-FEED-DATE TO DL100-RL-FEED-DATE.
015430     MOVE DL100-DP-FIRST-SOURCE    TO DL100-RL-SOURCE-SYS.
015440     MOVE DL100-DP-HELD-CNT        TO DL100-RL-COUNT.
015450     CALL 'DL100LGW' USING DL100-RL-RECORD.
015460     MOVE DL100-RL-RC              TO RETURN-CODE.
015470 3900-EXIT.
015480     EXIT.
015490
015500*----------------------------------------------------------------
015510* 9100-DATE-TO-DAYS - YYYYMMDD IN DL100-DP-D8 TO A RUNNING DAY
015520*                     COUNT IN DL100-DP-DAYS.  THE USUAL
015530*                     CIVIL-CALENDAR ARITHMETIC - EACH DIVISION
015540*                     LANDS IN AN INTEGER WORK FIELD SO IT
015550*                     TRUNCATES THE WAY THE ALGORITHM NEEDS.
015560*----------------------------------------------------------------
015570 9100-DATE-TO-DAYS.
015580     IF DL100-DP-D8-MM <= 2
015590         COMPUTE DL100-DP-CAL-Y = DL100-DP-D8-YYYY - 1
015600         COMPUTE DL100-DP-CAL-M = DL100-DP-D8-MM + 12
015610     ELSE
015620         MOVE DL100-DP-D8-YYYY TO DL100-DP-CAL-Y
015630         MOVE DL100-DP-D8-MM   TO DL100-DP-CAL-M
015640     END-IF.
015650
015660     COMPUTE DL100-DP-CAL-W1 = DL100-DP-CAL-Y / 4.
015670     COMPUTE DL100-DP-CAL-W2 = DL100-DP-CAL-Y / 100.
015680     COMPUTE DL100-DP-CAL-W3 = DL100-DP-CAL-Y / 400.
015690     COMPUTE DL100-DP-CAL-W4
015700         = (153 * (DL100-DP-CAL-M + 1)) / 5.
015710     COMPUTE DL100-DP-DAYS
015720         = 365 * DL100-DP-CAL-Y + DL100-DP-CAL-W1
015730         - DL100-DP-CAL-W2 + DL100-DP-CAL-W3
015740         + DL100-DP-CAL-W4 + DL100-DP-D8-DD.
015750 9100-EXIT.
015760     EXIT.
