000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100WI.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - WHAT-IF SIMULATION OF A
000110*                    PROPOSED DL100PM CONTROL FILE BEFORE IT GOES
000120*                    LIVE.  THE POPULATION NAMED ON DL100WC - A
000130*                    FEED IN DL100IN OR THE CURRENT DL100MS
000140*                    MASTER - IS RUN THROUGH DATATYPE TWICE PER
000150*                    RECORD, ONCE UNDER THE LIVE ADJUSTMENT SETS
000160*                    (DL100PM) AND ONCE UNDER THE PROPOSED ONES
000170*                    (DL100PP - A 'D' DETAIL ADDS A CATEGORY'S
000180*                    SET, A 'P' PENDING CHANGE REPLACES IT, SO
000190*                    DL100PP CAN BE THE LIVE FILE WITH DL100PA
000200*                    CHANGES STILL AWAITING APPROVAL).  CATEGORIES
000210*                    ARE VALIDATED THROUGH DL100CAT AS IN DL100D.
000220*                    NOTHING IS WRITTEN TO DL100OT, DL100EX,
000230*                    DL100AL, DL100MS, THE CHECKPOINT OR THE RUN
000240*                    LEDGER - THE ONLY OUTPUT IS THE DL100WR
000250*                    IMPACT REPORT, PER CATEGORY AND FOR ALL
000260*                    CATEGORIES: RECORD COUNTS UNDER EACH SIDE,
000270*                    RECORDS THAT WOULD NEWLY OVERFLOW ARG5 ('05')
000280*                    OR BREACH THE DL100PT PRECISION THRESHOLD
000290*                    ('06'), PROJECTED DRIFT PER ARGUMENT AND THE
000300*                    LARGEST CHANGE TO ANY ONE RECORD'S RETURNED
000310*                    VALUE, FOR THE REQUESTOR TO SIGN OFF.
000320*                    RC 0 - NO RECORD NEWLY REJECTED.  RC 4 - SOME
000330*                    RECORDS WOULD NEWLY BE REJECTED '05' OR '06'
000340*                    (SEE THE REPORT).  RC 12 - I/O ERROR OR
000350*                    CATEGORY TABLE FULL.  RC 16 - A CONTROL FILE
000360*                    IS MISSING, EMPTY OR BADLY FORMED.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-Z.
000410 OBJECT-COMPUTER.   IBM-Z.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DL100-WC-FILE ASSIGN TO DL100WC
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DL100-WC-STATUS.
000470
000480     SELECT DL100-PM-FILE ASSIGN TO DL100PM
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DL100-PM-STATUS.
000510
000520     SELECT DL100-PP-FILE ASSIGN TO DL100PP
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DL100-PP-STATUS.
000550
000560     SELECT DL100-IN-FILE ASSIGN TO DL100IN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DL100-IN-STATUS.
000590
000600     SELECT DL100-MS-FILE ASSIGN TO DL100MS
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS DL100-MSF-ARG1
000640         FILE STATUS IS DL100-MS-STATUS.
000650
000660     SELECT DL100-WR-FILE ASSIGN TO DL100WR
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-WR-STATUS.
000690
000700 DATA DIVISION.
000710*----------------------------------------------------------------
000720* NOTE - DATATYPE READS ITS OWN DL100MT MESSAGE TABLE AND DL100PT
000730* PRECISION THRESHOLD, AND DL100CAT ITS OWN DL100CM CATEGORY
000740* MASTER, SO THE SIMULATION SEES EXACTLY WHAT DL100D WOULD.
000750*----------------------------------------------------------------
000760 FILE SECTION.
000770 FD  DL100-WC-FILE
000780     RECORDING MODE IS F.
000790 01  DL100-WC-REC                PIC X(11).
000800
000810 FD  DL100-PM-FILE
000820     RECORDING MODE IS F.
000830 01  DL100-PM-REC                PIC X(80).
000840
000850 FD  DL100-PP-FILE
000860     RECORDING MODE IS F.
000870 01  DL100-PP-REC                PIC X(80).
000880
000890 FD  DL100-IN-FILE
000900     RECORDING MODE IS F.
000910 01  DL100-IN-REC                PIC X(74).
000920
000930 FD  DL100-MS-FILE.
000940 01  DL100-MSF-REC.
000950     05  DL100-MSF-ARG1          PIC X(24).
000960     05  FILLER                  PIC X(81).
000970
000980 FD  DL100-WR-FILE
000990     RECORDING MODE IS F.
001000 01  DL100-WR-REC                PIC X(133).
001010
001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------
001040* SIMULATION CONTROL RECORD LAYOUT
001050*----------------------------------------------------------------
001060 COPY DL100WIC.
001070
001080*----------------------------------------------------------------
001090* RUN PARAMETER (CONTROL FILE) LAYOUT - BOTH DL100PM AND DL100PP
001100*----------------------------------------------------------------
001110 COPY DL100PM.
001120
001130*----------------------------------------------------------------
001140* FEED RECORD LAYOUT (ARG1-ARG7 IN, ARG1-ARG7 OUT) - A MASTER
001150* RECORD IS MOVED INTO THE INPUT VIEW BEFORE IT IS SIMULATED
001160*----------------------------------------------------------------
001170 COPY DL100REC.
001180
001190*----------------------------------------------------------------
001200* CONVERSION-RESULTS MASTER RECORD LAYOUT
001210*----------------------------------------------------------------
001220 COPY DL100MST.
001230
001240*----------------------------------------------------------------
001250* IMPACT REPORT LINE LAYOUTS
001260*----------------------------------------------------------------
001270 COPY DL100WIP.
001280
001290*----------------------------------------------------------------
001300* ADJUSTMENT AMOUNTS FOR THE SIDE BEING SIMULATED - LOADED BY
001310* 2400-SIMULATE-SIDE FROM THE SET MATCHING THE RECORD'S CATEGORY
001320*----------------------------------------------------------------
001330 01  DL100-RUN-ADJ3              USAGE COMP-1.
001340 01  DL100-RUN-ADJ4              USAGE COMP-2.
001350 01  DL100-RUN-ADJ5              BINARY-SHORT SIGNED.
001360 01  DL100-RUN-ADJ6              USAGE COMP-3 PIC S9(7)V99.
001370 01  DL100-RUN-ADJ7              USAGE COMP-5 PIC S9(8).
001380 01  DL100-RUN-MSG-CODE          PIC X(02) VALUE '01'.
001390
001400*----------------------------------------------------------------
001410* THE ADJUSTMENT SETS OF EACH SIDE, KEYED BY CATEGORY - SIDE 1
001420* IS THE LIVE DL100PM, SIDE 2 THE PROPOSED DL100PP - WITH THE
001430* RUN DATE AND REQUESTOR FROM EACH FILE'S HEADER
001440*----------------------------------------------------------------
001450 01  DL100-WI-ADJ-SETS.
001460     05  DL100-WI-SIDE OCCURS 2 TIMES.
001470         10  DL100-WI-ADJ-COUNT  USAGE COMP-5 PIC 9(04).
001480         10  DL100-WI-PM-RUN-DATE
001490                                 PIC 9(08).
001500         10  DL100-WI-PM-REQUESTOR
001510                                 PIC X(10).
001520         10  DL100-WI-ADJ-ENTRY OCCURS 20 TIMES.
001530             15  DL100-WI-ADJ-CAT
001540                                 PIC X(02).
001550             15  DL100-WI-ADJ3-TBL
001560                                 USAGE COMP-1.
001570             15  DL100-WI-ADJ4-TBL
001580                                 USAGE COMP-2.
001590             15  DL100-WI-ADJ5-TBL
001600                                 BINARY-SHORT SIGNED.
001610             15  DL100-WI-ADJ6-TBL
001620                                 USAGE COMP-3 PIC S9(7)V99.
001630             15  DL100-WI-ADJ7-TBL
001640                                 USAGE COMP-5 PIC S9(8).
001650             15  DL100-WI-ADJMSG-TBL
001660                                 PIC X(02).
001670
001680 77  DL100-WI-SD                 USAGE COMP-5 PIC 9(04) VALUE 0.
001690 77  DL100-ADJ-SUB               USAGE COMP-5 PIC 9(04) VALUE 0.
001700 77  DL100-ADJ-HIT               USAGE COMP-5 PIC 9(04) VALUE 0.
001710 77  DL100-WI-MATCH-CAT          PIC X(02) VALUE SPACES.
001720 77  DL100-WI-DDNAME             PIC X(08) VALUE SPACES.
001730
001740 01  DL100-SET-FOUND-SW          PIC X(01) VALUE 'N'.
001750     88  DL100-SET-FOUND         VALUE 'Y'.
001760     88  DL100-SET-NOT-FOUND     VALUE 'N'.
001770
001780 01  DL100-PM-EOF-SW             PIC X(01) VALUE 'N'.
001790     88  DL100-PM-EOF            VALUE 'Y'.
001800     88  DL100-PM-NOT-EOF        VALUE 'N'.
001810
001820*----------------------------------------------------------------
001830* WHAT THE CURRENT RECORD CAME TO UNDER EACH SIDE - ITS STATUS,
001840* THE MESSAGE CODE USED, ITS DRIFT CONTRIBUTION PER ARGUMENT
001850* (ARG3 THRU ARG7) AND THE VALUES RETURNED; AND, WHEN BOTH SIDES
001860* CONVERTED IT, HOW FAR THE PROPOSED VALUES MOVED FROM THE LIVE
001870*----------------------------------------------------------------
001880 01  DL100-WI-RESULT.
001890     05  DL100-WI-R-KIND-SW      PIC X(01).
001900         88  DL100-WI-R-CAT-REJECT   VALUE 'C'.
001910         88  DL100-WI-R-SIMULATED    VALUE 'S'.
001920     05  DL100-WI-R-SIDE OCCURS 2 TIMES.
001930         10  DL100-WI-R-STATUS   PIC X(02).
001940             88  DL100-WI-R-OK           VALUE '00'.
001950             88  DL100-WI-R-ARG5-OVFL    VALUE '05'.
001960             88  DL100-WI-R-PRECISION    VALUE '06'.
001970             88  DL100-WI-R-NO-SET       VALUE '09'.
001980             88  DL100-WI-R-REVERSED     VALUE 'RV'.
001990         10  DL100-WI-R-MSG      PIC X(02).
002000         10  DL100-WI-R-DRIFT    USAGE COMP-3 PIC S9(13)V99
002010                                 OCCURS 5 TIMES.
002020         10  DL100-WI-R-ARG3     USAGE COMP-1.
002030         10  DL100-WI-R-ARG4     USAGE COMP-2.
002040         10  DL100-WI-R-ARG5     BINARY-SHORT SIGNED.
002050         10  DL100-WI-R-ARG6     USAGE COMP-3 PIC S9(7)V99.
002060         10  DL100-WI-R-ARG7     USAGE COMP-5 PIC S9(8).
002070     05  DL100-WI-R-COMPARED-SW  PIC X(01).
002080         88  DL100-WI-R-COMPARED     VALUE 'Y'.
002090     05  DL100-WI-R-CHG          USAGE COMP-3 PIC S9(13)V99
002100                                 OCCURS 5 TIMES.
002110     05  DL100-WI-R-ABS          USAGE COMP-3 PIC S9(13)V99
002120                                 OCCURS 5 TIMES.
002130
002140*----------------------------------------------------------------
002150* ONE ENTRY PER CATEGORY IN THE POPULATION - THE LAST ENTRY IS
002160* KEPT FOR ALL CATEGORIES TOGETHER, SO AT MOST 50 CATEGORIES
002170*----------------------------------------------------------------
002180 01  DL100-WI-CATS.
002190     05  DL100-WI-CAT-COUNT      USAGE COMP-5 PIC 9(04).
002200     05  DL100-WI-CAT-ENTRY OCCURS 51 TIMES.
002210         10  DL100-WI-CT-CAT     PIC X(02).
002220         10  DL100-WI-CT-DESC    PIC X(24).
002230         10  DL100-WI-CT-REC-CNT USAGE COMP-5 PIC 9(09).
002240         10  DL100-WI-CT-REV-CNT USAGE COMP-5 PIC 9(09).
002250         10  DL100-WI-CT-CATREJ-CNT
002260                                 USAGE COMP-5 PIC 9(09).
002270         10  DL100-WI-CT-NEW-OVFL
002280                                 USAGE COMP-5 PIC 9(09).
002290         10  DL100-WI-CT-NEW-PREC
002300                                 USAGE COMP-5 PIC 9(09).
002310         10  DL100-WI-CT-NEW-NOSET
002320                                 USAGE COMP-5 PIC 9(09).
002330         10  DL100-WI-CT-SIDE OCCURS 2 TIMES.
002340             15  DL100-WI-CT-MSG PIC X(02).
002350             15  DL100-WI-CT-OK-CNT
002360                                 USAGE COMP-5 PIC 9(09).
002370             15  DL100-WI-CT-OVFL-CNT
002380                                 USAGE COMP-5 PIC 9(09).
002390             15  DL100-WI-CT-PREC-CNT
002400                                 USAGE COMP-5 PIC 9(09).
002410             15  DL100-WI-CT-NOSET-CNT
002420                                 USAGE COMP-5 PIC 9(09).
002430             15  DL100-WI-CT-DRIFT
002440                                 USAGE COMP-3 PIC S9(13)V99
002450                                 OCCURS 5 TIMES.
002460         10  DL100-WI-CT-ARG OCCURS 5 TIMES.
002470             15  DL100-WI-CT-MAX-ABS
002480                                 USAGE COMP-3 PIC S9(13)V99.
002490             15  DL100-WI-CT-MAX-CHG
002500                                 USAGE COMP-3 PIC S9(13)V99.
002510             15  DL100-WI-CT-MAX-ARG1
002520                                 PIC X(24).
002530
002540 77  DL100-WI-ALL-CATS           USAGE COMP-5 PIC 9(04) VALUE 51.
002550 77  DL100-WI-CT                 USAGE COMP-5 PIC 9(04) VALUE 0.
002560 77  DL100-WI-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
002570 77  DL100-WI-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
002580 77  DL100-WI-A                  USAGE COMP-5 PIC 9(04) VALUE 0.
002590
002600 01  DL100-FOUND-SW              PIC X(01) VALUE 'N'.
002610     88  DL100-FOUND             VALUE 'Y'.
002620     88  DL100-NOT-FOUND         VALUE 'N'.
002630
002640*----------------------------------------------------------------
002650* ARGUMENT NAMES FOR THE REPORT, IN DRIFT TABLE ORDER
002660*----------------------------------------------------------------
002670 01  DL100-WI-ARG-NAMES.
002680     05  FILLER                  PIC X(20) VALUE
002690         'ARG3ARG4ARG5ARG6ARG7'.
002700 01  DL100-WI-ARG-NAME-TBL REDEFINES DL100-WI-ARG-NAMES.
002710     05  DL100-WI-ARG-NAME       PIC X(04) OCCURS 5 TIMES.
002720
002730*----------------------------------------------------------------
002740* FLOATING-POINT DIFFERENCE STAGED HERE BEFORE IT IS MOVED TO A
002750* PACKED FIELD - THE TWO ARITHMETIC FORMS DO NOT MIX IN ONE
002760* COMPUTE
002770*----------------------------------------------------------------
002780 77  DL100-DRIFT-WORK            USAGE COMP-2.
002790
002800*----------------------------------------------------------------
002810* STATUS RETURNED BY DATATYPE ON EACH CALL
002820*----------------------------------------------------------------
002830 01  DL100-CALL-STATUS           PIC X(02) VALUE '00'.
002840     88  DL100-CALL-OK           VALUE '00'.
002850     88  DL100-CALL-ARG5-OVFL    VALUE '05'.
002860     88  DL100-CALL-PRECISION    VALUE '06'.
002870
002880*----------------------------------------------------------------
002890* CATEGORY REFERENCE LOOKUP (DL100CAT) CALL AREAS
002900*----------------------------------------------------------------
002910 01  DL100-CAT-CODE              PIC X(02).
002920 01  DL100-CAT-DATE              PIC 9(08).
002930 01  DL100-CAT-STATUS            PIC X(02) VALUE '00'.
002940     88  DL100-CAT-OK            VALUE '00'.
002950     88  DL100-CAT-UNKNOWN       VALUE '01'.
002960     88  DL100-CAT-NOT-IN-EFFECT VALUE '02'.
002970     88  DL100-CAT-NO-MASTER     VALUE '03'.
002980 01  DL100-CAT-DESC              PIC X(24).
002990 01  DL100-CAT-OWNER             PIC X(08).
003000
003010 77  DL100-WI-TODAY              PIC 9(08) VALUE 0.
003020
003030*----------------------------------------------------------------
003040* SWITCHES AND STATUS FIELDS
003050*----------------------------------------------------------------
003060 01  DL100-WC-STATUS             PIC X(02) VALUE '00'.
003070     88  DL100-WC-OK             VALUE '00'.
003080
003090 01  DL100-PM-STATUS             PIC X(02) VALUE '00'.
003100     88  DL100-PM-OK             VALUE '00'.
003110
003120 01  DL100-PP-STATUS             PIC X(02) VALUE '00'.
003130     88  DL100-PP-OK             VALUE '00'.
003140
003150 01  DL100-IN-STATUS             PIC X(02) VALUE '00'.
003160     88  DL100-IN-OK             VALUE '00'.
003170     88  DL100-IN-AT-EOF         VALUE '10'.
003180
003190 01  DL100-MS-STATUS             PIC X(02) VALUE '00'.
003200     88  DL100-MS-OK             VALUE '00'.
003210     88  DL100-MS-AT-EOF         VALUE '10'.
003220
003230 01  DL100-WR-STATUS             PIC X(02) VALUE '00'.
003240     88  DL100-WR-OK             VALUE '00'.
003250
003260 01  DL100-EOF-SW                PIC X(01) VALUE 'N'.
003270     88  DL100-EOF               VALUE 'Y'.
003280     88  DL100-NOT-EOF           VALUE 'N'.
003290
003300 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
003310     88  DL100-INIT-FAILED       VALUE 'Y'.
003320     88  DL100-INIT-OK           VALUE 'N'.
003330
003340*----------------------------------------------------------------
003350* SET ON ANY I/O FAILURE OR A FULL CATEGORY TABLE - RC 12, AND NO
003360* REPORT, SINCE A PART POPULATION WOULD UNDERSTATE THE IMPACT
003370*----------------------------------------------------------------
003380 01  DL100-WI-ABORT-SW           PIC X(01) VALUE 'N'.
003390     88  DL100-WI-ABORT          VALUE 'Y'.
003400     88  DL100-WI-NO-ABORT       VALUE 'N'.
003410
003420*----------------------------------------------------------------
003430* SET WHEN A CONTROL FILE CANNOT BE USED - RC 16
003440*----------------------------------------------------------------
003450 01  DL100-WI-REFUSED-SW         PIC X(01) VALUE 'N'.
003460     88  DL100-WI-REFUSED        VALUE 'Y'.
003470     88  DL100-WI-NOT-REFUSED    VALUE 'N'.
003480
003490 01  DL100-WI-COUNTERS.
003500     05  DL100-WI-READ-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
003510     05  DL100-WI-NEW-REJ-CNT    USAGE COMP-5 PIC 9(09) VALUE 0.
003520
003530 PROCEDURE DIVISION.
003540*----------------------------------------------------------------
003550* 0000-MAINLINE
003560*----------------------------------------------------------------
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE
003590         THRU 1000-EXIT.
003600
003610     IF DL100-INIT-OK
003620         PERFORM 2000-SIMULATE-RECORD
003630             THRU 2000-EXIT
003640             UNTIL DL100-EOF OR DL100-WI-ABORT
003650     END-IF.
003660
003670     PERFORM 3000-TERMINATE
003680         THRU 3000-EXIT.
003690
003700     STOP RUN.
003710
003720*----------------------------------------------------------------
003730* 1000-INITIALIZE - OPEN FILES, READ THE SIMULATION CONTROL
003740*                   RECORD AND BOTH CONTROL FILES, AND PRIME THE
003750*                   FIRST READ OF THE POPULATION
003760*----------------------------------------------------------------
003770 1000-INITIALIZE.
003780     SET DL100-INIT-OK TO TRUE.
003790     ACCEPT DL100-WI-TODAY FROM DATE YYYYMMDD.
003800     INITIALIZE DL100-WI-ADJ-SETS.
003810     INITIALIZE DL100-WI-CATS.
003820
003830     OPEN INPUT DL100-WC-FILE.
003840     IF NOT DL100-WC-OK
003850         DISPLAY 'DL100WI - CONTROL OPEN ERROR ' DL100-WC-STATUS
003860         SET DL100-INIT-FAILED TO TRUE
003865         SET DL100-WI-REFUSED TO TRUE
003870     END-IF.
003880
003890     OPEN INPUT DL100-PM-FILE.
003900     IF NOT DL100-PM-OK
003910         DISPLAY 'DL100WI - LIVE CONTROL FILE OPEN ERR '
003920             DL100-PM-STATUS
003930         SET DL100-INIT-FAILED TO TRUE
003935         SET DL100-WI-REFUSED TO TRUE
003940     END-IF.
003950
003960     OPEN INPUT DL100-PP-FILE.
003970     IF NOT DL100-PP-OK
003980         DISPLAY 'DL100WI - PROPOSED CONTROL FILE OPEN ERR '
003990             DL100-PP-STATUS
004000         SET DL100-INIT-FAILED TO TRUE
004005         SET DL100-WI-REFUSED TO TRUE
004010     END-IF.
004020
004030     OPEN OUTPUT DL100-WR-FILE.
004040     IF NOT DL100-WR-OK
004050         DISPLAY 'DL100WI - REPORT OPEN ERROR ' DL100-WR-STATUS
004060         SET DL100-INIT-FAILED TO TRUE
004065         SET DL100-WI-ABORT TO TRUE
004070     END-IF.
004080
004090     IF DL100-INIT-FAILED
004110         GO TO 1000-EXIT
004120     END-IF.
004130
004140     READ DL100-WC-FILE INTO DL100-WI-CONTROL.
004150     IF NOT DL100-WC-OK
004160         DISPLAY 'DL100WI - CONTROL READ ERROR ' DL100-WC-STATUS
004170         SET DL100-INIT-FAILED TO TRUE
004180         SET DL100-WI-REFUSED TO TRUE
004190         GO TO 1000-EXIT
004200     END-IF.
004210
004220     EVALUATE TRUE
004230         WHEN DL100-WI-FROM-FEED
004240             MOVE 'FEED IN DL100IN' TO DL100-WI-PL-SOURCE
004250             OPEN INPUT DL100-IN-FILE
004260             IF NOT DL100-IN-OK
004270                 DISPLAY 'DL100WI - FEED OPEN ERROR '
004280                     DL100-IN-STATUS
004290                 SET DL100-INIT-FAILED TO TRUE
004300                 SET DL100-WI-ABORT TO TRUE
004310             END-IF
004320         WHEN DL100-WI-FROM-MASTER
004330             MOVE 'RESULTS MASTER DL100MS'
004340                 TO DL100-WI-PL-SOURCE
004350             OPEN INPUT DL100-MS-FILE
004360             IF NOT DL100-MS-OK
004370                 DISPLAY 'DL100WI - MASTER OPEN ERROR '
004380                     DL100-MS-STATUS
004390                 SET DL100-INIT-FAILED TO TRUE
004400                 SET DL100-WI-ABORT TO TRUE
004410             END-IF
004420         WHEN OTHER
004430             DISPLAY 'DL100WI - BAD POPULATION SOURCE '
004440                 DL100-WI-SOURCE ' - MUST BE F OR M'
004450             SET DL100-INIT-FAILED TO TRUE
004460             SET DL100-WI-REFUSED TO TRUE
004470     END-EVALUATE.
004480     IF DL100-INIT-FAILED
004490         GO TO 1000-EXIT
004500     END-IF.
004510
004520     DISPLAY 'DL100WI - SIMULATING ' DL100-WI-PL-SOURCE
004530         ' FOR ' DL100-WI-REQUESTOR.
004540
004550     MOVE 1 TO DL100-WI-SD.
004560     MOVE 'DL100PM' TO DL100-WI-DDNAME.
004570     PERFORM 1100-READ-LIVE-PARM
004580         THRU 1100-EXIT.
004590
004600     IF DL100-INIT-OK
004610         MOVE 2 TO DL100-WI-SD
004620         MOVE 'DL100PP' TO DL100-WI-DDNAME
004630         PERFORM 1200-READ-PROP-PARM
004640             THRU 1200-EXIT
004650     END-IF.
004660
004670     IF DL100-INIT-FAILED
004680         GO TO 1000-EXIT
004690     END-IF.
004700
004710     PERFORM 1300-PRINT-HEADINGS
004720         THRU 1300-EXIT.
004730
004740     PERFORM 2900-READ-POPULATION
004750         THRU 2900-EXIT.
004760 1000-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------
004800* 1100-READ-LIVE-PARM - LOAD THE LIVE DL100PM ADJUSTMENT SETS
004810*----------------------------------------------------------------
004820 1100-READ-LIVE-PARM.
004830     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
004840     IF NOT DL100-PM-OK
004850         DISPLAY 'DL100WI - LIVE CONTROL FILE READ ERR '
004860             DL100-PM-STATUS
004870         SET DL100-INIT-FAILED TO TRUE
004880         SET DL100-WI-REFUSED TO TRUE
004890         GO TO 1100-EXIT
004900     END-IF.
004910
004920     IF NOT DL100-PARM-HEADER
004930         DISPLAY 'DL100WI - LIVE CONTROL FILE HEADER RECORD '
004940             'MISSING'
004950         SET DL100-INIT-FAILED TO TRUE
004960         SET DL100-WI-REFUSED TO TRUE
004970         GO TO 1100-EXIT
004980     END-IF.
004990
005000     MOVE DL100-PARM-RUN-DATE
005010         TO DL100-WI-PM-RUN-DATE(DL100-WI-SD).
005020     MOVE DL100-PARM-REQUESTOR
005030         TO DL100-WI-PM-REQUESTOR(DL100-WI-SD).
005040
005050     SET DL100-PM-NOT-EOF TO TRUE.
005060     PERFORM 1110-LOAD-LIVE-SET
005070         THRU 1110-EXIT
005080         UNTIL DL100-PM-EOF.
005090
005100     IF DL100-INIT-OK AND DL100-WI-ADJ-COUNT(DL100-WI-SD) = 0
005110         DISPLAY 'DL100WI - LIVE CONTROL FILE DETAIL RECORD '
005120             'MISSING'
005130         SET DL100-INIT-FAILED TO TRUE
005140         SET DL100-WI-REFUSED TO TRUE
005150     END-IF.
005160 1100-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* 1110-LOAD-LIVE-SET - READ ONE LIVE CONTROL RECORD INTO SIDE 1
005210*----------------------------------------------------------------
005220 1110-LOAD-LIVE-SET.
005230     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
005240     IF NOT DL100-PM-OK
005250         IF DL100-PM-STATUS NOT = '10'
005260             DISPLAY 'DL100WI - LIVE CONTROL FILE READ ERR '
005270                 DL100-PM-STATUS
005280             SET DL100-INIT-FAILED TO TRUE
005290             SET DL100-WI-REFUSED TO TRUE
005300         END-IF
005310         SET DL100-PM-EOF TO TRUE
005320         GO TO 1110-EXIT
005330     END-IF.
005340
005350*    THE LIVE SIDE IS WHAT HAS BEEN AGREED - A CHANGE STILL
005360*    AWAITING ITS SECOND OPERATOR IS NOT PART OF IT
005370     IF DL100-PARM-PENDING
005380         DISPLAY 'DL100WI - UNAPPROVED CHANGE ON LIVE CONTROL '
005390             'FILE FOR CATEGORY ' DL100-PARM-CATEGORY ' IGNORED'
005400         GO TO 1110-EXIT
005410     END-IF.
005420
005430     IF NOT DL100-PARM-DETAIL
005440         DISPLAY 'DL100WI - BAD LIVE CONTROL RECORD TYPE '
005450             DL100-PARM-TYPE
005460         SET DL100-INIT-FAILED TO TRUE
005470         SET DL100-WI-REFUSED TO TRUE
005480         SET DL100-PM-EOF TO TRUE
005490         GO TO 1110-EXIT
005500     END-IF.
005510
005520     PERFORM 1150-STORE-ADJ-SET
005530         THRU 1150-EXIT.
005540 1110-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------
005580* 1150-STORE-ADJ-SET - PUT THE CONTROL DETAIL IN DL100-PARM-DTL
005590*                      INTO THE CURRENT SIDE'S SET TABLE.  THE
005600*                      FIRST DETAIL FOR A CATEGORY IS THE ONE
005610*                      DL100D APPLIES, SO A LATER ONE IS IGNORED;
005620*                      A PENDING CHANGE REPLACES IT.
005630*----------------------------------------------------------------
005640 1150-STORE-ADJ-SET.
005650     MOVE DL100-PARM-CATEGORY TO DL100-WI-MATCH-CAT.
005660     PERFORM 1160-FIND-ADJ-SET
005670         THRU 1160-EXIT.
005680
005690     IF DL100-SET-FOUND
005700         IF NOT DL100-PARM-PENDING
005710             GO TO 1150-EXIT
005720         END-IF
005730     ELSE
005740         IF DL100-WI-ADJ-COUNT(DL100-WI-SD) >= 20
005750             DISPLAY 'DL100WI - TOO MANY ADJUSTMENT SETS ON '
005760                 DL100-WI-DDNAME
005770             SET DL100-INIT-FAILED TO TRUE
005780             SET DL100-WI-REFUSED TO TRUE
005790             SET DL100-PM-EOF TO TRUE
005800             GO TO 1150-EXIT
005810         END-IF
005820         ADD 1 TO DL100-WI-ADJ-COUNT(DL100-WI-SD)
005830         MOVE DL100-WI-ADJ-COUNT(DL100-WI-SD) TO DL100-ADJ-HIT
005840         MOVE DL100-PARM-CATEGORY
005850             TO DL100-WI-ADJ-CAT(DL100-WI-SD, DL100-ADJ-HIT)
005860     END-IF.
005870
005880     MOVE DL100-PARM-ADJ3
005890         TO DL100-WI-ADJ3-TBL(DL100-WI-SD, DL100-ADJ-HIT).
005900     MOVE DL100-PARM-ADJ4
005910         TO DL100-WI-ADJ4-TBL(DL100-WI-SD, DL100-ADJ-HIT).
005920     MOVE DL100-PARM-ADJ5
005930         TO DL100-WI-ADJ5-TBL(DL100-WI-SD, DL100-ADJ-HIT).
005940     MOVE DL100-PARM-ADJ6
005950         TO DL100-WI-ADJ6-TBL(DL100-WI-SD, DL100-ADJ-HIT).
005960     MOVE DL100-PARM-ADJ7
005970         TO DL100-WI-ADJ7-TBL(DL100-WI-SD, DL100-ADJ-HIT).
005980     MOVE DL100-PARM-MSG-CODE
005990         TO DL100-WI-ADJMSG-TBL(DL100-WI-SD, DL100-ADJ-HIT).
006000 1150-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------
006040* 1160-FIND-ADJ-SET - LOOK UP DL100-WI-MATCH-CAT IN THE CURRENT
006050*                     SIDE'S SET TABLE
006060*----------------------------------------------------------------
006070 1160-FIND-ADJ-SET.
006080     SET DL100-SET-NOT-FOUND TO TRUE.
006090     MOVE 0 TO DL100-ADJ-SUB.
006100     PERFORM 1170-MATCH-ADJ-SET
006110         THRU 1170-EXIT
006120         DL100-WI-ADJ-COUNT(DL100-WI-SD) TIMES.
006130 1160-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------------
006170* 1170-MATCH-ADJ-SET - REMEMBER THE FIRST SET FOR THE CATEGORY
006180*----------------------------------------------------------------
006190 1170-MATCH-ADJ-SET.
006200     ADD 1 TO DL100-ADJ-SUB.
006210     IF DL100-SET-NOT-FOUND
006220        AND DL100-WI-ADJ-CAT(DL100-WI-SD, DL100-ADJ-SUB)
006230            = DL100-WI-MATCH-CAT
006240         SET DL100-SET-FOUND TO TRUE
006250         MOVE DL100-ADJ-SUB TO DL100-ADJ-HIT
006260     END-IF.
006270 1170-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310* 1200-READ-PROP-PARM - LOAD THE PROPOSED DL100PP ADJUSTMENT SETS
006320*----------------------------------------------------------------
006330 1200-READ-PROP-PARM.
006340     READ DL100-PP-FILE INTO DL100-PARM-RECORD.
006350     IF NOT DL100-PP-OK
006360         DISPLAY 'DL100WI - PROPOSED CONTROL FILE READ ERR '
006370             DL100-PP-STATUS
006380         SET DL100-INIT-FAILED TO TRUE
006390         SET DL100-WI-REFUSED TO TRUE
006400         GO TO 1200-EXIT
006410     END-IF.
006420
006430     IF NOT DL100-PARM-HEADER
006440         DISPLAY 'DL100WI - PROPOSED CONTROL FILE HEADER RECORD '
006450             'MISSING'
006460         SET DL100-INIT-FAILED TO TRUE
006470         SET DL100-WI-REFUSED TO TRUE
006480         GO TO 1200-EXIT
006490     END-IF.
006500
006510     MOVE DL100-PARM-RUN-DATE
006520         TO DL100-WI-PM-RUN-DATE(DL100-WI-SD).
006530     MOVE DL100-PARM-REQUESTOR
006540         TO DL100-WI-PM-REQUESTOR(DL100-WI-SD).
006550
006560     SET DL100-PM-NOT-EOF TO TRUE.
006570     PERFORM 1210-LOAD-PROP-SET
006580         THRU 1210-EXIT
006590         UNTIL DL100-PM-EOF.
006600
006610     IF DL100-INIT-OK AND DL100-WI-ADJ-COUNT(DL100-WI-SD) = 0
006620         DISPLAY 'DL100WI - PROPOSED CONTROL FILE DETAIL RECORD '
006630             'MISSING'
006640         SET DL100-INIT-FAILED TO TRUE
006650         SET DL100-WI-REFUSED TO TRUE
006660     END-IF.
006670 1200-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------
006710* 1210-LOAD-PROP-SET - READ ONE PROPOSED CONTROL RECORD INTO
006720*                      SIDE 2 - A 'P' PENDING CHANGE IS EXACTLY
006730*                      WHAT IS BEING PROPOSED, SO IT COUNTS HERE
006740*----------------------------------------------------------------
006750 1210-LOAD-PROP-SET.
006760     READ DL100-PP-FILE INTO DL100-PARM-RECORD.
006770     IF NOT DL100-PP-OK
006780         IF DL100-PP-STATUS NOT = '10'
006790             DISPLAY 'DL100WI - PROPOSED CONTROL FILE READ ERR '
006800                 DL100-PP-STATUS
006810             SET DL100-INIT-FAILED TO TRUE
006820             SET DL100-WI-REFUSED TO TRUE
006830         END-IF
006840         SET DL100-PM-EOF TO TRUE
006850         GO TO 1210-EXIT
006860     END-IF.
006870
006880     IF NOT DL100-PARM-DETAIL AND NOT DL100-PARM-PENDING
006890         DISPLAY 'DL100WI - BAD PROPOSED CONTROL RECORD TYPE '
006900             DL100-PARM-TYPE
006910         SET DL100-INIT-FAILED TO TRUE
006920         SET DL100-WI-REFUSED TO TRUE
006930         SET DL100-PM-EOF TO TRUE
006940         GO TO 1210-EXIT
006950     END-IF.
006960
006970     PERFORM 1150-STORE-ADJ-SET
006980         THRU 1150-EXIT.
006990 1210-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------------
007030* 1300-PRINT-HEADINGS - THE POPULATION AND THE TWO CONTROL FILES
007040*----------------------------------------------------------------
007050 1300-PRINT-HEADINGS.
007060     WRITE DL100-WR-REC FROM DL100-WI-HEADING1
007070         AFTER ADVANCING PAGE.
007080
007090     MOVE SPACE                TO DL100-WI-PL-CC.
007100     MOVE DL100-WI-REQUESTOR   TO DL100-WI-PL-REQUESTOR.
007110     MOVE DL100-WI-TODAY       TO DL100-WI-PL-DATE.
007120     WRITE DL100-WR-REC FROM DL100-WI-POP-LINE
007130         AFTER ADVANCING 2 LINES.
007140
007150     MOVE SPACE                TO DL100-WI-CF-CC.
007160     MOVE 'LIVE'               TO DL100-WI-CF-SIDE.
007170     MOVE 'DL100PM'            TO DL100-WI-CF-DDNAME.
007180     MOVE DL100-WI-PM-RUN-DATE(1)  TO DL100-WI-CF-RUN-DATE.
007190     MOVE DL100-WI-PM-REQUESTOR(1) TO DL100-WI-CF-REQUESTOR.
007200     MOVE DL100-WI-ADJ-COUNT(1)    TO DL100-WI-CF-SETS.
007210     WRITE DL100-WR-REC FROM DL100-WI-CTL-LINE
007220         AFTER ADVANCING 2 LINES.
007230
007240     MOVE 'PROPOSED'           TO DL100-WI-CF-SIDE.
007250     MOVE 'DL100PP'            TO DL100-WI-CF-DDNAME.
007260     MOVE DL100-WI-PM-RUN-DATE(2)  TO DL100-WI-CF-RUN-DATE.
007270     MOVE DL100-WI-PM-REQUESTOR(2) TO DL100-WI-CF-REQUESTOR.
007280     MOVE DL100-WI-ADJ-COUNT(2)    TO DL100-WI-CF-SETS.
007290     WRITE DL100-WR-REC FROM DL100-WI-CTL-LINE
007300         AFTER ADVANCING 1 LINE.
007310
007320     IF NOT DL100-WR-OK
007330         DISPLAY 'DL100WI - REPORT WRITE ERROR ' DL100-WR-STATUS
007340         SET DL100-INIT-FAILED TO TRUE
007350         SET DL100-WI-ABORT TO TRUE
007360     END-IF.
007370 1300-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------
007410* 2000-SIMULATE-RECORD - RUN ONE RECORD THROUGH BOTH SIDES AND
007420*                        TALLY IT UNDER ITS CATEGORY AND UNDER ALL
007430*                        CATEGORIES
007440*----------------------------------------------------------------
007450 2000-SIMULATE-RECORD.
007460     PERFORM 2100-FIND-CAT-ENTRY
007470         THRU 2100-EXIT.
007480     IF DL100-WI-ABORT
007490         GO TO 2000-EXIT
007500     END-IF.
007510
007520     PERFORM 2140-VALIDATE-CATEGORY
007530         THRU 2140-EXIT.
007540     IF DL100-CAT-DESC NOT = SPACES
007550         MOVE DL100-CAT-DESC TO DL100-WI-CT-DESC(DL100-WI-HIT)
007560     END-IF.
007570
007580     INITIALIZE DL100-WI-RESULT.
007590
007600*    A CATEGORY DL100D WOULD REJECT '10' NEVER REACHES EITHER SET
007610     IF DL100-CAT-UNKNOWN OR DL100-CAT-NOT-IN-EFFECT
007620         SET DL100-WI-R-CAT-REJECT TO TRUE
007630         GO TO 2000-TALLY
007640     END-IF.
007650
007660     SET DL100-WI-R-SIMULATED TO TRUE.
007670     MOVE 0 TO DL100-WI-SD.
007680     PERFORM 2400-SIMULATE-SIDE
007690         THRU 2400-EXIT
007700         2 TIMES.
007710
007720     IF DL100-WI-R-OK(1) AND DL100-WI-R-OK(2)
007730         PERFORM 2500-COMPARE-SIDES
007740             THRU 2500-EXIT
007750     END-IF.
007760
007770 2000-TALLY.
007780     MOVE DL100-WI-HIT      TO DL100-WI-CT.
007790     PERFORM 2600-TALLY-RECORD
007800         THRU 2600-EXIT.
007810     MOVE DL100-WI-ALL-CATS TO DL100-WI-CT.
007820     PERFORM 2600-TALLY-RECORD
007830         THRU 2600-EXIT.
007840
007850     PERFORM 2900-READ-POPULATION
007860         THRU 2900-EXIT.
007870 2000-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910* 2100-FIND-CAT-ENTRY - FIND OR ADD THE RECORD'S CATEGORY IN THE
007920*                       REPORT TABLE
007930*----------------------------------------------------------------
007940 2100-FIND-CAT-ENTRY.
007950     SET DL100-NOT-FOUND TO TRUE.
007960     MOVE 0 TO DL100-WI-SUB.
007970     PERFORM 2110-MATCH-CAT-ENTRY
007980         THRU 2110-EXIT
007990         DL100-WI-CAT-COUNT TIMES.
008000     IF DL100-FOUND
008010         GO TO 2100-EXIT
008020     END-IF.
008030
008040     IF DL100-WI-CAT-COUNT >= DL100-WI-ALL-CATS - 1
008050         DISPLAY 'DL100WI - CATEGORY TABLE FULL - SIMULATION '
008060             'ABORTED'
008070         SET DL100-WI-ABORT TO TRUE
008080         GO TO 2100-EXIT
008090     END-IF.
008100
008110     ADD 1 TO DL100-WI-CAT-COUNT.
008120     MOVE DL100-WI-CAT-COUNT TO DL100-WI-HIT.
008130     MOVE DL100-IN-CATEGORY  TO DL100-WI-CT-CAT(DL100-WI-HIT).
008140 2100-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------
008180* 2110-MATCH-CAT-ENTRY - REMEMBER THE ENTRY FOR THE CATEGORY
008190*----------------------------------------------------------------
008200 2110-MATCH-CAT-ENTRY.
008210     ADD 1 TO DL100-WI-SUB.
008220     IF DL100-NOT-FOUND
008230        AND DL100-WI-CT-CAT(DL100-WI-SUB) = DL100-IN-CATEGORY
008240         SET DL100-FOUND TO TRUE
008250         MOVE DL100-WI-SUB TO DL100-WI-HIT
008260     END-IF.
008270 2110-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------
008310* 2140-VALIDATE-CATEGORY - ASK THE DL100CAT SUBPROGRAM WHETHER
008320*                          THE RECORD'S CATEGORY IS KNOWN, ACTIVE
008330*                          AND IN EFFECT TODAY, AS DL100D DOES
008340*----------------------------------------------------------------
008350 2140-VALIDATE-CATEGORY.
008360     MOVE DL100-IN-CATEGORY TO DL100-CAT-CODE.
008370     MOVE DL100-WI-TODAY    TO DL100-CAT-DATE.
008380     CALL 'DL100CAT' USING DL100-CAT-CODE
008390                           DL100-CAT-DATE
008400                           DL100-CAT-STATUS
008410                           DL100-CAT-DESC
008420                           DL100-CAT-OWNER.
008430 2140-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------------
008470* 2400-SIMULATE-SIDE - RUN THE RECORD THROUGH DATATYPE UNDER THE
008480*                      NEXT SIDE'S SET FOR ITS CATEGORY, ON A
008490*                      COPY OF THE INPUT, AND KEEP WHAT CAME BACK
008500*----------------------------------------------------------------
008510 2400-SIMULATE-SIDE.
008520     ADD 1 TO DL100-WI-SD.
008530     MOVE DL100-IN-CATEGORY TO DL100-WI-MATCH-CAT.
008540     PERFORM 1160-FIND-ADJ-SET
008550         THRU 1160-EXIT.
008560     IF DL100-SET-NOT-FOUND
008570         SET DL100-WI-R-NO-SET(DL100-WI-SD) TO TRUE
008580         GO TO 2400-EXIT
008590     END-IF.
008600
008610     MOVE DL100-WI-ADJ3-TBL(DL100-WI-SD, DL100-ADJ-HIT)
008620         TO DL100-RUN-ADJ3.
008630     MOVE DL100-WI-ADJ4-TBL(DL100-WI-SD, DL100-ADJ-HIT)
008640         TO DL100-RUN-ADJ4.
008650     MOVE DL100-WI-ADJ5-TBL(DL100-WI-SD, DL100-ADJ-HIT)
008660         TO DL100-RUN-ADJ5.
008670     MOVE DL100-WI-ADJ6-TBL(DL100-WI-SD, DL100-ADJ-HIT)
008680         TO DL100-RUN-ADJ6.
008690     MOVE DL100-WI-ADJ7-TBL(DL100-WI-SD, DL100-ADJ-HIT)
008700         TO DL100-RUN-ADJ7.
008710     IF DL100-WI-ADJMSG-TBL(DL100-WI-SD, DL100-ADJ-HIT)
008720         NOT = SPACE
008730         MOVE DL100-WI-ADJMSG-TBL(DL100-WI-SD, DL100-ADJ-HIT)
008740             TO DL100-RUN-MSG-CODE
008750     ELSE
008760         MOVE '01' TO DL100-RUN-MSG-CODE
008770     END-IF.
008780     MOVE DL100-RUN-MSG-CODE TO DL100-WI-R-MSG(DL100-WI-SD).
008790
008800*    A REVERSAL IS NOT CONVERTED - DL100D BACKS THE CATEGORY'S
008810*    CURRENT ADJUSTMENT OUT OF ITS DRIFT TOTALS (ARG4 AND ARG7 ARE
008820*    ADJUSTED BY SUBTRACTION, SO THEIR BACKOUT ADDS)
008830     IF DL100-IN-REVERSAL
008840         SET DL100-WI-R-REVERSED(DL100-WI-SD) TO TRUE
008850         MOVE DL100-RUN-ADJ3 TO DL100-DRIFT-WORK
008860         COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 1)
008870             = 0 - DL100-DRIFT-WORK
008880         MOVE DL100-RUN-ADJ4 TO DL100-DRIFT-WORK
008890         COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 2)
008900             = DL100-DRIFT-WORK
008910         COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 3)
008920             = 0 - DL100-RUN-ADJ5
008930         COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 4)
008940             = 0 - DL100-RUN-ADJ6
008950         MOVE DL100-RUN-ADJ7 TO DL100-WI-R-DRIFT(DL100-WI-SD, 5)
008960         GO TO 2400-EXIT
008970     END-IF.
008980
008990     MOVE DL100-INPUT-RECORD TO DL100-OUTPUT-RECORD.
009000     CALL 'DATATYPE' USING DL100-OUT-ARG1
009010                           DL100-OUT-ARG2
009020                           DL100-OUT-ARG3
009030                           DL100-OUT-ARG4
009040                           DL100-OUT-ARG5
009050                           DL100-RUN-ADJ3
009060                           DL100-RUN-ADJ4
009070                           DL100-RUN-ADJ5
009080                           DL100-CALL-STATUS
009090                           DL100-OUT-ARG6
009100                           DL100-OUT-ARG7
009110                           DL100-RUN-ADJ6
009120                           DL100-RUN-ADJ7
009130                           DL100-RUN-MSG-CODE.
009140
009150     MOVE DL100-CALL-STATUS TO DL100-WI-R-STATUS(DL100-WI-SD).
009160     IF NOT DL100-CALL-OK
009170         GO TO 2400-EXIT
009180     END-IF.
009190
009200*    DRIFT IS (VALUE RETURNED - VALUE FED IN), AS DL100D TOTALS IT
009210     COMPUTE DL100-DRIFT-WORK = DL100-OUT-ARG3 - DL100-IN-ARG3.
009220     COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 1) = DL100-DRIFT-WORK.
009230     COMPUTE DL100-DRIFT-WORK = DL100-OUT-ARG4 - DL100-IN-ARG4.
009240     COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 2) = DL100-DRIFT-WORK.
009250     COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 3)
009260         = DL100-OUT-ARG5 - DL100-IN-ARG5.
009270     COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 4)
009280         = DL100-OUT-ARG6 - DL100-IN-ARG6.
009290     COMPUTE DL100-WI-R-DRIFT(DL100-WI-SD, 5)
009300         = DL100-OUT-ARG7 - DL100-IN-ARG7.
009310
009320     MOVE DL100-OUT-ARG3 TO DL100-WI-R-ARG3(DL100-WI-SD).
009330     MOVE DL100-OUT-ARG4 TO DL100-WI-R-ARG4(DL100-WI-SD).
009340     MOVE DL100-OUT-ARG5 TO DL100-WI-R-ARG5(DL100-WI-SD).
009350     MOVE DL100-OUT-ARG6 TO DL100-WI-R-ARG6(DL100-WI-SD).
009360     MOVE DL100-OUT-ARG7 TO DL100-WI-R-ARG7(DL100-WI-SD).
009370 2400-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410* 2500-COMPARE-SIDES - HOW FAR EACH VALUE RETURNED UNDER THE
009420*                      PROPOSED SET MOVED FROM THE LIVE ONE
009430*----------------------------------------------------------------
009440 2500-COMPARE-SIDES.
009450     SET DL100-WI-R-COMPARED TO TRUE.
009460     COMPUTE DL100-DRIFT-WORK
009470         = DL100-WI-R-ARG3(2) - DL100-WI-R-ARG3(1).
009480     COMPUTE DL100-WI-R-CHG(1) = DL100-DRIFT-WORK.
009490     COMPUTE DL100-DRIFT-WORK
009500         = DL100-WI-R-ARG4(2) - DL100-WI-R-ARG4(1).
009510     COMPUTE DL100-WI-R-CHG(2) = DL100-DRIFT-WORK.
009520     COMPUTE DL100-WI-R-CHG(3)
009530         = DL100-WI-R-ARG5(2) - DL100-WI-R-ARG5(1).
009540     COMPUTE DL100-WI-R-CHG(4)
009550         = DL100-WI-R-ARG6(2) - DL100-WI-R-ARG6(1).
009560     COMPUTE DL100-WI-R-CHG(5)
009570         = DL100-WI-R-ARG7(2) - DL100-WI-R-ARG7(1).
009580
009590     MOVE 0 TO DL100-WI-A.
009600     PERFORM 2510-SIZE-CHANGE
009610         THRU 2510-EXIT
009620         5 TIMES.
009630 2500-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------------
009670* 2510-SIZE-CHANGE - THE SIZE OF ONE ARGUMENT'S CHANGE, EITHER
009680*                    WAY, FOR THE LARGEST-CHANGE COMPARISON
009690*----------------------------------------------------------------
009700 2510-SIZE-CHANGE.
009710     ADD 1 TO DL100-WI-A.
009720     IF DL100-WI-R-CHG(DL100-WI-A) < 0
009730         COMPUTE DL100-WI-R-ABS(DL100-WI-A)
009740             = 0 - DL100-WI-R-CHG(DL100-WI-A)
009750     ELSE
009760         MOVE DL100-WI-R-CHG(DL100-WI-A)
009770             TO DL100-WI-R-ABS(DL100-WI-A)
009780     END-IF.
009790 2510-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------
009830* 2600-TALLY-RECORD - ADD THE RECORD'S RESULT TO TABLE ENTRY
009840*                     DL100-WI-CT
009850*----------------------------------------------------------------
009860 2600-TALLY-RECORD.
009870     ADD 1 TO DL100-WI-CT-REC-CNT(DL100-WI-CT).
009880     IF DL100-WI-R-CAT-REJECT
009890         ADD 1 TO DL100-WI-CT-CATREJ-CNT(DL100-WI-CT)
009900         GO TO 2600-EXIT
009910     END-IF.
009920
009930     IF DL100-IN-REVERSAL
009940         ADD 1 TO DL100-WI-CT-REV-CNT(DL100-WI-CT)
009950     END-IF.
009960
009970*    NEWLY - REJECTED UNDER THE PROPOSED SETS BUT NOT UNDER THE
009980*    LIVE ONES
009990     IF DL100-WI-R-ARG5-OVFL(2) AND NOT DL100-WI-R-ARG5-OVFL(1)
010000         ADD 1 TO DL100-WI-CT-NEW-OVFL(DL100-WI-CT)
010010     END-IF.
010020     IF DL100-WI-R-PRECISION(2) AND NOT DL100-WI-R-PRECISION(1)
010030         ADD 1 TO DL100-WI-CT-NEW-PREC(DL100-WI-CT)
010040     END-IF.
010050     IF DL100-WI-R-NO-SET(2) AND NOT DL100-WI-R-NO-SET(1)
010060         ADD 1 TO DL100-WI-CT-NEW-NOSET(DL100-WI-CT)
010070     END-IF.
010080
010090     MOVE 0 TO DL100-WI-SD.
010100     PERFORM 2610-TALLY-SIDE
010110         THRU 2610-EXIT
010120         2 TIMES.
010130
010140     IF DL100-WI-R-COMPARED
010150         MOVE 0 TO DL100-WI-A
010160         PERFORM 2620-TALLY-CHANGE
010170             THRU 2620-EXIT
010180             5 TIMES
010190     END-IF.
010200 2600-EXIT.
010210     EXIT.
010220
010230*----------------------------------------------------------------
010240* 2610-TALLY-SIDE - ONE SIDE'S STATUS COUNT AND DRIFT
010250*----------------------------------------------------------------
010260 2610-TALLY-SIDE.
010270     ADD 1 TO DL100-WI-SD.
010280     IF DL100-WI-R-MSG(DL100-WI-SD) NOT = SPACES
010290         MOVE DL100-WI-R-MSG(DL100-WI-SD)
010300             TO DL100-WI-CT-MSG(DL100-WI-CT, DL100-WI-SD)
010310     END-IF.
010320
010330     EVALUATE TRUE
010340         WHEN DL100-WI-R-OK(DL100-WI-SD)
010350             ADD 1
010360                 TO DL100-WI-CT-OK-CNT(DL100-WI-CT, DL100-WI-SD)
010370         WHEN DL100-WI-R-ARG5-OVFL(DL100-WI-SD)
010380             ADD 1
010390                 TO DL100-WI-CT-OVFL-CNT(DL100-WI-CT, DL100-WI-SD)
010400         WHEN DL100-WI-R-PRECISION(DL100-WI-SD)
010410             ADD 1
010420                 TO DL100-WI-CT-PREC-CNT(DL100-WI-CT, DL100-WI-SD)
010430         WHEN DL100-WI-R-NO-SET(DL100-WI-SD)
010440             ADD 1
010450                 TO DL100-WI-CT-NOSET-CNT(DL100-WI-CT,
010460                                          DL100-WI-SD)
010470     END-EVALUATE.
010480
010490     MOVE 0 TO DL100-WI-A.
010500     PERFORM 2615-TALLY-DRIFT
010510         THRU 2615-EXIT
010520         5 TIMES.
010530 2610-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------------
010570* 2615-TALLY-DRIFT - ONE ARGUMENT'S DRIFT ON ONE SIDE
010580*----------------------------------------------------------------
010590 2615-TALLY-DRIFT.
010600     ADD 1 TO DL100-WI-A.
010610     ADD DL100-WI-R-DRIFT(DL100-WI-SD, DL100-WI-A)
010620         TO DL100-WI-CT-DRIFT(DL100-WI-CT, DL100-WI-SD,
010630                              DL100-WI-A).
010640 2615-EXIT.
010650     EXIT.
010660
010670*----------------------------------------------------------------
010680* 2620-TALLY-CHANGE - KEEP THE LARGEST CHANGE TO ONE ARGUMENT
010690*                     AND THE ARG1 IT WAS SEEN ON
010700*----------------------------------------------------------------
010710 2620-TALLY-CHANGE.
010720     ADD 1 TO DL100-WI-A.
010730     IF DL100-WI-R-ABS(DL100-WI-A)
010740         > DL100-WI-CT-MAX-ABS(DL100-WI-CT, DL100-WI-A)
010750         MOVE DL100-WI-R-ABS(DL100-WI-A)
010760             TO DL100-WI-CT-MAX-ABS(DL100-WI-CT, DL100-WI-A)
010770         MOVE DL100-WI-R-CHG(DL100-WI-A)
010780             TO DL100-WI-CT-MAX-CHG(DL100-WI-CT, DL100-WI-A)
010790         MOVE DL100-IN-ARG1
010800             TO DL100-WI-CT-MAX-ARG1(DL100-WI-CT, DL100-WI-A)
010810     END-IF.
010820 2620-EXIT.
010830     EXIT.
010840
010850*----------------------------------------------------------------
010860* 2900-READ-POPULATION - NEXT RECORD OF THE CHOSEN POPULATION
010870*----------------------------------------------------------------
010880 2900-READ-POPULATION.
010890     IF DL100-WI-FROM-MASTER
010900         PERFORM 2920-READ-MASTER
010910             THRU 2920-EXIT
010920     ELSE
010930         PERFORM 2910-READ-FEED
010940             THRU 2910-EXIT
010950     END-IF.
010960 2900-EXIT.
010970     EXIT.
010980
010990*----------------------------------------------------------------
011000* 2910-READ-FEED - NEXT DETAIL OR REVERSAL FROM DL100IN.  THE
011010*                  HEADER AND TRAILER OF EACH FEED SET ARE PASSED
011020*                  OVER - BALANCING THE FEED IS DL100D'S JOB.
011030*----------------------------------------------------------------
011040 2910-READ-FEED.
011050     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
011060     IF NOT DL100-IN-OK
011070         IF NOT DL100-IN-AT-EOF
011080             DISPLAY 'DL100WI - FEED READ ERROR ' DL100-IN-STATUS
011090             SET DL100-WI-ABORT TO TRUE
011100         END-IF
011110         SET DL100-EOF TO TRUE
011120         GO TO 2910-EXIT
011130     END-IF.
011140
011150     IF DL100-IN-HEADER OR DL100-IN-TRAILER
011160         GO TO 2910-READ-FEED
011170     END-IF.
011180
011190     IF NOT DL100-IN-DETAIL AND NOT DL100-IN-REVERSAL
011200         DISPLAY 'DL100WI - BAD FEED RECORD TYPE ' DL100-IN-TYPE
011210         SET DL100-WI-ABORT TO TRUE
011220         SET DL100-EOF TO TRUE
011230         GO TO 2910-EXIT
011240     END-IF.
011250
011260     ADD 1 TO DL100-WI-READ-CNT.
011270 2910-EXIT.
011280     EXIT.
011290
011300*----------------------------------------------------------------
011310* 2920-READ-MASTER - NEXT RESULT ON DL100MS, FED BACK IN AS A
011320*                    DETAIL CARRYING ITS CATEGORY
011330*----------------------------------------------------------------
011340 2920-READ-MASTER.
011350     READ DL100-MS-FILE INTO DL100-MS-RECORD.
011360     IF NOT DL100-MS-OK
011370         IF NOT DL100-MS-AT-EOF
011380             DISPLAY 'DL100WI - MASTER READ ERROR '
011390                 DL100-MS-STATUS
011400             SET DL100-WI-ABORT TO TRUE
011410         END-IF
011420         SET DL100-EOF TO TRUE
011430         GO TO 2920-EXIT
011440     END-IF.
011450
011460     ADD 1 TO DL100-WI-READ-CNT.
011470     SET DL100-IN-DETAIL        TO TRUE.
011480     MOVE DL100-MS-ARG1         TO DL100-IN-ARG1.
011490     MOVE DL100-MS-ARG2         TO DL100-IN-ARG2.
011500     MOVE DL100-MS-ARG3         TO DL100-IN-ARG3.
011510     MOVE DL100-MS-ARG4         TO DL100-IN-ARG4.
011520     MOVE DL100-MS-ARG5         TO DL100-IN-ARG5.
011530     MOVE DL100-MS-ARG6         TO DL100-IN-ARG6.
011540     MOVE DL100-MS-ARG7         TO DL100-IN-ARG7.
011550     MOVE DL100-MS-CATEGORY     TO DL100-IN-CATEGORY.
011560 2920-EXIT.
011570     EXIT.
011580
011590*----------------------------------------------------------------
011600* 3000-TERMINATE - PRINT THE IMPACT REPORT, SET THE RETURN CODE
011610*                  AND CLOSE DOWN
011620*----------------------------------------------------------------
011630 3000-TERMINATE.
011640     IF DL100-INIT-OK AND DL100-WI-NO-ABORT
011650         PERFORM 3100-PRINT-REPORT
011660             THRU 3100-EXIT
011670     END-IF.
011680
011690     COMPUTE DL100-WI-NEW-REJ-CNT
011700         = DL100-WI-CT-NEW-OVFL(DL100-WI-ALL-CATS)
011710         + DL100-WI-CT-NEW-PREC(DL100-WI-ALL-CATS).
011720
011730     EVALUATE TRUE
011740         WHEN DL100-WI-ABORT
011750             DISPLAY 'DL100WI - SIMULATION FAILED - NO REPORT'
011760             MOVE 12 TO RETURN-CODE
011770         WHEN DL100-WI-REFUSED
011780             DISPLAY 'DL100WI - SIMULATION REFUSED - CORRECT THE '
011790                 'CONTROL FILE AND RERUN'
011800             MOVE 16 TO RETURN-CODE
011810         WHEN DL100-WI-NEW-REJ-CNT > 0
011820             DISPLAY 'DL100WI - PROPOSED SETS WOULD NEWLY REJECT '
011830                 DL100-WI-NEW-REJ-CNT ' RECORDS - SEE THE REPORT'
011840             MOVE 4 TO RETURN-CODE
011850     END-EVALUATE.
011860
011870     CLOSE DL100-WC-FILE
011880           DL100-PM-FILE
011890           DL100-PP-FILE
011900           DL100-IN-FILE
011910           DL100-MS-FILE
011920           DL100-WR-FILE.
011930
011940     DISPLAY 'DL100WI - RECORDS SIMULATED  : ' DL100-WI-READ-CNT.
011950     DISPLAY 'DL100WI - CATEGORIES         : ' DL100-WI-CAT-COUNT.
011960     DISPLAY 'DL100WI - NEW ARG5 OVERFLOWS : '
011970         DL100-WI-CT-NEW-OVFL(DL100-WI-ALL-CATS).
011980     DISPLAY 'DL100WI - NEW PRECISION FAILS: '
011990         DL100-WI-CT-NEW-PREC(DL100-WI-ALL-CATS).
012000 3000-EXIT.
012010     EXIT.
012020
012030*----------------------------------------------------------------
012040* 3100-PRINT-REPORT - EVERY CATEGORY IN THE ORDER FIRST SEEN,
012050*                     THEN ALL CATEGORIES TOGETHER
012060*----------------------------------------------------------------
012070 3100-PRINT-REPORT.
012080     MOVE 0 TO DL100-WI-CT.
012090     PERFORM 3110-PRINT-CATEGORY
012100         THRU 3110-EXIT
012110         DL100-WI-CAT-COUNT TIMES.
012120
012130     MOVE DL100-WI-ALL-CATS TO DL100-WI-CT.
012140     PERFORM 3200-PRINT-ENTRY
012150         THRU 3200-EXIT.
012160 3100-EXIT.
012170     EXIT.
012180
012190*----------------------------------------------------------------
012200* 3110-PRINT-CATEGORY - THE NEXT CATEGORY'S ENTRY
012210*----------------------------------------------------------------
012220 3110-PRINT-CATEGORY.
012230     ADD 1 TO DL100-WI-CT.
012240     PERFORM 3200-PRINT-ENTRY
012250         THRU 3200-EXIT.
012260 3110-EXIT.
012270     EXIT.
012280
012290*----------------------------------------------------------------
012300* 3200-PRINT-ENTRY - ONE TABLE ENTRY - ITS COUNTS UNDER EACH SIDE,
012310*                    THEN ITS DRIFT AND LARGEST CHANGE FOR EACH
012320*                    ARGUMENT
012330*----------------------------------------------------------------
012340 3200-PRINT-ENTRY.
012350     MOVE SPACE TO DL100-WI-CL-CC.
012360     IF DL100-WI-CT = DL100-WI-ALL-CATS
012370         MOVE 'TOTAL'            TO DL100-WI-CL-LABEL
012380         MOVE SPACES             TO DL100-WI-CL-CODE
012390         MOVE 'ALL CATEGORIES'   TO DL100-WI-CL-DESC
012400         MOVE SPACES             TO DL100-WI-CL-MSG-LIVE
012410         MOVE SPACES             TO DL100-WI-CL-MSG-PROP
012420     ELSE
012430         MOVE 'CATEGORY'         TO DL100-WI-CL-LABEL
012440         MOVE DL100-WI-CT-CAT(DL100-WI-CT)  TO DL100-WI-CL-CODE
012450         MOVE DL100-WI-CT-DESC(DL100-WI-CT) TO DL100-WI-CL-DESC
012460         MOVE DL100-WI-CT-MSG(DL100-WI-CT, 1)
012470             TO DL100-WI-CL-MSG-LIVE
012480         MOVE DL100-WI-CT-MSG(DL100-WI-CT, 2)
012490             TO DL100-WI-CL-MSG-PROP
012500     END-IF.
012510     MOVE DL100-WI-CT-REC-CNT(DL100-WI-CT) TO DL100-WI-CL-RECORDS.
012520     MOVE DL100-WI-CT-REV-CNT(DL100-WI-CT)
012530         TO DL100-WI-CL-REVERSALS.
012540     WRITE DL100-WR-REC FROM DL100-WI-CAT-LINE
012550         AFTER ADVANCING 3 LINES.
012560
012570     WRITE DL100-WR-REC FROM DL100-WI-COUNT-HEADING
012580         AFTER ADVANCING 2 LINES.
012590
012600     MOVE SPACE TO DL100-WI-CN-CC.
012610     MOVE 'CONVERTED'            TO DL100-WI-CN-LABEL.
012620     MOVE DL100-WI-CT-OK-CNT(DL100-WI-CT, 1) TO DL100-WI-CN-LIVE.
012630     MOVE DL100-WI-CT-OK-CNT(DL100-WI-CT, 2) TO DL100-WI-CN-PROP.
012640     MOVE SPACES                 TO DL100-WI-CN-NEWLY-X.
012650     WRITE DL100-WR-REC FROM DL100-WI-COUNT-LINE
012660         AFTER ADVANCING 1 LINE.
012670
012680     MOVE 'ARG5 OVERFLOW (05)'   TO DL100-WI-CN-LABEL.
012690     MOVE DL100-WI-CT-OVFL-CNT(DL100-WI-CT, 1)
012700         TO DL100-WI-CN-LIVE.
012710     MOVE DL100-WI-CT-OVFL-CNT(DL100-WI-CT, 2)
012720         TO DL100-WI-CN-PROP.
012730     MOVE DL100-WI-CT-NEW-OVFL(DL100-WI-CT)
012740         TO DL100-WI-CN-NEWLY.
012750     WRITE DL100-WR-REC FROM DL100-WI-COUNT-LINE
012760         AFTER ADVANCING 1 LINE.
012770
012780     MOVE 'PRECISION THRESHOLD (06)'
012790                                 TO DL100-WI-CN-LABEL.
012800     MOVE DL100-WI-CT-PREC-CNT(DL100-WI-CT, 1)
012810         TO DL100-WI-CN-LIVE.
012820     MOVE DL100-WI-CT-PREC-CNT(DL100-WI-CT, 2)
012830         TO DL100-WI-CN-PROP.
012840     MOVE DL100-WI-CT-NEW-PREC(DL100-WI-CT)
012850         TO DL100-WI-CN-NEWLY.
012860     WRITE DL100-WR-REC FROM DL100-WI-COUNT-LINE
012870         AFTER ADVANCING 1 LINE.
012880
012890     MOVE 'NO ADJUSTMENT SET (09)'
012900                                 TO DL100-WI-CN-LABEL.
012910     MOVE DL100-WI-CT-NOSET-CNT(DL100-WI-CT, 1)
012920         TO DL100-WI-CN-LIVE.
012930     MOVE DL100-WI-CT-NOSET-CNT(DL100-WI-CT, 2)
012940         TO DL100-WI-CN-PROP.
012950     MOVE DL100-WI-CT-NEW-NOSET(DL100-WI-CT)
012960         TO DL100-WI-CN-NEWLY.
012970     WRITE DL100-WR-REC FROM DL100-WI-COUNT-LINE
012980         AFTER ADVANCING 1 LINE.
012990
013000     MOVE 'CATEGORY REJECTED (10)'
013010                                 TO DL100-WI-CN-LABEL.
013020     MOVE DL100-WI-CT-CATREJ-CNT(DL100-WI-CT) TO DL100-WI-CN-LIVE.
013030     MOVE DL100-WI-CT-CATREJ-CNT(DL100-WI-CT) TO DL100-WI-CN-PROP.
013040     MOVE SPACES                 TO DL100-WI-CN-NEWLY-X.
013050     WRITE DL100-WR-REC FROM DL100-WI-COUNT-LINE
013060         AFTER ADVANCING 1 LINE.
013070
013080     WRITE DL100-WR-REC FROM DL100-WI-ARG-HEADING
013090         AFTER ADVANCING 2 LINES.
013100
013110     MOVE 0 TO DL100-WI-A.
013120     PERFORM 3210-PRINT-ARG
013130         THRU 3210-EXIT
013140         5 TIMES.
013150
013160     IF NOT DL100-WR-OK
013170         DISPLAY 'DL100WI - REPORT WRITE ERROR ' DL100-WR-STATUS
013180         SET DL100-WI-ABORT TO TRUE
013190     END-IF.
013200 3200-EXIT.
013210     EXIT.
013220
013230*----------------------------------------------------------------
013240* 3210-PRINT-ARG - ONE ARGUMENT'S PROJECTED DRIFT UNDER EACH SIDE
013250*                  AND THE LARGEST CHANGE TO ANY ONE RECORD
013260*----------------------------------------------------------------
013270 3210-PRINT-ARG.
013280     ADD 1 TO DL100-WI-A.
013290     MOVE SPACE TO DL100-WI-AL-CC.
013300     MOVE DL100-WI-ARG-NAME(DL100-WI-A) TO DL100-WI-AL-ARG.
013310     MOVE DL100-WI-CT-DRIFT(DL100-WI-CT, 1, DL100-WI-A)
013320         TO DL100-WI-AL-LIVE.
013330     MOVE DL100-WI-CT-DRIFT(DL100-WI-CT, 2, DL100-WI-A)
013340         TO DL100-WI-AL-PROP.
013350     COMPUTE DL100-WI-AL-DIFF
013360         = DL100-WI-CT-DRIFT(DL100-WI-CT, 2, DL100-WI-A)
013370         - DL100-WI-CT-DRIFT(DL100-WI-CT, 1, DL100-WI-A).
013380     MOVE DL100-WI-CT-MAX-CHG(DL100-WI-CT, DL100-WI-A)
013390         TO DL100-WI-AL-MAX.
013400     MOVE DL100-WI-CT-MAX-ARG1(DL100-WI-CT, DL100-WI-A)
013410         TO DL100-WI-AL-ARG1.
013420     WRITE DL100-WR-REC FROM DL100-WI-ARG-LINE
013430         AFTER ADVANCING 1 LINE.
013440 3210-EXIT.
013450     EXIT.
