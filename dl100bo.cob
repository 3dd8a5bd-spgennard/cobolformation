000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100BO.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - WHOLE-RUN BACKOUT OF ONE
000110*                    DL100LD LOAD FROM THE DL100MS MASTER.  A
000120*                    REVERSAL RECORD BACKS OUT ONE ARG1 AT A
000130*                    TIME; WHEN THE WHOLE RUN WAS WRONG (A
000140*                    MIS-KEYED DL100PM SET, THE WRONG FEED) THIS
000150*                    PROGRAM TAKES THE LOAD'S RUN DATE AND TIME
000160*                    FROM DL100BC AND UNDOES EVERYTHING THAT LOAD
000170*                    DID, WITHOUT THROWING AWAY THE GOOD LOADS
000180*                    SINCE THEN AS A CLUSTER RESTORE WOULD.
000190*                    THE FIRST PASS OF THE RETAINED DL100MH
000200*                    HISTORY FINDS EVERY KEY THE LOAD TOUCHED;
000210*                    THE SECOND FINDS, FOR EACH, THE LAST EVENT
000220*                    BEFORE THE LOAD AND WHETHER ANY LATER LOAD
000230*                    HAS SINCE WRITTEN THE KEY.  EACH KEY IS
000240*                    THEN RESTORED ON DL100MS TO ITS EARLIER
000250*                    VALUE, DELETED IF THE LOAD FIRST CREATED
000260*                    IT, OR SKIPPED IF A LATER LOAD HAS
000270*                    OVERWRITTEN IT.  EVERY KEY RESTORED OR
000280*                    DELETED IS RECORDED ON DL100MH AS A 'B'
000290*                    EVENT, AND EVERY RESULT THE LOAD HAD PUT ON
000300*                    THE MASTER THAT IS NOW TAKEN OFF IS WRITTEN
000310*                    TO THE DL100RV FEED AS AN 'R' REVERSAL
000320*                    (DL100IN FORMAT, WITH ITS OWN HEADER AND
000330*                    TRAILER) FOR THE DOWNSTREAM RECEIVERS.  THE
000340*                    DL100BP CERTIFICATE LISTS EVERY KEY AND WHAT
000350*                    WAS DONE TO IT, AND THE BACKOUT IS RECORDED
000360*                    ON THE DL100RL RUN LEDGER AGAINST THE RUN ID
000370*                    OF THE LOAD BACKED OUT.
000380*                    RC 0 - EVERY KEY BACKED OUT.  RC 4 - SOME
000390*                    KEYS SKIPPED (SEE THE CERTIFICATE).  RC 12 -
000400*                    I/O ERROR OR KEY TABLE FULL.  RC 16 - NO
000410*                    LOAD AT THAT DATE AND TIME ON THE HISTORY.
000420*   2026-10-15 DEV   A RESTORED KEY GETS BACK ITS CATEGORY FROM
000430*                    THE HISTORY RECORD (MS LRECL 103 TO
000440*                    105).
000450*   2026-10-15 DEV   A KEY RESTORED TO A VALUE AN EARLIER BACKOUT
000460*                    HAD PUT BACK NOW GETS THE STAMP AND RUN ID
000470*                    OF THE LOAD THAT VALUE CAME FROM, NOT THOSE
000480*                    OF THE EARLIER BACKOUT.  ON A RERUN AFTER A
000490*                    FAILED BACKOUT THE KEYS THE FIRST ATTEMPT
000500*                    HAD DONE ARE COUNTED SEPARATELY AND NO
000510*                    LONGER FORCE RC 4, SO A COMPLETED RERUN
000520*                    ENDS RC 0 AND DL100LD WILL LOAD THE RUN
000530*                    AGAIN.
000540*----------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-Z.
000580 OBJECT-COMPUTER.   IBM-Z.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT DL100-BC-FILE ASSIGN TO DL100BC
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS DL100-BC-STATUS.
000640
000650     SELECT DL100-MS-FILE ASSIGN TO DL100MS
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS DL100-MSF-ARG1
000690         FILE STATUS IS DL100-MS-STATUS.
000700
000710     SELECT DL100-MH-FILE ASSIGN TO DL100MH
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DL100-MH-STATUS.
000740
000750     SELECT DL100-RV-FILE ASSIGN TO DL100RV
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL100-RV-STATUS.
000780
000790     SELECT DL100-BP-FILE ASSIGN TO DL100BP
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS DL100-BP-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  DL100-BC-FILE
000860     RECORDING MODE IS F.
000870 01  DL100-BC-REC                PIC X(26).
000880
000890 FD  DL100-MS-FILE.
000900 01  DL100-MSF-REC.
000910     05  DL100-MSF-ARG1          PIC X(24).
000920     05  FILLER                  PIC X(81).
000930
000940 FD  DL100-MH-FILE
000950     RECORDING MODE IS F.
000960 01  DL100-MH-REC                PIC X(107).
000970
000980 FD  DL100-RV-FILE
000990     RECORDING MODE IS F.
001000 01  DL100-RV-REC                PIC X(74).
001010
001020 FD  DL100-BP-FILE
001030     RECORDING MODE IS F.
001040 01  DL100-BP-REC                PIC X(133).
001050
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* BACKOUT CONTROL RECORD LAYOUT
001090*----------------------------------------------------------------
001100 COPY DL100BOC.
001110
001120*----------------------------------------------------------------
001130* CONVERSION-RESULTS MASTER AND HISTORY RECORD LAYOUTS
001140*----------------------------------------------------------------
001150 COPY DL100MST.
001160
001170 COPY DL100MHR.
001180
001190*----------------------------------------------------------------
001200* FEED RECORD LAYOUTS FOR THE REVERSAL FEED (DETAIL AND THE
001210* HEADER/TRAILER VIEWS)
001220*----------------------------------------------------------------
001230 COPY DL100REC.
001240
001250 COPY DL100HTR.
001260
001270*----------------------------------------------------------------
001280* RUN LEDGER ENTRY
001290*----------------------------------------------------------------
001300 COPY DL100RLG.
001310
001320*----------------------------------------------------------------
001330* CERTIFICATE REPORT LINE LAYOUTS
001340*----------------------------------------------------------------
001350 COPY DL100BOP.
001360
001370*----------------------------------------------------------------
001380* ONE ENTRY PER ARG1 THE LOAD TOUCHED - THE LOAD'S OWN HISTORY
001390* EVENT FOR THE KEY, THE LAST EVENT BEFORE IT, AND WHETHER ANY
001400* LATER EVENT HAS WRITTEN THE KEY SINCE
001410*----------------------------------------------------------------
001420 01  DL100-BO-KEYS.
001430     05  DL100-BO-KEY-COUNT      USAGE COMP-5 PIC 9(04) VALUE 0.
001440     05  DL100-BO-KEY-ENTRY OCCURS 2000 TIMES.
001450         10  DL100-BO-K-ARG1     PIC X(24).
001460         10  DL100-BO-K-RUN-EVENT
001470                                 PIC X(107).
001480         10  DL100-BO-K-PRIOR-EVENT
001490                                 PIC X(107).
001500         10  DL100-BO-K-PRIOR-SW PIC X(01).
001510             88  DL100-BO-K-PRIOR-FOUND  VALUE 'Y'.
001520             88  DL100-BO-K-NO-PRIOR     VALUE 'N'.
001530         10  DL100-BO-K-LATER-SW PIC X(01).
001540             88  DL100-BO-K-LATER        VALUE 'Y'.
001550             88  DL100-BO-K-NO-LATER     VALUE 'N'.
001560         10  DL100-BO-K-UNDONE-SW
001570                                 PIC X(01).
001580             88  DL100-BO-K-UNDONE       VALUE 'Y'.
001590             88  DL100-BO-K-NOT-UNDONE   VALUE 'N'.
001600*        THE LOAD WHOSE VALUES THE KEY HELD AFTER EACH EARLIER
001610*        EVENT, AND BEFORE THE LATEST ONE
001620         10  DL100-BO-K-SOURCE.
001630             15  DL100-BO-K-SRC-DATE PIC 9(08).
001640             15  DL100-BO-K-SRC-TIME PIC 9(08).
001650             15  DL100-BO-K-SRC-RUN-ID
001660                                 PIC X(16).
001670         10  DL100-BO-K-SOURCE-BEFORE
001680                                 PIC X(32).
001690
001700 77  DL100-BO-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
001710 77  DL100-BO-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
001720 77  DL100-BO-KEY                USAGE COMP-5 PIC 9(04) VALUE 0.
001730
001740 01  DL100-FOUND-SW              PIC X(01) VALUE 'N'.
001750     88  DL100-FOUND             VALUE 'Y'.
001760     88  DL100-NOT-FOUND         VALUE 'N'.
001770
001780*----------------------------------------------------------------
001790* RUN STAMPS - A HISTORY EVENT'S DATE AND TIME ARE COMPARED WITH
001800* THE TARGET AS ONE 16-DIGIT STAMP SO THEY ORDER CORRECTLY
001810*----------------------------------------------------------------
001820 01  DL100-BO-EVENT-STAMP.
001830     05  DL100-BO-EV-DATE        PIC 9(08).
001840     05  DL100-BO-EV-TIME        PIC 9(08).
001850
001860 77  DL100-BO-TODAY              PIC 9(08) VALUE 0.
001870 77  DL100-BO-NOW                PIC 9(08) VALUE 0.
001880 77  DL100-BO-RUN-ID             PIC X(16) VALUE SPACES.
001890
001900*----------------------------------------------------------------
001910* WHAT IS BEING DONE TO THE CURRENT KEY
001920*----------------------------------------------------------------
001930 01  DL100-BO-ON-MASTER-SW       PIC X(01) VALUE 'N'.
001940     88  DL100-BO-ON-MASTER      VALUE 'Y'.
001950     88  DL100-BO-NOT-ON-MASTER  VALUE 'N'.
001960
001970 01  DL100-BO-RESTORE-SW         PIC X(01) VALUE 'N'.
001980     88  DL100-BO-RESTORE        VALUE 'Y'.
001990     88  DL100-BO-REMOVE         VALUE 'N'.
002000
002010*----------------------------------------------------------------
002020* SWITCHES AND STATUS FIELDS
002030*----------------------------------------------------------------
002040 01  DL100-BC-STATUS             PIC X(02) VALUE '00'.
002050     88  DL100-BC-OK             VALUE '00'.
002060
002070 01  DL100-MS-STATUS             PIC X(02) VALUE '00'.
002080     88  DL100-MS-OK             VALUE '00'.
002090     88  DL100-MS-NO-KEY         VALUE '23'.
002100
002110 01  DL100-MH-STATUS             PIC X(02) VALUE '00'.
002120     88  DL100-MH-OK             VALUE '00'.
002130     88  DL100-MH-AT-EOF         VALUE '10'.
002140
002150 01  DL100-RV-STATUS             PIC X(02) VALUE '00'.
002160     88  DL100-RV-OK             VALUE '00'.
002170
002180 01  DL100-BP-STATUS             PIC X(02) VALUE '00'.
002190     88  DL100-BP-OK             VALUE '00'.
002200
002210 01  DL100-EOF-SW                PIC X(01) VALUE 'N'.
002220     88  DL100-EOF               VALUE 'Y'.
002230     88  DL100-NOT-EOF           VALUE 'N'.
002240
002250 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
002260     88  DL100-INIT-FAILED       VALUE 'Y'.
002270     88  DL100-INIT-OK           VALUE 'N'.
002280
002290 01  DL100-BO-UPDATE-SW          PIC X(01) VALUE 'N'.
002300     88  DL100-BO-UPDATE-OPEN    VALUE 'Y'.
002310     88  DL100-BO-UPDATE-CLOSED  VALUE 'N'.
002320
002330*----------------------------------------------------------------
002340* SET ON ANY I/O FAILURE - THE BACKOUT STOPS WITH RC 12.  KEYS
002350* ALREADY BACKED OUT CARRY THEIR 'B' EVENT, SO A RERUN SKIPS
002360* THEM AND FINISHES THE REST.
002370*----------------------------------------------------------------
002380 01  DL100-BO-ABORT-SW           PIC X(01) VALUE 'N'.
002390     88  DL100-BO-ABORT          VALUE 'Y'.
002400     88  DL100-BO-NO-ABORT       VALUE 'N'.
002410
002420*----------------------------------------------------------------
002430* SET WHEN THE CONTROL RECORD DOES NOT NAME A LOAD - RC 16
002440*----------------------------------------------------------------
002450 01  DL100-BO-REFUSED-SW         PIC X(01) VALUE 'N'.
002460     88  DL100-BO-REFUSED        VALUE 'Y'.
002470     88  DL100-BO-NOT-REFUSED    VALUE 'N'.
002480
002490 01  DL100-BO-STAMP-SW           PIC X(01) VALUE 'N'.
002500     88  DL100-BO-STAMP-IS-BACKOUT
002510                                 VALUE 'Y'.
002520     88  DL100-BO-STAMP-IS-LOAD  VALUE 'N'.
002530
002540*----------------------------------------------------------------
002550* RUN COUNTERS AND REVERSAL FEED HASH TOTALS
002560*----------------------------------------------------------------
002570 01  DL100-BO-COUNTERS.
002580     05  DL100-BO-READ-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002590     05  DL100-BO-REST-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002600     05  DL100-BO-DEL-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002610     05  DL100-BO-SKIP-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002620     05  DL100-BO-PREV-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002630     05  DL100-BO-REV-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002640     05  DL100-BO-DONE-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002650     05  DL100-BO-HASH5          USAGE COMP-3 PIC S9(13)
002660                                 VALUE 0.
002670     05  DL100-BO-HASH6          USAGE COMP-3 PIC S9(13)V99
002680                                 VALUE 0.
002690     05  DL100-BO-HASH7          USAGE COMP-3 PIC S9(13)
002700                                 VALUE 0.
002710
002720 PROCEDURE DIVISION.
002730*----------------------------------------------------------------
002740* 0000-MAINLINE
002750*----------------------------------------------------------------
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE
002780         THRU 1000-EXIT.
002790
002800     IF DL100-INIT-OK
002810         PERFORM 2000-FIND-RUN-KEY
002820             THRU 2000-EXIT
002830             UNTIL DL100-EOF OR DL100-BO-ABORT
002840     END-IF.
002850
002860     IF DL100-INIT-OK AND DL100-BO-NO-ABORT
002870         PERFORM 2200-CHECK-RUN-FOUND
002880             THRU 2200-EXIT
002890     END-IF.
002900
002910     IF DL100-INIT-OK AND DL100-BO-NO-ABORT
002920        AND DL100-BO-NOT-REFUSED
002930         PERFORM 2300-START-HISTORY-SCAN
002940             THRU 2300-EXIT
002950         PERFORM 2400-SCAN-HISTORY
002960             THRU 2400-EXIT
002970             UNTIL DL100-EOF OR DL100-BO-ABORT
002980     END-IF.
002990
003000     IF DL100-INIT-OK AND DL100-BO-NO-ABORT
003010        AND DL100-BO-NOT-REFUSED
003020         PERFORM 2500-OPEN-UPDATE
003030             THRU 2500-EXIT
003040     END-IF.
003050
003060     IF DL100-BO-UPDATE-OPEN
003070         MOVE 0 TO DL100-BO-KEY
003080         PERFORM 2600-BACK-OUT-KEY
003090             THRU 2600-EXIT
003100             UNTIL DL100-BO-KEY = DL100-BO-KEY-COUNT
003110                OR DL100-BO-ABORT
003120     END-IF.
003130
003140     PERFORM 3000-TERMINATE
003150         THRU 3000-EXIT.
003160
003170     STOP RUN.
003180
003190*----------------------------------------------------------------
003200* 1000-INITIALIZE - OPEN FILES, READ THE CONTROL RECORD NAMING
003210*                   THE LOAD AND PRIME THE FIRST HISTORY PASS
003220*----------------------------------------------------------------
003230 1000-INITIALIZE.
003240     SET DL100-INIT-OK TO TRUE.
003250     ACCEPT DL100-BO-TODAY FROM DATE YYYYMMDD.
003260     ACCEPT DL100-BO-NOW   FROM TIME.
003270
003280     OPEN INPUT DL100-BC-FILE.
003290     IF NOT DL100-BC-OK
003300         DISPLAY 'DL100BO - CONTROL OPEN ERROR ' DL100-BC-STATUS
003310         SET DL100-INIT-FAILED TO TRUE
003320     END-IF.
003330
003340     OPEN INPUT DL100-MH-FILE.
003350     IF NOT DL100-MH-OK
003360         DISPLAY 'DL100BO - HISTORY OPEN ERROR ' DL100-MH-STATUS
003370         SET DL100-INIT-FAILED TO TRUE
003380     END-IF.
003390
003400     OPEN OUTPUT DL100-BP-FILE.
003410     IF NOT DL100-BP-OK
003420         DISPLAY 'DL100BO - REPORT OPEN ERROR ' DL100-BP-STATUS
003430         SET DL100-INIT-FAILED TO TRUE
003440     END-IF.
003450
003460     IF DL100-INIT-FAILED
003470         SET DL100-BO-ABORT TO TRUE
003480         GO TO 1000-EXIT
003490     END-IF.
003500
003510     READ DL100-BC-FILE INTO DL100-BO-CONTROL.
003520     IF NOT DL100-BC-OK
003530         DISPLAY 'DL100BO - CONTROL READ ERROR ' DL100-BC-STATUS
003540         SET DL100-INIT-FAILED TO TRUE
003550         SET DL100-BO-ABORT TO TRUE
003560         GO TO 1000-EXIT
003570     END-IF.
003580
003590     DISPLAY 'DL100BO - BACKING OUT LOAD OF '
003600         DL100-BO-TARGET-DATE ' ' DL100-BO-TARGET-TIME
003610         ' FOR ' DL100-BO-REQUESTOR.
003620
003630     WRITE DL100-BP-REC FROM DL100-BO-HEADING1
003640         AFTER ADVANCING PAGE.
003650
003660     PERFORM 2100-READ-HISTORY
003670         THRU 2100-EXIT.
003680 1000-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------------
003720* 2000-FIND-RUN-KEY - FIRST PASS.  EVERY EVENT STAMPED WITH THE
003730*                     LOAD'S DATE AND TIME NAMES A KEY THE LOAD
003740*                     TOUCHED - KEEP THE LAST SUCH EVENT PER KEY
003750*----------------------------------------------------------------
003760 2000-FIND-RUN-KEY.
003770     IF DL100-BO-EVENT-STAMP NOT = DL100-BO-TARGET-STAMP
003780         GO TO 2000-NEXT
003790     END-IF.
003800
003810*    A BACKOUT'S OWN EVENTS ARE STAMPED WITH WHEN IT RAN - A
003820*    BACKOUT IS NOT A LOAD AND IS NOT ITSELF BACKED OUT
003830     IF DL100-MH-BACKED-OUT
003840         SET DL100-BO-STAMP-IS-BACKOUT TO TRUE
003850         GO TO 2000-NEXT
003860     END-IF.
003870
003880     MOVE DL100-MH-RUN-ID TO DL100-BO-RUN-ID.
003890
003900     PERFORM 2110-FIND-KEY
003910         THRU 2110-EXIT.
003920
003930     IF DL100-NOT-FOUND
003940         IF DL100-BO-KEY-COUNT < 2000
003950             ADD 1 TO DL100-BO-KEY-COUNT
003960             MOVE DL100-BO-KEY-COUNT TO DL100-BO-HIT
003970             MOVE DL100-MH-ARG1
003980                 TO DL100-BO-K-ARG1(DL100-BO-HIT)
003990             SET DL100-BO-K-NO-PRIOR(DL100-BO-HIT) TO TRUE
004000             SET DL100-BO-K-NO-LATER(DL100-BO-HIT) TO TRUE
004010             SET DL100-BO-K-NOT-UNDONE(DL100-BO-HIT) TO TRUE
004020             INITIALIZE DL100-BO-K-SOURCE(DL100-BO-HIT)
004030             MOVE DL100-BO-K-SOURCE(DL100-BO-HIT)
004040                 TO DL100-BO-K-SOURCE-BEFORE(DL100-BO-HIT)
004050         ELSE
004060*            A PART BACKOUT OF A RUN IS WORSE THAN NONE - FAIL
004070*            SAFE BEFORE THE MASTER IS TOUCHED
004080             DISPLAY 'DL100BO - KEY TABLE FULL - LOAD TOO LARGE '
004090                 'TO BACK OUT'
004100             SET DL100-BO-ABORT TO TRUE
004110             GO TO 2000-EXIT
004120         END-IF
004130     END-IF.
004140
004150     MOVE DL100-MH-RECORD TO DL100-BO-K-RUN-EVENT(DL100-BO-HIT).
004160
004170 2000-NEXT.
004180     PERFORM 2100-READ-HISTORY
004190         THRU 2100-EXIT.
004200 2000-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------------
004240* 2100-READ-HISTORY - READ ONE DL100MH EVENT AND BUILD ITS STAMP
004250*----------------------------------------------------------------
004260 2100-READ-HISTORY.
004270     READ DL100-MH-FILE INTO DL100-MH-RECORD.
004280     IF DL100-MH-OK
004290         ADD 1 TO DL100-BO-READ-CNT
004300         MOVE DL100-MH-RUN-DATE TO DL100-BO-EV-DATE
004310         MOVE DL100-MH-RUN-TIME TO DL100-BO-EV-TIME
004320     ELSE
004330         IF NOT DL100-MH-AT-EOF
004340             DISPLAY 'DL100BO - HISTORY READ ERROR '
004350                 DL100-MH-STATUS
004360             SET DL100-BO-ABORT TO TRUE
004370         END-IF
004380         SET DL100-EOF TO TRUE
004390     END-IF.
004400 2100-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------
004440* 2110-FIND-KEY - LOOK THE EVENT'S ARG1 UP IN THE KEY TABLE
004450*----------------------------------------------------------------
004460 2110-FIND-KEY.
004470     SET DL100-NOT-FOUND TO TRUE.
004480     MOVE 0 TO DL100-BO-SUB.
004490     PERFORM 2120-MATCH-KEY
004500         THRU 2120-EXIT
004510         DL100-BO-KEY-COUNT TIMES.
004520 2110-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560* 2120-MATCH-KEY - REMEMBER THE ENTRY FOR THIS ARG1
004570*----------------------------------------------------------------
004580 2120-MATCH-KEY.
004590     ADD 1 TO DL100-BO-SUB.
004600     IF DL100-NOT-FOUND
004610        AND DL100-BO-K-ARG1(DL100-BO-SUB) = DL100-MH-ARG1
004620         SET DL100-FOUND TO TRUE
004630         MOVE DL100-BO-SUB TO DL100-BO-HIT
004640     END-IF.
004650 2120-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690* 2200-CHECK-RUN-FOUND - THE DATE AND TIME MUST NAME A LOAD ON
004700*                        THE HISTORY.  ANYTHING ELSE IS REFUSED
004710*                        RC 16 AND NOTHING IS TOUCHED.
004720*----------------------------------------------------------------
004730 2200-CHECK-RUN-FOUND.
004740     IF DL100-BO-STAMP-IS-BACKOUT
004750         DISPLAY 'DL100BO - ' DL100-BO-TARGET-DATE ' '
004760             DL100-BO-TARGET-TIME ' IS A BACKOUT, NOT A LOAD - '
004770             'NOTHING BACKED OUT'
004780         SET DL100-BO-REFUSED TO TRUE
004790         GO TO 2200-EXIT
004800     END-IF.
004810
004820     IF DL100-BO-KEY-COUNT = 0
004830         DISPLAY 'DL100BO - NO LOAD AT ' DL100-BO-TARGET-DATE ' '
004840             DL100-BO-TARGET-TIME ' ON THE HISTORY - NOTHING '
004850             'BACKED OUT'
004860         SET DL100-BO-REFUSED TO TRUE
004870         GO TO 2200-EXIT
004880     END-IF.
004890
004900     DISPLAY 'DL100BO - RUN ID ' DL100-BO-RUN-ID ' KEYS LOADED: '
004910         DL100-BO-KEY-COUNT.
004920
004930     MOVE SPACE                 TO DL100-BO-RN-CC.
004940     MOVE DL100-BO-TARGET-DATE  TO DL100-BO-RN-DATE.
004950     MOVE DL100-BO-TARGET-TIME  TO DL100-BO-RN-TIME.
004960     MOVE DL100-BO-RUN-ID       TO DL100-BO-RN-RUN-ID.
004970     MOVE DL100-BO-REQUESTOR    TO DL100-BO-RN-REQUESTOR.
004980     WRITE DL100-BP-REC FROM DL100-BO-RUN-LINE
004990         AFTER ADVANCING 2 LINES.
005000
005010     WRITE DL100-BP-REC FROM DL100-BO-HEADING2
005020         AFTER ADVANCING 2 LINES.
005030 2200-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070* 2300-START-HISTORY-SCAN - REOPEN THE HISTORY FOR THE SECOND PASS
005080*----------------------------------------------------------------
005090 2300-START-HISTORY-SCAN.
005100     CLOSE DL100-MH-FILE.
005110     SET DL100-NOT-EOF TO TRUE.
005120
005130     OPEN INPUT DL100-MH-FILE.
005140     IF NOT DL100-MH-OK
005150         DISPLAY 'DL100BO - HISTORY REOPEN ERROR ' DL100-MH-STATUS
005160         SET DL100-BO-ABORT TO TRUE
005170         SET DL100-EOF TO TRUE
005180         GO TO 2300-EXIT
005190     END-IF.
005200
005210     PERFORM 2100-READ-HISTORY
005220         THRU 2100-EXIT.
005230 2300-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270* 2400-SCAN-HISTORY - SECOND PASS.  FOR EACH KEY THE LOAD TOUCHED,
005280*                     KEEP THE LAST EVENT BEFORE THE LOAD (THE
005290*                     HISTORY IS IN THE ORDER THE EVENTS HAPPENED)
005300*                     AND NOTE ANY EVENT AFTER IT
005310*----------------------------------------------------------------
005320 2400-SCAN-HISTORY.
005330     IF DL100-BO-EVENT-STAMP = DL100-BO-TARGET-STAMP
005340         GO TO 2400-NEXT
005350     END-IF.
005360
005370     PERFORM 2110-FIND-KEY
005380         THRU 2110-EXIT.
005390     IF DL100-NOT-FOUND
005400         GO TO 2400-NEXT
005410     END-IF.
005420
005430     IF DL100-BO-EVENT-STAMP < DL100-BO-TARGET-STAMP
005440         MOVE DL100-MH-RECORD
005450             TO DL100-BO-K-PRIOR-EVENT(DL100-BO-HIT)
005460         SET DL100-BO-K-PRIOR-FOUND(DL100-BO-HIT) TO TRUE
005470         PERFORM 2410-TRACK-SOURCE
005480             THRU 2410-EXIT
005490     ELSE
005500         SET DL100-BO-K-LATER(DL100-BO-HIT) TO TRUE
005510         IF DL100-MH-BACKED-OUT
005520            AND DL100-MH-RUN-ID = DL100-BO-RUN-ID
005530             SET DL100-BO-K-UNDONE(DL100-BO-HIT) TO TRUE
005540         END-IF
005550     END-IF.
005560
005570 2400-NEXT.
005580     PERFORM 2100-READ-HISTORY
005590         THRU 2100-EXIT.
005600 2400-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 2410-TRACK-SOURCE - FOLLOW WHICH LOAD'S VALUES THE KEY HOLDS.  A
005650*                     'B' EVENT IS STAMPED WITH WHEN THE BACKOUT
005660*                     RAN, NOT WITH THE LOAD IT PUT BACK.  A KEY
005670*                     IS ONLY BACKED OUT WHEN NOTHING HAS TOUCHED
005680*                     IT SINCE THE LOAD UNDONE, SO A RESTORING
005690*                     'B' EVENT ALWAYS UNDOES THE KEY'S EVENT
005700*                     JUST BEFORE IT - THE KEY GOES BACK TO THE
005710*                     LOAD IT HELD BEFORE THAT EVENT.
005720*----------------------------------------------------------------
005730 2410-TRACK-SOURCE.
005740     IF DL100-MH-BACKED-OUT AND DL100-MH-BO-RESTORED
005750         MOVE DL100-BO-K-SOURCE-BEFORE(DL100-BO-HIT)
005760             TO DL100-BO-K-SOURCE(DL100-BO-HIT)
005770         GO TO 2410-EXIT
005780     END-IF.
005790
005800     MOVE DL100-BO-K-SOURCE(DL100-BO-HIT)
005810         TO DL100-BO-K-SOURCE-BEFORE(DL100-BO-HIT).
005820     IF DL100-MH-LOADED
005830         MOVE DL100-MH-RUN-DATE
005840             TO DL100-BO-K-SRC-DATE(DL100-BO-HIT)
005850         MOVE DL100-MH-RUN-TIME
005860             TO DL100-BO-K-SRC-TIME(DL100-BO-HIT)
005870         MOVE DL100-MH-RUN-ID
005880             TO DL100-BO-K-SRC-RUN-ID(DL100-BO-HIT)
005890     ELSE
005900         INITIALIZE DL100-BO-K-SOURCE(DL100-BO-HIT)
005910     END-IF.
005920 2410-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 2500-OPEN-UPDATE - OPEN THE MASTER FOR UPDATE, THE HISTORY FOR
005970*                    APPEND AND THE REVERSAL FEED, AND WRITE THE
005980*                    FEED HEADER
005990*----------------------------------------------------------------
006000 2500-OPEN-UPDATE.
006010     CLOSE DL100-MH-FILE.
006020
006030     OPEN I-O DL100-MS-FILE.
006040     IF NOT DL100-MS-OK
006050         DISPLAY 'DL100BO - MASTER OPEN ERROR ' DL100-MS-STATUS
006060         SET DL100-BO-ABORT TO TRUE
006070     END-IF.
006080
006090     OPEN EXTEND DL100-MH-FILE.
006100     IF NOT DL100-MH-OK
006110         DISPLAY 'DL100BO - HISTORY OPEN ERROR ' DL100-MH-STATUS
006120         SET DL100-BO-ABORT TO TRUE
006130     END-IF.
006140
006150     OPEN OUTPUT DL100-RV-FILE.
006160     IF NOT DL100-RV-OK
006170         DISPLAY 'DL100BO - REVERSAL OPEN ERROR ' DL100-RV-STATUS
006180         SET DL100-BO-ABORT TO TRUE
006190     END-IF.
006200
006210     IF DL100-BO-ABORT
006220         GO TO 2500-EXIT
006230     END-IF.
006240
006250*    THE REVERSAL FEED IS A DL100IN FEED IN ITS OWN RIGHT - IT
006260*    GETS THE SAME HEADER/TRAILER CONTROL RECORDS DL100D DEMANDS
006270*    OF THE UPSTREAM EXTRACT.
006280     MOVE SPACES          TO DL100-HDR-RECORD.
006290     MOVE 'H'             TO DL100-HDR-TYPE.
006300     MOVE DL100-BO-TODAY  TO DL100-HDR-FEED-DATE.
006310     MOVE 'DL100BO'       TO DL100-HDR-SOURCE-SYS.
006320     WRITE DL100-RV-REC FROM DL100-HDR-RECORD.
006330     IF NOT DL100-RV-OK
006340         DISPLAY 'DL100BO - REVERSAL WRITE ERR ' DL100-RV-STATUS
006350         SET DL100-BO-ABORT TO TRUE
006360         GO TO 2500-EXIT
006370     END-IF.
006380
006390     SET DL100-BO-UPDATE-OPEN TO TRUE.
006400 2500-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------
006440* 2600-BACK-OUT-KEY - PUT ONE KEY BACK THE WAY IT WAS BEFORE THE
006450*                     LOAD, OR SAY WHY IT WAS LEFT ALONE
006460*----------------------------------------------------------------
006470 2600-BACK-OUT-KEY.
006480     ADD 1 TO DL100-BO-KEY.
006490     MOVE SPACES TO DL100-BO-DETAIL.
006500     MOVE DL100-BO-K-ARG1(DL100-BO-KEY) TO DL100-BO-DT-ARG1.
006510
006520*    AN EARLIER ATTEMPT AT THIS BACKOUT DID THE KEY BEFORE IT
006530*    FAILED - IT IS DONE, NOT SKIPPED
006540     IF DL100-BO-K-UNDONE(DL100-BO-KEY)
006550         MOVE 'ALREADY BACKED OUT'  TO DL100-BO-DT-REASON
006560         MOVE 'EARLIER'             TO DL100-BO-DT-ACTION
006570         ADD 1 TO DL100-BO-PREV-CNT
006580         PERFORM 2800-PRINT-KEY
006590             THRU 2800-EXIT
006600         GO TO 2600-EXIT
006610     END-IF.
006620
006630*    A LATER LOAD OWNS THE KEY NOW - PUTTING BACK THE EARLIER
006640*    VALUE WOULD UNDO A GOOD LOAD, NOT THE BAD ONE
006650     IF DL100-BO-K-LATER(DL100-BO-KEY)
006660         MOVE 'OVERWRITTEN BY A LATER LOAD'
006670                                    TO DL100-BO-DT-REASON
006680         GO TO 2600-SKIP
006690     END-IF.
006700
006710     MOVE DL100-BO-K-RUN-EVENT(DL100-BO-KEY) TO DL100-MH-RECORD.
006720     PERFORM 2610-READ-MASTER
006730         THRU 2610-EXIT.
006740     IF DL100-BO-ABORT
006750         GO TO 2600-EXIT
006760     END-IF.
006770
006780*    THE MASTER MUST STILL SHOW WHAT THE LOAD LEFT THERE - ITS
006790*    VALUES FOR A LOADED KEY, NO RECORD FOR A REVERSED ONE
006800     IF DL100-MH-LOADED
006810         IF DL100-BO-NOT-ON-MASTER
006820            OR DL100-MS-RUN-DATE NOT = DL100-BO-TARGET-DATE
006830            OR DL100-MS-RUN-TIME NOT = DL100-BO-TARGET-TIME
006840             MOVE 'MASTER NO LONGER HOLDS THIS LOAD'
006850                                    TO DL100-BO-DT-REASON
006860             GO TO 2600-SKIP
006870         END-IF
006880     ELSE
006890         IF DL100-BO-ON-MASTER
006900             MOVE 'KEY RE-ADDED SINCE THIS LOAD'
006910                                    TO DL100-BO-DT-REASON
006920             GO TO 2600-SKIP
006930         END-IF
006940     END-IF.
006950
006960*    THE KEY WAS ON THE MASTER BEFORE THE LOAD ONLY IF ITS LAST
006970*    EARLIER EVENT LEFT IT THERE
006980     SET DL100-BO-REMOVE TO TRUE.
006990     IF DL100-BO-K-PRIOR-FOUND(DL100-BO-KEY)
007000         MOVE DL100-BO-K-PRIOR-EVENT(DL100-BO-KEY)
007010             TO DL100-MH-RECORD
007020         IF DL100-MH-LOADED
007030            OR (DL100-MH-BACKED-OUT AND DL100-MH-BO-RESTORED)
007040             SET DL100-BO-RESTORE TO TRUE
007050         END-IF
007060     END-IF.
007070
007080     IF DL100-BO-RESTORE
007090         PERFORM 2620-RESTORE-KEY
007100             THRU 2620-EXIT
007110         GO TO 2600-EXIT
007120     END-IF.
007130
007140     MOVE DL100-BO-K-RUN-EVENT(DL100-BO-KEY) TO DL100-MH-RECORD.
007150     IF DL100-MH-REVERSED
007160         MOVE 'NOT ON MASTER BEFORE OR AFTER THIS LOAD'
007170                                    TO DL100-BO-DT-REASON
007180         GO TO 2600-SKIP
007190     END-IF.
007200
007210     PERFORM 2630-DELETE-KEY
007220         THRU 2630-EXIT.
007230     GO TO 2600-EXIT.
007240
007250 2600-SKIP.
007260     MOVE 'SKIPPED' TO DL100-BO-DT-ACTION.
007270     ADD 1 TO DL100-BO-SKIP-CNT.
007280     PERFORM 2800-PRINT-KEY
007290         THRU 2800-EXIT.
007300 2600-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------
007340* 2610-READ-MASTER - IS THE KEY ON THE MASTER NOW, AND WITH WHAT
007350*----------------------------------------------------------------
007360 2610-READ-MASTER.
007370     SET DL100-BO-NOT-ON-MASTER TO TRUE.
007380     MOVE DL100-BO-K-ARG1(DL100-BO-KEY) TO DL100-MSF-ARG1.
007390     READ DL100-MS-FILE.
007400     IF DL100-MS-OK
007410         MOVE DL100-MSF-REC TO DL100-MS-RECORD
007420         SET DL100-BO-ON-MASTER TO TRUE
007430         GO TO 2610-EXIT
007440     END-IF.
007450     IF NOT DL100-MS-NO-KEY
007460         DISPLAY 'DL100BO - MASTER READ ERROR ' DL100-MS-STATUS
007470             ' KEY ' DL100-BO-K-ARG1(DL100-BO-KEY)
007480         SET DL100-BO-ABORT TO TRUE
007490     END-IF.
007500 2610-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------
007540* 2620-RESTORE-KEY - PUT THE KEY'S VALUES BEFORE THE LOAD BACK ON
007550*                    THE MASTER, WITH THE STAMP OF THE LOAD THAT
007560*                    SUPPLIED THEM.  THE PRIOR EVENT IS IN THE
007570*                    HISTORY RECORD AREA; THE LOAD IT CAME FROM
007580*                    IS THE KEY'S TRACKED SOURCE (SEE 2410).
007590*----------------------------------------------------------------
007600 2620-RESTORE-KEY.
007610     MOVE DL100-MH-ARG1     TO DL100-MS-ARG1.
007620     MOVE DL100-MH-ARG2     TO DL100-MS-ARG2.
007630     MOVE DL100-MH-ARG3     TO DL100-MS-ARG3.
007640     MOVE DL100-MH-ARG4     TO DL100-MS-ARG4.
007650     MOVE DL100-MH-ARG5     TO DL100-MS-ARG5.
007660     MOVE DL100-MH-ARG6     TO DL100-MS-ARG6.
007670     MOVE DL100-MH-ARG7     TO DL100-MS-ARG7.
007680     MOVE DL100-BO-K-SRC-DATE(DL100-BO-KEY)
007690         TO DL100-MS-RUN-DATE.
007700     MOVE DL100-BO-K-SRC-TIME(DL100-BO-KEY)
007710         TO DL100-MS-RUN-TIME.
007720     MOVE DL100-BO-K-SRC-RUN-ID(DL100-BO-KEY)
007730         TO DL100-MS-RUN-ID.
007740     MOVE DL100-MH-CATEGORY TO DL100-MS-CATEGORY.
007750
007760     IF DL100-BO-ON-MASTER
007770         REWRITE DL100-MSF-REC FROM DL100-MS-RECORD
007780     ELSE
007790         WRITE DL100-MSF-REC FROM DL100-MS-RECORD
007800     END-IF.
007810     IF NOT DL100-MS-OK
007820         DISPLAY 'DL100BO - MASTER RESTORE ERROR ' DL100-MS-STATUS
007830             ' KEY ' DL100-MS-ARG1
007840         SET DL100-BO-ABORT TO TRUE
007850         GO TO 2620-EXIT
007860     END-IF.
007870
007880     MOVE 'RESTORED'        TO DL100-BO-DT-ACTION.
007890     MOVE DL100-MS-RUN-DATE TO DL100-BO-DT-FROM-DATE.
007900     MOVE DL100-MS-RUN-TIME TO DL100-BO-DT-FROM-TIME.
007910     IF DL100-MH-BACKED-OUT
007920         MOVE 'VALUE PUT BACK BY AN EARLIER BACKOUT'
007930                                TO DL100-BO-DT-REASON
007940     ELSE
007950         MOVE 'VALUE BEFORE THIS LOAD PUT BACK'
007960                                TO DL100-BO-DT-REASON
007970     END-IF.
007980     ADD 1 TO DL100-BO-REST-CNT.
007990
008000     SET DL100-MH-BO-RESTORED TO TRUE.
008010     PERFORM 2700-WRITE-BACKOUT-EVENT
008020         THRU 2700-EXIT.
008030
008040*    THE RESULT THE LOAD HAD PUT ON THE MASTER GOES DOWNSTREAM
008050*    AS A REVERSAL - A KEY THE LOAD REVERSED HAD NOTHING ON IT
008060     MOVE DL100-BO-K-RUN-EVENT(DL100-BO-KEY) TO DL100-MH-RECORD.
008070     IF DL100-MH-LOADED
008080         PERFORM 2750-WRITE-REVERSAL
008090             THRU 2750-EXIT
008100     END-IF.
008110
008120     PERFORM 2800-PRINT-KEY
008130         THRU 2800-EXIT.
008140 2620-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------
008180* 2630-DELETE-KEY - THE KEY WAS NOT ON THE MASTER BEFORE THE LOAD
008190*                   - TAKE IT OFF.  THE LOAD'S OWN EVENT IS IN THE
008200*                   HISTORY RECORD AREA.
008210*----------------------------------------------------------------
008220 2630-DELETE-KEY.
008230     MOVE DL100-MH-ARG1 TO DL100-MSF-ARG1.
008240     DELETE DL100-MS-FILE RECORD.
008250     IF NOT DL100-MS-OK
008260         DISPLAY 'DL100BO - MASTER DELETE ERROR ' DL100-MS-STATUS
008270             ' KEY ' DL100-MH-ARG1
008280         SET DL100-BO-ABORT TO TRUE
008290         GO TO 2630-EXIT
008300     END-IF.
008310
008320     MOVE 'DELETED'         TO DL100-BO-DT-ACTION.
008330     IF DL100-BO-K-PRIOR-FOUND(DL100-BO-KEY)
008340         MOVE 'NOT ON MASTER BEFORE THIS LOAD'
008350                                TO DL100-BO-DT-REASON
008360     ELSE
008370         MOVE 'FIRST CREATED BY THIS LOAD'
008380                                TO DL100-BO-DT-REASON
008390     END-IF.
008400     ADD 1 TO DL100-BO-DEL-CNT.
008410
008420     PERFORM 2750-WRITE-REVERSAL
008430         THRU 2750-EXIT.
008440
008450     SET DL100-MH-BO-REMOVED TO TRUE.
008460     PERFORM 2700-WRITE-BACKOUT-EVENT
008470         THRU 2700-EXIT.
008480
008490     PERFORM 2800-PRINT-KEY
008500         THRU 2800-EXIT.
008510 2630-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------------
008550* 2700-WRITE-BACKOUT-EVENT - APPEND A 'B' EVENT TO THE HISTORY.
008560*                            THE CALLER LEAVES THE VALUES (AND
008570*                            CATEGORY) IN THE HISTORY RECORD AREA
008580*                            AND SETS THE DISPOSITION; THE EVENT
008590*                            IS STAMPED WITH WHEN THE BACKOUT RAN
008600*                            AND THE RUN ID OF THE LOAD BACKED OUT
008610*----------------------------------------------------------------
008620 2700-WRITE-BACKOUT-EVENT.
008630     SET DL100-MH-BACKED-OUT TO TRUE.
008640     MOVE DL100-BO-TODAY    TO DL100-MH-RUN-DATE.
008650     MOVE DL100-BO-NOW      TO DL100-MH-RUN-TIME.
008660     MOVE DL100-BO-RUN-ID   TO DL100-MH-RUN-ID.
008670
008680     WRITE DL100-MH-REC FROM DL100-MH-RECORD.
008690     IF NOT DL100-MH-OK
008700         DISPLAY 'DL100BO - HISTORY WRITE ERROR ' DL100-MH-STATUS
008710         SET DL100-BO-ABORT TO TRUE
008720         GO TO 2700-EXIT
008730     END-IF.
008740     ADD 1 TO DL100-BO-DONE-CNT.
008750 2700-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790* 2750-WRITE-REVERSAL - ONE 'R' RECORD FOR THE DOWNSTREAM
008800*                       RECEIVERS CARRYING THE RESULT THE LOAD HAD
008810*                       PUT ON THE MASTER.  THE LOAD'S OWN EVENT
008820*                       IS IN THE HISTORY RECORD AREA.
008830*----------------------------------------------------------------
008840 2750-WRITE-REVERSAL.
008850     MOVE 'R'               TO DL100-IN-TYPE.
008860     MOVE DL100-MH-ARG1     TO DL100-IN-ARG1.
008870     MOVE DL100-MH-ARG2     TO DL100-IN-ARG2.
008880     MOVE DL100-MH-ARG3     TO DL100-IN-ARG3.
008890     MOVE DL100-MH-ARG4     TO DL100-IN-ARG4.
008900     MOVE DL100-MH-ARG5     TO DL100-IN-ARG5.
008910     MOVE DL100-MH-ARG6     TO DL100-IN-ARG6.
008920     MOVE DL100-MH-ARG7     TO DL100-IN-ARG7.
008930     MOVE DL100-MH-CATEGORY TO DL100-IN-CATEGORY.
008940
008950     WRITE DL100-RV-REC FROM DL100-INPUT-RECORD.
008960     IF NOT DL100-RV-OK
008970         DISPLAY 'DL100BO - REVERSAL WRITE ERR ' DL100-RV-STATUS
008980         SET DL100-BO-ABORT TO TRUE
008990         GO TO 2750-EXIT
009000     END-IF.
009010
009020*    A REVERSAL COUNTS IN THE TRAILER COUNT AND BACKS ITS
009030*    AMOUNTS OUT OF THE HASH TOTALS, AS ON ANY DL100IN FEED
009040     ADD 1 TO DL100-BO-REV-CNT.
009050     SUBTRACT DL100-IN-ARG5 FROM DL100-BO-HASH5.
009060     SUBTRACT DL100-IN-ARG6 FROM DL100-BO-HASH6.
009070     SUBTRACT DL100-IN-ARG7 FROM DL100-BO-HASH7.
009080 2750-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------------
009120* 2800-PRINT-KEY - ONE CERTIFICATE LINE FOR THE KEY
009130*----------------------------------------------------------------
009140 2800-PRINT-KEY.
009150     MOVE SPACE TO DL100-BO-DT-CC.
009160     WRITE DL100-BP-REC FROM DL100-BO-DETAIL
009170         AFTER ADVANCING 1 LINE.
009180     IF NOT DL100-BP-OK
009190         DISPLAY 'DL100BO - REPORT WRITE ERR ' DL100-BP-STATUS
009200     END-IF.
009210 2800-EXIT.
009220     EXIT.
009230
009240*----------------------------------------------------------------
009250* 3000-TERMINATE - CLOSE THE REVERSAL FEED, PRINT THE TOTALS,
009260*                  CLOSE FILES, SET THE RETURN CODE AND RECORD
009270*                  THE BACKOUT ON THE RUN LEDGER
009280*----------------------------------------------------------------
009290 3000-TERMINATE.
009300*    THE FEED IS CLOSED OFF EVEN AFTER A FAILURE SO IT BALANCES
009310*    TO THE KEYS THAT WERE BACKED OUT BEFORE THE RUN STOPPED
009320     IF DL100-BO-UPDATE-OPEN AND DL100-RV-OK
009330         MOVE SPACES           TO DL100-TRL-RECORD
009340         MOVE 'T'              TO DL100-TRL-TYPE
009350         MOVE DL100-BO-REV-CNT TO DL100-TRL-COUNT
009360         MOVE DL100-BO-HASH5   TO DL100-TRL-HASH5
009370         MOVE DL100-BO-HASH6   TO DL100-TRL-HASH6
009380         MOVE DL100-BO-HASH7   TO DL100-TRL-HASH7
009390         WRITE DL100-RV-REC FROM DL100-TRL-RECORD
009400         IF NOT DL100-RV-OK
009410             DISPLAY 'DL100BO - REVERSAL WRITE ERR '
009420                 DL100-RV-STATUS
009430             SET DL100-BO-ABORT TO TRUE
009440         END-IF
009450     END-IF.
009460
009470     IF DL100-INIT-OK AND DL100-BO-NOT-REFUSED
009480         PERFORM 3100-PRINT-TOTALS
009490             THRU 3100-EXIT
009500     END-IF.
009510
009520     EVALUATE TRUE
009530         WHEN DL100-BO-ABORT
009540             DISPLAY 'DL100BO - BACKOUT FAILED - SEE THE '
009550                 'CERTIFICATE FOR THE KEYS DONE, THEN RERUN'
009560             MOVE 12 TO RETURN-CODE
009570         WHEN DL100-BO-REFUSED
009580             MOVE 16 TO RETURN-CODE
009590         WHEN DL100-BO-SKIP-CNT > 0
009600             MOVE 4 TO RETURN-CODE
009610     END-EVALUATE.
009620
009630     CLOSE DL100-BC-FILE
009640           DL100-MS-FILE
009650           DL100-MH-FILE
009660           DL100-RV-FILE
009670           DL100-BP-FILE.
009680
009690     DISPLAY 'DL100BO - HISTORY EVENTS READ: ' DL100-BO-READ-CNT.
009700     DISPLAY 'DL100BO - KEYS IN THE LOAD   : ' DL100-BO-KEY-COUNT.
009710     DISPLAY 'DL100BO - KEYS RESTORED      : ' DL100-BO-REST-CNT.
009720     DISPLAY 'DL100BO - KEYS DELETED       : ' DL100-BO-DEL-CNT.
009730     DISPLAY 'DL100BO - KEYS SKIPPED       : ' DL100-BO-SKIP-CNT.
009740     DISPLAY 'DL100BO - KEYS DONE EARLIER  : ' DL100-BO-PREV-CNT.
009750     DISPLAY 'DL100BO - REVERSALS WRITTEN  : ' DL100-BO-REV-CNT.
009760
009770*    A DATE AND TIME THAT NAME NO LOAD HAVE NO RUN ID TO RECORD
009780*    THE ATTEMPT AGAINST - SYSOUT SHOWS THE REFUSAL
009790     IF DL100-BO-RUN-ID NOT = SPACES
009800         PERFORM 3900-WRITE-LEDGER
009810             THRU 3900-EXIT
009820     END-IF.
009830 3000-EXIT.
009840     EXIT.
009850
009860*----------------------------------------------------------------
009870* 3100-PRINT-TOTALS - THE CERTIFICATE RUN TOTALS
009880*----------------------------------------------------------------
009890 3100-PRINT-TOTALS.
009900     MOVE SPACE                  TO DL100-BO-TL-CC.
009910     MOVE 'TOTAL KEYS IN THE LOAD'
009920                                 TO DL100-BO-TL-LABEL.
009930     MOVE DL100-BO-KEY-COUNT     TO DL100-BO-TL-COUNT.
009940     WRITE DL100-BP-REC FROM DL100-BO-TOTAL-LINE
009950         AFTER ADVANCING 2 LINES.
009960
009970     MOVE 'TOTAL KEYS RESTORED'  TO DL100-BO-TL-LABEL.
009980     MOVE DL100-BO-REST-CNT      TO DL100-BO-TL-COUNT.
009990     WRITE DL100-BP-REC FROM DL100-BO-TOTAL-LINE
010000         AFTER ADVANCING 1 LINE.
010010
010020     MOVE 'TOTAL KEYS DELETED'   TO DL100-BO-TL-LABEL.
010030     MOVE DL100-BO-DEL-CNT       TO DL100-BO-TL-COUNT.
010040     WRITE DL100-BP-REC FROM DL100-BO-TOTAL-LINE
010050         AFTER ADVANCING 1 LINE.
010060
010070     MOVE 'TOTAL KEYS SKIPPED'   TO DL100-BO-TL-LABEL.
010080     MOVE DL100-BO-SKIP-CNT      TO DL100-BO-TL-COUNT.
010090     WRITE DL100-BP-REC FROM DL100-BO-TOTAL-LINE
010100         AFTER ADVANCING 1 LINE.
010110
010120     MOVE 'TOTAL KEYS DONE EARLIER'
010130                                 TO DL100-BO-TL-LABEL.
010140     MOVE DL100-BO-PREV-CNT      TO DL100-BO-TL-COUNT.
010150     WRITE DL100-BP-REC FROM DL100-BO-TOTAL-LINE
010160         AFTER ADVANCING 1 LINE.
010170
010180     MOVE 'TOTAL REVERSALS WRITTEN'
010190                                 TO DL100-BO-TL-LABEL.
010200     MOVE DL100-BO-REV-CNT       TO DL100-BO-TL-COUNT.
010210     WRITE DL100-BP-REC FROM DL100-BO-TOTAL-LINE
010220         AFTER ADVANCING 1 LINE.
010230
010240     IF DL100-BO-ABORT
010250         MOVE '*** BACKOUT INCOMPLETE ***'
010260                                 TO DL100-BO-TL-LABEL
010270         MOVE 0                  TO DL100-BO-TL-COUNT
010280         WRITE DL100-BP-REC FROM DL100-BO-TOTAL-LINE
010290             AFTER ADVANCING 2 LINES
010300     END-IF.
010310     IF NOT DL100-BP-OK
010320         DISPLAY 'DL100BO - REPORT WRITE ERR ' DL100-BP-STATUS
010330     END-IF.
010340 3100-EXIT.
010350     EXIT.
010360
010370*----------------------------------------------------------------
010380* 3900-WRITE-LEDGER - RECORD THE BACKOUT ON THE RUN LEDGER
010390*                     AGAINST THE RUN ID OF THE LOAD BACKED OUT,
010400*                     WITH THE NUMBER OF KEYS RESTORED OR DELETED.
010410*                     A CLEAN (RC 0) BACKOUT LETS DL100LD LOAD
010420*                     THAT RUN ID AGAIN.  THE STEP RETURN CODE IS
010430*                     KEPT ACROSS THE CALL.
010440*----------------------------------------------------------------
010450 3900-WRITE-LEDGER.
010460     MOVE SPACES               TO DL100-RL-RECORD.
010470     MOVE DL100-BO-RUN-ID      TO DL100-RL-RUN-ID.
010480     SET DL100-RL-BACKOUT      TO TRUE.
010490     MOVE 'DL100BO'            TO DL100-RL-PROGRAM.
010500     MOVE RETURN-CODE          TO DL100-RL-RC.
010510     MOVE DL100-BO-TODAY       TO DL100-RL-FEED-DATE.
010520     MOVE 'DL100BO'            TO DL100-RL-SOURCE-SYS.
010530     COMPUTE DL100-RL-COUNT = DL100-BO-REST-CNT
010540                            + DL100-BO-DEL-CNT.
010550     CALL 'DL100LGW' USING DL100-RL-RECORD.
010560     MOVE DL100-RL-RC          TO RETURN-CODE.
010570 3900-EXIT.
010580     EXIT.
