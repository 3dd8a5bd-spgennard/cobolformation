000190*                    PLUS REJECTED COUNTS AGAINST THE ORIGINAL
000200*                    DL100IN TRAILER AND ABORTS WITH RC 16 WHEN
000210*                    THEY DISAGREE.
000220*   2026-08-22 DEV   RECONCILIATION NOW RUNS BEFORE THE
000230*                    COMBINED TRAILER IS WRITTEN, AND AN OUT-
000240*                    OF-BALANCE RUN GETS NO TRAILER AT ALL - A
000250*                    TRAILER WOULD SELF-BALANCE AGAINST THE BAD
000260*                    MERGED CONTENTS AND HIDE THE LOSS FROM THE
000270*                    DOWNSTREAM.
000280*   2026-09-02 DEV   'R' REVERSAL RECORDS IN THE PARTITION
000290*                    OUTPUTS (SEE DL100REC) ARE MERGED THROUGH
000300*                    LIKE DETAILS, COUNTING IN THE COMBINED
000310*                    TRAILER COUNT WITH THEIR AMOUNTS
000320*                    SUBTRACTED FROM THE COMBINED HASH TOTALS.
000330*   2026-09-02 DEV   THE EXCEPTION RECORD NOW CARRIES THE
000340*                    REJECT DATE STAMP - EX LRECL 115 TO 123.
000350*   2026-10-15 DEV   THE EXCEPTION RECORD NOW CARRIES THE RUN
000360*                    ID - EX LRECL 123 TO 139.  EVERY PARTITION
000370*                    OUTPUT HEADER MUST CARRY THE SAME RUN ID AS
000380*                    THE FIRST (SEE DL100HTR) - PARTITIONS FROM
000390*                    DIFFERENT RUNS ARE NEVER MERGED (RC 16).
000400*                    THE CONSOLIDATION STEP IS RECORDED ON THE
000410*                    DL100RL RUN LEDGER AS THE RUN ENDS.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-Z.
000460 OBJECT-COMPUTER.   IBM-Z.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DL100-IN-FILE ASSIGN TO DL100IN
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DL100-IN-STATUS.
000520
000530     SELECT DL100-PC-FILE ASSIGN TO DL100PC
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS DL100-PC-STATUS.
000560
000570     SELECT DL100-O1-FILE ASSIGN TO DL100O1
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS DL100-O1-STATUS.
000600     SELECT DL100-O2-FILE ASSIGN TO DL100O2
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DL100-O2-STATUS.
000630     SELECT DL100-O3-FILE ASSIGN TO DL100O3
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL100-O3-STATUS.
000660     SELECT DL100-O4-FILE ASSIGN TO DL100O4
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-O4-STATUS.
000690
000700     SELECT DL100-E1-FILE ASSIGN TO DL100E1
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DL100-E1-STATUS.
000730     SELECT DL100-E2-FILE ASSIGN TO DL100E2
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DL100-E2-STATUS.
000760     SELECT DL100-E3-FILE ASSIGN TO DL100E3
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS DL100-E3-STATUS.
000790     SELECT DL100-E4-FILE ASSIGN TO DL100E4
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS DL100-E4-STATUS.
000820
000830     SELECT DL100-R1-FILE ASSIGN TO DL100R1
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS DL100-R1-STATUS.
000860     SELECT DL100-R2-FILE ASSIGN TO DL100R2
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS DL100-R2-STATUS.
000890     SELECT DL100-R3-FILE ASSIGN TO DL100R3
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS DL100-R3-STATUS.
000920     SELECT DL100-R4-FILE ASSIGN TO DL100R4
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS DL100-R4-STATUS.
000950
000960     SELECT DL100-OT-FILE ASSIGN TO DL100OT
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS DL100-OT-STATUS.
000990
001000     SELECT DL100-EX-FILE ASSIGN TO DL100EX
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS DL100-EX-FSTATUS.
001030
001040     SELECT DL100-RP-FILE ASSIGN TO DL100RP
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS DL100-RP-STATUS.
001070
001080     SELECT DL100-CR-FILE ASSIGN TO DL100CR
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS DL100-CR-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  DL100-IN-FILE
001150     RECORDING MODE IS F.
001160 01  DL100-IN-REC                PIC X(74).
001170
001180 FD  DL100-PC-FILE
001190     RECORDING MODE IS F.
001200 01  DL100-PC-REC                PIC X(02).
001210
001220 FD  DL100-O1-FILE
001230     RECORDING MODE IS F.
001240 01  DL100-O1-REC                PIC X(74).
001250 FD  DL100-O2-FILE
001260     RECORDING MODE IS F.
001270 01  DL100-O2-REC                PIC X(74).
001280 FD  DL100-O3-FILE
001290     RECORDING MODE IS F.
001300 01  DL100-O3-REC                PIC X(74).
001310 FD  DL100-O4-FILE
001320     RECORDING MODE IS F.
001330 01  DL100-O4-REC                PIC X(74).
001340
001350 FD  DL100-E1-FILE
001360     RECORDING MODE IS F.
001370 01  DL100-E1-REC                PIC X(139).
001380 FD  DL100-E2-FILE
001390     RECORDING MODE IS F.
001400 01  DL100-E2-REC                PIC X(139).
001410 FD  DL100-E3-FILE
001420     RECORDING MODE IS F.
001430 01  DL100-E3-REC                PIC X(139).
001440 FD  DL100-E4-FILE
001450     RECORDING MODE IS F.
001460 01  DL100-E4-REC                PIC X(139).
001470
001480 FD  DL100-R1-FILE
001490     RECORDING MODE IS F.
001500 01  DL100-R1-REC                PIC X(133).
001510 FD  DL100-R2-FILE
001520     RECORDING MODE IS F.
001530 01  DL100-R2-REC                PIC X(133).
001540 FD  DL100-R3-FILE
001550     RECORDING MODE IS F.
001560 01  DL100-R3-REC                PIC X(133).
001570 FD  DL100-R4-FILE
001580     RECORDING MODE IS F.
001590 01  DL100-R4-REC                PIC X(133).
001600
001610 FD  DL100-OT-FILE
001620     RECORDING MODE IS F.
001630 01  DL100-OT-REC                PIC X(74).
001640
001650 FD  DL100-EX-FILE
001660     RECORDING MODE IS F.
001670 01  DL100-EX-REC                PIC X(139).
001680
001690 FD  DL100-RP-FILE
001700     RECORDING MODE IS F.
001710 01  DL100-RP-REC                PIC X(133).
001720
001730 FD  DL100-CR-FILE
001740     RECORDING MODE IS F.
001750 01  DL100-CR-REC                PIC X(133).
001760
001770 WORKING-STORAGE SECTION.
001780*----------------------------------------------------------------
001790* FEED RECORD AND HEADER/TRAILER LAYOUTS
001800*----------------------------------------------------------------
001810 COPY DL100REC.
001820
001830 COPY DL100HTR.
001840
001850*----------------------------------------------------------------
001860* RUN LEDGER ENTRY
001870*----------------------------------------------------------------
001880 COPY DL100RLG.
001890
001900*----------------------------------------------------------------
001910* RUN ID FROM THE FIRST PARTITION HEADER - EVERY OTHER
001920* PARTITION MUST CARRY THE SAME ONE
001930*----------------------------------------------------------------
001940 77  DL100-CN-RUN-ID             PIC X(16) VALUE SPACES.
001950
001960*----------------------------------------------------------------
001970* RECONCILIATION REPORT LINE LAYOUTS - SAME SHAPE AS THE FEED
001980* BALANCING REPORT
001990*----------------------------------------------------------------
002000 COPY DL100BRP.
002010
002020*----------------------------------------------------------------
002030* PARTITION COUNT AND THE PARTITION BEING MERGED
002040*----------------------------------------------------------------
002050 01  DL100-CN-PART-COUNT         PIC 9(02) VALUE 0.
002060 77  DL100-CN-PART               USAGE COMP-5 PIC 9(02) VALUE 0.
002070
002080*----------------------------------------------------------------
002090* WORK RECORDS FOR THE FILE BEING MERGED
002100*----------------------------------------------------------------
002110 01  DL100-CN-EX-IMAGE           PIC X(139).
002120 01  DL100-CN-RP-IMAGE           PIC X(133).
002130
002140*----------------------------------------------------------------
002150* COMBINED AND PER-PARTITION CONTROL TOTALS
002160*----------------------------------------------------------------
002170 01  DL100-CN-TOTALS.
002180     05  DL100-CN-IN-COUNT       PIC 9(09) VALUE 0.
002190     05  DL100-CN-WRITE-CNT      USAGE COMP-5 PIC 9(09) VALUE 0.
002200     05  DL100-CN-REJ-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002210     05  DL100-CN-HASH5          USAGE COMP-3 PIC S9(13)
002220                                     VALUE 0.
002230     05  DL100-CN-HASH6          USAGE COMP-3 PIC S9(13)V99
002240                                     VALUE 0.
002250     05  DL100-CN-HASH7          USAGE COMP-3 PIC S9(13)
002260                                     VALUE 0.
002270
002280 01  DL100-CN-PART-WORK.
002290     05  DL100-CN-PT-COUNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002300     05  DL100-CN-PT-TRL-CNT     PIC 9(09) VALUE 0.
002310
002320*----------------------------------------------------------------
002330* SWITCHES AND STATUS FIELDS
002340*----------------------------------------------------------------
002350 01  DL100-IN-STATUS             PIC X(02) VALUE '00'.
002360     88  DL100-IN-OK             VALUE '00'.
002370     88  DL100-IN-AT-EOF         VALUE '10'.
002380 01  DL100-PC-STATUS             PIC X(02) VALUE '00'.
002390     88  DL100-PC-OK             VALUE '00'.
002400 01  DL100-O1-STATUS             PIC X(02) VALUE '00'.
002410     88  DL100-O1-OK             VALUE '00'.
002420 01  DL100-O2-STATUS             PIC X(02) VALUE '00'.
002430     88  DL100-O2-OK             VALUE '00'.
002440 01  DL100-O3-STATUS             PIC X(02) VALUE '00'.
002450     88  DL100-O3-OK             VALUE '00'.
002460 01  DL100-O4-STATUS             PIC X(02) VALUE '00'.
002470     88  DL100-O4-OK             VALUE '00'.
002480 01  DL100-E1-STATUS             PIC X(02) VALUE '00'.
002490     88  DL100-E1-OK             VALUE '00'.
002500 01  DL100-E2-STATUS             PIC X(02) VALUE '00'.
002510     88  DL100-E2-OK             VALUE '00'.
002520 01  DL100-E3-STATUS             PIC X(02) VALUE '00'.
002530     88  DL100-E3-OK             VALUE '00'.
002540 01  DL100-E4-STATUS             PIC X(02) VALUE '00'.
002550     88  DL100-E4-OK             VALUE '00'.
002560 01  DL100-R1-STATUS             PIC X(02) VALUE '00'.
002570     88  DL100-R1-OK             VALUE '00'.
002580 01  DL100-R2-STATUS             PIC X(02) VALUE '00'.
002590     88  DL100-R2-OK             VALUE '00'.
002600 01  DL100-R3-STATUS             PIC X(02) VALUE '00'.
002610     88  DL100-R3-OK             VALUE '00'.
002620 01  DL100-R4-STATUS             PIC X(02) VALUE '00'.
002630     88  DL100-R4-OK             VALUE '00'.
002640 01  DL100-OT-STATUS             PIC X(02) VALUE '00'.
002650     88  DL100-OT-OK             VALUE '00'.
002660 01  DL100-EX-FSTATUS            PIC X(02) VALUE '00'.
002670     88  DL100-EX-OK             VALUE '00'.
002680 01  DL100-RP-STATUS             PIC X(02) VALUE '00'.
002690     88  DL100-RP-OK             VALUE '00'.
002700 01  DL100-CR-STATUS             PIC X(02) VALUE '00'.
002710     88  DL100-CR-OK             VALUE '00'.
002720
002730 01  DL100-FILE-EOF-SW           PIC X(01) VALUE 'N'.
002740     88  DL100-FILE-EOF          VALUE 'Y'.
002750     88  DL100-FILE-NOT-EOF      VALUE 'N'.
002760
002770 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
002780     88  DL100-INIT-FAILED       VALUE 'Y'.
002790     88  DL100-INIT-OK           VALUE 'N'.
002800
002810 01  DL100-CN-ABORT-SW           PIC X(01) VALUE 'N'.
002820     88  DL100-CN-ABORT          VALUE 'Y'.
002830     88  DL100-CN-NO-ABORT       VALUE 'N'.
002840
002850 01  DL100-HDR-SAVED-SW          PIC X(01) VALUE 'N'.
002860     88  DL100-HDR-SAVED         VALUE 'Y'.
002870     88  DL100-HDR-NOT-SAVED     VALUE 'N'.
002880
002890 01  DL100-BAL-FAIL-SW           PIC X(01) VALUE 'N'.
002900     88  DL100-BAL-FAILED        VALUE 'Y'.
002910     88  DL100-BAL-OK            VALUE 'N'.
002920
002930 77  DL100-CN-SKIP-CNT           USAGE COMP-5 PIC 9(02) VALUE 0.
002940
002950 PROCEDURE DIVISION.
002960*----------------------------------------------------------------
002970* 0000-MAINLINE
002980*----------------------------------------------------------------
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE
003010         THRU 1000-EXIT.
003020
003030     IF DL100-INIT-OK
003040         MOVE 0 TO DL100-CN-PART
003050         PERFORM 4000-MERGE-PARTITION
003060             THRU 4000-EXIT
003070             DL100-CN-PART-COUNT TIMES
003080     END-IF.
003090
003100     PERFORM 3000-TERMINATE
003110         THRU 3000-EXIT.
003120
003130     STOP RUN.
003140
003150*----------------------------------------------------------------
003160* 1000-INITIALIZE - OPEN EVERYTHING, TAKE THE PARTITION COUNT
003170*                   AND THE EXPECTED TOTALS FROM THE ORIGINAL
003180*                   FEED TRAILER
003190*----------------------------------------------------------------
003200 1000-INITIALIZE.
003210     SET DL100-INIT-OK TO TRUE.
003220
003230     OPEN INPUT DL100-PC-FILE.
003240     IF NOT DL100-PC-OK
003250         DISPLAY 'DL100CN - CONTROL OPEN ERROR ' DL100-PC-STATUS
003260         SET DL100-INIT-FAILED TO TRUE
003270         GO TO 1000-EXIT
003280     END-IF.
003290     READ DL100-PC-FILE INTO DL100-CN-PART-COUNT.
003300     IF NOT DL100-PC-OK
003310        OR DL100-CN-PART-COUNT < 1
003320        OR DL100-CN-PART-COUNT > 4
003330         DISPLAY 'DL100CN - BAD PARTITION COUNT'
003340         SET DL100-INIT-FAILED TO TRUE
003350         GO TO 1000-EXIT
003360     END-IF.
003370     DISPLAY 'DL100CN - PARTITIONS: ' DL100-CN-PART-COUNT.
003380
003390     PERFORM 1100-SCAN-INPUT-TRAILER
003400         THRU 1100-EXIT.
003410     IF DL100-INIT-FAILED
003420         GO TO 1000-EXIT
003430     END-IF.
003440
003450     OPEN OUTPUT DL100-OT-FILE.
003460     IF NOT DL100-OT-OK
003470         DISPLAY 'DL100CN - OUTPUT OPEN ERROR ' DL100-OT-STATUS
003480         SET DL100-INIT-FAILED TO TRUE
003490     END-IF.
003500     OPEN OUTPUT DL100-EX-FILE.
003510     IF NOT DL100-EX-OK
003520         DISPLAY 'DL100CN - EXCEPT OPEN ERROR ' DL100-EX-FSTATUS
003530         SET DL100-INIT-FAILED TO TRUE
003540     END-IF.
003550     OPEN OUTPUT DL100-RP-FILE.
003560     IF NOT DL100-RP-OK
003570         DISPLAY 'DL100CN - REPORT OPEN ERROR ' DL100-RP-STATUS
003580         SET DL100-INIT-FAILED TO TRUE
003590     END-IF.
003600     OPEN OUTPUT DL100-CR-FILE.
003610     IF NOT DL100-CR-OK
003620         DISPLAY 'DL100CN - RECON OPEN ERROR ' DL100-CR-STATUS
003630         SET DL100-INIT-FAILED TO TRUE
003640     END-IF.
003650
003660     OPEN INPUT DL100-O1-FILE.
003670     IF NOT DL100-O1-OK
003680         DISPLAY 'DL100CN - O1 OPEN ERROR ' DL100-O1-STATUS
003690         SET DL100-INIT-FAILED TO TRUE
003700     END-IF.
003710     OPEN INPUT DL100-E1-FILE.
003720     IF NOT DL100-E1-OK
003730         DISPLAY 'DL100CN - E1 OPEN ERROR ' DL100-E1-STATUS
003740         SET DL100-INIT-FAILED TO TRUE
003750     END-IF.
003760     OPEN INPUT DL100-R1-FILE.
003770     IF NOT DL100-R1-OK
003780         DISPLAY 'DL100CN - R1 OPEN ERROR ' DL100-R1-STATUS
003790         SET DL100-INIT-FAILED TO TRUE
003800     END-IF.
003810
003820     IF DL100-CN-PART-COUNT >= 2
003830         OPEN INPUT DL100-O2-FILE
003840         OPEN INPUT DL100-E2-FILE
003850         OPEN INPUT DL100-R2-FILE
003860         IF NOT DL100-O2-OK OR NOT DL100-E2-OK
003870            OR NOT DL100-R2-OK
003880             DISPLAY 'DL100CN - PARTITION 2 OPEN ERROR'
003890             SET DL100-INIT-FAILED TO TRUE
003900         END-IF
003910     END-IF.
003920     IF DL100-CN-PART-COUNT >= 3
003930         OPEN INPUT DL100-O3-FILE
003940         OPEN INPUT DL100-E3-FILE
003950         OPEN INPUT DL100-R3-FILE
003960         IF NOT DL100-O3-OK OR NOT DL100-E3-OK
003970            OR NOT DL100-R3-OK
003980             DISPLAY 'DL100CN - PARTITION 3 OPEN ERROR'
003990             SET DL100-INIT-FAILED TO TRUE
004000         END-IF
004010     END-IF.
004020     IF DL100-CN-PART-COUNT >= 4
004030         OPEN INPUT DL100-O4-FILE
004040         OPEN INPUT DL100-E4-FILE
004050         OPEN INPUT DL100-R4-FILE
004060         IF NOT DL100-O4-OK OR NOT DL100-E4-OK
004070            OR NOT DL100-R4-OK
004080             DISPLAY 'DL100CN - PARTITION 4 OPEN ERROR'
004090             SET DL100-INIT-FAILED TO TRUE
004100         END-IF
004110     END-IF.
004120 1000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160* 1100-SCAN-INPUT-TRAILER - THE ORIGINAL FEED TRAILER GIVES THE
004170*                           DETAIL COUNT THE PARTITIONS MUST
004180*                           ACCOUNT FOR BETWEEN THEM
004190*----------------------------------------------------------------
004200 1100-SCAN-INPUT-TRAILER.
004210     OPEN INPUT DL100-IN-FILE.
004220     IF NOT DL100-IN-OK
004230         DISPLAY 'DL100CN - INPUT OPEN ERROR ' DL100-IN-STATUS
004240         SET DL100-INIT-FAILED TO TRUE
004250         GO TO 1100-EXIT
004260     END-IF.
004270
004280     SET DL100-FILE-NOT-EOF TO TRUE.
004290     PERFORM 1110-SCAN-ONE-RECORD
004300         THRU 1110-EXIT
004310         UNTIL DL100-FILE-EOF.
004320
004330     CLOSE DL100-IN-FILE.
004340
004350     IF DL100-CN-IN-COUNT = 0
004360         DISPLAY 'DL100CN - INPUT TRAILER MISSING OR EMPTY FEED'
004370     END-IF.
004380 1100-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420* 1110-SCAN-ONE-RECORD - ONLY THE TRAILER IS OF INTEREST
004430*----------------------------------------------------------------
004440 1110-SCAN-ONE-RECORD.
004450     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
004460     IF NOT DL100-IN-OK
004470         SET DL100-FILE-EOF TO TRUE
004480         GO TO 1110-EXIT
004490     END-IF.
004500
004510     IF DL100-IN-TRAILER
004520         MOVE DL100-INPUT-RECORD TO DL100-TRL-RECORD
004530         MOVE DL100-TRL-COUNT    TO DL100-CN-IN-COUNT
004540         SET DL100-FILE-EOF      TO TRUE
004550     END-IF.
004560 1110-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------
004600* 4000-MERGE-PARTITION - ONE PARTITION'S OUTPUT, EXCEPTIONS AND
004610*                        REPORT INTO THE COMBINED FILES
004620*----------------------------------------------------------------
004630 4000-MERGE-PARTITION.
004640     ADD 1 TO DL100-CN-PART.
004650     DISPLAY 'DL100CN - MERGING PARTITION ' DL100-CN-PART.
004660
004670     MOVE 0 TO DL100-CN-PT-COUNT.
004680     MOVE 0 TO DL100-CN-PT-TRL-CNT.
004690     SET DL100-FILE-NOT-EOF TO TRUE.
004700     PERFORM 4100-MERGE-ONE-OUTPUT
004710         THRU 4100-EXIT
004720         UNTIL DL100-FILE-EOF OR DL100-CN-ABORT.
004730
004740     IF DL100-CN-PT-COUNT NOT = DL100-CN-PT-TRL-CNT
004750         DISPLAY 'DL100CN - PARTITION ' DL100-CN-PART
004760             ' TRAILER DISAGREES WITH ITS DETAILS'
004770         SET DL100-BAL-FAILED TO TRUE
004780     END-IF.
004790     ADD DL100-CN-PT-COUNT TO DL100-CN-WRITE-CNT.
004800
004810     SET DL100-FILE-NOT-EOF TO TRUE.
004820     PERFORM 4200-MERGE-ONE-EXCEPT
004830         THRU 4200-EXIT
004840         UNTIL DL100-FILE-EOF OR DL100-CN-ABORT.
004850
004860     MOVE 0 TO DL100-CN-SKIP-CNT.
004870     IF DL100-CN-PART > 1
004880*        PARTITIONS AFTER THE FIRST CONTRIBUTE ONLY THEIR
004890*        DETAIL LINES - THE COMBINED REPORT ALREADY HAS ITS
004900*        HEADINGS FROM PARTITION 1
004910         MOVE 2 TO DL100-CN-SKIP-CNT
004920     END-IF.
004930     SET DL100-FILE-NOT-EOF TO TRUE.
004940     PERFORM 4300-MERGE-ONE-REPORT
004950         THRU 4300-EXIT
004960         UNTIL DL100-FILE-EOF OR DL100-CN-ABORT.
004970 4000-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------
005010* 4100-MERGE-ONE-OUTPUT - COPY ONE PARTITION OUTPUT RECORD -
005020*                         HEADER KEPT ONCE, DETAILS COPIED AND
005030*                         TOTALLED, TRAILER CAPTURED FOR THE
005040*                         PARTITION CONSISTENCY CHECK
005050*----------------------------------------------------------------
005060 4100-MERGE-ONE-OUTPUT.
005070     PERFORM 4110-READ-PART-OUTPUT
005080         THRU 4110-EXIT.
005090     IF DL100-FILE-EOF
005100         GO TO 4100-EXIT
005110     END-IF.
005120
005130     IF DL100-OUT-HEADER
005140         IF DL100-HDR-NOT-SAVED
005150             MOVE DL100-OUTPUT-RECORD TO DL100-HDR-RECORD
005160             SET DL100-HDR-SAVED TO TRUE
005170             MOVE DL100-HDR-RUN-ID TO DL100-CN-RUN-ID
005180             DISPLAY 'DL100CN - RUN ID    : ' DL100-CN-RUN-ID
005190             WRITE DL100-OT-REC FROM DL100-HDR-RECORD
005200             IF NOT DL100-OT-OK
005210                 DISPLAY 'DL100CN - OUTPUT WRITE ERR '
005220                     DL100-OT-STATUS
005230                 SET DL100-CN-ABORT TO TRUE
005240             END-IF
005250         END-IF
005260         MOVE DL100-OUTPUT-RECORD TO DL100-HDR-RECORD
005270         IF DL100-HDR-RUN-ID NOT = DL100-CN-RUN-ID
005280             DISPLAY 'DL100CN - PARTITION ' DL100-CN-PART
005290                 ' IS FROM RUN ' DL100-HDR-RUN-ID
005300                 ' - NOT MERGED'
005310             SET DL100-CN-ABORT TO TRUE
005320             MOVE 16 TO RETURN-CODE
005330         END-IF
005340         GO TO 4100-EXIT
005350     END-IF.
005360
005370     IF DL100-OUT-TRAILER
005380         MOVE DL100-OUTPUT-RECORD TO DL100-TRL-RECORD
005390         MOVE DL100-TRL-COUNT TO DL100-CN-PT-TRL-CNT
005400         GO TO 4100-EXIT
005410     END-IF.
005420
005430     ADD 1 TO DL100-CN-PT-COUNT.
005440     IF DL100-OUT-REVERSAL
005450         SUBTRACT DL100-OUT-ARG5 FROM DL100-CN-HASH5
005460         SUBTRACT DL100-OUT-ARG6 FROM DL100-CN-HASH6
005470         SUBTRACT DL100-OUT-ARG7 FROM DL100-CN-HASH7
005480     ELSE
005490         ADD DL100-OUT-ARG5 TO DL100-CN-HASH5
005500         ADD DL100-OUT-ARG6 TO DL100-CN-HASH6
005510         ADD DL100-OUT-ARG7 TO DL100-CN-HASH7
005520     END-IF.
005530
005540     WRITE DL100-OT-REC FROM DL100-OUTPUT-RECORD.
005550     IF NOT DL100-OT-OK
005560         DISPLAY 'DL100CN - OUTPUT WRITE ERR ' DL100-OT-STATUS
005570         SET DL100-CN-ABORT TO TRUE
005580     END-IF.
005590 4100-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------
005630* 4110-READ-PART-OUTPUT - READ THE CURRENT PARTITION'S OUTPUT
005640*----------------------------------------------------------------
005650 4110-READ-PART-OUTPUT.
005660     EVALUATE DL100-CN-PART
005670         WHEN 1
005680             READ DL100-O1-FILE INTO DL100-OUTPUT-RECORD
005690             IF NOT DL100-O1-OK
005700                 SET DL100-FILE-EOF TO TRUE
005710             END-IF
005720         WHEN 2
005730             READ DL100-O2-FILE INTO DL100-OUTPUT-RECORD
005740             IF NOT DL100-O2-OK
005750                 SET DL100-FILE-EOF TO TRUE
005760             END-IF
005770         WHEN 3
005780             READ DL100-O3-FILE INTO DL100-OUTPUT-RECORD
005790             IF NOT DL100-O3-OK
005800                 SET DL100-FILE-EOF TO TRUE
005810             END-IF
005820         WHEN 4
005830             READ DL100-O4-FILE INTO DL100-OUTPUT-RECORD
005840             IF NOT DL100-O4-OK
005850                 SET DL100-FILE-EOF TO TRUE
005860             END-IF
005870     END-EVALUATE.
005880 4110-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920* 4200-MERGE-ONE-EXCEPT - COPY ONE PARTITION EXCEPTION RECORD
005930*----------------------------------------------------------------
005940 4200-MERGE-ONE-EXCEPT.
005950     EVALUATE DL100-CN-PART
005960         WHEN 1
005970             READ DL100-E1-FILE INTO DL100-CN-EX-IMAGE
005980             IF NOT DL100-E1-OK
005990                 SET DL100-FILE-EOF TO TRUE
006000             END-IF
006010         WHEN 2
006020             READ DL100-E2-FILE INTO DL100-CN-EX-IMAGE
006030             IF NOT DL100-E2-OK
006040                 SET DL100-FILE-EOF TO TRUE
006050             END-IF
006060         WHEN 3
006070             READ DL100-E3-FILE INTO DL100-CN-EX-IMAGE
006080             IF NOT DL100-E3-OK
006090                 SET DL100-FILE-EOF TO TRUE
006100             END-IF
006110         WHEN 4
006120             READ DL100-E4-FILE INTO DL100-CN-EX-IMAGE
006130             IF NOT DL100-E4-OK
006140                 SET DL100-FILE-EOF TO TRUE
006150             END-IF
006160     END-EVALUATE.
006170     IF DL100-FILE-EOF
006180         GO TO 4200-EXIT
006190     END-IF.
006200
006210     ADD 1 TO DL100-CN-REJ-CNT.
006220     WRITE DL100-EX-REC FROM DL100-CN-EX-IMAGE.
006230     IF NOT DL100-EX-OK
006240         DISPLAY 'DL100CN - EXCEPT WRITE ERR ' DL100-EX-FSTATUS
006250         SET DL100-CN-ABORT TO TRUE
006260     END-IF.
006270 4200-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310* 4300-MERGE-ONE-REPORT - COPY ONE PARTITION REPORT LINE INTO
006320*                         THE SINGLE PUBLISHED REPORT
006330*----------------------------------------------------------------
006340 4300-MERGE-ONE-REPORT.
006350     EVALUATE DL100-CN-PART
006360         WHEN 1
006370             READ DL100-R1-FILE INTO DL100-CN-RP-IMAGE
006380             IF NOT DL100-R1-OK
006390                 SET DL100-FILE-EOF TO TRUE
006400             END-IF
006410         WHEN 2
006420             READ DL100-R2-FILE INTO DL100-CN-RP-IMAGE
006430             IF NOT DL100-R2-OK
006440                 SET DL100-FILE-EOF TO TRUE
006450             END-IF
006460         WHEN 3
006470             READ DL100-R3-FILE INTO DL100-CN-RP-IMAGE
006480             IF NOT DL100-R3-OK
006490                 SET DL100-FILE-EOF TO TRUE
006500             END-IF
006510         WHEN 4
006520             READ DL100-R4-FILE INTO DL100-CN-RP-IMAGE
006530             IF NOT DL100-R4-OK
006540                 SET DL100-FILE-EOF TO TRUE
006550             END-IF
006560     END-EVALUATE.
006570     IF DL100-FILE-EOF
006580         GO TO 4300-EXIT
006590     END-IF.
006600
006610     IF DL100-CN-SKIP-CNT > 0
006620         SUBTRACT 1 FROM DL100-CN-SKIP-CNT
006630         GO TO 4300-EXIT
006640     END-IF.
006650
006660     WRITE DL100-RP-REC FROM DL100-CN-RP-IMAGE.
006670     IF NOT DL100-RP-OK
006680         DISPLAY 'DL100CN - REPORT WRITE ERR ' DL100-RP-STATUS
006690         SET DL100-CN-ABORT TO TRUE
006700     END-IF.
006710 4300-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
006750* 3000-TERMINATE - WRITE THE COMBINED TRAILER, RECONCILE THE
006760*                  COMBINED COUNTS AGAINST THE ORIGINAL FEED
006770*                  AND CLOSE
006780*----------------------------------------------------------------
006790 3000-TERMINATE.
006800*    RECONCILE FIRST - A RUN THAT DOES NOT BALANCE GETS NO
006810*    COMBINED TRAILER, OR THE MERGED OUTPUT WOULD SELF-BALANCE
006820*    AGAINST ITS OWN BAD CONTENTS AND THE DOWNSTREAM COULD NOT
006830*    TELL
006840     IF DL100-INIT-OK AND DL100-CN-NO-ABORT
006850         PERFORM 3200-RECONCILE
006860             THRU 3200-EXIT
006870         IF DL100-BAL-OK
006880             PERFORM 3100-WRITE-OT-TRAILER
006890                 THRU 3100-EXIT
006900         END-IF
006910     ELSE
006920         DISPLAY 'DL100CN - RUN FAILED - OUTPUT NOT VALID'
006930         IF RETURN-CODE = 0
006940             MOVE 12 TO RETURN-CODE
006950         END-IF
006960     END-IF.
006970
006980     CLOSE DL100-PC-FILE
006990           DL100-O1-FILE
007000           DL100-E1-FILE
007010           DL100-R1-FILE
007020           DL100-OT-FILE
007030           DL100-EX-FILE
007040           DL100-RP-FILE
007050           DL100-CR-FILE.
007060     IF DL100-CN-PART-COUNT >= 2
007070         CLOSE DL100-O2-FILE DL100-E2-FILE DL100-R2-FILE
007080     END-IF.
007090     IF DL100-CN-PART-COUNT >= 3
007100         CLOSE DL100-O3-FILE DL100-E3-FILE DL100-R3-FILE
007110     END-IF.
007120     IF DL100-CN-PART-COUNT >= 4
007130         CLOSE DL100-O4-FILE DL100-E4-FILE DL100-R4-FILE
007140     END-IF.
007150
007160     DISPLAY 'DL100CN - RECORDS WRITTEN : ' DL100-CN-WRITE-CNT.
007170     DISPLAY 'DL100CN - RECORDS REJECTED: ' DL100-CN-REJ-CNT.
007180
007190     PERFORM 3900-WRITE-LEDGER
007200         THRU 3900-EXIT.
007210 3000-EXIT.
007220     EXIT.
007230
007240*----------------------------------------------------------------
007250* 3100-WRITE-OT-TRAILER - ONE TRAILER COVERING EVERY PARTITION
007260*----------------------------------------------------------------
007270 3100-WRITE-OT-TRAILER.
007280     MOVE SPACES           TO DL100-TRL-RECORD.
007290     MOVE 'T'              TO DL100-TRL-TYPE.
007300     MOVE DL100-CN-WRITE-CNT TO DL100-TRL-COUNT.
007310     MOVE DL100-CN-HASH5   TO DL100-TRL-HASH5.
007320     MOVE DL100-CN-HASH6   TO DL100-TRL-HASH6.
007330     MOVE DL100-CN-HASH7   TO DL100-TRL-HASH7.
007340     WRITE DL100-OT-REC FROM DL100-TRL-RECORD.
007350     IF NOT DL100-OT-OK
007360         DISPLAY 'DL100CN - TRL WRITE ERROR ' DL100-OT-STATUS
007370     END-IF.
007380 3100-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------
007420* 3200-RECONCILE - THE PARTITIONS MUST ACCOUNT FOR EVERY DETAIL
007430*                  THE ORIGINAL FEED PROMISED
007440*----------------------------------------------------------------
007450 3200-RECONCILE.
007460     WRITE DL100-CR-REC FROM DL100-BR-HEADING1
007470         AFTER ADVANCING PAGE.
007480     WRITE DL100-CR-REC FROM DL100-BR-HEADING2
007490         AFTER ADVANCING 2 LINES.
007500
007510     MOVE 'INPUT DETAILS'        TO DL100-BR-ITEM.
007520     MOVE DL100-CN-IN-COUNT      TO DL100-BR-EXPECTED.
007530     COMPUTE DL100-BR-ACTUAL
007540         = DL100-CN-WRITE-CNT + DL100-CN-REJ-CNT.
007550     IF DL100-CN-IN-COUNT
007560         NOT = DL100-CN-WRITE-CNT + DL100-CN-REJ-CNT
007570         SET DL100-BAL-FAILED TO TRUE
007580         MOVE 'MISMATCH' TO DL100-BR-RESULT
007590     ELSE
007600         MOVE 'BALANCED' TO DL100-BR-RESULT
007610     END-IF.
007620     MOVE SPACE TO DL100-BR-CC.
007630     WRITE DL100-CR-REC FROM DL100-BR-DETAIL
007640         AFTER ADVANCING 1 LINE.
007650
007660     MOVE 'RECORDS CONVERTED'    TO DL100-BR-ITEM.
007670     MOVE DL100-CN-WRITE-CNT     TO DL100-BR-EXPECTED.
007680     MOVE DL100-CN-WRITE-CNT     TO DL100-BR-ACTUAL.
007690     MOVE SPACE                  TO DL100-BR-RESULT.
007700     MOVE SPACE TO DL100-BR-CC.
007710     WRITE DL100-CR-REC FROM DL100-BR-DETAIL
007720         AFTER ADVANCING 1 LINE.
007730
007740     MOVE 'RECORDS REJECTED'     TO DL100-BR-ITEM.
007750     MOVE DL100-CN-REJ-CNT       TO DL100-BR-EXPECTED.
007760     MOVE DL100-CN-REJ-CNT       TO DL100-BR-ACTUAL.
007770     MOVE SPACE                  TO DL100-BR-RESULT.
007780     MOVE SPACE TO DL100-BR-CC.
007790     WRITE DL100-CR-REC FROM DL100-BR-DETAIL
007800         AFTER ADVANCING 1 LINE.
007810     IF NOT DL100-CR-OK
007820         DISPLAY 'DL100CN - RECON WRITE ERR ' DL100-CR-STATUS
007830     END-IF.
007840
007850     IF DL100-BAL-FAILED
007860         DISPLAY 'DL100CN - PARTITIONS OUT OF BALANCE - RC 16'
007870         MOVE 16 TO RETURN-CODE
007880     ELSE
007890         DISPLAY 'DL100CN - PARTITIONS RECONCILE WITH THE FEED'
007900     END-IF.
007910 3200-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950* 3900-WRITE-LEDGER - RECORD THE CONSOLIDATION STEP ON THE RUN
007960*                     LEDGER.  THE STEP RETURN CODE IS KEPT
007970*                     ACROSS THE CALL.
007980*----------------------------------------------------------------
007990 3900-WRITE-LEDGER.
008000     MOVE SPACES               TO DL100-RL-RECORD.
008010     MOVE DL100-CN-RUN-ID      TO DL100-RL-RUN-ID.
008020     SET DL100-RL-CONSOL       TO TRUE.
008030     MOVE 'DL100CN'            TO DL100-RL-PROGRAM.
008040     MOVE RETURN-CODE          TO DL100-RL-RC.
008050     MOVE DL100-HDR-FEED-DATE  TO DL100-RL-FEED-DATE.
008060     MOVE DL100-HDR-SOURCE-SYS TO DL100-RL-SOURCE-SYS.
008070     MOVE DL100-CN-WRITE-CNT   TO DL100-RL-COUNT.
008080     CALL 'DL100LGW' USING DL100-RL-RECORD.
008090     MOVE DL100-RL-RC          TO RETURN-CODE.
008100 3900-EXIT.
008110     EXIT.
