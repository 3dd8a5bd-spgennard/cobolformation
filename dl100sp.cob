000240*   2026-08-22 DEV   READING PAST THE FEED TRAILER NOW ABORTS
000250*                    RC 16, SO A DOUBLED FEED CANNOT BALANCE
000260*                    ON ITS FIRST COPY.
000270*   2026-09-02 DEV   'R' REVERSAL RECORDS (SEE DL100REC) ARE
000280*                    DEALT ROUND-ROBIN LIKE DETAILS, COUNTING
000290*                    IN THE PARTITION TRAILER COUNT WITH THEIR
000300*                    AMOUNTS SUBTRACTED FROM THE PARTITION HASH
000310*                    TOTALS, SO EACH PARTITION STAYS A VALID
000320*                    FEED IN ITS OWN RIGHT.
000330*   2026-10-15 DEV   EVERY PARTITION HEADER CARRIES THE RUN ID
000340*                    FROM THE FEED HEADER (SEE DL100HTR), SO
000350*                    THE PARTITIONED DL100D RUNS AND DL100CN ALL
000360*                    WORK UNDER ONE RUN ID.  A FEED THAT DID NOT
000370*                    COME THROUGH DL100FE HAS NONE, AND ONE IS
000380*                    MINTED HERE.  THE SPLIT STEP IS RECORDED
000390*                    ON THE DL100RL RUN LEDGER AS THE RUN ENDS.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-Z.
000440 OBJECT-COMPUTER.   IBM-Z.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT DL100-IN-FILE ASSIGN TO DL100IN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DL100-IN-STATUS.
000500
000510     SELECT DL100-PC-FILE ASSIGN TO DL100PC
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DL100-PC-STATUS.
000540
000550     SELECT DL100-P1-FILE ASSIGN TO DL100P1
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DL100-P1-STATUS.
000580
000590     SELECT DL100-P2-FILE ASSIGN TO DL100P2
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DL100-P2-STATUS.
000620
000630     SELECT DL100-P3-FILE ASSIGN TO DL100P3
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL100-P3-STATUS.
000660
000670     SELECT DL100-P4-FILE ASSIGN TO DL100P4
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL100-P4-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DL100-IN-FILE
000740     RECORDING MODE IS F.
000750 01  DL100-IN-REC                PIC X(74).
000760
000770 FD  DL100-PC-FILE
000780     RECORDING MODE IS F.
000790 01  DL100-PC-REC                PIC X(02).
000800
000810 FD  DL100-P1-FILE
000820     RECORDING MODE IS F.
000830 01  DL100-P1-REC                PIC X(74).
000840
000850 FD  DL100-P2-FILE
000860     RECORDING MODE IS F.
000870 01  DL100-P2-REC                PIC X(74).
000880
000890 FD  DL100-P3-FILE
000900     RECORDING MODE IS F.
000910 01  DL100-P3-REC                PIC X(74).
000920
000930 FD  DL100-P4-FILE
000940     RECORDING MODE IS F.
000950 01  DL100-P4-REC                PIC X(74).
000960
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990* FEED RECORD AND HEADER/TRAILER LAYOUTS
001000*----------------------------------------------------------------
001010 COPY DL100REC.
001020
001030 COPY DL100HTR.
001040
001050*----------------------------------------------------------------
001060* RUN LEDGER ENTRY
001070*----------------------------------------------------------------
001080 COPY DL100RLG.
001090
001100*----------------------------------------------------------------
001110* RUN ID MINTED HERE WHEN THE FEED HEADER DOES NOT CARRY ONE -
001120* RUN DATE AND TIME TO HUNDREDTHS
001130*----------------------------------------------------------------
001140 01  DL100-SP-NEW-RUN-ID.
001150     05  DL100-SP-NEW-RUN-DATE   PIC 9(08) VALUE 0.
001160     05  DL100-SP-NEW-RUN-TIME   PIC 9(08) VALUE 0.
001170
001180*----------------------------------------------------------------
001190* PARTITION COUNT FROM THE CONTROL RECORD (1 TO 4)
001200*----------------------------------------------------------------
001210 01  DL100-SP-PART-COUNT         PIC 9(02) VALUE 0.
001220
001230*----------------------------------------------------------------
001240* PER-PARTITION CONTROL TOTALS - EACH PARTITION TRAILER CARRIES
001250* ITS OWN COUNT AND HASHES
001260*----------------------------------------------------------------
001270 01  DL100-SP-PART-TOTALS.
001280     05  DL100-SP-PART-ENTRY OCCURS 4 TIMES.
001290         10  DL100-SP-PT-COUNT   USAGE COMP-5 PIC 9(09)
001300                                     VALUE 0.
001310         10  DL100-SP-PT-HASH5   USAGE COMP-3 PIC S9(13)
001320                                     VALUE 0.
001330         10  DL100-SP-PT-HASH6   USAGE COMP-3 PIC S9(13)V99
001340                                     VALUE 0.
001350         10  DL100-SP-PT-HASH7   USAGE COMP-3 PIC S9(13)
001360                                     VALUE 0.
001370
001380 77  DL100-SP-SLOT               USAGE COMP-5 PIC 9(02) VALUE 1.
001390 77  DL100-SP-SUB                USAGE COMP-5 PIC 9(02) VALUE 0.
001400
001410*----------------------------------------------------------------
001420* WHOLE-FEED CONTROL TOTALS - BALANCED AGAINST THE INPUT
001430* TRAILER BEFORE ANY PARTITION TRAILER IS WRITTEN
001440*----------------------------------------------------------------
001450 01  DL100-BAL-EXPECTED.
001460     05  DL100-EXP-COUNT         PIC 9(09) VALUE 0.
001470     05  DL100-EXP-HASH5         USAGE COMP-3 PIC S9(13)
001480                                     VALUE 0.
001490     05  DL100-EXP-HASH6         USAGE COMP-3 PIC S9(13)V99
001500                                     VALUE 0.
001510     05  DL100-EXP-HASH7         USAGE COMP-3 PIC S9(13)
001520                                     VALUE 0.
001530
001540 01  DL100-BAL-ACTUAL.
001550     05  DL100-ACT-COUNT         USAGE COMP-5 PIC 9(09) VALUE 0.
001560     05  DL100-ACT-HASH5         USAGE COMP-3 PIC S9(13)
001570                                     VALUE 0.
001580     05  DL100-ACT-HASH6         USAGE COMP-3 PIC S9(13)V99
001590                                     VALUE 0.
001600     05  DL100-ACT-HASH7         USAGE COMP-3 PIC S9(13)
001610                                     VALUE 0.
001620
001630*----------------------------------------------------------------
001640* SWITCHES AND STATUS FIELDS
001650*----------------------------------------------------------------
001660 01  DL100-IN-STATUS             PIC X(02) VALUE '00'.
001670     88  DL100-IN-OK             VALUE '00'.
001680     88  DL100-IN-AT-EOF         VALUE '10'.
001690
001700 01  DL100-PC-STATUS             PIC X(02) VALUE '00'.
001710     88  DL100-PC-OK             VALUE '00'.
001720
001730 01  DL100-P1-STATUS             PIC X(02) VALUE '00'.
001740     88  DL100-P1-OK             VALUE '00'.
001750 01  DL100-P2-STATUS             PIC X(02) VALUE '00'.
001760     88  DL100-P2-OK             VALUE '00'.
001770 01  DL100-P3-STATUS             PIC X(02) VALUE '00'.
001780     88  DL100-P3-OK             VALUE '00'.
001790 01  DL100-P4-STATUS             PIC X(02) VALUE '00'.
001800     88  DL100-P4-OK             VALUE '00'.
001810
001820 01  DL100-EOF-SW                PIC X(01) VALUE 'N'.
001830     88  DL100-EOF               VALUE 'Y'.
001840     88  DL100-NOT-EOF           VALUE 'N'.
001850
001860 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
001870     88  DL100-INIT-FAILED       VALUE 'Y'.
001880     88  DL100-INIT-OK           VALUE 'N'.
001890
001900 01  DL100-HDR-SEEN-SW           PIC X(01) VALUE 'N'.
001910     88  DL100-HDR-SEEN          VALUE 'Y'.
001920     88  DL100-HDR-NOT-SEEN      VALUE 'N'.
001930
001940 01  DL100-TRL-SEEN-SW           PIC X(01) VALUE 'N'.
001950     88  DL100-TRL-SEEN          VALUE 'Y'.
001960     88  DL100-TRL-NOT-SEEN      VALUE 'N'.
001970
001980 01  DL100-SP-ABORT-SW           PIC X(01) VALUE 'N'.
001990     88  DL100-SP-ABORT          VALUE 'Y'.
002000     88  DL100-SP-NO-ABORT       VALUE 'N'.
002010
002020 PROCEDURE DIVISION.
002030*----------------------------------------------------------------
002040* 0000-MAINLINE
002050*----------------------------------------------------------------
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE
002080         THRU 1000-EXIT.
002090
002100     IF DL100-INIT-OK
002110         PERFORM 2000-DEAL-RECORD
002120             THRU 2000-EXIT
002130             UNTIL DL100-EOF OR DL100-SP-ABORT
002140     END-IF.
002150
002160     PERFORM 3000-TERMINATE
002170         THRU 3000-EXIT.
002180
002190     STOP RUN.
002200
002210*----------------------------------------------------------------
002220* 1000-INITIALIZE - OPEN FILES, TAKE THE PARTITION COUNT,
002230*                   VERIFY THE FEED HEADER AND COPY IT TO EVERY
002240*                   PARTITION
002250*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270     SET DL100-INIT-OK TO TRUE.
002280
002290     OPEN INPUT DL100-IN-FILE.
002300     IF NOT DL100-IN-OK
002310         DISPLAY 'DL100SP - INPUT OPEN ERROR ' DL100-IN-STATUS
002320         SET DL100-INIT-FAILED TO TRUE
002330     END-IF.
002340
002350     OPEN INPUT DL100-PC-FILE.
002360     IF NOT DL100-PC-OK
002370         DISPLAY 'DL100SP - CONTROL OPEN ERROR ' DL100-PC-STATUS
002380         SET DL100-INIT-FAILED TO TRUE
002390     END-IF.
002400
002410     IF DL100-INIT-FAILED
002420         SET DL100-SP-ABORT TO TRUE
002430         GO TO 1000-EXIT
002440     END-IF.
002450
002460     READ DL100-PC-FILE INTO DL100-SP-PART-COUNT.
002470     IF NOT DL100-PC-OK
002480         DISPLAY 'DL100SP - CONTROL READ ERROR ' DL100-PC-STATUS
002490         SET DL100-INIT-FAILED TO TRUE
002500         SET DL100-SP-ABORT TO TRUE
002510         GO TO 1000-EXIT
002520     END-IF.
002530
002540     IF DL100-SP-PART-COUNT < 1 OR DL100-SP-PART-COUNT > 4
002550         DISPLAY 'DL100SP - PARTITION COUNT MUST BE 1-4: '
002560             DL100-SP-PART-COUNT
002570         SET DL100-INIT-FAILED TO TRUE
002580         SET DL100-SP-ABORT TO TRUE
002590         GO TO 1000-EXIT
002600     END-IF.
002610
002620     DISPLAY 'DL100SP - PARTITIONS: ' DL100-SP-PART-COUNT.
002630
002640     OPEN OUTPUT DL100-P1-FILE.
002650     IF NOT DL100-P1-OK
002660         DISPLAY 'DL100SP - P1 OPEN ERROR ' DL100-P1-STATUS
002670         SET DL100-INIT-FAILED TO TRUE
002680     END-IF.
002690     IF DL100-SP-PART-COUNT >= 2
002700         OPEN OUTPUT DL100-P2-FILE
002710         IF NOT DL100-P2-OK
002720             DISPLAY 'DL100SP - P2 OPEN ERROR ' DL100-P2-STATUS
002730             SET DL100-INIT-FAILED TO TRUE
002740         END-IF
002750     END-IF.
002760     IF DL100-SP-PART-COUNT >= 3
002770         OPEN OUTPUT DL100-P3-FILE
002780         IF NOT DL100-P3-OK
002790             DISPLAY 'DL100SP - P3 OPEN ERROR ' DL100-P3-STATUS
002800             SET DL100-INIT-FAILED TO TRUE
002810         END-IF
002820     END-IF.
002830     IF DL100-SP-PART-COUNT >= 4
002840         OPEN OUTPUT DL100-P4-FILE
002850         IF NOT DL100-P4-OK
002860             DISPLAY 'DL100SP - P4 OPEN ERROR ' DL100-P4-STATUS
002870             SET DL100-INIT-FAILED TO TRUE
002880         END-IF
002890     END-IF.
002900
002910     IF DL100-INIT-FAILED
002920         SET DL100-SP-ABORT TO TRUE
002930         GO TO 1000-EXIT
002940     END-IF.
002950
002960     PERFORM 2100-READ-INPUT
002970         THRU 2100-EXIT.
002980
002990     IF DL100-EOF OR NOT DL100-IN-HEADER
003000         DISPLAY 'DL100SP - FEED HEADER MISSING - RUN ABORTED'
003010         SET DL100-INIT-FAILED TO TRUE
003020         SET DL100-SP-ABORT TO TRUE
003030         MOVE 16 TO RETURN-CODE
003040         GO TO 1000-EXIT
003050     END-IF.
003060
003070     MOVE DL100-INPUT-RECORD TO DL100-HDR-RECORD.
003080     SET DL100-HDR-SEEN TO TRUE.
003090     DISPLAY 'DL100SP - FEED DATE : ' DL100-HDR-FEED-DATE.
003100     DISPLAY 'DL100SP - FEED FROM : ' DL100-HDR-SOURCE-SYS.
003110     IF DL100-HDR-RUN-ID = SPACES OR LOW-VALUES
003120         ACCEPT DL100-SP-NEW-RUN-DATE FROM DATE YYYYMMDD
003130         ACCEPT DL100-SP-NEW-RUN-TIME FROM TIME
003140         MOVE DL100-SP-NEW-RUN-ID TO DL100-HDR-RUN-ID
003150         DISPLAY 'DL100SP - FEED HAS NO RUN ID - MINTED'
003160     END-IF.
003170     DISPLAY 'DL100SP - RUN ID    : ' DL100-HDR-RUN-ID.
003180
003190     MOVE 0 TO DL100-SP-SUB.
003200     PERFORM 1100-WRITE-PART-HEADER
003210         THRU 1100-EXIT
003220         DL100-SP-PART-COUNT TIMES.
003230
003240     PERFORM 2100-READ-INPUT
003250         THRU 2100-EXIT.
003260 1000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300* 1100-WRITE-PART-HEADER - THE FEED HEADER GOES TO EVERY
003310*                          PARTITION UNCHANGED
003320*----------------------------------------------------------------
003330 1100-WRITE-PART-HEADER.
003340     ADD 1 TO DL100-SP-SUB.
003350     MOVE DL100-HDR-RECORD TO DL100-INPUT-RECORD.
003360     PERFORM 2300-WRITE-PARTITION
003370         THRU 2300-EXIT.
003380 1100-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420* 2000-DEAL-RECORD - ONE DETAIL TO THE NEXT PARTITION IN TURN
003430*----------------------------------------------------------------
003440 2000-DEAL-RECORD.
003450     MOVE DL100-SP-SLOT TO DL100-SP-SUB.
003460     PERFORM 2300-WRITE-PARTITION
003470         THRU 2300-EXIT.
003480
003490     ADD 1 TO DL100-SP-PT-COUNT(DL100-SP-SLOT).
003500     IF DL100-IN-REVERSAL
003510         SUBTRACT DL100-IN-ARG5
003520             FROM DL100-SP-PT-HASH5(DL100-SP-SLOT)
003530         SUBTRACT DL100-IN-ARG6
003540             FROM DL100-SP-PT-HASH6(DL100-SP-SLOT)
003550         SUBTRACT DL100-IN-ARG7
003560             FROM DL100-SP-PT-HASH7(DL100-SP-SLOT)
003570     ELSE
003580         ADD DL100-IN-ARG5 TO DL100-SP-PT-HASH5(DL100-SP-SLOT)
003590         ADD DL100-IN-ARG6 TO DL100-SP-PT-HASH6(DL100-SP-SLOT)
003600         ADD DL100-IN-ARG7 TO DL100-SP-PT-HASH7(DL100-SP-SLOT)
003610     END-IF.
003620
003630     ADD 1 TO DL100-SP-SLOT.
003640     IF DL100-SP-SLOT > DL100-SP-PART-COUNT
003650         MOVE 1 TO DL100-SP-SLOT
003660     END-IF.
003670
003680     PERFORM 2100-READ-INPUT
003690         THRU 2100-EXIT.
003700 2000-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* 2100-READ-INPUT - READ ONE FEED RECORD, CAPTURE THE TRAILER,
003750*                   ACCUMULATE THE WHOLE-FEED TOTALS
003760*----------------------------------------------------------------
003770 2100-READ-INPUT.
003780     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
003790     IF NOT DL100-IN-OK
003800         IF NOT DL100-IN-AT-EOF
003810             DISPLAY 'DL100SP - INPUT READ ERROR '
003820                 DL100-IN-STATUS
003830             SET DL100-SP-ABORT TO TRUE
003840         END-IF
003850         SET DL100-EOF TO TRUE
003860         GO TO 2100-EXIT
003870     END-IF.
003880
003890     IF DL100-IN-HEADER
003900         IF DL100-HDR-SEEN
003910             DISPLAY 'DL100SP - UNEXPECTED SECOND FEED HEADER'
003920             SET DL100-SP-ABORT TO TRUE
003930             SET DL100-EOF TO TRUE
003940         END-IF
003950         GO TO 2100-EXIT
003960     END-IF.
003970
003980     IF DL100-IN-TRAILER
003990         MOVE DL100-INPUT-RECORD TO DL100-TRL-RECORD
004000         MOVE DL100-TRL-COUNT    TO DL100-EXP-COUNT
004010         MOVE DL100-TRL-HASH5    TO DL100-EXP-HASH5
004020         MOVE DL100-TRL-HASH6    TO DL100-EXP-HASH6
004030         MOVE DL100-TRL-HASH7    TO DL100-EXP-HASH7
004040         SET DL100-TRL-SEEN      TO TRUE
004050         SET DL100-EOF           TO TRUE
004060*        THE TRAILER MUST BE THE LAST RECORD - ANYTHING AFTER
004070*        IT IS A DOUBLED OR CORRUPT FEED THAT WOULD OTHERWISE
004080*        BALANCE ON ITS FIRST COPY
004090         READ DL100-IN-FILE INTO DL100-INPUT-RECORD
004100         IF DL100-IN-OK
004110             DISPLAY 'DL100SP - DATA AFTER FEED TRAILER - RUN '
004120                 'ABORTED'
004130             SET DL100-SP-ABORT TO TRUE
004140             MOVE 16 TO RETURN-CODE
004150         ELSE
004160             IF NOT DL100-IN-AT-EOF
004170                 DISPLAY 'DL100SP - INPUT READ ERROR '
004180                     DL100-IN-STATUS
004190                 SET DL100-SP-ABORT TO TRUE
004200             END-IF
004210         END-IF
004220         GO TO 2100-EXIT
004230     END-IF.
004240
004250     IF NOT DL100-IN-DETAIL AND NOT DL100-IN-REVERSAL
004260         DISPLAY 'DL100SP - BAD RECORD TYPE ' DL100-IN-TYPE
004270         SET DL100-SP-ABORT TO TRUE
004280         SET DL100-EOF TO TRUE
004290         GO TO 2100-EXIT
004300     END-IF.
004310
004320     ADD 1 TO DL100-ACT-COUNT.
004330     IF DL100-IN-REVERSAL
004340         SUBTRACT DL100-IN-ARG5 FROM DL100-ACT-HASH5
004350         SUBTRACT DL100-IN-ARG6 FROM DL100-ACT-HASH6
004360         SUBTRACT DL100-IN-ARG7 FROM DL100-ACT-HASH7
004370         GO TO 2100-EXIT
004380     END-IF.
004390     ADD DL100-IN-ARG5 TO DL100-ACT-HASH5.
004400     ADD DL100-IN-ARG6 TO DL100-ACT-HASH6.
004410     ADD DL100-IN-ARG7 TO DL100-ACT-HASH7.
004420 2100-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460* 2300-WRITE-PARTITION - WRITE THE CURRENT RECORD IMAGE TO THE
004470*                        PARTITION IN DL100-SP-SUB
004480*----------------------------------------------------------------
004490 2300-WRITE-PARTITION.
004500     EVALUATE DL100-SP-SUB
004510         WHEN 1
004520             WRITE DL100-P1-REC FROM DL100-INPUT-RECORD
004530             IF NOT DL100-P1-OK
004540                 DISPLAY 'DL100SP - P1 WRITE ERR '
004550                     DL100-P1-STATUS
004560                 SET DL100-SP-ABORT TO TRUE
004570             END-IF
004580         WHEN 2
004590             WRITE DL100-P2-REC FROM DL100-INPUT-RECORD
004600             IF NOT DL100-P2-OK
004610                 DISPLAY 'DL100SP - P2 WRITE ERR '
004620                     DL100-P2-STATUS
004630                 SET DL100-SP-ABORT TO TRUE
004640             END-IF
004650         WHEN 3
004660             WRITE DL100-P3-REC FROM DL100-INPUT-RECORD
004670             IF NOT DL100-P3-OK
004680                 DISPLAY 'DL100SP - P3 WRITE ERR '
004690                     DL100-P3-STATUS
004700                 SET DL100-SP-ABORT TO TRUE
004710             END-IF
004720         WHEN 4
004730             WRITE DL100-P4-REC FROM DL100-INPUT-RECORD
004740             IF NOT DL100-P4-OK
004750                 DISPLAY 'DL100SP - P4 WRITE ERR '
004760                     DL100-P4-STATUS
004770                 SET DL100-SP-ABORT TO TRUE
004780             END-IF
004790     END-EVALUATE.
004800 2300-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------
004840* 3000-TERMINATE - BALANCE THE WHOLE FEED, WRITE THE PARTITION
004850*                  TRAILERS AND CLOSE
004860*----------------------------------------------------------------
004870 3000-TERMINATE.
004880     IF DL100-SP-ABORT OR DL100-INIT-FAILED
004890         DISPLAY 'DL100SP - RUN FAILED - PARTITIONS NOT VALID'
004900         IF RETURN-CODE = 0
004910             MOVE 12 TO RETURN-CODE
004920         END-IF
004930         GO TO 3000-CLOSE
004940     END-IF.
004950
004960     IF DL100-TRL-NOT-SEEN
004970        OR DL100-EXP-COUNT NOT = DL100-ACT-COUNT
004980        OR DL100-EXP-HASH5 NOT = DL100-ACT-HASH5
004990        OR DL100-EXP-HASH6 NOT = DL100-ACT-HASH6
005000        OR DL100-EXP-HASH7 NOT = DL100-ACT-HASH7
005010         DISPLAY 'DL100SP - FEED OUT OF BALANCE - NOT SPLIT'
005020         MOVE 16 TO RETURN-CODE
005030         GO TO 3000-CLOSE
005040     END-IF.
005050
005060     DISPLAY 'DL100SP - FEED IN BALANCE'.
005070     MOVE 0 TO DL100-SP-SUB.
005080     PERFORM 3100-WRITE-PART-TRAILER
005090         THRU 3100-EXIT
005100         DL100-SP-PART-COUNT TIMES.
005110
005120 3000-CLOSE.
005130     CLOSE DL100-IN-FILE
005140           DL100-PC-FILE
005150           DL100-P1-FILE.
005160     IF DL100-SP-PART-COUNT >= 2
005170         CLOSE DL100-P2-FILE
005180     END-IF.
005190     IF DL100-SP-PART-COUNT >= 3
005200         CLOSE DL100-P3-FILE
005210     END-IF.
005220     IF DL100-SP-PART-COUNT >= 4
005230         CLOSE DL100-P4-FILE
005240     END-IF.
005250
005260     DISPLAY 'DL100SP - DETAILS DEALT: ' DL100-ACT-COUNT.
005270
005280     PERFORM 3900-WRITE-LEDGER
005290         THRU 3900-EXIT.
005300 3000-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 3100-WRITE-PART-TRAILER - ONE TRAILER PER PARTITION WITH ITS
005350*                           OWN CONTROL TOTALS
005360*----------------------------------------------------------------
005370 3100-WRITE-PART-TRAILER.
005380     ADD 1 TO DL100-SP-SUB.
005390     MOVE SPACES TO DL100-TRL-RECORD.
005400     MOVE 'T' TO DL100-TRL-TYPE.
005410     MOVE DL100-SP-PT-COUNT(DL100-SP-SUB) TO DL100-TRL-COUNT.
005420     MOVE DL100-SP-PT-HASH5(DL100-SP-SUB) TO DL100-TRL-HASH5.
005430     MOVE DL100-SP-PT-HASH6(DL100-SP-SUB) TO DL100-TRL-HASH6.
005440     MOVE DL100-SP-PT-HASH7(DL100-SP-SUB) TO DL100-TRL-HASH7.
005450     MOVE DL100-TRL-RECORD TO DL100-INPUT-RECORD.
005460     PERFORM 2300-WRITE-PARTITION
005470         THRU 2300-EXIT.
005480 3100-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------
005520* 3900-WRITE-LEDGER - RECORD THE SPLIT STEP ON THE RUN LEDGER.
005530*                     THE STEP RETURN CODE IS KEPT ACROSS THE
005540*                     CALL.
005550*----------------------------------------------------------------
005560 3900-WRITE-LEDGER.
005570     MOVE SPACES               TO DL100-RL-RECORD.
005580     MOVE DL100-HDR-RUN-ID     TO DL100-RL-RUN-ID.
005590     SET DL100-RL-SPLIT        TO TRUE.
005600     MOVE 'DL100SP'            TO DL100-RL-PROGRAM.
005610     MOVE RETURN-CODE          TO DL100-RL-RC.
005620     MOVE DL100-HDR-FEED-DATE  TO DL100-RL-FEED-DATE.
005630     MOVE DL100-HDR-SOURCE-SYS TO DL100-RL-SOURCE-SYS.
005640     MOVE DL100-ACT-COUNT      TO DL100-RL-COUNT.
005650     CALL 'DL100LGW' USING DL100-RL-RECORD.
005660     MOVE DL100-RL-RC          TO RETURN-CODE.
005670 3900-EXIT.
005680     EXIT.
