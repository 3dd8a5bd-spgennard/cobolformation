000240*                    OLD CLOSE/REOPEN MADE EVERY FIRST RUN FAIL
000250*                    WITH STATUS 35.  A DUPLICATE KEY DURING
000260*                    THAT FIRST LOAD IS REPORTED, NOT REPLACED.
000270*   2026-09-02 DEV   DL100OT NOW CARRIES 'R' REVERSAL RECORDS
000280*                    (SEE DL100REC) - A REVERSAL REMOVES THE
000290*                    MATCHING ARG1 KEY FROM THE MASTER (2300-
000300*                    REVERSE-KEY) INSTEAD OF LEAVING A DEAD
000310*                    VALUE THAT DL100INQ WOULD KEEP SERVING UP
000320*                    AS CURRENT.
000330*   2026-09-02 DEV   EVERY LOAD EVENT IS NOW ALSO APPENDED TO
000340*                    THE RETAINED DL100MH HISTORY FILE (SEE
000350*                    DL100MHR) - THE MASTER KEEPS ONLY THE MOST
000360*                    RECENT RESULT PER KEY, SO THE HISTORY FILE
000370*                    IS WHERE AN EARLIER RUN'S VALUE FOR A
000380*                    DISPUTED KEY IS FOUND (SEE THE DL100INQ
000390*                    HISTORY FUNCTION).
000400*   2026-10-15 DEV   THE OUTPUT'S RUN ID (FROM ITS HEADER, SEE
000410*                    DL100HTR) IS CHECKED AGAINST THE DL100RL
000420*                    RUN LEDGER BEFORE ANYTHING IS LOADED - AN
000430*                    OUTPUT ALREADY LOADED, OR ONE WHOSE LATEST
000440*                    DL100AC CERTIFICATION DID NOT END RC 0 (OR
000450*                    THAT WAS NEVER CERTIFIED), IS REFUSED RC
000460*                    16 AND THE MASTER IS NOT TOUCHED.  THE RUN
000470*                    ID IS STAMPED ON EVERY MASTER AND HISTORY
000480*                    RECORD (MS LRECL 87 TO 103, MH 88 TO 104)
000490*                    AND THE LOAD STEP IS RECORDED ON THE
000500*                    LEDGER AS THE RUN ENDS.
000510*   2026-10-15 DEV   THE HISTORY RECORD NOW CARRIES THE
000520*                    CATEGORY (MH LRECL 104 TO 107) SO DL100BO
000530*                    CAN BACK A WHOLE RUN OUT.  A CLEAN DL100BO
000540*                    BACKOUT OF A RUN ON THE LEDGER CLEARS ITS
000550*                    EARLIER LOAD, SO THE SAME OUTPUT CAN BE
000560*                    LOADED AGAIN ONCE IT HAS BEEN PUT RIGHT.
000570*   2026-10-15 DEV   THE MASTER RECORD NOW CARRIES THE
000580*                    CATEGORY OF THE RESULT (MS LRECL 103
000590*                    TO 105).
000600*   2026-10-15 DEV   AN OPEN FAILURE NOW ENDS THE RUN RC 12 AND
000610*                    IS NOT RECORDED ON THE LEDGER, SO IT CAN NO
000620*                    LONGER PASS FOR A CLEAN LOAD.  THE OUTPUT
000630*                    MUST END WITH ITS 'T' TRAILER - DL100D
000640*                    WITHHOLDS IT FROM A STOPPED RUN AND A
000650*                    TRUNCATED OUTPUT HAS NONE - OR THE LOAD IS
000660*                    REFUSED RC 16 BEFORE THE MASTER IS TOUCHED.
000670*----------------------------------------------------------------
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.   IBM-Z.
000710 OBJECT-COMPUTER.   IBM-Z.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT DL100-OT-FILE ASSIGN TO DL100OT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS DL100-OT-STATUS.
000770
000780     SELECT DL100-MS-FILE ASSIGN TO DL100MS
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS DL100-MSF-ARG1
000820         FILE STATUS IS DL100-MS-STATUS.
000830
000840     SELECT DL100-MH-FILE ASSIGN TO DL100MH
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS DL100-MH-STATUS.
000870
000880     SELECT DL100-RL-FILE ASSIGN TO DL100RL
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS DL100-RL-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  DL100-OT-FILE
000950     RECORDING MODE IS F.
000960 01  DL100-OT-REC                PIC X(74).
000970
000980 FD  DL100-MS-FILE.
000990 01  DL100-MSF-REC.
001000     05  DL100-MSF-ARG1          PIC X(24).
001010     05  FILLER                  PIC X(81).
001020
001030 FD  DL100-MH-FILE
001040     RECORDING MODE IS F.
001050 01  DL100-MH-REC                PIC X(107).
001060
001070 FD  DL100-RL-FILE
001080     RECORDING MODE IS F.
001090 01  DL100-RL-REC                PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120*----------------------------------------------------------------
001130* RUN OUTPUT RECORD LAYOUT - THE INPUT TO THIS LOAD
001140*----------------------------------------------------------------
001150 COPY DL100REC.
001160
001170 COPY DL100HTR.
001180
001190*----------------------------------------------------------------
001200* CONVERSION-RESULTS MASTER RECORD LAYOUT
001210*----------------------------------------------------------------
001220 COPY DL100MST.
001230
001240*----------------------------------------------------------------
001250* CONVERSION-RESULTS HISTORY RECORD LAYOUT
001260*----------------------------------------------------------------
001270 COPY DL100MHR.
001280
001290*----------------------------------------------------------------
001300* RUN LEDGER RECORD LAYOUT - READ FOR THE LOAD CHECKS, AND THE
001310* ENTRY THIS LOAD WRITES
001320*----------------------------------------------------------------
001330 COPY DL100RLG.
001340
001350*----------------------------------------------------------------
001360* LOAD RUN DATE/TIME STAMPED ON EVERY RECORD LOADED
001370*----------------------------------------------------------------
001380 01  DL100-LD-RUN-STAMP.
001390     05  DL100-LD-RUN-DATE       PIC 9(08).
001400     05  DL100-LD-RUN-TIME       PIC 9(08).
001410
001420*----------------------------------------------------------------
001430* RUN ID OF THE OUTPUT BEING LOADED, FROM ITS HEADER, AND WHAT
001440* THE RUN LEDGER SAYS ABOUT IT
001450*----------------------------------------------------------------
001460 77  DL100-LD-RUN-ID             PIC X(16) VALUE SPACES.
001470
001480 01  DL100-LD-LOADED-SW          PIC X(01) VALUE 'N'.
001490     88  DL100-LD-ALREADY-LOADED VALUE 'Y'.
001500     88  DL100-LD-NOT-LOADED     VALUE 'N'.
001510
001520 01  DL100-LD-CERT-SW            PIC X(01) VALUE 'N'.
001530     88  DL100-LD-CERT-PASSED    VALUE 'P'.
001540     88  DL100-LD-CERT-FAILED    VALUE 'F'.
001550     88  DL100-LD-NOT-CERTIFIED  VALUE 'N'.
001560
001570 01  DL100-LD-TRAILER-SW         PIC X(01) VALUE 'N'.
001580     88  DL100-LD-TRAILER-SEEN   VALUE 'Y'.
001590     88  DL100-LD-NO-TRAILER     VALUE 'N'.
001600
001610*----------------------------------------------------------------
001620* SWITCHES AND STATUS FIELDS
001630*----------------------------------------------------------------
001640 01  DL100-EOF-SW                PIC X(01) VALUE 'N'.
001650     88  DL100-EOF               VALUE 'Y'.
001660     88  DL100-NOT-EOF           VALUE 'N'.
001670
001680 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
001690     88  DL100-INIT-FAILED       VALUE 'Y'.
001700     88  DL100-INIT-OK           VALUE 'N'.
001710
001720 01  DL100-OT-STATUS             PIC X(02) VALUE '00'.
001730     88  DL100-OT-OK             VALUE '00'.
001740     88  DL100-OT-AT-EOF         VALUE '10'.
001750
001760 01  DL100-MS-STATUS             PIC X(02) VALUE '00'.
001770     88  DL100-MS-OK             VALUE '00'.
001780     88  DL100-MS-DUP-KEY        VALUE '22'.
001790     88  DL100-MS-NO-KEY         VALUE '23'.
001800     88  DL100-MS-NOT-THERE      VALUE '35'.
001810
001820 01  DL100-MH-STATUS             PIC X(02) VALUE '00'.
001830     88  DL100-MH-OK             VALUE '00'.
001840
001850 01  DL100-RL-STATUS             PIC X(02) VALUE '00'.
001860     88  DL100-RL-OK             VALUE '00'.
001870     88  DL100-RL-AT-EOF         VALUE '10'.
001880
001890 01  DL100-RL-EOF-SW             PIC X(01) VALUE 'N'.
001900     88  DL100-RL-EOF            VALUE 'Y'.
001910     88  DL100-RL-NOT-EOF        VALUE 'N'.
001920
001930*----------------------------------------------------------------
001940* HOW THE MASTER IS OPEN - A NEVER-LOADED CLUSTER CANNOT BE
001950* OPENED I-O (STATUS 35) AND MUST TAKE ITS FIRST LOAD IN OUTPUT
001960* MODE; AN ALREADY-LOADED MASTER IS REFRESHED IN PLACE IN I-O
001970* MODE, WHERE A DUPLICATE KEY CAN BE REWRITTEN
001980*----------------------------------------------------------------
001990 01  DL100-MS-MODE-SW            PIC X(01) VALUE 'I'.
002000     88  DL100-MS-REFRESH-MODE   VALUE 'I'.
002010     88  DL100-MS-FIRST-LOAD     VALUE 'O'.
002020
002030*----------------------------------------------------------------
002040* RUN COUNTERS
002050*----------------------------------------------------------------
002060 01  DL100-LD-COUNTERS.
002070     05  DL100-LD-READ-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002080     05  DL100-LD-ADD-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002090     05  DL100-LD-REPL-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002100     05  DL100-LD-DEL-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002110
002120 PROCEDURE DIVISION.
002130*----------------------------------------------------------------
002140* 0000-MAINLINE
002150*----------------------------------------------------------------
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE
002180         THRU 1000-EXIT.
002190
002200     IF DL100-INIT-OK
002210         PERFORM 2000-LOAD-RECORD
002220             THRU 2000-EXIT
002230             UNTIL DL100-EOF
002240     END-IF.
002250
002260     PERFORM 3000-TERMINATE
002270         THRU 3000-EXIT.
002280
002290     STOP RUN.
002300
002310*----------------------------------------------------------------
002320* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  NOTHING IS
002330*                   OPENED ON THE MASTER SIDE UNTIL THE RUN
002340*                   LEDGER CLEARS THE OUTPUT FOR LOADING AND
002350*                   ITS TRAILER HAS BEEN FOUND.  THE
002360*                   MASTER IS OPENED I-O SO AN EXISTING FILE IS
002370*                   REFRESHED IN PLACE.  A NEVER-LOADED CLUSTER
002380*                   GIVES STATUS 35 AND TAKES ITS WHOLE FIRST
002390*                   LOAD IN OUTPUT MODE - IT CANNOT BE CLOSED
002400*                   AND REOPENED I-O UNTIL IT HOLDS RECORDS.
002410*----------------------------------------------------------------
002420 1000-INITIALIZE.
002430     SET DL100-INIT-OK TO TRUE.
002440
002450     ACCEPT DL100-LD-RUN-DATE FROM DATE YYYYMMDD.
002460     ACCEPT DL100-LD-RUN-TIME FROM TIME.
002470
002480     OPEN INPUT DL100-OT-FILE.
002490     IF NOT DL100-OT-OK
002500         DISPLAY 'DL100LD - OUTPUT OPEN ERROR ' DL100-OT-STATUS
002510         SET DL100-INIT-FAILED TO TRUE
002520         MOVE 12 TO RETURN-CODE
002530     END-IF.
002540
002550     IF DL100-INIT-OK
002560         PERFORM 1100-READ-RUN-HEADER
002570             THRU 1100-EXIT
002580     END-IF.
002590     IF DL100-INIT-OK
002600         PERFORM 1200-CHECK-LEDGER
002610             THRU 1200-EXIT
002620     END-IF.
002630     IF DL100-INIT-OK
002640         PERFORM 1300-CHECK-TRAILER
002650             THRU 1300-EXIT
002660     END-IF.
002670     IF DL100-INIT-FAILED
002680         GO TO 1000-EXIT
002690     END-IF.
002700
002710     OPEN I-O DL100-MS-FILE.
002720     IF DL100-MS-NOT-THERE
002730         OPEN OUTPUT DL100-MS-FILE
002740         IF DL100-MS-OK
002750             SET DL100-MS-FIRST-LOAD TO TRUE
002760             DISPLAY 'DL100LD - NEW MASTER - INITIAL LOAD'
002770         END-IF
002780     END-IF.
002790     IF NOT DL100-MS-OK
002800         DISPLAY 'DL100LD - MASTER OPEN ERROR ' DL100-MS-STATUS
002810         SET DL100-INIT-FAILED TO TRUE
002820         MOVE 12 TO RETURN-CODE
002830     END-IF.
002840
002850     OPEN EXTEND DL100-MH-FILE.
002860     IF NOT DL100-MH-OK
002870         DISPLAY 'DL100LD - HISTORY OPEN ERROR ' DL100-MH-STATUS
002880         SET DL100-INIT-FAILED TO TRUE
002890         MOVE 12 TO RETURN-CODE
002900     END-IF.
002910
002920     IF DL100-INIT-OK
002930         PERFORM 2100-READ-OUTPUT
002940             THRU 2100-EXIT
002950     END-IF.
002960 1000-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000* 1100-READ-RUN-HEADER - THE FIRST OUTPUT RECORD MUST BE THE 'H'
003010*                        HEADER CARRYING THE RUN ID
003020*----------------------------------------------------------------
003030 1100-READ-RUN-HEADER.
003040     READ DL100-OT-FILE INTO DL100-OUTPUT-RECORD.
003050     IF NOT DL100-OT-OK OR NOT DL100-OUT-HEADER
003060         DISPLAY 'DL100LD - OUTPUT HEADER MISSING - LOAD REFUSED'
003070         SET DL100-INIT-FAILED TO TRUE
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 1100-EXIT
003100     END-IF.
003110
003120     MOVE DL100-OUTPUT-RECORD TO DL100-HDR-RECORD.
003130     MOVE DL100-HDR-RUN-ID    TO DL100-LD-RUN-ID.
003140     IF DL100-LD-RUN-ID = SPACES OR LOW-VALUES
003150         DISPLAY 'DL100LD - OUTPUT CARRIES NO RUN ID - LOAD '
003160             'REFUSED'
003170         SET DL100-INIT-FAILED TO TRUE
003180         MOVE 16 TO RETURN-CODE
003190         GO TO 1100-EXIT
003200     END-IF.
003210     DISPLAY 'DL100LD - RUN ID    : ' DL100-LD-RUN-ID.
003220 1100-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------------
003260* 1200-CHECK-LEDGER - AN OUTPUT IS LOADED ONCE, AND ONLY AFTER
003270*                     ITS AUDIT TRAIL HAS BEEN CERTIFIED.  A
003280*                     LEDGER THAT CANNOT BE READ SHOWS NO
003290*                     CERTIFICATION, SO THE LOAD IS REFUSED.
003300*----------------------------------------------------------------
003310 1200-CHECK-LEDGER.
003320     SET DL100-LD-NOT-LOADED    TO TRUE.
003330     SET DL100-LD-NOT-CERTIFIED TO TRUE.
003340
003350     OPEN INPUT DL100-RL-FILE.
003360     IF DL100-RL-OK
003370         PERFORM 1210-CHECK-LEDGER-ENTRY
003380             THRU 1210-EXIT
003390             UNTIL DL100-RL-EOF
003400         CLOSE DL100-RL-FILE
003410     ELSE
003420         DISPLAY 'DL100LD - RUN LEDGER OPEN ERROR '
003430             DL100-RL-STATUS
003440     END-IF.
003450
003460     IF DL100-LD-ALREADY-LOADED
003470         DISPLAY 'DL100LD - RUN ' DL100-LD-RUN-ID
003480             ' ALREADY LOADED - LOAD REFUSED'
003490         SET DL100-INIT-FAILED TO TRUE
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 1200-EXIT
003520     END-IF.
003530
003540     IF DL100-LD-CERT-FAILED
003550         DISPLAY 'DL100LD - RUN ' DL100-LD-RUN-ID
003560             ' FAILED CERTIFICATION - LOAD REFUSED'
003570         SET DL100-INIT-FAILED TO TRUE
003580         MOVE 16 TO RETURN-CODE
003590         GO TO 1200-EXIT
003600     END-IF.
003610
003620     IF DL100-LD-NOT-CERTIFIED
003630         DISPLAY 'DL100LD - RUN ' DL100-LD-RUN-ID
003640             ' NOT CERTIFIED - LOAD REFUSED'
003650         SET DL100-INIT-FAILED TO TRUE
003660         MOVE 16 TO RETURN-CODE
003670     END-IF.
003680 1200-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------------
003720* 1210-CHECK-LEDGER-ENTRY - ONE LEDGER ENTRY.  A CLEAN LOAD OF
003730*                           THIS RUN ID BARS ANOTHER UNTIL A
003740*                           CLEAN BACKOUT OF IT; THE LAST
003750*                           CERTIFICATION ENTRY IS THE ONE THAT
003760*                           COUNTS, SO A RE-CERTIFIED RUN CAN
003770*                           BE LOADED.
003780*----------------------------------------------------------------
003790 1210-CHECK-LEDGER-ENTRY.
003800     READ DL100-RL-FILE INTO DL100-RL-RECORD.
003810     IF NOT DL100-RL-OK
003820         IF NOT DL100-RL-AT-EOF
003830             DISPLAY 'DL100LD - RUN LEDGER READ ERROR '
003840                 DL100-RL-STATUS
003850         END-IF
003860         SET DL100-RL-EOF TO TRUE
003870         GO TO 1210-EXIT
003880     END-IF.
003890
003900     IF DL100-RL-RUN-ID NOT = DL100-LD-RUN-ID
003910         GO TO 1210-EXIT
003920     END-IF.
003930
003940     IF DL100-RL-LOAD AND DL100-RL-RC = 0
003950         SET DL100-LD-ALREADY-LOADED TO TRUE
003960     END-IF.
003970
003980     IF DL100-RL-BACKOUT AND DL100-RL-RC = 0
003990         SET DL100-LD-NOT-LOADED TO TRUE
004000     END-IF.
004010
004020     IF DL100-RL-CERTIFY
004030         IF DL100-RL-RC = 0
004040             SET DL100-LD-CERT-PASSED TO TRUE
004050         ELSE
004060             SET DL100-LD-CERT-FAILED TO TRUE
004070         END-IF
004080     END-IF.
004090 1210-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 1300-CHECK-TRAILER - DL100D WITHHOLDS THE OUTPUT TRAILER FROM A
004140*                      RUN IT STOPPED, AND A TRUNCATED OUTPUT HAS
004150*                      NONE EITHER.  THE OUTPUT IS READ THROUGH
004160*                      ONCE BEFORE THE MASTER IS TOUCHED AND IS
004170*                      REFUSED UNLESS ITS LAST RECORD IS THE 'T'
004180*                      TRAILER, THEN REOPENED FOR THE LOAD.
004190*----------------------------------------------------------------
004200 1300-CHECK-TRAILER.
004210     SET DL100-LD-NO-TRAILER TO TRUE.
004220     PERFORM 1310-SCAN-OUTPUT
004230         THRU 1310-EXIT
004240         UNTIL DL100-EOF.
004250     SET DL100-NOT-EOF TO TRUE.
004260     CLOSE DL100-OT-FILE.
004270
004280     IF DL100-LD-NO-TRAILER
004290         DISPLAY 'DL100LD - OUTPUT TRAILER MISSING - LOAD REFUSED'
004300         SET DL100-INIT-FAILED TO TRUE
004310         MOVE 16 TO RETURN-CODE
004320         GO TO 1300-EXIT
004330     END-IF.
004340
004350     OPEN INPUT DL100-OT-FILE.
004360     IF NOT DL100-OT-OK
004370         DISPLAY 'DL100LD - OUTPUT REOPEN ERROR ' DL100-OT-STATUS
004380         SET DL100-INIT-FAILED TO TRUE
004390         MOVE 12 TO RETURN-CODE
004400     END-IF.
004410 1300-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------------
004450* 1310-SCAN-OUTPUT - ONE RECORD OF THE TRAILER SCAN.  ONLY A
004460*                    TRAILER THAT IS THE LAST RECORD COUNTS.
004470*----------------------------------------------------------------
004480 1310-SCAN-OUTPUT.
004490     READ DL100-OT-FILE INTO DL100-OUTPUT-RECORD.
004500     IF NOT DL100-OT-OK
004510         IF NOT DL100-OT-AT-EOF
004520             DISPLAY 'DL100LD - OUTPUT READ ERROR '
004530                 DL100-OT-STATUS
004540             SET DL100-LD-NO-TRAILER TO TRUE
004550         END-IF
004560         SET DL100-EOF TO TRUE
004570         GO TO 1310-EXIT
004580     END-IF.
004590
004600     IF DL100-OUT-TRAILER
004610         SET DL100-LD-TRAILER-SEEN TO TRUE
004620     ELSE
004630         SET DL100-LD-NO-TRAILER TO TRUE
004640     END-IF.
004650 1310-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690* 2000-LOAD-RECORD - WRITE ONE OUTPUT RECORD TO THE MASTER,
004700*                    REPLACING AN OLDER RESULT FOR THE SAME KEY
004710*----------------------------------------------------------------
004720 2000-LOAD-RECORD.
004730*    A REVERSAL REMOVES THE KEY INSTEAD OF LOADING IT
004740     IF DL100-OUT-REVERSAL
004750         PERFORM 2300-REVERSE-KEY
004760             THRU 2300-EXIT
004770         GO TO 2000-NEXT
004780     END-IF.
004790
004800     MOVE DL100-OUT-ARG1      TO DL100-MS-ARG1.
004810     MOVE DL100-OUT-ARG2      TO DL100-MS-ARG2.
004820     MOVE DL100-OUT-ARG3      TO DL100-MS-ARG3.
004830     MOVE DL100-OUT-ARG4      TO DL100-MS-ARG4.
004840     MOVE DL100-OUT-ARG5      TO DL100-MS-ARG5.
004850     MOVE DL100-OUT-ARG6      TO DL100-MS-ARG6.
004860     MOVE DL100-OUT-ARG7      TO DL100-MS-ARG7.
004870     MOVE DL100-LD-RUN-DATE   TO DL100-MS-RUN-DATE.
004880     MOVE DL100-LD-RUN-TIME   TO DL100-MS-RUN-TIME.
004890     MOVE DL100-LD-RUN-ID     TO DL100-MS-RUN-ID.
004900     MOVE DL100-OUT-CATEGORY  TO DL100-MS-CATEGORY.
004910
004920     WRITE DL100-MSF-REC FROM DL100-MS-RECORD.
004930     EVALUATE TRUE
004940         WHEN DL100-MS-OK
004950             ADD 1 TO DL100-LD-ADD-CNT
004960             SET DL100-MH-LOADED TO TRUE
004970             PERFORM 2400-WRITE-HISTORY
004980                 THRU 2400-EXIT
004990         WHEN DL100-MS-DUP-KEY AND DL100-MS-REFRESH-MODE
005000             PERFORM 2200-REPLACE-RECORD
005010                 THRU 2200-EXIT
005020         WHEN OTHER
005030*            A DUPLICATE WITHIN THE INITIAL OUTPUT-MODE LOAD
005040*            LANDS HERE TOO - REWRITE NEEDS I-O MODE
005050             DISPLAY 'DL100LD - MASTER WRITE ERROR '
005060                 DL100-MS-STATUS ' KEY ' DL100-MS-ARG1
005070     END-EVALUATE.
005080
005090 2000-NEXT.
005100     PERFORM 2100-READ-OUTPUT
005110         THRU 2100-EXIT.
005120 2000-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160* 2100-READ-OUTPUT - READ ONE DL100OT OUTPUT RECORD
005170*----------------------------------------------------------------
005180 2100-READ-OUTPUT.
005190     READ DL100-OT-FILE INTO DL100-OUTPUT-RECORD.
005200     IF DL100-OT-OK
005210*        ONLY 'D' DETAILS AND 'R' REVERSALS ARE OF INTEREST -
005220*        THE HEADER AND TRAILER CONTROL RECORDS ARE NOT
005230*        CONVERSION RESULTS
005240         IF NOT DL100-OUT-DETAIL AND NOT DL100-OUT-REVERSAL
005250             GO TO 2100-READ-OUTPUT
005260         END-IF
005270         ADD 1 TO DL100-LD-READ-CNT
005280     ELSE
005290         IF NOT DL100-OT-AT-EOF
005300             DISPLAY 'DL100LD - OUTPUT READ ERROR '
005310                 DL100-OT-STATUS
005320         END-IF
005330         SET DL100-EOF TO TRUE
005340     END-IF.
005350 2100-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390* 2200-REPLACE-RECORD - THE KEY IS ALREADY ON THE MASTER FROM AN
005400*                       EARLIER RUN - KEEP THE NEW RUN'S VALUES
005410*                       AND SAY SO
005420*----------------------------------------------------------------
005430 2200-REPLACE-RECORD.
005440     REWRITE DL100-MSF-REC FROM DL100-MS-RECORD.
005450     IF DL100-MS-OK
005460         ADD 1 TO DL100-LD-REPL-CNT
005470         DISPLAY 'DL100LD - REPLACED OLDER RESULT FOR KEY '
005480             DL100-MS-ARG1
005490         SET DL100-MH-LOADED TO TRUE
005500         PERFORM 2400-WRITE-HISTORY
005510             THRU 2400-EXIT
005520     ELSE
005530         DISPLAY 'DL100LD - MASTER REWRITE ERROR '
005540             DL100-MS-STATUS ' KEY ' DL100-MS-ARG1
005550     END-IF.
005560 2200-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600* 2300-REVERSE-KEY - AN 'R' RECORD FROM THE RUN OUTPUT - REMOVE
005610*                    THE MATCHING ARG1 KEY FROM THE MASTER SO
005620*                    DL100INQ STOPS SERVING IT UP AS CURRENT
005630*----------------------------------------------------------------
005640 2300-REVERSE-KEY.
005650*    AN INITIAL OUTPUT-MODE LOAD HOLDS NO EARLIER RESULT FOR THE
005660*    REVERSAL TO REMOVE - DELETE NEEDS I-O MODE ANYWAY
005670     IF DL100-MS-FIRST-LOAD
005680         DISPLAY 'DL100LD - REVERSAL IGNORED ON INITIAL LOAD - '
005690             'KEY ' DL100-OUT-ARG1
005700         GO TO 2300-EXIT
005710     END-IF.
005720
005730     MOVE DL100-OUT-ARG1 TO DL100-MSF-ARG1.
005740     DELETE DL100-MS-FILE RECORD.
005750     EVALUATE TRUE
005760         WHEN DL100-MS-OK
005770             ADD 1 TO DL100-LD-DEL-CNT
005780             DISPLAY 'DL100LD - REVERSED RESULT FOR KEY '
005790                 DL100-OUT-ARG1
005800             MOVE DL100-OUT-ARG1    TO DL100-MS-ARG1
005810             MOVE DL100-OUT-ARG2    TO DL100-MS-ARG2
005820             MOVE DL100-OUT-ARG3    TO DL100-MS-ARG3
005830             MOVE DL100-OUT-ARG4    TO DL100-MS-ARG4
005840             MOVE DL100-OUT-ARG5    TO DL100-MS-ARG5
005850             MOVE DL100-OUT-ARG6    TO DL100-MS-ARG6
005860             MOVE DL100-OUT-ARG7    TO DL100-MS-ARG7
005870             MOVE DL100-LD-RUN-DATE TO DL100-MS-RUN-DATE
005880             MOVE DL100-LD-RUN-TIME TO DL100-MS-RUN-TIME
005890             MOVE DL100-LD-RUN-ID   TO DL100-MS-RUN-ID
005900             MOVE DL100-OUT-CATEGORY TO DL100-MS-CATEGORY
005910             SET DL100-MH-REVERSED TO TRUE
005920             PERFORM 2400-WRITE-HISTORY
005930                 THRU 2400-EXIT
005940         WHEN DL100-MS-NO-KEY
005950             DISPLAY 'DL100LD - REVERSAL KEY NOT ON MASTER: '
005960                 DL100-OUT-ARG1
005970         WHEN OTHER
005980             DISPLAY 'DL100LD - MASTER DELETE ERROR '
005990                 DL100-MS-STATUS ' KEY ' DL100-OUT-ARG1
006000     END-EVALUATE.
006010 2300-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 2400-WRITE-HISTORY - APPEND THE EVENT JUST APPLIED TO THE
006060*                      MASTER TO THE RETAINED DL100MH HISTORY
006070*                      FILE.  THE ACTION IS SET BY THE CALLER;
006080*                      THE VALUES AND RUN STAMP COME FROM THE
006090*                      MASTER RECORD JUST BUILT.
006100*----------------------------------------------------------------
006110 2400-WRITE-HISTORY.
006120     MOVE DL100-MS-ARG1     TO DL100-MH-ARG1.
006130     MOVE DL100-MS-ARG2     TO DL100-MH-ARG2.
006140     MOVE DL100-MS-ARG3     TO DL100-MH-ARG3.
006150     MOVE DL100-MS-ARG4     TO DL100-MH-ARG4.
006160     MOVE DL100-MS-ARG5     TO DL100-MH-ARG5.
006170     MOVE DL100-MS-ARG6     TO DL100-MH-ARG6.
006180     MOVE DL100-MS-ARG7     TO DL100-MH-ARG7.
006190     MOVE DL100-MS-RUN-DATE TO DL100-MH-RUN-DATE.
006200     MOVE DL100-MS-RUN-TIME TO DL100-MH-RUN-TIME.
006210     MOVE DL100-MS-RUN-ID   TO DL100-MH-RUN-ID.
006220     MOVE DL100-OUT-CATEGORY TO DL100-MH-CATEGORY.
006230     MOVE SPACE             TO DL100-MH-BO-DISP.
006240
006250     WRITE DL100-MH-REC FROM DL100-MH-RECORD.
006260     IF NOT DL100-MH-OK
006270         DISPLAY 'DL100LD - HISTORY WRITE ERROR ' DL100-MH-STATUS
006280     END-IF.
006290 2400-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330* 3000-TERMINATE - CLOSE FILES AND REPORT COUNTS
006340*----------------------------------------------------------------
006350 3000-TERMINATE.
006360     CLOSE DL100-OT-FILE
006370           DL100-MS-FILE
006380           DL100-MH-FILE.
006390
006400     DISPLAY 'DL100LD - RECORDS READ    : ' DL100-LD-READ-CNT.
006410     DISPLAY 'DL100LD - RECORDS ADDED   : ' DL100-LD-ADD-CNT.
006420     DISPLAY 'DL100LD - RECORDS REPLACED: ' DL100-LD-REPL-CNT.
006430     DISPLAY 'DL100LD - RECORDS REVERSED: ' DL100-LD-DEL-CNT.
006440
006450     PERFORM 3900-WRITE-LEDGER
006460         THRU 3900-EXIT.
006470 3000-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------------
006510* 3900-WRITE-LEDGER - RECORD THE LOAD STEP ON THE RUN LEDGER.  A
006520*                     REFUSED LOAD IS RECORDED TOO, WITH ITS RC
006530*                     16, SO THE LEDGER SHOWS THE ATTEMPT.  A
006540*                     RUN THAT FAILED TO OPEN ITS FILES, OR
006550*                     HAS NO RUN ID, IS NOT RECORDED.  THE
006560*                     STEP RETURN CODE IS KEPT ACROSS THE CALL.
006570*----------------------------------------------------------------
006580 3900-WRITE-LEDGER.
006590     IF DL100-LD-RUN-ID = SPACES
006600        OR (DL100-INIT-FAILED AND RETURN-CODE NOT = 16)
006610         GO TO 3900-EXIT
006620     END-IF.
006630
006640     MOVE SPACES               TO DL100-RL-RECORD.
006650     MOVE DL100-LD-RUN-ID      TO DL100-RL-RUN-ID.
006660     SET DL100-RL-LOAD         TO TRUE.
006670     MOVE 'DL100LD'            TO DL100-RL-PROGRAM.
006680     MOVE RETURN-CODE          TO DL100-RL-RC.
006690     MOVE DL100-HDR-FEED-DATE  TO DL100-RL-FEED-DATE.
006700     MOVE DL100-HDR-SOURCE-SYS TO DL100-RL-SOURCE-SYS.
006710     MOVE DL100-LD-READ-CNT    TO DL100-RL-COUNT.
006720     CALL 'DL100LGW' USING DL100-RL-RECORD.
006730     MOVE DL100-RL-RC          TO RETURN-CODE.
006740 3900-EXIT.
006750     EXIT.
