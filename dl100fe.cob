000290*                    SO DL100D ALWAYS SEES A FEED IT CAN FINISH.
000300*                    RC 4 = RECORDS WERE DIVERTED, RC 8 = THE
000310*                    HEADER OR TRAILER HAD TO BE REBUILT.
000320*   2026-09-02 DEV   'R' REVERSAL RECORDS (SEE DL100REC) ARE
000330*                    NOW A KNOWN TYPE - EDITED LIKE DETAILS AND
000340*                    PASSED THROUGH, WITH THEIR AMOUNTS
000350*                    SUBTRACTED FROM THE REWRITTEN TRAILER HASH
000360*                    TOTALS THE WAY THE SOURCE TRAILER CARRIES
000370*                    THEM.
000380*   2026-09-02 DEV   THE INPUT MAY NOW BE A CONCATENATION OF
000390*                    SEVERAL COMPLETE H...T FEED SETS (SEE THE
000400*                    MATCHING DL100D CHANGE) - EACH SET'S
000410*                    TRAILER IS REWRITTEN OVER THAT SET'S OWN
000420*                    CLEAN TOTALS, AND THE CONTROL SECTION OF
000430*                    THE REPORT COVERS THE WHOLE RUN.
000440*   2026-10-15 DEV   MINTS THE RUN ID FOR THE NIGHT (SEE
000450*                    DL100HTR) AND STAMPS IT ON EVERY HEADER OF
000460*                    THE EDITED FEED SO DL100SP, DL100D AND THE
000470*                    LATER STEPS ALL RUN UNDER IT.  THE FEED
000480*                    EDIT STEP IS RECORDED ON THE DL100RL RUN
000490*                    LEDGER AS THE RUN ENDS.
000500*   2026-10-15 DEV   EVERY SUSPENSE RECORD NOW CARRIES THE RUN ID,
000510*                    SOURCE SYSTEM AND FEED DATE OF THE SET IT WAS
000520*                    DIVERTED FROM (DL100FES, LRECL 122 TO 154) SO
000530*                    DL100AK CAN RETURN IT TO THE SOURCE SYSTEM ON
000540*                    THE NIGHT'S ACKNOWLEDGEMENT.
000550*----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-Z.
000590 OBJECT-COMPUTER.   IBM-Z.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT DL100-IN-FILE ASSIGN TO DL100IN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DL100-IN-STATUS.
000650
000660     SELECT DL100-FO-FILE ASSIGN TO DL100FO
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-FO-STATUS.
000690
000700     SELECT DL100-SU-FILE ASSIGN TO DL100SU
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DL100-SU-STATUS.
000730
000740     SELECT DL100-ER-FILE ASSIGN TO DL100ER
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS DL100-ER-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  DL100-IN-FILE
000810     RECORDING MODE IS F.
000820 01  DL100-IN-REC                PIC X(74).
000830
000840 FD  DL100-FO-FILE
000850     RECORDING MODE IS F.
000860 01  DL100-FO-REC                PIC X(74).
000870
000880 FD  DL100-SU-FILE
000890     RECORDING MODE IS F.
000900 01  DL100-SU-REC                PIC X(154).
000910
000920 FD  DL100-ER-FILE
000930     RECORDING MODE IS F.
000940 01  DL100-ER-REC                PIC X(133).
000950
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------
000980* FEED RECORD AND HEADER/TRAILER LAYOUTS
000990*----------------------------------------------------------------
001000 COPY DL100REC.
001010
001020 COPY DL100HTR.
001030
001040*----------------------------------------------------------------
001050* SUSPENSE RECORD LAYOUT
001060*----------------------------------------------------------------
001070 COPY DL100FES.
001080
001090*----------------------------------------------------------------
001100* RUN LEDGER ENTRY
001110*----------------------------------------------------------------
001120 COPY DL100RLG.
001130
001140*----------------------------------------------------------------
001150* RUN ID MINTED FOR THE NIGHT - RUN DATE AND TIME TO HUNDREDTHS
001160*----------------------------------------------------------------
001170 01  DL100-FE-RUN-ID.
001180     05  DL100-FE-RUN-ID-DATE    PIC 9(08) VALUE 0.
001190     05  DL100-FE-RUN-ID-TIME    PIC 9(08) VALUE 0.
001200
001210*----------------------------------------------------------------
001220* EDIT REPORT LINE LAYOUTS
001230*----------------------------------------------------------------
001240 COPY DL100FRP.
001250
001260*----------------------------------------------------------------
001270* CLEAN TOTALS OF THE SET BEING EDITED - WHAT ITS REWRITTEN
001280* TRAILER CARRIES.  RESET AT EVERY SET HEADER.
001290*----------------------------------------------------------------
001300 01  DL100-FE-TOTALS.
001310     05  DL100-FE-CLEAN-CNT      USAGE COMP-5 PIC 9(09) VALUE 0.
001320     05  DL100-FE-HASH5          USAGE COMP-3 PIC S9(13)
001330                                     VALUE 0.
001340     05  DL100-FE-HASH6          USAGE COMP-3 PIC S9(13)V99
001350                                     VALUE 0.
001360     05  DL100-FE-HASH7          USAGE COMP-3 PIC S9(13)
001370                                     VALUE 0.
001380
001390*----------------------------------------------------------------
001400* RUN TOTALS OVER EVERY SET - THE CONTROL SECTION OF THE REPORT
001410*----------------------------------------------------------------
001420 01  DL100-FE-RUN-TOTALS.
001430     05  DL100-FE-RUN-CLEAN      USAGE COMP-5 PIC 9(09) VALUE 0.
001440     05  DL100-FE-RUN-HASH5      USAGE COMP-3 PIC S9(13)
001450                                     VALUE 0.
001460     05  DL100-FE-RUN-HASH6     USAGE COMP-3 PIC S9(13)V99
001470                                     VALUE 0.
001480     05  DL100-FE-RUN-HASH7     USAGE COMP-3 PIC S9(13)
001490                                     VALUE 0.
001500
001510*----------------------------------------------------------------
001520* WHAT THE INPUT TRAILERS PROMISED, SUMMED OVER EVERY SET -
001530* REPORTED AGAINST THE REWRITTEN TOTALS SO A SHORT FEED IS
001540* STILL VISIBLE
001550*----------------------------------------------------------------
001560 01  DL100-FE-PROMISED.
001570     05  DL100-FE-EXP-COUNT      PIC 9(09) VALUE 0.
001580     05  DL100-FE-EXP-HASH5      USAGE COMP-3 PIC S9(13)
001590                                     VALUE 0.
001600     05  DL100-FE-EXP-HASH6      USAGE COMP-3 PIC S9(13)V99
001610                                     VALUE 0.
001620     05  DL100-FE-EXP-HASH7     USAGE COMP-3 PIC S9(13)
001630                                     VALUE 0.
001640
001650*----------------------------------------------------------------
001660* FAILING FIELD AND REASON STAGED FOR 2300-DIVERT-RECORD
001670*----------------------------------------------------------------
001680 01  DL100-FE-FIELD              PIC X(08).
001690 01  DL100-FE-REASON             PIC X(40).
001700
001710*----------------------------------------------------------------
001720* SWITCHES AND STATUS FIELDS
001730*----------------------------------------------------------------
001740 01  DL100-IN-STATUS             PIC X(02) VALUE '00'.
001750     88  DL100-IN-OK             VALUE '00'.
001760     88  DL100-IN-AT-EOF         VALUE '10'.
001770
001780 01  DL100-FO-STATUS             PIC X(02) VALUE '00'.
001790     88  DL100-FO-OK             VALUE '00'.
001800
001810 01  DL100-SU-STATUS             PIC X(02) VALUE '00'.
001820     88  DL100-SU-OK             VALUE '00'.
001830
001840 01  DL100-ER-STATUS             PIC X(02) VALUE '00'.
001850     88  DL100-ER-OK             VALUE '00'.
001860
001870 01  DL100-EOF-SW                PIC X(01) VALUE 'N'.
001880     88  DL100-EOF               VALUE 'Y'.
001890     88  DL100-NOT-EOF           VALUE 'N'.
001900
001910 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
001920     88  DL100-INIT-FAILED       VALUE 'Y'.
001930     88  DL100-INIT-OK           VALUE 'N'.
001940
001950 01  DL100-HDR-SEEN-SW           PIC X(01) VALUE 'N'.
001960     88  DL100-HDR-SEEN          VALUE 'Y'.
001970     88  DL100-HDR-NOT-SEEN      VALUE 'N'.
001980
001990 01  DL100-TRL-SEEN-SW           PIC X(01) VALUE 'N'.
002000     88  DL100-TRL-SEEN          VALUE 'Y'.
002010     88  DL100-TRL-NOT-SEEN      VALUE 'N'.
002020
002030*----------------------------------------------------------------
002040* SET WHEN THE HEADER OR TRAILER HAD TO BE REBUILT - THE EDITED
002050* FEED IS STILL USABLE BUT THE SOURCE SYSTEM MUST BE CHASED
002060*----------------------------------------------------------------
002070 01  DL100-FE-REPAIR-SW          PIC X(01) VALUE 'N'.
002080     88  DL100-FE-REPAIRED       VALUE 'Y'.
002090     88  DL100-FE-NOT-REPAIRED   VALUE 'N'.
002100
002110 77  DL100-FE-TODAY              PIC 9(08) VALUE 0.
002120
002130*----------------------------------------------------------------
002140* RUN COUNTERS
002150*----------------------------------------------------------------
002160 01  DL100-FE-COUNTERS.
002170     05  DL100-FE-READ-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002180     05  DL100-FE-DIVERT-CNT     USAGE COMP-5 PIC 9(09) VALUE 0.
002190
002200 PROCEDURE DIVISION.
002210*----------------------------------------------------------------
002220* 0000-MAINLINE
002230*----------------------------------------------------------------
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE
002260         THRU 1000-EXIT.
002270
002280     IF DL100-INIT-OK
002290         PERFORM 2000-EDIT-RECORD
002300             THRU 2000-EXIT
002310             UNTIL DL100-EOF
002320     END-IF.
002330
002340     PERFORM 3000-TERMINATE
002350         THRU 3000-EXIT.
002360
002370     STOP RUN.
002380
002390*----------------------------------------------------------------
002400* 1000-INITIALIZE - OPEN FILES, PRINT THE REPORT HEADINGS AND
002410*                   SEE THE FEED THROUGH ITS HEADER
002420*----------------------------------------------------------------
002430 1000-INITIALIZE.
002440     SET DL100-INIT-OK TO TRUE.
002450     ACCEPT DL100-FE-TODAY FROM DATE YYYYMMDD.
002460     ACCEPT DL100-FE-RUN-ID-DATE FROM DATE YYYYMMDD.
002470     ACCEPT DL100-FE-RUN-ID-TIME FROM TIME.
002480     DISPLAY 'DL100FE - RUN ID    : ' DL100-FE-RUN-ID.
002490
002500     OPEN INPUT DL100-IN-FILE.
002510     IF NOT DL100-IN-OK
002520         DISPLAY 'DL100FE - INPUT OPEN ERROR ' DL100-IN-STATUS
002530         SET DL100-INIT-FAILED TO TRUE
002540     END-IF.
002550
002560     OPEN OUTPUT DL100-FO-FILE.
002570     IF NOT DL100-FO-OK
002580         DISPLAY 'DL100FE - FEED OUT OPEN ERROR ' DL100-FO-STATUS
002590         SET DL100-INIT-FAILED TO TRUE
002600     END-IF.
002610
002620     OPEN OUTPUT DL100-SU-FILE.
002630     IF NOT DL100-SU-OK
002640         DISPLAY 'DL100FE - SUSPENSE OPEN ERROR ' DL100-SU-STATUS
002650         SET DL100-INIT-FAILED TO TRUE
002660     END-IF.
002670
002680     OPEN OUTPUT DL100-ER-FILE.
002690     IF NOT DL100-ER-OK
002700         DISPLAY 'DL100FE - REPORT OPEN ERROR ' DL100-ER-STATUS
002710         SET DL100-INIT-FAILED TO TRUE
002720     END-IF.
002730
002740     IF DL100-INIT-FAILED
002750         MOVE 12 TO RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF.
002780
002790     WRITE DL100-ER-REC FROM DL100-FR-HEADING1
002800         AFTER ADVANCING PAGE.
002810     WRITE DL100-ER-REC FROM DL100-FR-HEADING2
002820         AFTER ADVANCING 2 LINES.
002830
002840     PERFORM 2100-READ-INPUT
002850         THRU 2100-EXIT.
002860
002870     PERFORM 1400-VERIFY-HEADER
002880         THRU 1400-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------
002930* 1400-VERIFY-HEADER - THE FIRST RECORD SHOULD BE THE 'H'
002940*                      CONTROL HEADER.  WHEN IT IS NOT, A
002950*                      SUBSTITUTE HEADER IS BUILT FROM THE RUN
002960*                      DATE SO DL100D STILL GETS A COMPLETE
002970*                      FEED, AND THE FIRST RECORD GOES THROUGH
002980*                      THE NORMAL EDIT ON ITS OWN MERITS.
002990*----------------------------------------------------------------
003000 1400-VERIFY-HEADER.
003010     IF DL100-NOT-EOF AND DL100-IN-HEADER
003020         MOVE DL100-INPUT-RECORD TO DL100-HDR-RECORD
003030         SET DL100-HDR-SEEN TO TRUE
003040         DISPLAY 'DL100FE - FEED DATE : ' DL100-HDR-FEED-DATE
003050         DISPLAY 'DL100FE - FEED FROM : ' DL100-HDR-SOURCE-SYS
003060         PERFORM 1500-WRITE-FEED-HEADER
003070             THRU 1500-EXIT
003080         PERFORM 2100-READ-INPUT
003090             THRU 2100-EXIT
003100         GO TO 1400-EXIT
003110     END-IF.
003120
003130     DISPLAY 'DL100FE - FEED HEADER MISSING - REBUILT'.
003140     MOVE SPACES         TO DL100-HDR-RECORD.
003150     MOVE 'H'            TO DL100-HDR-TYPE.
003160     MOVE DL100-FE-TODAY TO DL100-HDR-FEED-DATE.
003170     MOVE 'UNKNOWN'      TO DL100-HDR-SOURCE-SYS.
003180     SET DL100-HDR-SEEN TO TRUE.
003190     SET DL100-FE-REPAIRED TO TRUE.
003200     PERFORM 1500-WRITE-FEED-HEADER
003210         THRU 1500-EXIT.
003220 1400-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------------
003260* 1500-WRITE-FEED-HEADER - THE HEADER OF THE EDITED FEED,
003270*                          STAMPED WITH THE NIGHT'S RUN ID
003280*----------------------------------------------------------------
003290 1500-WRITE-FEED-HEADER.
003300     MOVE DL100-FE-RUN-ID TO DL100-HDR-RUN-ID.
003310     WRITE DL100-FO-REC FROM DL100-HDR-RECORD.
003320     IF NOT DL100-FO-OK
003330         DISPLAY 'DL100FE - FEED OUT WRITE ERR ' DL100-FO-STATUS
003340         SET DL100-INIT-FAILED TO TRUE
003350         MOVE 12 TO RETURN-CODE
003360     END-IF.
003370 1500-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410* 2000-EDIT-RECORD - SORT ONE FEED RECORD INTO THE CLEAN FEED OR
003420*                    THE SUSPENSE FILE
003430*----------------------------------------------------------------
003440 2000-EDIT-RECORD.
003450     EVALUATE TRUE
003460         WHEN DL100-IN-HEADER AND DL100-TRL-SEEN
003470             PERFORM 2500-START-NEXT-SET
003480                 THRU 2500-EXIT
003490         WHEN DL100-IN-HEADER
003500             MOVE 'TYPE'     TO DL100-FE-FIELD
003510             MOVE 'HEADER INSIDE AN OPEN FEED SET'
003520                             TO DL100-FE-REASON
003530             PERFORM 2300-DIVERT-RECORD
003540                 THRU 2300-EXIT
003550         WHEN DL100-IN-TRAILER AND DL100-TRL-NOT-SEEN
003560             PERFORM 2600-CLOSE-SET
003570                 THRU 2600-EXIT
003580         WHEN DL100-TRL-SEEN
003590             MOVE 'TYPE'     TO DL100-FE-FIELD
003600             MOVE 'RECORD OUTSIDE A FEED SET'
003610                             TO DL100-FE-REASON
003620             PERFORM 2300-DIVERT-RECORD
003630                 THRU 2300-EXIT
003640         WHEN DL100-IN-DETAIL OR DL100-IN-REVERSAL
003650             PERFORM 2200-EDIT-DETAIL
003660                 THRU 2200-EXIT
003670         WHEN OTHER
003680             MOVE 'TYPE'     TO DL100-FE-FIELD
003690             MOVE 'UNKNOWN RECORD TYPE'
003700                             TO DL100-FE-REASON
003710             PERFORM 2300-DIVERT-RECORD
003720                 THRU 2300-EXIT
003730     END-EVALUATE.
003740
003750     PERFORM 2100-READ-INPUT
003760         THRU 2100-EXIT.
003770 2000-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------
003810* 2100-READ-INPUT - READ ONE RAW FEED RECORD
003820*----------------------------------------------------------------
003830 2100-READ-INPUT.
003840     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
003850     IF DL100-IN-OK
003860         ADD 1 TO DL100-FE-READ-CNT
003870     ELSE
003880         IF NOT DL100-IN-AT-EOF
003890             DISPLAY 'DL100FE - INPUT READ ERROR ' DL100-IN-STATUS
003900             MOVE 12 TO RETURN-CODE
003910         END-IF
003920         SET DL100-EOF TO TRUE
003930     END-IF.
003940 2100-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980* 2200-EDIT-DETAIL - EVERY FIELD OF A 'D' DETAIL MUST BE USABLE
003990*                    BEFORE DL100D SEES IT.  THE ARG6 CLASS TEST
004000*                    IS WHAT CATCHES THE PACKED-DECIMAL GARBAGE
004010*                    THAT USED TO ABEND THE DRIVER MID-FEED.
004020*----------------------------------------------------------------
004030 2200-EDIT-DETAIL.
004040     IF DL100-IN-ARG1 = SPACES
004050         MOVE 'ARG1'     TO DL100-FE-FIELD
004060         MOVE 'ARG1 IS BLANK' TO DL100-FE-REASON
004070         PERFORM 2300-DIVERT-RECORD
004080             THRU 2300-EXIT
004090         GO TO 2200-EXIT
004100     END-IF.
004110
004120     IF DL100-IN-ARG6 IS NOT NUMERIC
004130         MOVE 'ARG6'     TO DL100-FE-FIELD
004140         MOVE 'ARG6 IS NOT VALID PACKED DECIMAL'
004150                         TO DL100-FE-REASON
004160         PERFORM 2300-DIVERT-RECORD
004170             THRU 2300-EXIT
004180         GO TO 2200-EXIT
004190     END-IF.
004200
004210     IF DL100-IN-CATEGORY = SPACES
004220         MOVE 'CATEGORY' TO DL100-FE-FIELD
004230         MOVE 'CATEGORY CODE IS MISSING'
004240                         TO DL100-FE-REASON
004250         PERFORM 2300-DIVERT-RECORD
004260             THRU 2300-EXIT
004270         GO TO 2200-EXIT
004280     END-IF.
004290
004300     WRITE DL100-FO-REC FROM DL100-INPUT-RECORD.
004310     IF NOT DL100-FO-OK
004320         DISPLAY 'DL100FE - FEED OUT WRITE ERR ' DL100-FO-STATUS
004330         MOVE 12 TO RETURN-CODE
004340         SET DL100-EOF TO TRUE
004350         GO TO 2200-EXIT
004360     END-IF.
004370
004380     ADD 1 TO DL100-FE-CLEAN-CNT.
004390*    A REVERSAL'S AMOUNTS COME OUT OF THE TRAILER HASH TOTALS
004400     IF DL100-IN-REVERSAL
004410         SUBTRACT DL100-IN-ARG5 FROM DL100-FE-HASH5
004420         SUBTRACT DL100-IN-ARG6 FROM DL100-FE-HASH6
004430         SUBTRACT DL100-IN-ARG7 FROM DL100-FE-HASH7
004440         GO TO 2200-EXIT
004450     END-IF.
004460     ADD DL100-IN-ARG5 TO DL100-FE-HASH5.
004470     ADD DL100-IN-ARG6 TO DL100-FE-HASH6.
004480     ADD DL100-IN-ARG7 TO DL100-FE-HASH7.
004490 2200-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 2300-DIVERT-RECORD - THE ORIGINAL IMAGE TO SUSPENSE WITH THE
004540*                      FAILING FIELD AND REASON, AND ONE REPORT
004550*                      LINE SO THE MORNING MEETING SEES IT
004560*----------------------------------------------------------------
004570 2300-DIVERT-RECORD.
004580     MOVE DL100-INPUT-RECORD TO DL100-SU-IMAGE.
004590     MOVE DL100-FE-FIELD     TO DL100-SU-FIELD.
004600     MOVE DL100-FE-REASON    TO DL100-SU-REASON.
004610*    THE SET IT CAME IN, SO THE ACKNOWLEDGEMENT CAN RETURN IT
004620     MOVE DL100-FE-RUN-ID      TO DL100-SU-RUN-ID.
004630     MOVE DL100-HDR-SOURCE-SYS TO DL100-SU-SOURCE-SYS.
004640     MOVE DL100-HDR-FEED-DATE  TO DL100-SU-FEED-DATE.
004650     WRITE DL100-SU-REC FROM DL100-SU-RECORD.
004660     IF NOT DL100-SU-OK
004670         DISPLAY 'DL100FE - SUSPENSE WRITE ERR ' DL100-SU-STATUS
004680         MOVE 12 TO RETURN-CODE
004690     END-IF.
004700
004710     ADD 1 TO DL100-FE-DIVERT-CNT.
004720
004730     MOVE SPACE           TO DL100-FR-DT-CC.
004740     MOVE DL100-IN-ARG1   TO DL100-FR-DT-ARG1.
004750     MOVE DL100-FE-FIELD  TO DL100-FR-DT-FIELD.
004760     MOVE DL100-FE-REASON TO DL100-FR-DT-REASON.
004770     WRITE DL100-ER-REC FROM DL100-FR-DETAIL
004780         AFTER ADVANCING 1 LINE.
004790     IF NOT DL100-ER-OK
004800         DISPLAY 'DL100FE - REPORT WRITE ERR ' DL100-ER-STATUS
004810     END-IF.
004820 2300-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860* 2500-START-NEXT-SET - AN 'H' AFTER A COMPLETE SET OPENS THE
004870*                       NEXT SOURCE SYSTEM'S SET
004880*----------------------------------------------------------------
004890 2500-START-NEXT-SET.
004900     MOVE DL100-INPUT-RECORD TO DL100-HDR-RECORD.
004910     DISPLAY 'DL100FE - FEED DATE : ' DL100-HDR-FEED-DATE.
004920     DISPLAY 'DL100FE - FEED FROM : ' DL100-HDR-SOURCE-SYS.
004930     PERFORM 1500-WRITE-FEED-HEADER
004940         THRU 1500-EXIT.
004950     SET DL100-TRL-NOT-SEEN TO TRUE.
004960 2500-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 2600-CLOSE-SET - THE SET'S INPUT TRAILER - TAKE ITS PROMISED
005010*                  TOTALS FOR THE REPORT AND REWRITE IT OVER
005020*                  THE SET'S OWN CLEAN TOTALS
005030*----------------------------------------------------------------
005040 2600-CLOSE-SET.
005050     MOVE DL100-INPUT-RECORD TO DL100-TRL-RECORD.
005060     ADD DL100-TRL-COUNT TO DL100-FE-EXP-COUNT.
005070     ADD DL100-TRL-HASH5 TO DL100-FE-EXP-HASH5.
005080     ADD DL100-TRL-HASH6 TO DL100-FE-EXP-HASH6.
005090     ADD DL100-TRL-HASH7 TO DL100-FE-EXP-HASH7.
005100     SET DL100-TRL-SEEN TO TRUE.
005110     PERFORM 2700-WRITE-SET-TRAILER
005120         THRU 2700-EXIT.
005130 2600-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170* 2700-WRITE-SET-TRAILER - THE REWRITTEN TRAILER COVERS EXACTLY
005180*                          THE RECORDS THIS SET PASSED.  THE SET
005190*                          TOTALS ROLL INTO THE RUN TOTALS AND
005200*                          RESET FOR THE NEXT SET.
005210*----------------------------------------------------------------
005220 2700-WRITE-SET-TRAILER.
005230     MOVE SPACES             TO DL100-TRL-RECORD.
005240     MOVE 'T'                TO DL100-TRL-TYPE.
005250     MOVE DL100-FE-CLEAN-CNT TO DL100-TRL-COUNT.
005260     MOVE DL100-FE-HASH5     TO DL100-TRL-HASH5.
005270     MOVE DL100-FE-HASH6     TO DL100-TRL-HASH6.
005280     MOVE DL100-FE-HASH7     TO DL100-TRL-HASH7.
005290     WRITE DL100-FO-REC FROM DL100-TRL-RECORD.
005300     IF NOT DL100-FO-OK
005310         DISPLAY 'DL100FE - FEED OUT WRITE ERR ' DL100-FO-STATUS
005320         MOVE 12 TO RETURN-CODE
005330     END-IF.
005340
005350     ADD DL100-FE-CLEAN-CNT TO DL100-FE-RUN-CLEAN.
005360     ADD DL100-FE-HASH5     TO DL100-FE-RUN-HASH5.
005370     ADD DL100-FE-HASH6     TO DL100-FE-RUN-HASH6.
005380     ADD DL100-FE-HASH7     TO DL100-FE-RUN-HASH7.
005390     MOVE 0 TO DL100-FE-CLEAN-CNT.
005400     MOVE 0 TO DL100-FE-HASH5.
005410     MOVE 0 TO DL100-FE-HASH6.
005420     MOVE 0 TO DL100-FE-HASH7.
005430 2700-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470* 3000-TERMINATE - REBUILD A MISSING TRAILER, PRINT THE CONTROL
005480*                  SECTION AND SET THE RETURN CODE
005490*----------------------------------------------------------------
005500 3000-TERMINATE.
005510     IF DL100-INIT-FAILED
005520         GO TO 3000-CLOSE
005530     END-IF.
005540
005550     IF DL100-TRL-NOT-SEEN
005560         DISPLAY 'DL100FE - FEED TRAILER MISSING - REBUILT'
005570         SET DL100-FE-REPAIRED TO TRUE
005580         PERFORM 2700-WRITE-SET-TRAILER
005590             THRU 2700-EXIT
005600     END-IF.
005610
005620     PERFORM 3100-PRINT-CONTROL-TOTALS
005630         THRU 3100-EXIT.
005640
005650     IF RETURN-CODE = 0
005660         IF DL100-FE-REPAIRED
005670             MOVE 8 TO RETURN-CODE
005680         ELSE
005690             IF DL100-FE-DIVERT-CNT > 0
005700                 MOVE 4 TO RETURN-CODE
005710             END-IF
005720         END-IF
005730     END-IF.
005740
005750 3000-CLOSE.
005760     CLOSE DL100-IN-FILE
005770           DL100-FO-FILE
005780           DL100-SU-FILE
005790           DL100-ER-FILE.
005800
005810     DISPLAY 'DL100FE - RECORDS READ    : ' DL100-FE-READ-CNT.
005820     DISPLAY 'DL100FE - CLEAN DETAILS   : ' DL100-FE-RUN-CLEAN.
005830     DISPLAY 'DL100FE - RECORDS DIVERTED: ' DL100-FE-DIVERT-CNT.
005840
005850     PERFORM 3900-WRITE-LEDGER
005860         THRU 3900-EXIT.
005870 3000-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910* 3100-PRINT-CONTROL-TOTALS - COUNTS, THE INPUT TRAILER AGAINST
005920*                             THE REWRITTEN ONE, AND ANY REPAIR
005930*                             NOTES
005940*----------------------------------------------------------------
005950 3100-PRINT-CONTROL-TOTALS.
005960     MOVE SPACE                  TO DL100-FR-TL-CC.
005970     MOVE 'RECORDS READ'         TO DL100-FR-TL-LABEL.
005980     MOVE DL100-FE-READ-CNT      TO DL100-FR-TL-COUNT.
005990     WRITE DL100-ER-REC FROM DL100-FR-TOTAL-LINE
006000         AFTER ADVANCING 2 LINES.
006010
006020     MOVE SPACE                  TO DL100-FR-TL-CC.
006030     MOVE 'CLEAN DETAILS WRITTEN' TO DL100-FR-TL-LABEL.
006040     MOVE DL100-FE-RUN-CLEAN     TO DL100-FR-TL-COUNT.
006050     WRITE DL100-ER-REC FROM DL100-FR-TOTAL-LINE
006060         AFTER ADVANCING 1 LINE.
006070
006080     MOVE SPACE                  TO DL100-FR-TL-CC.
006090     MOVE 'RECORDS DIVERTED'     TO DL100-FR-TL-LABEL.
006100     MOVE DL100-FE-DIVERT-CNT    TO DL100-FR-TL-COUNT.
006110     WRITE DL100-ER-REC FROM DL100-FR-TOTAL-LINE
006120         AFTER ADVANCING 1 LINE.
006130
006140     MOVE SPACE                  TO DL100-FR-TL-CC.
006150     MOVE 'DETAILS PROMISED BY TRAILERS' TO DL100-FR-TL-LABEL.
006160     MOVE DL100-FE-EXP-COUNT     TO DL100-FR-TL-COUNT.
006170     WRITE DL100-ER-REC FROM DL100-FR-TOTAL-LINE
006180         AFTER ADVANCING 1 LINE.
006190
006200     MOVE SPACE                  TO DL100-FR-HL-CC.
006210     MOVE 'ARG5 HASH PROMISED'   TO DL100-FR-HL-LABEL.
006220     MOVE DL100-FE-EXP-HASH5     TO DL100-FR-HL-AMOUNT.
006230     WRITE DL100-ER-REC FROM DL100-FR-HASH-LINE
006240         AFTER ADVANCING 1 LINE.
006250
006260     MOVE SPACE                  TO DL100-FR-HL-CC.
006270     MOVE 'ARG5 HASH REWRITTEN'  TO DL100-FR-HL-LABEL.
006280     MOVE DL100-FE-RUN-HASH5     TO DL100-FR-HL-AMOUNT.
006290     WRITE DL100-ER-REC FROM DL100-FR-HASH-LINE
006300         AFTER ADVANCING 1 LINE.
006310
006320     MOVE SPACE                  TO DL100-FR-HL-CC.
006330     MOVE 'ARG6 HASH PROMISED'   TO DL100-FR-HL-LABEL.
006340     MOVE DL100-FE-EXP-HASH6     TO DL100-FR-HL-AMOUNT.
006350     WRITE DL100-ER-REC FROM DL100-FR-HASH-LINE
006360         AFTER ADVANCING 1 LINE.
006370
006380     MOVE SPACE                  TO DL100-FR-HL-CC.
006390     MOVE 'ARG6 HASH REWRITTEN'  TO DL100-FR-HL-LABEL.
006400     MOVE DL100-FE-RUN-HASH6     TO DL100-FR-HL-AMOUNT.
006410     WRITE DL100-ER-REC FROM DL100-FR-HASH-LINE
006420         AFTER ADVANCING 1 LINE.
006430
006440     MOVE SPACE                  TO DL100-FR-HL-CC.
006450     MOVE 'ARG7 HASH PROMISED'   TO DL100-FR-HL-LABEL.
006460     MOVE DL100-FE-EXP-HASH7     TO DL100-FR-HL-AMOUNT.
006470     WRITE DL100-ER-REC FROM DL100-FR-HASH-LINE
006480         AFTER ADVANCING 1 LINE.
006490
006500     MOVE SPACE                  TO DL100-FR-HL-CC.
006510     MOVE 'ARG7 HASH REWRITTEN'  TO DL100-FR-HL-LABEL.
006520     MOVE DL100-FE-RUN-HASH7     TO DL100-FR-HL-AMOUNT.
006530     WRITE DL100-ER-REC FROM DL100-FR-HASH-LINE
006540         AFTER ADVANCING 1 LINE.
006550
006560     IF DL100-FE-REPAIRED
006570         MOVE SPACE TO DL100-FR-NT-CC
006580         MOVE 'NOTE - THE FEED HEADER OR TRAILER WAS REBUILT'
006590             TO DL100-FR-NT-TEXT
006600         WRITE DL100-ER-REC FROM DL100-FR-NOTE-LINE
006610             AFTER ADVANCING 2 LINES
006620     END-IF.
006630     IF NOT DL100-ER-OK
006640         DISPLAY 'DL100FE - REPORT WRITE ERR ' DL100-ER-STATUS
006650     END-IF.
006660 3100-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700* 3900-WRITE-LEDGER - RECORD THE FEED EDIT STEP ON THE RUN
006710*                     LEDGER UNDER THE NIGHT'S RUN ID.  THE STEP
006720*                     RETURN CODE IS KEPT ACROSS THE CALL.
006730*----------------------------------------------------------------
006740 3900-WRITE-LEDGER.
006750     MOVE SPACES               TO DL100-RL-RECORD.
006760     MOVE DL100-FE-RUN-ID      TO DL100-RL-RUN-ID.
006770     SET DL100-RL-FEEDEDIT     TO TRUE.
006780     MOVE 'DL100FE'            TO DL100-RL-PROGRAM.
006790     MOVE RETURN-CODE          TO DL100-RL-RC.
006800     MOVE DL100-HDR-FEED-DATE  TO DL100-RL-FEED-DATE.
006810     MOVE DL100-HDR-SOURCE-SYS TO DL100-RL-SOURCE-SYS.
006820     MOVE DL100-FE-RUN-CLEAN   TO DL100-RL-COUNT.
006830     CALL 'DL100LGW' USING DL100-RL-RECORD.
006840     MOVE DL100-RL-RC          TO RETURN-CODE.
006850 3900-EXIT.
006860     EXIT.
