000280*                    CLAMPING TO THE RAW BOUND JUST OVERFLOWED
000290*                    AGAIN AND BOUNCED THE RECORD BETWEEN
000300*                    DL100EX AND DL100RF FOREVER.
000310*   2026-09-02 DEV   THE EXCEPTION RECORD NOW CARRIES THE
000320*                    REJECT DATE STAMP (EX LRECL 115 TO 123,
000330*                    ED LRECL 157 TO 165) FOR THE DL100AG
000340*                    AGEING REPORT.  IT RIDES THE IMAGE THROUGH
000350*                    THIS PROGRAM UNCHANGED.
000360*   2026-09-02 DEV   THE KEYED OPERATOR ID IS NOW VERIFIED
000370*                    AGAINST THE SHARED DL100AU AUTHORIZATION
000380*                    FILE (VIA DL100SEC, FUNCTION 'D') BEFORE
000390*                    THE SESSION STARTS - AN UNAUTHORIZED
000400*                    ATTEMPT IS REFUSED AND LOGGED TO DL100UA.
000410*   2026-09-02 DEV   THE CATEGORY DESCRIPTION FROM THE DL100CM
000420*                    CATEGORY MASTER (VIA DL100CAT) IS NOW
000430*                    DISPLAYED WITH EACH EXCEPTION SO THE
000440*                    OPERATOR KNOWS WHAT THE CODE MEANS.
000450*   2026-10-15 DEV   THE EXCEPTION RECORD NOW CARRIES THE RUN
000460*                    ID - EX LRECL 123 TO 139.
000470*   2026-10-15 DEV   DL100ED LRECL 165 TO 181 - THE WORKED
000480*                    EXCEPTION IMAGE KEEPS THE RUN ID TOO.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-Z.
000530 OBJECT-COMPUTER.   IBM-Z.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT DL100-EX-FILE ASSIGN TO DL100EX
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DL100-EX-FSTATUS.
000590
000600     SELECT DL100-RF-FILE ASSIGN TO DL100RF
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DL100-RF-STATUS.
000630
000640     SELECT DL100-ED-FILE ASSIGN TO DL100ED
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DL100-ED-STATUS.
000670
000680     SELECT DL100-PM-FILE ASSIGN TO DL100PM
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DL100-PM-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  DL100-EX-FILE
000750     RECORDING MODE IS F.
000760 01  DL100-EX-REC                PIC X(139).
000770
000780 FD  DL100-RF-FILE
000790     RECORDING MODE IS F.
000800 01  DL100-RF-REC                PIC X(74).
000810
000820 FD  DL100-ED-FILE
000830     RECORDING MODE IS F.
000840 01  DL100-ED-REC                PIC X(181).
000850
000860 FD  DL100-PM-FILE
000870     RECORDING MODE IS F.
000880 01  DL100-PM-REC                PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* REJECTED INPUT (EXCEPTIONS) RECORD LAYOUT
000930*----------------------------------------------------------------
000940 COPY DL100EXC.
000950
000960*----------------------------------------------------------------
000970* DISPOSITIONED EXCEPTION RECORD LAYOUT
000980*----------------------------------------------------------------
000990 COPY DL100EXD.
001000
001010*----------------------------------------------------------------
001020* RESUBMISSION FEED RECORD LAYOUTS - SAME SHAPE AS DL100IN
001030*----------------------------------------------------------------
001040 COPY DL100REC.
001050
001060 COPY DL100HTR.
001070
001080*----------------------------------------------------------------
001090* RUN PARAMETER (CONTROL) FILE LAYOUT - THE CLAMP ACTION NEEDS
001100* THE ADJ5 OF THE RECORD'S CATEGORY TO PICK A VALUE THAT
001110* SURVIVES THE NEXT RUN'S ADJUSTMENT
001120*----------------------------------------------------------------
001130 COPY DL100PM.
001140
001150*----------------------------------------------------------------
001160* ARG5 BINARY-SHORT SIGNED BOUNDS FOR THE CLAMP ACTION
001170*----------------------------------------------------------------
001180 77  DL100-RS-ARG5-HIGH          BINARY-SHORT SIGNED
001190                                     VALUE 32767.
001200 77  DL100-RS-ARG5-LOW           BINARY-SHORT SIGNED
001210                                     VALUE -32768.
001220
001230*----------------------------------------------------------------
001240* ADJ5 PER CATEGORY FROM THE CONTROL FILE
001250*----------------------------------------------------------------
001260 01  DL100-RS-ADJ-SETS.
001270     05  DL100-RS-ADJ-COUNT      USAGE COMP-5 PIC 9(04) VALUE 0.
001280     05  DL100-RS-ADJ-ENTRY OCCURS 20 TIMES.
001290         10  DL100-RS-ADJ-CAT    PIC X(02).
001300         10  DL100-RS-ADJ5-TBL   USAGE COMP-5 PIC S9(9).
001310
001320 77  DL100-RS-ADJ-SUB            USAGE COMP-5 PIC 9(04) VALUE 0.
001330 77  DL100-RS-ADJ-HIT            USAGE COMP-5 PIC 9(04) VALUE 0.
001340 77  DL100-RS-CLAMP-WORK         USAGE COMP-5 PIC S9(9) VALUE 0.
001350
001360*----------------------------------------------------------------
001370* SWITCHES AND STATUS FIELDS
001380*----------------------------------------------------------------
001390 01  DL100-EX-FSTATUS            PIC X(02) VALUE '00'.
001400     88  DL100-EX-OK             VALUE '00'.
001410     88  DL100-EX-AT-EOF         VALUE '10'.
001420
001430 01  DL100-RF-STATUS             PIC X(02) VALUE '00'.
001440     88  DL100-RF-OK             VALUE '00'.
001450
001460 01  DL100-ED-STATUS             PIC X(02) VALUE '00'.
001470     88  DL100-ED-OK             VALUE '00'.
001480
001490 01  DL100-PM-STATUS             PIC X(02) VALUE '00'.
001500     88  DL100-PM-OK             VALUE '00'.
001510
001520 01  DL100-PM-EOF-SW             PIC X(01) VALUE 'N'.
001530     88  DL100-PM-EOF            VALUE 'Y'.
001540     88  DL100-PM-NOT-EOF        VALUE 'N'.
001550
001560 01  DL100-SET-FOUND-SW          PIC X(01) VALUE 'N'.
001570     88  DL100-SET-FOUND         VALUE 'Y'.
001580     88  DL100-SET-NOT-FOUND     VALUE 'N'.
001590
001600 01  DL100-EOF-SW                PIC X(01) VALUE 'N'.
001610     88  DL100-EOF               VALUE 'Y'.
001620     88  DL100-NOT-EOF           VALUE 'N'.
001630
001640 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
001650     88  DL100-INIT-FAILED       VALUE 'Y'.
001660     88  DL100-INIT-OK           VALUE 'N'.
001670
001680*----------------------------------------------------------------
001690* SET WHEN THE OPERATOR ABANDONS THE SESSION - THE RESUBMISSION
001700* FEED GETS NO TRAILER AND THE STEP ENDS WITH RC 12 SO THE
001710* DL100CJ JOB LEAVES THE EXCEPTION FILE ALONE
001720*----------------------------------------------------------------
001730 01  DL100-RS-ABORT-SW           PIC X(01) VALUE 'N'.
001740     88  DL100-RS-ABORT          VALUE 'Y'.
001750     88  DL100-RS-NO-ABORT       VALUE 'N'.
001760
001770*----------------------------------------------------------------
001780* OPERATOR IDENTITY AND SESSION WORK AREAS
001790*----------------------------------------------------------------
001800 01  DL100-RS-USER               PIC X(08).
001810
001820*----------------------------------------------------------------
001830* AUTHORIZATION CHECK (DL100SEC) CALL AREAS
001840*----------------------------------------------------------------
001850 01  DL100-SEC-CALLER-NAME       PIC X(08) VALUE 'DL100RS'.
001860 01  DL100-SEC-FUNC-CODE         PIC X(01) VALUE 'D'.
001870 01  DL100-SEC-STATUS            PIC X(02) VALUE '00'.
001880     88  DL100-SEC-OK            VALUE '00'.
001890
001900 01  DL100-RS-ACTION             PIC X(03).
001910     88  DL100-RS-ACT-CORRECT    VALUE 'C  '.
001920     88  DL100-RS-ACT-CLAMP      VALUE 'A  '.
001930     88  DL100-RS-ACT-WRITEOFF   VALUE 'W  '.
001940     88  DL100-RS-ACT-END        VALUE 'E  ' 'END'.
001950
001960 77  DL100-RS-TODAY              PIC 9(08) VALUE 0.
001970
001980*----------------------------------------------------------------
001990* CATEGORY REFERENCE LOOKUP (DL100CAT) CALL AREAS
002000*----------------------------------------------------------------
002010 01  DL100-CAT-CODE              PIC X(02).
002020 01  DL100-CAT-DATE              PIC 9(08).
002030 01  DL100-CAT-STATUS            PIC X(02) VALUE '00'.
002040 01  DL100-CAT-DESC              PIC X(24).
002050 01  DL100-CAT-OWNER             PIC X(08).
002060
002070 01  DL100-RS-ARG5-DISP          PIC S9(5)      SIGN LEADING
002080                                     SEPARATE.
002090 01  DL100-RS-ARG5-IN            PIC X(06).
002100 01  DL100-RS-ARG5-NUM REDEFINES DL100-RS-ARG5-IN
002110                                 PIC S9(5)      SIGN LEADING
002120                                     SEPARATE.
002130
002140*----------------------------------------------------------------
002150* RESUBMISSION FEED CONTROL TOTALS
002160*----------------------------------------------------------------
002170 01  DL100-RS-TOTALS.
002180     05  DL100-RS-RESUB-CNT      USAGE COMP-5 PIC 9(09) VALUE 0.
002190     05  DL100-RS-HASH5          USAGE COMP-3 PIC S9(13)
002200                                     VALUE 0.
002210     05  DL100-RS-HASH6          USAGE COMP-3 PIC S9(13)V99
002220                                     VALUE 0.
002230     05  DL100-RS-HASH7          USAGE COMP-3 PIC S9(13)
002240                                     VALUE 0.
002250
002260 01  DL100-RS-COUNTERS.
002270     05  DL100-RS-READ-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002280     05  DL100-RS-WOFF-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002290
002300 PROCEDURE DIVISION.
002310*----------------------------------------------------------------
002320* 0000-MAINLINE
002330*----------------------------------------------------------------
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE
002360         THRU 1000-EXIT.
002370
002380     IF DL100-INIT-OK
002390         PERFORM 2000-WORK-EXCEPTION
002400             THRU 2000-EXIT
002410             UNTIL DL100-EOF OR DL100-RS-ABORT
002420     END-IF.
002430
002440     PERFORM 3000-TERMINATE
002450         THRU 3000-EXIT.
002460
002470     STOP RUN.
002480
002490*----------------------------------------------------------------
002500* 1000-INITIALIZE - IDENTIFY THE OPERATOR, OPEN THE FILES AND
002510*                   START THE RESUBMISSION FEED
002520*----------------------------------------------------------------
002530 1000-INITIALIZE.
002540     SET DL100-INIT-OK TO TRUE.
002550     ACCEPT DL100-RS-TODAY FROM DATE YYYYMMDD.
002560
002570     DISPLAY 'OPERATOR ID: '.
002580     ACCEPT DL100-RS-USER FROM CONSOLE.
002590     IF DL100-RS-USER = SPACE
002600         DISPLAY 'DL100RS - OPERATOR ID REQUIRED'
002610         SET DL100-INIT-FAILED TO TRUE
002620         SET DL100-RS-ABORT TO TRUE
002630         GO TO 1000-EXIT
002640     END-IF.
002650
002660     CALL 'DL100SEC' USING DL100-SEC-CALLER-NAME
002670                           DL100-RS-USER
002680                           DL100-SEC-FUNC-CODE
002690                           DL100-SEC-STATUS.
002700     IF NOT DL100-SEC-OK
002710         DISPLAY 'DL100RS - OPERATOR NOT AUTHORIZED: '
002720             DL100-RS-USER
002730         SET DL100-INIT-FAILED TO TRUE
002740         SET DL100-RS-ABORT TO TRUE
002750         GO TO 1000-EXIT
002760     END-IF.
002770
002780     OPEN INPUT DL100-EX-FILE.
002790     IF NOT DL100-EX-OK
002800         DISPLAY 'DL100RS - EXCEPT OPEN ERR ' DL100-EX-FSTATUS
002810         SET DL100-INIT-FAILED TO TRUE
002820         SET DL100-RS-ABORT TO TRUE
002830         GO TO 1000-EXIT
002840     END-IF.
002850
002860     OPEN OUTPUT DL100-RF-FILE.
002870     IF NOT DL100-RF-OK
002880         DISPLAY 'DL100RS - RESUB OPEN ERR ' DL100-RF-STATUS
002890         SET DL100-INIT-FAILED TO TRUE
002900         SET DL100-RS-ABORT TO TRUE
002910         GO TO 1000-EXIT
002920     END-IF.
002930
002940     OPEN EXTEND DL100-ED-FILE.
002950     IF NOT DL100-ED-OK
002960         DISPLAY 'DL100RS - DISP OPEN ERR ' DL100-ED-STATUS
002970         SET DL100-INIT-FAILED TO TRUE
002980         SET DL100-RS-ABORT TO TRUE
002990         GO TO 1000-EXIT
003000     END-IF.
003010
003020     PERFORM 1100-LOAD-ADJ-SETS
003030         THRU 1100-EXIT.
003040
003050*    THE RESUBMISSION FEED IS A DL100IN FEED IN ITS OWN RIGHT -
003060*    IT GETS THE SAME HEADER/TRAILER CONTROL RECORDS DL100D
003070*    DEMANDS OF THE UPSTREAM EXTRACT.
003080     MOVE SPACES          TO DL100-HDR-RECORD.
003090     MOVE 'H'             TO DL100-HDR-TYPE.
003100     MOVE DL100-RS-TODAY  TO DL100-HDR-FEED-DATE.
003110     MOVE 'DL100RS'       TO DL100-HDR-SOURCE-SYS.
003120     WRITE DL100-RF-REC FROM DL100-HDR-RECORD.
003130     IF NOT DL100-RF-OK
003140         DISPLAY 'DL100RS - RESUB WRITE ERR ' DL100-RF-STATUS
003150         SET DL100-INIT-FAILED TO TRUE
003160         SET DL100-RS-ABORT TO TRUE
003170         GO TO 1000-EXIT
003180     END-IF.
003190
003200     PERFORM 2100-READ-EXCEPTION
003210         THRU 2100-EXIT.
003220 1000-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------------
003260* 1100-LOAD-ADJ-SETS - ADJ5 PER CATEGORY FROM THE CONTROL FILE.
003270*                      A MISSING CONTROL FILE ONLY DISABLES THE
003280*                      CLAMP ACTION - CORRECT AND WRITE-OFF
003290*                      STILL WORK.
003300*----------------------------------------------------------------
003310 1100-LOAD-ADJ-SETS.
003320     OPEN INPUT DL100-PM-FILE.
003330     IF NOT DL100-PM-OK
003340         DISPLAY 'DL100RS - CTL FILE OPEN ERR ' DL100-PM-STATUS
003350         DISPLAY 'DL100RS - CLAMP ACTION NOT AVAILABLE'
003360         SET DL100-PM-EOF TO TRUE
003370         GO TO 1100-EXIT
003380     END-IF.
003390
003400     PERFORM 1110-LOAD-ONE-SET
003410         THRU 1110-EXIT
003420         UNTIL DL100-PM-EOF.
003430
003440     CLOSE DL100-PM-FILE.
003450     DISPLAY 'DL100RS - ADJ SETS LOADED: ' DL100-RS-ADJ-COUNT.
003460 1100-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 1110-LOAD-ONE-SET - ONE 'D' CONTROL RECORD INTO THE TABLE
003510*----------------------------------------------------------------
003520 1110-LOAD-ONE-SET.
003530     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
003540     IF NOT DL100-PM-OK
003550         IF DL100-PM-STATUS NOT = '10'
003560             DISPLAY 'DL100RS - CTL FILE READ ERR '
003570                 DL100-PM-STATUS
003580         END-IF
003590         SET DL100-PM-EOF TO TRUE
003600         GO TO 1110-EXIT
003610     END-IF.
003620
003630     IF NOT DL100-PARM-DETAIL
003640         GO TO 1110-EXIT
003650     END-IF.
003660
003670     IF DL100-RS-ADJ-COUNT >= 20
003680         DISPLAY 'DL100RS - TOO MANY ADJUSTMENT SETS'
003690         SET DL100-PM-EOF TO TRUE
003700         GO TO 1110-EXIT
003710     END-IF.
003720
003730     ADD 1 TO DL100-RS-ADJ-COUNT.
003740     MOVE DL100-PARM-CATEGORY
003750         TO DL100-RS-ADJ-CAT(DL100-RS-ADJ-COUNT).
003760     MOVE DL100-PARM-ADJ5
003770         TO DL100-RS-ADJ5-TBL(DL100-RS-ADJ-COUNT).
003780 1110-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------
003820* 2000-WORK-EXCEPTION - SHOW ONE EXCEPTION AND APPLY THE
003830*                       OPERATOR'S DISPOSITION
003840*----------------------------------------------------------------
003850 2000-WORK-EXCEPTION.
003860     MOVE DL100-EX-ARG5 TO DL100-RS-ARG5-DISP.
003870     DISPLAY ' '.
003880     DISPLAY 'ARG1 .....: ' DL100-EX-ARG1.
003890     DISPLAY 'CATEGORY .: ' DL100-EX-CATEGORY.
003900     MOVE DL100-EX-CATEGORY TO DL100-CAT-CODE.
003910     MOVE DL100-RS-TODAY    TO DL100-CAT-DATE.
003920     CALL 'DL100CAT' USING DL100-CAT-CODE
003930                           DL100-CAT-DATE
003940                           DL100-CAT-STATUS
003950                           DL100-CAT-DESC
003960                           DL100-CAT-OWNER.
003970     DISPLAY 'CAT DESC .: ' DL100-CAT-DESC.
003980     DISPLAY 'STATUS ...: ' DL100-EX-STATUS.
003990     DISPLAY 'REASON ...: ' DL100-EX-REASON.
004000     DISPLAY 'ARG5 .....: ' DL100-RS-ARG5-DISP.
004010
004020     DISPLAY 'ACTION (C=CORRECT ARG5, A=ACCEPT CLAMPED,'.
004030     DISPLAY '        W=WRITE OFF, E=END SESSION): '.
004040     ACCEPT DL100-RS-ACTION FROM CONSOLE.
004050
004060     EVALUATE TRUE
004070         WHEN DL100-RS-ACT-END
004080             SET DL100-RS-ABORT TO TRUE
004090             GO TO 2000-EXIT
004100         WHEN DL100-RS-ACT-CORRECT
004110             PERFORM 2200-CORRECT-ARG5
004120                 THRU 2200-EXIT
004130         WHEN DL100-RS-ACT-CLAMP
004140             PERFORM 2300-CLAMP-ARG5
004150                 THRU 2300-EXIT
004160             IF DL100-SET-NOT-FOUND
004170*                NO CONTROL ENTRY TO CLAMP AGAINST - THE RECORD
004180*                COMES BACK FOR A CORRECT OR WRITE-OFF INSTEAD
004190                 GO TO 2000-EXIT
004200             END-IF
004210         WHEN DL100-RS-ACT-WRITEOFF
004220             PERFORM 2400-WRITE-OFF
004230                 THRU 2400-EXIT
004240         WHEN OTHER
004250             DISPLAY 'DL100RS - UNKNOWN ACTION ' DL100-RS-ACTION
004260             GO TO 2000-EXIT
004270     END-EVALUATE.
004280
004290     PERFORM 2100-READ-EXCEPTION
004300         THRU 2100-EXIT.
004310 2000-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350* 2100-READ-EXCEPTION - READ ONE EXCEPTION RECORD
004360*----------------------------------------------------------------
004370 2100-READ-EXCEPTION.
004380     READ DL100-EX-FILE INTO DL100-EX-RECORD.
004390     IF DL100-EX-OK
004400         ADD 1 TO DL100-RS-READ-CNT
004410     ELSE
004420         IF NOT DL100-EX-AT-EOF
004430             DISPLAY 'DL100RS - EXCEPT READ ERR ' DL100-EX-FSTATUS
004440             SET DL100-RS-ABORT TO TRUE
004450         END-IF
004460         SET DL100-EOF TO TRUE
004470     END-IF.
004480 2100-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520* 2200-CORRECT-ARG5 - TAKE A CORRECTED ARG5 FROM THE OPERATOR
004530*                     AND RESUBMIT THE RECORD
004540*----------------------------------------------------------------
004550 2200-CORRECT-ARG5.
004560     DISPLAY 'NEW ARG5 (S9(5), BLANK=KEEP CURRENT): '.
004570     ACCEPT DL100-RS-ARG5-IN FROM CONSOLE.
004580     IF DL100-RS-ARG5-IN = SPACE
004590         MOVE DL100-EX-ARG5 TO DL100-RS-ARG5-DISP
004600     ELSE
004610         MOVE DL100-RS-ARG5-NUM TO DL100-RS-ARG5-DISP
004620     END-IF.
004630
004640     PERFORM 2500-RESUBMIT-RECORD
004650         THRU 2500-EXIT.
004660 2200-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700* 2300-CLAMP-ARG5 - RESUBMIT THE LARGEST VALUE THAT SURVIVES
004710*                   THE CATEGORY'S ADJ5 ON THE SIDE OF THE
004720*                   ORIGINAL OVERFLOW - (BOUND - ADJ5), CAPPED
004730*                   AT THE RAW BOUND.  CLAMPING TO THE RAW
004740*                   BOUND ALONE WOULD JUST OVERFLOW AGAIN NEXT
004750*                   RUN.
004760*----------------------------------------------------------------
004770 2300-CLAMP-ARG5.
004780     PERFORM 2310-FIND-ADJ-SET
004790         THRU 2310-EXIT.
004800     IF DL100-SET-NOT-FOUND
004810         DISPLAY 'DL100RS - NO ADJUSTMENT SET FOR CATEGORY '
004820             DL100-EX-CATEGORY ' - CLAMP NOT POSSIBLE'
004830         GO TO 2300-EXIT
004840     END-IF.
004850
004860     IF DL100-EX-ARG5 < 0
004870         COMPUTE DL100-RS-CLAMP-WORK
004880             = DL100-RS-ARG5-LOW
004890             - DL100-RS-ADJ5-TBL(DL100-RS-ADJ-HIT)
004900         IF DL100-RS-CLAMP-WORK < DL100-RS-ARG5-LOW
004910             MOVE DL100-RS-ARG5-LOW TO DL100-RS-CLAMP-WORK
004920         END-IF
004930     ELSE
004940         COMPUTE DL100-RS-CLAMP-WORK
004950             = DL100-RS-ARG5-HIGH
004960             - DL100-RS-ADJ5-TBL(DL100-RS-ADJ-HIT)
004970         IF DL100-RS-CLAMP-WORK > DL100-RS-ARG5-HIGH
004980             MOVE DL100-RS-ARG5-HIGH TO DL100-RS-CLAMP-WORK
004990         END-IF
005000     END-IF.
005010
005020     MOVE DL100-RS-CLAMP-WORK TO DL100-RS-ARG5-DISP.
005030     DISPLAY 'DL100RS - CLAMPED ARG5 TO ' DL100-RS-ARG5-DISP.
005040
005050     PERFORM 2500-RESUBMIT-RECORD
005060         THRU 2500-EXIT.
005070 2300-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 2310-FIND-ADJ-SET - THE ADJ5 FOR THE RECORD'S CATEGORY
005120*----------------------------------------------------------------
005130 2310-FIND-ADJ-SET.
005140     SET DL100-SET-NOT-FOUND TO TRUE.
005150     MOVE 0 TO DL100-RS-ADJ-SUB.
005160     PERFORM 2320-MATCH-ADJ-SET
005170         THRU 2320-EXIT
005180         DL100-RS-ADJ-COUNT TIMES.
005190 2310-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230* 2320-MATCH-ADJ-SET - REMEMBER THE FIRST SET FOR THE CATEGORY
005240*----------------------------------------------------------------
005250 2320-MATCH-ADJ-SET.
005260     ADD 1 TO DL100-RS-ADJ-SUB.
005270     IF DL100-SET-NOT-FOUND
005280        AND DL100-RS-ADJ-CAT(DL100-RS-ADJ-SUB)
005290            = DL100-EX-CATEGORY
005300         SET DL100-SET-FOUND TO TRUE
005310         MOVE DL100-RS-ADJ-SUB TO DL100-RS-ADJ-HIT
005320     END-IF.
005330 2320-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------
005370* 2400-WRITE-OFF - NO RESUBMISSION - STAMP THE DISPOSITION SO
005380*                  THE RECORD IS ACCOUNTED FOR
005390*----------------------------------------------------------------
005400 2400-WRITE-OFF.
005410     SET DL100-ED-WRITTEN-OFF TO TRUE.
005420     MOVE DL100-EX-ARG5 TO DL100-RS-ARG5-DISP.
005430     PERFORM 2600-WRITE-DISPOSITION
005440         THRU 2600-EXIT.
005450     ADD 1 TO DL100-RS-WOFF-CNT.
005460 2400-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------
005500* 2500-RESUBMIT-RECORD - BUILD A DL100IN DETAIL FROM THE
005510*                        EXCEPTION AND THE CORRECTED ARG5
005520*----------------------------------------------------------------
005530 2500-RESUBMIT-RECORD.
005540     MOVE 'D'               TO DL100-IN-TYPE.
005550     MOVE DL100-EX-ARG1     TO DL100-IN-ARG1.
005560     MOVE DL100-EX-ARG2     TO DL100-IN-ARG2.
005570     MOVE DL100-EX-ARG3     TO DL100-IN-ARG3.
005580     MOVE DL100-EX-ARG4     TO DL100-IN-ARG4.
005590     MOVE DL100-RS-ARG5-DISP TO DL100-IN-ARG5.
005600     MOVE DL100-EX-ARG6     TO DL100-IN-ARG6.
005610     MOVE DL100-EX-ARG7     TO DL100-IN-ARG7.
005620     MOVE DL100-EX-CATEGORY TO DL100-IN-CATEGORY.
005630
005640     WRITE DL100-RF-REC FROM DL100-INPUT-RECORD.
005650     IF NOT DL100-RF-OK
005660         DISPLAY 'DL100RS - RESUB WRITE ERR ' DL100-RF-STATUS
005670         SET DL100-RS-ABORT TO TRUE
005680         GO TO 2500-EXIT
005690     END-IF.
005700
005710     ADD 1 TO DL100-RS-RESUB-CNT.
005720     ADD DL100-IN-ARG5 TO DL100-RS-HASH5.
005730     ADD DL100-IN-ARG6 TO DL100-RS-HASH6.
005740     ADD DL100-IN-ARG7 TO DL100-RS-HASH7.
005750
005760     SET DL100-ED-RESUBMITTED TO TRUE.
005770     PERFORM 2600-WRITE-DISPOSITION
005780         THRU 2600-EXIT.
005790 2500-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005830* 2600-WRITE-DISPOSITION - STAMP THE EXCEPTION WITH WHAT WAS
005840*                          DONE, BY WHOM AND WHEN
005850*----------------------------------------------------------------
005860 2600-WRITE-DISPOSITION.
005870     MOVE DL100-EX-RECORD     TO DL100-ED-EXCEPTION.
005880     MOVE DL100-RS-USER       TO DL100-ED-USER.
005890     ACCEPT DL100-ED-DATE     FROM DATE YYYYMMDD.
005900     ACCEPT DL100-ED-TIME     FROM TIME.
005910     MOVE DL100-RS-ARG5-DISP  TO DL100-ED-NEW-ARG5.
005920
005930     WRITE DL100-ED-REC FROM DL100-ED-RECORD.
005940     IF NOT DL100-ED-OK
005950         DISPLAY 'DL100RS - DISP WRITE ERR ' DL100-ED-STATUS
005960         SET DL100-RS-ABORT TO TRUE
005970     END-IF.
005980 2600-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020* 3000-TERMINATE - FINISH THE RESUBMISSION FEED AND REPORT.  AN
006030*                  ABANDONED SESSION GETS NO TRAILER AND RC 12
006040*                  SO THE DL100CJ JOB LEAVES DL100EX ALONE AND
006050*                  THE PART-BUILT FEED CANNOT BALANCE.
006060*----------------------------------------------------------------
006070 3000-TERMINATE.
006080     IF DL100-RS-ABORT
006090         DISPLAY 'DL100RS - SESSION ABANDONED - FEED NOT VALID'
006100         MOVE 12 TO RETURN-CODE
006110         GO TO 3000-CLOSE
006120     END-IF.
006130
006140     MOVE SPACES             TO DL100-TRL-RECORD.
006150     MOVE 'T'                TO DL100-TRL-TYPE.
006160     MOVE DL100-RS-RESUB-CNT TO DL100-TRL-COUNT.
006170     MOVE DL100-RS-HASH5     TO DL100-TRL-HASH5.
006180     MOVE DL100-RS-HASH6     TO DL100-TRL-HASH6.
006190     MOVE DL100-RS-HASH7     TO DL100-TRL-HASH7.
006200     WRITE DL100-RF-REC FROM DL100-TRL-RECORD.
006210     IF NOT DL100-RF-OK
006220         DISPLAY 'DL100RS - RESUB WRITE ERR ' DL100-RF-STATUS
006230         MOVE 12 TO RETURN-CODE
006240     END-IF.
006250
006260 3000-CLOSE.
006270     CLOSE DL100-EX-FILE
006280           DL100-RF-FILE
006290           DL100-ED-FILE.
006300
006310     DISPLAY 'DL100RS - EXCEPTIONS READ : ' DL100-RS-READ-CNT.
006320     DISPLAY 'DL100RS - RESUBMITTED     : ' DL100-RS-RESUB-CNT.
006330     DISPLAY 'DL100RS - WRITTEN OFF     : ' DL100-RS-WOFF-CNT.
006340 3000-EXIT.
006350     EXIT.
