000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100AM.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - CONSOLE-DRIVEN
000110*                    MAINTENANCE OF THE DL100AU OPERATOR
000120*                    AUTHORIZATION FILE, IN THE STYLE OF DL100CM.
000130*                    THE FILE WAS HAND-EDITED WITH NO RECORD OF
000140*                    WHO GRANTED WHAT.  AN OPERATOR AUTHORIZED FOR
000150*                    MAINTENANCE (VIA DL100SEC, FUNCTION 'M') CAN
000160*                    GRANT AND REVOKE THE 'M', 'D' AND 'I'
000170*                    PERMISSIONS OF ANY OTHER OPERATOR AND LIST
000180*                    THE FILE.  A GRANT STAMPS THE PERMISSION WITH
000190*                    TODAY'S DATE AND THE GRANTING OPERATOR; A
000200*                    GRANT TO AN ID NOT ON FILE ADDS IT.  A REVOKE
000210*                    CLEARS THE STAMP BUT KEEPS THE ENTRY, SO AN
000220*                    OPERATOR WITH NOTHING LEFT STILL SHOWS ON THE
000230*                    DL100AV RECERTIFICATION REPORT.  EVERY GRANT
000240*                    AND REVOKE IS WRITTEN TO THE DL100AH CHANGE
000250*                    LOG.  AN OPERATOR MAY NOT CHANGE THEIR OWN
000260*                    ENTRY - THE CHANGE IS REFUSED.  THE UPDATED
000270*                    FILE IS WRITTEN TO DL100AW AND SWAPPED IN BY
000280*                    THE DL100OJ JOB.  A CHANGE LOG WRITE FAILURE
000285*                    OR A READ ERROR ON THE CURRENT FILE
000290*                    ABANDONS THE SESSION (RC 12, NEW FILE NOT
000300*                    WRITTEN).
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-Z.
000350 OBJECT-COMPUTER.   IBM-Z.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DL100-AU-FILE ASSIGN TO DL100AU
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS DL100-AU-STATUS.
000410
000420     SELECT DL100-AW-FILE ASSIGN TO DL100AW
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DL100-AW-STATUS.
000450
000460     SELECT DL100-AH-FILE ASSIGN TO DL100AH
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DL100-AH-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  DL100-AU-FILE
000530     RECORDING MODE IS F.
000540 01  DL100-AU-REC                PIC X(80).
000550
000560 FD  DL100-AW-FILE
000570     RECORDING MODE IS F.
000580 01  DL100-AW-REC                PIC X(80).
000590
000600 FD  DL100-AH-FILE
000610     RECORDING MODE IS F.
000620 01  DL100-AH-REC                PIC X(45).
000630
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------
000660* OPERATOR AUTHORIZATION RECORD LAYOUT
000670*----------------------------------------------------------------
000680 COPY DL100AUF.
000690
000700*----------------------------------------------------------------
000710* CHANGE LOG RECORD LAYOUT
000720*----------------------------------------------------------------
000730 COPY DL100AHL.
000740
000750*----------------------------------------------------------------
000760* THE WHOLE FILE HELD IN CORE FOR THE SESSION - WRITTEN BACK TO
000770* DL100AW AT END.  AN ENTRY IS WORKED ON IN DL100-AU-RECORD.
000780*----------------------------------------------------------------
000790 01  DL100-AT-TABLE.
000800     05  DL100-AT-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
000810     05  DL100-AT-ENTRY OCCURS 500 TIMES.
000820         10  DL100-AT-USER       PIC X(08).
000830         10  DL100-AT-REST       PIC X(72).
000840
000850 77  DL100-AT-MAX-ENTRIES        USAGE COMP-5 PIC 9(04) VALUE 500.
000860 77  DL100-AT-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
000870 77  DL100-AT-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
000880 77  DL100-AT-PX                 USAGE COMP-5 PIC 9(04) VALUE 0.
000890
000900*----------------------------------------------------------------
000910* SWITCHES AND STATUS FIELDS
000920*----------------------------------------------------------------
000930 01  DL100-AU-STATUS             PIC X(02) VALUE '00'.
000940     88  DL100-AU-OK             VALUE '00'.
000945     88  DL100-AU-AT-EOF         VALUE '10'.
000950
000960 01  DL100-AW-STATUS             PIC X(02) VALUE '00'.
000970     88  DL100-AW-OK             VALUE '00'.
000980
000990 01  DL100-AH-STATUS             PIC X(02) VALUE '00'.
001000     88  DL100-AH-OK             VALUE '00'.
001010
001020 01  DL100-AU-EOF-SW             PIC X(01) VALUE 'N'.
001030     88  DL100-AU-EOF            VALUE 'Y'.
001040     88  DL100-AU-NOT-EOF        VALUE 'N'.
001050
001060 01  DL100-AMM-DONE-SW           PIC X(01) VALUE 'N'.
001070     88  DL100-AMM-DONE          VALUE 'Y'.
001080     88  DL100-AMM-NOT-DONE      VALUE 'N'.
001090
001100*----------------------------------------------------------------
001110* SET WHEN THE SESSION NEVER GOT GOING - THE NEW FILE IS NOT
001120* WRITTEN AND THE STEP ENDS WITH RC 12 SO THE DL100OJ SWAP STEP
001130* LEAVES THE LIVE FILE ALONE
001140*----------------------------------------------------------------
001150 01  DL100-AMM-ABORT-SW          PIC X(01) VALUE 'N'.
001160     88  DL100-AMM-ABORT         VALUE 'Y'.
001170     88  DL100-AMM-NO-ABORT      VALUE 'N'.
001180
001190 01  DL100-FOUND-SW              PIC X(01) VALUE 'N'.
001200     88  DL100-FOUND             VALUE 'Y'.
001210     88  DL100-NOT-FOUND         VALUE 'N'.
001220
001230*----------------------------------------------------------------
001240* OPERATOR IDENTITY AND SESSION WORK AREAS
001250*----------------------------------------------------------------
001260 01  DL100-AMM-USER              PIC X(08).
001270
001280*----------------------------------------------------------------
001290* AUTHORIZATION CHECK (DL100SEC) CALL AREAS
001300*----------------------------------------------------------------
001310 01  DL100-SEC-CALLER-NAME       PIC X(08) VALUE 'DL100AM'.
001320 01  DL100-SEC-FUNC-CODE         PIC X(01) VALUE 'M'.
001330 01  DL100-SEC-STATUS            PIC X(02) VALUE '00'.
001340     88  DL100-SEC-OK            VALUE '00'.
001350
001360 01  DL100-AMM-FUNC              PIC X(03).
001370     88  DL100-AMM-FUNC-GRANT    VALUE 'G  '.
001380     88  DL100-AMM-FUNC-REVOKE   VALUE 'R  '.
001390     88  DL100-AMM-FUNC-LIST     VALUE 'L  '.
001400     88  DL100-AMM-FUNC-END      VALUE 'END' '   '.
001410
001420 77  DL100-AMM-TODAY             PIC 9(08) VALUE 0.
001430 01  DL100-AMM-OPER-IN           PIC X(08).
001440 01  DL100-AMM-PERM-IN           PIC X(01).
001450     88  DL100-AMM-PERM-VALID    VALUE 'M' 'D' 'I'.
001460
001470*    THE PERMISSION LETTERS IN SUBSCRIPT ORDER (SEE DL100AUF)
001480 01  DL100-AMM-PERM-LETTERS      PIC X(03) VALUE 'MDI'.
001490 01  DL100-AMM-PERM-TBL REDEFINES DL100-AMM-PERM-LETTERS.
001500     05  DL100-AMM-PERM-LETTER   PIC X(01) OCCURS 3 TIMES.
001510
001520*----------------------------------------------------------------
001530* SESSION COUNTERS
001540*----------------------------------------------------------------
001550 01  DL100-AMM-COUNTERS.
001560     05  DL100-AMM-GRANT-CNT     USAGE COMP-5 PIC 9(04) VALUE 0.
001570     05  DL100-AMM-REVOKE-CNT    USAGE COMP-5 PIC 9(04) VALUE 0.
001580     05  DL100-AMM-ADD-CNT       USAGE COMP-5 PIC 9(04) VALUE 0.
001590     05  DL100-AMM-REFUSE-CNT    USAGE COMP-5 PIC 9(04) VALUE 0.
001600
001610 PROCEDURE DIVISION.
001620*----------------------------------------------------------------
001630* 0000-MAINLINE
001640*----------------------------------------------------------------
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE
001670         THRU 1000-EXIT.
001680
001690     PERFORM 2000-PROCESS-FUNCTION
001700         THRU 2000-EXIT
001710         UNTIL DL100-AMM-DONE.
001720
001730     PERFORM 3000-TERMINATE
001740         THRU 3000-EXIT.
001750
001760     STOP RUN.
001770
001780*----------------------------------------------------------------
001790* 1000-INITIALIZE - IDENTIFY THE OPERATOR, LOAD THE CURRENT
001800*                   FILE AND OPEN THE CHANGE LOG
001810*----------------------------------------------------------------
001820 1000-INITIALIZE.
001830     ACCEPT DL100-AMM-TODAY FROM DATE YYYYMMDD.
001840
001850     DISPLAY 'OPERATOR ID: '.
001860     ACCEPT DL100-AMM-USER FROM CONSOLE.
001870     IF DL100-AMM-USER = SPACE
001880         DISPLAY 'DL100AM - OPERATOR ID REQUIRED'
001890         SET DL100-AMM-DONE TO TRUE
001900         SET DL100-AMM-ABORT TO TRUE
001910         GO TO 1000-EXIT
001920     END-IF.
001930
001940     CALL 'DL100SEC' USING DL100-SEC-CALLER-NAME
001950                           DL100-AMM-USER
001960                           DL100-SEC-FUNC-CODE
001970                           DL100-SEC-STATUS.
001980     IF NOT DL100-SEC-OK
001990         DISPLAY 'DL100AM - OPERATOR NOT AUTHORIZED: '
002000             DL100-AMM-USER
002010         SET DL100-AMM-DONE TO TRUE
002020         SET DL100-AMM-ABORT TO TRUE
002030         GO TO 1000-EXIT
002040     END-IF.
002050
002060*    DL100SEC HAS JUST READ THE FILE, SO IT IS THERE - ANY OPEN
002070*    FAILURE NOW IS A REAL ERROR, NOT AN EMPTY FILE
002080     OPEN INPUT DL100-AU-FILE.
002090     IF NOT DL100-AU-OK
002100         DISPLAY 'DL100AM - AUTH FILE OPEN ERR ' DL100-AU-STATUS
002110         SET DL100-AMM-DONE TO TRUE
002120         SET DL100-AMM-ABORT TO TRUE
002130         GO TO 1000-EXIT
002140     END-IF.
002150
002160     PERFORM 1100-LOAD-ONE-OPERATOR
002170         THRU 1100-EXIT
002180         UNTIL DL100-AU-EOF.
002190     CLOSE DL100-AU-FILE.
002200     IF DL100-AMM-ABORT
002210         GO TO 1000-EXIT
002220     END-IF.
002230
002240     OPEN EXTEND DL100-AH-FILE.
002250     IF NOT DL100-AH-OK
002260         DISPLAY 'DL100AM - CHANGE LOG OPEN ERR ' DL100-AH-STATUS
002270         SET DL100-AMM-DONE TO TRUE
002280         SET DL100-AMM-ABORT TO TRUE
002290         GO TO 1000-EXIT
002300     END-IF.
002310
002320     DISPLAY 'DL100AM - OPERATORS LOADED: ' DL100-AT-COUNT.
002330 1000-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------------
002370* 1100-LOAD-ONE-OPERATOR - ONE RECORD INTO THE SESSION TABLE.  A
002380*                          READ ERROR, OR A RECORD THAT DOES NOT
002390*                          FIT, ABANDONS THE SESSION - WRITING
002400*                          THE FILE BACK WITHOUT THE REST WOULD
002405*                          SILENTLY REVOKE THEIR RIGHTS.
002410*----------------------------------------------------------------
002420 1100-LOAD-ONE-OPERATOR.
002430     READ DL100-AU-FILE INTO DL100-AU-RECORD.
002432     IF DL100-AU-AT-EOF
002434         SET DL100-AU-EOF TO TRUE
002436         GO TO 1100-EXIT
002438     END-IF.
002440     IF NOT DL100-AU-OK
002442         DISPLAY 'DL100AM - AUTH FILE READ ERR ' DL100-AU-STATUS
002444         MOVE 12 TO RETURN-CODE
002446         SET DL100-AMM-DONE TO TRUE
002448         SET DL100-AMM-ABORT TO TRUE
002450         SET DL100-AU-EOF TO TRUE
002460         GO TO 1100-EXIT
002470     END-IF.
002480
002490     IF DL100-AT-COUNT >= DL100-AT-MAX-ENTRIES
002500         DISPLAY 'DL100AM - TABLE FULL - SESSION ABANDONED'
002510         SET DL100-AMM-DONE TO TRUE
002520         SET DL100-AMM-ABORT TO TRUE
002530         SET DL100-AU-EOF TO TRUE
002540         GO TO 1100-EXIT
002550     END-IF.
002560
002570     ADD 1 TO DL100-AT-COUNT.
002580     MOVE DL100-AU-RECORD TO DL100-AT-ENTRY(DL100-AT-COUNT).
002590 1100-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------------
002630* 2000-PROCESS-FUNCTION - ONE MAINTENANCE ACTION PER PASS
002640*----------------------------------------------------------------
002650 2000-PROCESS-FUNCTION.
002660     DISPLAY ' '.
002670     DISPLAY 'FUNCTION (G=GRANT, R=REVOKE, L=LIST, END):'.
002680     ACCEPT DL100-AMM-FUNC FROM CONSOLE.
002690
002700     EVALUATE TRUE
002710         WHEN DL100-AMM-FUNC-END
002720             SET DL100-AMM-DONE TO TRUE
002730         WHEN DL100-AMM-FUNC-GRANT
002740             PERFORM 2100-GRANT-PERMISSION
002750                 THRU 2100-EXIT
002760         WHEN DL100-AMM-FUNC-REVOKE
002770             PERFORM 2200-REVOKE-PERMISSION
002780                 THRU 2200-EXIT
002790         WHEN DL100-AMM-FUNC-LIST
002800             PERFORM 2400-LIST-OPERATORS
002810                 THRU 2400-EXIT
002820         WHEN OTHER
002830             DISPLAY 'DL100AM - UNKNOWN FUNCTION ' DL100-AMM-FUNC
002840     END-EVALUATE.
002850 2000-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890* 2100-GRANT-PERMISSION - GIVE AN OPERATOR ONE PERMISSION,
002900*                         ADDING THE OPERATOR IF NOT ON FILE
002910*----------------------------------------------------------------
002920 2100-GRANT-PERMISSION.
002930     PERFORM 2700-ACCEPT-CHANGE
002940         THRU 2700-EXIT.
002950     IF DL100-AT-PX = 0
002960         GO TO 2100-EXIT
002970     END-IF.
002980
002990     PERFORM 2800-FIND-OPERATOR
003000         THRU 2800-EXIT.
003010     IF DL100-NOT-FOUND
003020         IF DL100-AT-COUNT >= DL100-AT-MAX-ENTRIES
003030             DISPLAY 'DL100AM - TABLE FULL - GRANT REJECTED'
003040             GO TO 2100-EXIT
003050         END-IF
003060         ADD 1 TO DL100-AT-COUNT
003070         MOVE DL100-AT-COUNT TO DL100-AT-HIT
003080         INITIALIZE DL100-AU-RECORD
003090         MOVE DL100-AMM-OPER-IN TO DL100-AU-USER
003100         MOVE 'NNN' TO DL100-AU-PERMS
003110         MOVE DL100-AU-RECORD TO DL100-AT-ENTRY(DL100-AT-HIT)
003120         ADD 1 TO DL100-AMM-ADD-CNT
003130         DISPLAY 'DL100AM - OPERATOR ' DL100-AMM-OPER-IN
003140             ' ADDED'
003150     END-IF.
003160
003170     MOVE DL100-AT-ENTRY(DL100-AT-HIT) TO DL100-AU-RECORD.
003180     IF DL100-AU-PERM(DL100-AT-PX) = 'Y'
003190         DISPLAY 'DL100AM - ' DL100-AMM-OPER-IN ' ALREADY HOLDS '
003200             DL100-AMM-PERM-IN ' - NO CHANGE'
003210         GO TO 2100-EXIT
003220     END-IF.
003230
003240     MOVE DL100-AU-PERMS TO DL100-AH-OLD-PERMS.
003250     MOVE 'Y'             TO DL100-AU-PERM(DL100-AT-PX).
003260     MOVE DL100-AMM-TODAY TO DL100-AU-GRANT-DATE(DL100-AT-PX).
003270     MOVE DL100-AMM-USER  TO DL100-AU-GRANT-BY(DL100-AT-PX).
003280     MOVE DL100-AU-RECORD TO DL100-AT-ENTRY(DL100-AT-HIT).
003290
003300     SET DL100-AH-ACT-GRANT TO TRUE.
003310     PERFORM 2900-WRITE-LOG
003320         THRU 2900-EXIT.
003330     IF DL100-AMM-ABORT
003340         GO TO 2100-EXIT
003350     END-IF.
003360
003370     ADD 1 TO DL100-AMM-GRANT-CNT.
003380     DISPLAY 'DL100AM - ' DL100-AMM-PERM-IN ' GRANTED TO '
003390         DL100-AMM-OPER-IN.
003400 2100-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440* 2200-REVOKE-PERMISSION - TAKE ONE PERMISSION AWAY.  THE ENTRY
003450*                          STAYS ON FILE EVEN WITH NOTHING LEFT.
003460*----------------------------------------------------------------
003470 2200-REVOKE-PERMISSION.
003480     PERFORM 2700-ACCEPT-CHANGE
003490         THRU 2700-EXIT.
003500     IF DL100-AT-PX = 0
003510         GO TO 2200-EXIT
003520     END-IF.
003530
003540     PERFORM 2800-FIND-OPERATOR
003550         THRU 2800-EXIT.
003560     IF DL100-NOT-FOUND
003570         DISPLAY 'DL100AM - OPERATOR NOT ON FILE: '
003580             DL100-AMM-OPER-IN
003590         GO TO 2200-EXIT
003600     END-IF.
003610
003620     MOVE DL100-AT-ENTRY(DL100-AT-HIT) TO DL100-AU-RECORD.
003630     IF DL100-AU-PERM(DL100-AT-PX) NOT = 'Y'
003640         DISPLAY 'DL100AM - ' DL100-AMM-OPER-IN ' DOES NOT HOLD '
003650             DL100-AMM-PERM-IN ' - NO CHANGE'
003660         GO TO 2200-EXIT
003670     END-IF.
003680
003690     MOVE DL100-AU-PERMS TO DL100-AH-OLD-PERMS.
003700     MOVE 'N'    TO DL100-AU-PERM(DL100-AT-PX).
003710     MOVE 0      TO DL100-AU-GRANT-DATE(DL100-AT-PX).
003720     MOVE SPACES TO DL100-AU-GRANT-BY(DL100-AT-PX).
003730     MOVE DL100-AU-RECORD TO DL100-AT-ENTRY(DL100-AT-HIT).
003740
003750     SET DL100-AH-ACT-REVOKE TO TRUE.
003760     PERFORM 2900-WRITE-LOG
003770         THRU 2900-EXIT.
003780     IF DL100-AMM-ABORT
003790         GO TO 2200-EXIT
003800     END-IF.
003810
003820     ADD 1 TO DL100-AMM-REVOKE-CNT.
003830     DISPLAY 'DL100AM - ' DL100-AMM-PERM-IN ' REVOKED FROM '
003840         DL100-AMM-OPER-IN.
003850 2200-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 2400-LIST-OPERATORS - SHOW EVERY ENTRY IN THE SESSION TABLE
003900*----------------------------------------------------------------
003910 2400-LIST-OPERATORS.
003920     DISPLAY 'OPERATOR MDI M-GRANTED BY       D-GRANTED BY       '
003930         'I-GRANTED BY'.
003940     MOVE 0 TO DL100-AT-SUB.
003950     PERFORM 2410-LIST-ONE-OPERATOR
003960         THRU 2410-EXIT
003970         DL100-AT-COUNT TIMES.
003980 2400-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020* 2410-LIST-ONE-OPERATOR - ONE LIST LINE
004030*----------------------------------------------------------------
004040 2410-LIST-ONE-OPERATOR.
004050     ADD 1 TO DL100-AT-SUB.
004060     MOVE DL100-AT-ENTRY(DL100-AT-SUB) TO DL100-AU-RECORD.
004070     DISPLAY DL100-AU-USER ' '
004080         DL100-AU-PERMS ' '
004090         DL100-AU-GRANT-DATE(1) ' '
004100         DL100-AU-GRANT-BY(1) ' '
004110         DL100-AU-GRANT-DATE(2) ' '
004120         DL100-AU-GRANT-BY(2) ' '
004130         DL100-AU-GRANT-DATE(3) ' '
004140         DL100-AU-GRANT-BY(3).
004150 2410-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190* 2700-ACCEPT-CHANGE - KEY THE OPERATOR AND PERMISSION TO CHANGE.
004200*                      DL100-AT-PX IS THE PERMISSION SUBSCRIPT,
004210*                      LEFT ZERO IF THE CHANGE IS NOT ALLOWED.
004220*----------------------------------------------------------------
004230 2700-ACCEPT-CHANGE.
004240     MOVE 0 TO DL100-AT-PX.
004250
004260     DISPLAY 'OPERATOR ID TO CHANGE: '.
004270     ACCEPT DL100-AMM-OPER-IN FROM CONSOLE.
004280     IF DL100-AMM-OPER-IN = SPACE
004290         DISPLAY 'DL100AM - OPERATOR ID REQUIRED'
004300         GO TO 2700-EXIT
004310     END-IF.
004320
004330*    NOBODY GRANTS THEMSELVES A RIGHT OR HIDES ONE BY REVOKING
004340*    IT - ANOTHER AUTHORIZED OPERATOR MUST MAKE THE CHANGE
004350     IF DL100-AMM-OPER-IN = DL100-AMM-USER
004360         DISPLAY 'DL100AM - YOU MAY NOT CHANGE YOUR OWN ENTRY - '
004370             'REFUSED'
004380         ADD 1 TO DL100-AMM-REFUSE-CNT
004390         GO TO 2700-EXIT
004400     END-IF.
004410
004420     DISPLAY 'PERMISSION (M=MAINT, D=DISPOSITION, I=INQUIRY): '.
004430     ACCEPT DL100-AMM-PERM-IN FROM CONSOLE.
004440     IF NOT DL100-AMM-PERM-VALID
004450         DISPLAY 'DL100AM - UNKNOWN PERMISSION ' DL100-AMM-PERM-IN
004460         GO TO 2700-EXIT
004470     END-IF.
004480
004490     MOVE 0 TO DL100-AT-SUB.
004500     PERFORM 2710-MATCH-PERM-LETTER
004510         THRU 2710-EXIT
004520         3 TIMES.
004530 2700-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------
004570* 2710-MATCH-PERM-LETTER - SUBSCRIPT OF THE KEYED PERMISSION
004580*----------------------------------------------------------------
004590 2710-MATCH-PERM-LETTER.
004600     ADD 1 TO DL100-AT-SUB.
004610     IF DL100-AMM-PERM-LETTER(DL100-AT-SUB) = DL100-AMM-PERM-IN
004620         MOVE DL100-AT-SUB TO DL100-AT-PX
004630     END-IF.
004640 2710-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680* 2800-FIND-OPERATOR - FIND THE ENTRY FOR DL100-AMM-OPER-IN
004690*----------------------------------------------------------------
004700 2800-FIND-OPERATOR.
004710     SET DL100-NOT-FOUND TO TRUE.
004720     MOVE 0 TO DL100-AT-HIT.
004730     MOVE 0 TO DL100-AT-SUB.
004740     PERFORM 2810-TEST-ONE-OPERATOR
004750         THRU 2810-EXIT
004760         DL100-AT-COUNT TIMES.
004770 2800-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810* 2810-TEST-ONE-OPERATOR - REMEMBER THE FIRST MATCH - THE ENTRY
004820*                          DL100SEC WOULD GO BY
004830*----------------------------------------------------------------
004840 2810-TEST-ONE-OPERATOR.
004850     ADD 1 TO DL100-AT-SUB.
004860     IF DL100-NOT-FOUND
004870        AND DL100-AT-USER(DL100-AT-SUB) = DL100-AMM-OPER-IN
004880         SET DL100-FOUND TO TRUE
004890         MOVE DL100-AT-SUB TO DL100-AT-HIT
004900     END-IF.
004910 2810-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950* 2900-WRITE-LOG - ONE CHANGE LOG RECORD PER GRANT OR REVOKE,
004960*                  STAMPED WITH THE OPERATOR MAKING THE CHANGE
004970*                  AND THE ENTRY'S PERMISSIONS BEFORE AND AFTER
004980*----------------------------------------------------------------
004990 2900-WRITE-LOG.
005000     ACCEPT DL100-AH-DATE FROM DATE YYYYMMDD.
005010     ACCEPT DL100-AH-TIME FROM TIME.
005020     MOVE DL100-AMM-USER    TO DL100-AH-USER.
005030     MOVE DL100-AMM-OPER-IN TO DL100-AH-OPERATOR.
005040     MOVE DL100-AMM-PERM-IN TO DL100-AH-PERM.
005050     MOVE DL100-AU-PERMS    TO DL100-AH-NEW-PERMS.
005060
005070     WRITE DL100-AH-REC FROM DL100-AH-RECORD.
005080     IF NOT DL100-AH-OK
005090         DISPLAY 'DL100AM - CHANGE LOG WRITE ERR '
005100             DL100-AH-STATUS
005110*        A CHANGE THAT CANNOT BE LOGGED MUST NOT GO LIVE - END
005120*        THE SESSION WITHOUT WRITING THE NEW FILE (RC 12, THE
005130*        DL100OJ SWAP STEP IS SKIPPED)
005140         SET DL100-AMM-ABORT TO TRUE
005150         SET DL100-AMM-DONE TO TRUE
005160     END-IF.
005170 2900-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210* 3000-TERMINATE - WRITE THE UPDATED FILE TO DL100AW AND CLOSE
005220*----------------------------------------------------------------
005230 3000-TERMINATE.
005240     IF DL100-AMM-ABORT
005250         DISPLAY 'DL100AM - SESSION ABANDONED - NEW FILE NOT '
005260             'WRITTEN'
005270         MOVE 12 TO RETURN-CODE
005280         GO TO 3000-CLOSE
005290     END-IF.
005300
005310     OPEN OUTPUT DL100-AW-FILE.
005320     IF NOT DL100-AW-OK
005330         DISPLAY 'DL100AM - NEW FILE OPEN ERR ' DL100-AW-STATUS
005340         MOVE 12 TO RETURN-CODE
005350         GO TO 3000-CLOSE
005360     END-IF.
005370
005380     MOVE 0 TO DL100-AT-SUB.
005390     PERFORM 3100-WRITE-ONE-OPERATOR
005400         THRU 3100-EXIT
005410         DL100-AT-COUNT TIMES.
005420
005430     CLOSE DL100-AW-FILE.
005440
005450 3000-CLOSE.
005460     CLOSE DL100-AH-FILE.
005470
005480     DISPLAY 'DL100AM - ON FILE  : ' DL100-AT-COUNT.
005490     DISPLAY 'DL100AM - ADDED    : ' DL100-AMM-ADD-CNT.
005500     DISPLAY 'DL100AM - GRANTS   : ' DL100-AMM-GRANT-CNT.
005510     DISPLAY 'DL100AM - REVOKES  : ' DL100-AMM-REVOKE-CNT.
005520     DISPLAY 'DL100AM - REFUSALS : ' DL100-AMM-REFUSE-CNT.
005530 3000-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* 3100-WRITE-ONE-OPERATOR - ONE RECORD OF THE NEW FILE
005580*----------------------------------------------------------------
005590 3100-WRITE-ONE-OPERATOR.
005600     ADD 1 TO DL100-AT-SUB.
005610     WRITE DL100-AW-REC FROM DL100-AT-ENTRY(DL100-AT-SUB).
005620     IF NOT DL100-AW-OK
005630         DISPLAY 'DL100AM - NEW FILE WRITE ERR ' DL100-AW-STATUS
005640*        A PARTLY WRITTEN FILE MUST NOT BE SWAPPED IN - RC 12
005650*        MAKES THE DL100OJ SWAP STEP LEAVE THE LIVE FILE ALONE
005660         MOVE 12 TO RETURN-CODE
005670     END-IF.
005680 3100-EXIT.
005690     EXIT.
