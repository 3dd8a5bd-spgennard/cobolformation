000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100PA.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - CONSOLE-DRIVEN
000110*                    MAINTENANCE OF THE ADJUSTMENT SETS ON THE
000120*                    DL100PM CONTROL FILE UNDER A TWO-PERSON
000130*                    RULE, IN THE STYLE OF DL100CM.  ONE
000140*                    AUTHORISED OPERATOR (THE MAKER) PROPOSES A
000150*                    NEW ADJ3-ADJ7 / MESSAGE CODE FOR A
000160*                    CATEGORY, WHICH IS HELD ON THE FILE AS A
000170*                    'P' PENDING RECORD; A DIFFERENT AUTHORISED
000180*                    OPERATOR (THE CHECKER) THEN APPROVES IT
000190*                    (IT REPLACES THE CATEGORY'S 'D' DETAIL) OR
000200*                    REJECTS IT (IT IS DROPPED).  THE MAKER CAN
000210*                    NEITHER APPROVE NOR REJECT THEIR OWN
000220*                    CHANGE.  EVERY STEP IS WRITTEN TO THE
000230*                    DL100PG CHANGE LOG WITH THE SET BEFORE AND
000240*                    AFTER.  DL100D AND DL100INQ REFUSE TO RUN
000250*                    WHILE A 'P' RECORD IS ON THE FILE.  THE
000260*                    UPDATED FILE IS WRITTEN TO DL100PW AND
000270*                    SWAPPED IN BY THE DL100EJ JOB.  A CHANGE
000280*                    LOG WRITE FAILURE ABANDONS THE SESSION (RC
000290*                    12, NEW FILE NOT WRITTEN).
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-Z.
000340 OBJECT-COMPUTER.   IBM-Z.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DL100-PM-FILE ASSIGN TO DL100PM
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS DL100-PM-STATUS.
000400
000410     SELECT DL100-PW-FILE ASSIGN TO DL100PW
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS DL100-PW-STATUS.
000440
000450     SELECT DL100-PG-FILE ASSIGN TO DL100PG
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DL100-PG-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  DL100-PM-FILE
000520     RECORDING MODE IS F.
000530 01  DL100-PM-REC                PIC X(80).
000540
000550 FD  DL100-PW-FILE
000560     RECORDING MODE IS F.
000570 01  DL100-PW-REC                PIC X(80).
000580
000590 FD  DL100-PG-FILE
000600     RECORDING MODE IS F.
000610 01  DL100-PG-REC                PIC X(125).
000620
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* RUN PARAMETER (CONTROL FILE) LAYOUT
000660*----------------------------------------------------------------
000670 COPY DL100PM.
000680
000690*----------------------------------------------------------------
000700* ADJUSTMENT SET CHANGE LOG RECORD LAYOUT
000710*----------------------------------------------------------------
000720 COPY DL100PGL.
000730
000740*----------------------------------------------------------------
000750* THE CONTROL FILE HEADER, CARRIED THROUGH TO DL100PW UNCHANGED
000760*----------------------------------------------------------------
000770 01  DL100-PAM-HDR-SAVE          PIC X(80).
000780
000790*----------------------------------------------------------------
000800* EVERY 'D' AND 'P' RECORD HELD IN CORE FOR THE SESSION -
000810* WRITTEN BACK TO DL100PW AT END.  AN ENTRY WHOSE TYPE HAS BEEN
000820* BLANKED (AN APPROVED OR REJECTED PROPOSAL) IS DROPPED.
000830*----------------------------------------------------------------
000840 01  DL100-AT-TABLE.
000850     05  DL100-AT-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
000860     05  DL100-AT-ENTRY OCCURS 40 TIMES.
000870         10  DL100-AT-TYPE       PIC X(01).
000880             88  DL100-AT-DETAIL VALUE 'D'.
000890             88  DL100-AT-PENDING
000900                                 VALUE 'P'.
000910             88  DL100-AT-DROPPED
000920                                 VALUE ' '.
000930         10  DL100-AT-CAT        PIC X(02).
000940         10  DL100-AT-ADJ3       PIC S9(5)V99
000950                                     SIGN LEADING SEPARATE.
000960         10  DL100-AT-ADJ4       PIC S9(5)V99
000970                                     SIGN LEADING SEPARATE.
000980         10  DL100-AT-ADJ5       PIC S9(4)
000990                                     SIGN LEADING SEPARATE.
001000         10  DL100-AT-ADJ6       PIC S9(7)V99
001010                                     SIGN LEADING SEPARATE.
001020         10  DL100-AT-ADJ7       PIC S9(8)
001030                                     SIGN LEADING SEPARATE.
001040         10  DL100-AT-MSG        PIC X(02).
001050         10  DL100-AT-MAKER      PIC X(08).
001060         10  DL100-AT-CHECKER    PIC X(08).
001070         10  DL100-AT-CHG-DATE   PIC 9(08).
001080
001090 77  DL100-AT-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
001100 77  DL100-AT-D-HIT              USAGE COMP-5 PIC 9(04) VALUE 0.
001110 77  DL100-AT-P-HIT              USAGE COMP-5 PIC 9(04) VALUE 0.
001120
001130*----------------------------------------------------------------
001140* SWITCHES AND STATUS FIELDS
001150*----------------------------------------------------------------
001160 01  DL100-PM-STATUS             PIC X(02) VALUE '00'.
001170     88  DL100-PM-OK             VALUE '00'.
001180     88  DL100-PM-AT-EOF         VALUE '10'.
001190
001200 01  DL100-PW-STATUS             PIC X(02) VALUE '00'.
001210     88  DL100-PW-OK             VALUE '00'.
001220
001230 01  DL100-PG-STATUS             PIC X(02) VALUE '00'.
001240     88  DL100-PG-OK             VALUE '00'.
001250
001260 01  DL100-PM-EOF-SW             PIC X(01) VALUE 'N'.
001270     88  DL100-PM-EOF            VALUE 'Y'.
001280     88  DL100-PM-NOT-EOF        VALUE 'N'.
001290
001300 01  DL100-PAM-DONE-SW           PIC X(01) VALUE 'N'.
001310     88  DL100-PAM-DONE          VALUE 'Y'.
001320     88  DL100-PAM-NOT-DONE      VALUE 'N'.
001330
001340*----------------------------------------------------------------
001350* SET WHEN THE SESSION NEVER GOT GOING OR A STEP COULD NOT BE
001360* LOGGED - THE NEW FILE IS NOT WRITTEN AND THE STEP ENDS WITH
001370* RC 12 SO THE DL100EJ SWAP STEP LEAVES THE LIVE FILE ALONE
001380*----------------------------------------------------------------
001390 01  DL100-PAM-ABORT-SW          PIC X(01) VALUE 'N'.
001400     88  DL100-PAM-ABORT         VALUE 'Y'.
001410     88  DL100-PAM-NO-ABORT      VALUE 'N'.
001420
001430 01  DL100-D-FOUND-SW            PIC X(01) VALUE 'N'.
001440     88  DL100-D-FOUND           VALUE 'Y'.
001450     88  DL100-D-NOT-FOUND       VALUE 'N'.
001460
001470 01  DL100-P-FOUND-SW            PIC X(01) VALUE 'N'.
001480     88  DL100-P-FOUND           VALUE 'Y'.
001490     88  DL100-P-NOT-FOUND       VALUE 'N'.
001500
001510*----------------------------------------------------------------
001520* OPERATOR IDENTITY AND SESSION WORK AREAS
001530*----------------------------------------------------------------
001540 01  DL100-PAM-USER              PIC X(08).
001550
001560*----------------------------------------------------------------
001570* AUTHORIZATION CHECK (DL100SEC) CALL AREAS
001580*----------------------------------------------------------------
001590 01  DL100-SEC-CALLER-NAME       PIC X(08) VALUE 'DL100PA'.
001600 01  DL100-SEC-FUNC-CODE         PIC X(01) VALUE 'M'.
001610 01  DL100-SEC-STATUS            PIC X(02) VALUE '00'.
001620     88  DL100-SEC-OK            VALUE '00'.
001630
001640 01  DL100-PAM-FUNC              PIC X(03).
001650     88  DL100-PAM-FUNC-PROPOSE  VALUE 'P  '.
001660     88  DL100-PAM-FUNC-APPROVE  VALUE 'A  '.
001670     88  DL100-PAM-FUNC-REJECT   VALUE 'R  '.
001680     88  DL100-PAM-FUNC-LIST     VALUE 'L  '.
001690     88  DL100-PAM-FUNC-END      VALUE 'END' '   '.
001700
001710 77  DL100-PAM-TODAY             PIC 9(08) VALUE 0.
001720 01  DL100-PAM-CAT-IN            PIC X(02).
001730 01  DL100-PAM-CONFIRM           PIC X(01).
001740     88  DL100-PAM-CONFIRMED     VALUE 'Y'.
001750
001760*----------------------------------------------------------------
001770* PROPOSED VALUES AS KEYED - BLANK KEEPS THE CURRENT VALUE, SO
001780* EACH IS ACCEPTED AS TEXT AND TESTED THROUGH ITS NUMERIC VIEW
001790*----------------------------------------------------------------
001800 01  DL100-PAM-ADJ3-IN           PIC X(08).
001810 01  DL100-PAM-ADJ3-NUM REDEFINES DL100-PAM-ADJ3-IN
001820                                 PIC S9(5)V99
001830                                     SIGN LEADING SEPARATE.
001840 01  DL100-PAM-ADJ4-IN           PIC X(08).
001850 01  DL100-PAM-ADJ4-NUM REDEFINES DL100-PAM-ADJ4-IN
001860                                 PIC S9(5)V99
001870                                     SIGN LEADING SEPARATE.
001880 01  DL100-PAM-ADJ5-IN           PIC X(05).
001890 01  DL100-PAM-ADJ5-NUM REDEFINES DL100-PAM-ADJ5-IN
001900                                 PIC S9(4)
001910                                     SIGN LEADING SEPARATE.
001920 01  DL100-PAM-ADJ6-IN           PIC X(10).
001930 01  DL100-PAM-ADJ6-NUM REDEFINES DL100-PAM-ADJ6-IN
001940                                 PIC S9(7)V99
001950                                     SIGN LEADING SEPARATE.
001960 01  DL100-PAM-ADJ7-IN           PIC X(09).
001970 01  DL100-PAM-ADJ7-NUM REDEFINES DL100-PAM-ADJ7-IN
001980                                 PIC S9(8)
001990                                     SIGN LEADING SEPARATE.
002000 01  DL100-PAM-MSG-IN            PIC X(02).
002010
002020*----------------------------------------------------------------
002030* SESSION COUNTERS
002040*----------------------------------------------------------------
002050 01  DL100-PAM-COUNTERS.
002060     05  DL100-PAM-PROP-CNT      USAGE COMP-5 PIC 9(04) VALUE 0.
002070     05  DL100-PAM-APPR-CNT      USAGE COMP-5 PIC 9(04) VALUE 0.
002080     05  DL100-PAM-REJ-CNT       USAGE COMP-5 PIC 9(04) VALUE 0.
002090     05  DL100-PAM-PEND-CNT      USAGE COMP-5 PIC 9(04) VALUE 0.
002100
002110 PROCEDURE DIVISION.
002120*----------------------------------------------------------------
002130* 0000-MAINLINE
002140*----------------------------------------------------------------
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE
002170         THRU 1000-EXIT.
002180
002190     PERFORM 2000-PROCESS-FUNCTION
002200         THRU 2000-EXIT
002210         UNTIL DL100-PAM-DONE.
002220
002230     PERFORM 3000-TERMINATE
002240         THRU 3000-EXIT.
002250
002260     STOP RUN.
002270
002280*----------------------------------------------------------------
002290* 1000-INITIALIZE - IDENTIFY THE OPERATOR, LOAD THE CURRENT
002300*                   CONTROL FILE AND OPEN THE CHANGE LOG
002310*----------------------------------------------------------------
002320 1000-INITIALIZE.
002330     ACCEPT DL100-PAM-TODAY FROM DATE YYYYMMDD.
002340
002350     DISPLAY 'OPERATOR ID: '.
002360     ACCEPT DL100-PAM-USER FROM CONSOLE.
002370     IF DL100-PAM-USER = SPACE
002380         DISPLAY 'DL100PA - OPERATOR ID REQUIRED'
002390         SET DL100-PAM-DONE TO TRUE
002400         SET DL100-PAM-ABORT TO TRUE
002410         GO TO 1000-EXIT
002420     END-IF.
002430
002440     CALL 'DL100SEC' USING DL100-SEC-CALLER-NAME
002450                           DL100-PAM-USER
002460                           DL100-SEC-FUNC-CODE
002470                           DL100-SEC-STATUS.
002480     IF NOT DL100-SEC-OK
002490         DISPLAY 'DL100PA - OPERATOR NOT AUTHORIZED: '
002500             DL100-PAM-USER
002510         SET DL100-PAM-DONE TO TRUE
002520         SET DL100-PAM-ABORT TO TRUE
002530         GO TO 1000-EXIT
002540     END-IF.
002550
002560     OPEN INPUT DL100-PM-FILE.
002570     IF NOT DL100-PM-OK
002580         DISPLAY 'DL100PA - CTL FILE OPEN ERR ' DL100-PM-STATUS
002590         SET DL100-PAM-DONE TO TRUE
002600         SET DL100-PAM-ABORT TO TRUE
002610         GO TO 1000-EXIT
002620     END-IF.
002630
002640     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
002650     IF NOT DL100-PM-OK OR NOT DL100-PARM-HEADER
002660         DISPLAY 'DL100PA - CONTROL FILE HEADER MISSING'
002670         CLOSE DL100-PM-FILE
002680         SET DL100-PAM-DONE TO TRUE
002690         SET DL100-PAM-ABORT TO TRUE
002700         GO TO 1000-EXIT
002710     END-IF.
002720     MOVE DL100-PARM-RECORD TO DL100-PAM-HDR-SAVE.
002730
002740     PERFORM 1100-LOAD-ONE-SET
002750         THRU 1100-EXIT
002760         UNTIL DL100-PM-EOF.
002770
002780     CLOSE DL100-PM-FILE.
002790     IF DL100-PAM-ABORT
002800         SET DL100-PAM-DONE TO TRUE
002810         GO TO 1000-EXIT
002820     END-IF.
002830
002840     OPEN EXTEND DL100-PG-FILE.
002850     IF NOT DL100-PG-OK
002860         DISPLAY 'DL100PA - CHANGE LOG OPEN ERR ' DL100-PG-STATUS
002870         SET DL100-PAM-DONE TO TRUE
002880         SET DL100-PAM-ABORT TO TRUE
002890         GO TO 1000-EXIT
002900     END-IF.
002910
002920     DISPLAY 'DL100PA - ADJ SETS LOADED   : ' DL100-AT-COUNT.
002930     DISPLAY 'DL100PA - CHANGES PENDING   : ' DL100-PAM-PEND-CNT.
002940 1000-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------
002980* 1100-LOAD-ONE-SET - ONE 'D' OR 'P' RECORD INTO THE SESSION
002990*                     TABLE.  ANYTHING ELSE ON THE FILE, OR MORE
003000*                     RECORDS THAN THE TABLE HOLDS, ABANDONS THE
003010*                     SESSION - A CONTROL FILE THAT CANNOT BE
003020*                     WRITTEN BACK WHOLE MUST NOT BE REWRITTEN.
003030*----------------------------------------------------------------
003040 1100-LOAD-ONE-SET.
003050     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
003060     IF NOT DL100-PM-OK
003070         IF NOT DL100-PM-AT-EOF
003080             DISPLAY 'DL100PA - CTL FILE READ ERR '
003090                 DL100-PM-STATUS
003100             SET DL100-PAM-ABORT TO TRUE
003110         END-IF
003120         SET DL100-PM-EOF TO TRUE
003130         GO TO 1100-EXIT
003140     END-IF.
003150
003160     IF NOT DL100-PARM-DETAIL AND NOT DL100-PARM-PENDING
003170         DISPLAY 'DL100PA - BAD CONTROL RECORD TYPE '
003180             DL100-PARM-TYPE
003190         SET DL100-PAM-ABORT TO TRUE
003200         SET DL100-PM-EOF TO TRUE
003210         GO TO 1100-EXIT
003220     END-IF.
003230
003240     IF DL100-AT-COUNT >= 40
003250         DISPLAY 'DL100PA - TOO MANY CONTROL RECORDS'
003260         SET DL100-PAM-ABORT TO TRUE
003270         SET DL100-PM-EOF TO TRUE
003280         GO TO 1100-EXIT
003290     END-IF.
003300
003310     ADD 1 TO DL100-AT-COUNT.
003320     MOVE DL100-PARM-TYPE     TO DL100-AT-TYPE(DL100-AT-COUNT).
003330     MOVE DL100-PARM-CATEGORY TO DL100-AT-CAT(DL100-AT-COUNT).
003340     MOVE DL100-PARM-ADJ3     TO DL100-AT-ADJ3(DL100-AT-COUNT).
003350     MOVE DL100-PARM-ADJ4     TO DL100-AT-ADJ4(DL100-AT-COUNT).
003360     MOVE DL100-PARM-ADJ5     TO DL100-AT-ADJ5(DL100-AT-COUNT).
003370     MOVE DL100-PARM-ADJ6     TO DL100-AT-ADJ6(DL100-AT-COUNT).
003380     MOVE DL100-PARM-ADJ7     TO DL100-AT-ADJ7(DL100-AT-COUNT).
003390     MOVE DL100-PARM-MSG-CODE TO DL100-AT-MSG(DL100-AT-COUNT).
003400     MOVE DL100-PARM-MAKER    TO DL100-AT-MAKER(DL100-AT-COUNT).
003410     MOVE DL100-PARM-CHECKER
003420         TO DL100-AT-CHECKER(DL100-AT-COUNT).
003430*    A DETAIL WRITTEN BEFORE THE CHANGE DATE WAS CARRIED HAS
003440*    SPACES THERE
003450     IF DL100-PARM-CHG-DATE NUMERIC
003460         MOVE DL100-PARM-CHG-DATE
003470             TO DL100-AT-CHG-DATE(DL100-AT-COUNT)
003480     ELSE
003490         MOVE 0 TO DL100-AT-CHG-DATE(DL100-AT-COUNT)
003500     END-IF.
003510
003520     IF DL100-PARM-PENDING
003530         ADD 1 TO DL100-PAM-PEND-CNT
003540     END-IF.
003550 1100-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590* 2000-PROCESS-FUNCTION - ONE MAINTENANCE ACTION PER PASS
003600*----------------------------------------------------------------
003610 2000-PROCESS-FUNCTION.
003620     DISPLAY ' '.
003630     DISPLAY 'FUNCTION (P=PROPOSE, A=APPROVE, R=REJECT, L=LIST, '
003640         'END):'.
003650     ACCEPT DL100-PAM-FUNC FROM CONSOLE.
003660
003670     EVALUATE TRUE
003680         WHEN DL100-PAM-FUNC-END
003690             SET DL100-PAM-DONE TO TRUE
003700         WHEN DL100-PAM-FUNC-PROPOSE
003710             PERFORM 2100-PROPOSE-CHANGE
003720                 THRU 2100-EXIT
003730         WHEN DL100-PAM-FUNC-APPROVE
003740             PERFORM 2200-APPROVE-CHANGE
003750                 THRU 2200-EXIT
003760         WHEN DL100-PAM-FUNC-REJECT
003770             PERFORM 2300-REJECT-CHANGE
003780                 THRU 2300-EXIT
003790         WHEN DL100-PAM-FUNC-LIST
003800             PERFORM 2400-LIST-SETS
003810                 THRU 2400-EXIT
003820         WHEN OTHER
003830             DISPLAY 'DL100PA - UNKNOWN FUNCTION ' DL100-PAM-FUNC
003840     END-EVALUATE.
003850 2000-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 2100-PROPOSE-CHANGE - THE MAKER KEYS A NEW ADJUSTMENT SET FOR
003900*                       A CATEGORY.  IT IS HELD AS A 'P' RECORD
003910*                       UNTIL A SECOND OPERATOR ACTS ON IT.  A
003920*                       CATEGORY WITH NO SET YET STARTS FROM
003930*                       ZERO AND GETS ITS FIRST 'D' DETAIL ON
003940*                       APPROVAL.  ONE PROPOSAL PER CATEGORY.
003950*----------------------------------------------------------------
003960 2100-PROPOSE-CHANGE.
003970     DISPLAY 'CATEGORY (2 CHARS, BLANK IS THE BLANK SET): '.
003980     ACCEPT DL100-PAM-CAT-IN FROM CONSOLE.
003990
004000     PERFORM 2800-FIND-CATEGORY
004010         THRU 2800-EXIT.
004020     IF DL100-P-FOUND
004030         DISPLAY 'DL100PA - CHANGE ALREADY PENDING FOR CATEGORY '
004040             DL100-PAM-CAT-IN ' - PROPOSAL REJECTED'
004050         GO TO 2100-EXIT
004060     END-IF.
004070
004080     IF DL100-AT-COUNT >= 40
004090         DISPLAY 'DL100PA - TABLE FULL - PROPOSAL REJECTED'
004100         GO TO 2100-EXIT
004110     END-IF.
004120
004130     PERFORM 2850-STAGE-OLD-SET
004140         THRU 2850-EXIT.
004150     MOVE DL100-PG-OLD-SET TO DL100-PG-NEW-SET.
004160     IF DL100-D-FOUND
004170         DISPLAY 'CURRENT SET : ' DL100-PG-OLD-ADJ3 ' '
004180             DL100-PG-OLD-ADJ4 ' ' DL100-PG-OLD-ADJ5 ' '
004190             DL100-PG-OLD-ADJ6 ' ' DL100-PG-OLD-ADJ7 ' '
004200             DL100-PG-OLD-MSG
004210     ELSE
004220         DISPLAY 'DL100PA - NO SET FOR CATEGORY '
004230             DL100-PAM-CAT-IN ' - A NEW SET WILL BE ADDED'
004240     END-IF.
004250
004260     DISPLAY 'NEW ADJ3 (+NNNNNNN, 2 DEC, BLANK=KEEP): '.
004270     ACCEPT DL100-PAM-ADJ3-IN FROM CONSOLE.
004280     IF DL100-PAM-ADJ3-IN NOT = SPACE
004290         IF DL100-PAM-ADJ3-NUM NOT NUMERIC
004300             DISPLAY 'DL100PA - INVALID ADJ3 - PROPOSAL REJECTED'
004310             GO TO 2100-EXIT
004320         END-IF
004330         MOVE DL100-PAM-ADJ3-NUM TO DL100-PG-NEW-ADJ3
004340     END-IF.
004350
004360     DISPLAY 'NEW ADJ4 (+NNNNNNN, 2 DEC, BLANK=KEEP): '.
004370     ACCEPT DL100-PAM-ADJ4-IN FROM CONSOLE.
004380     IF DL100-PAM-ADJ4-IN NOT = SPACE
004390         IF DL100-PAM-ADJ4-NUM NOT NUMERIC
004400             DISPLAY 'DL100PA - INVALID ADJ4 - PROPOSAL REJECTED'
004410             GO TO 2100-EXIT
004420         END-IF
004430         MOVE DL100-PAM-ADJ4-NUM TO DL100-PG-NEW-ADJ4
004440     END-IF.
004450
004460     DISPLAY 'NEW ADJ5 (+NNNN, BLANK=KEEP): '.
004470     ACCEPT DL100-PAM-ADJ5-IN FROM CONSOLE.
004480     IF DL100-PAM-ADJ5-IN NOT = SPACE
004490         IF DL100-PAM-ADJ5-NUM NOT NUMERIC
004500             DISPLAY 'DL100PA - INVALID ADJ5 - PROPOSAL REJECTED'
004510             GO TO 2100-EXIT
004520         END-IF
004530         MOVE DL100-PAM-ADJ5-NUM TO DL100-PG-NEW-ADJ5
004540     END-IF.
004550
004560     DISPLAY 'NEW ADJ6 (+NNNNNNNNN, 2 DEC, BLANK=KEEP): '.
004570     ACCEPT DL100-PAM-ADJ6-IN FROM CONSOLE.
004580     IF DL100-PAM-ADJ6-IN NOT = SPACE
004590         IF DL100-PAM-ADJ6-NUM NOT NUMERIC
004600             DISPLAY 'DL100PA - INVALID ADJ6 - PROPOSAL REJECTED'
004610             GO TO 2100-EXIT
004620         END-IF
004630         MOVE DL100-PAM-ADJ6-NUM TO DL100-PG-NEW-ADJ6
004640     END-IF.
004650
004660     DISPLAY 'NEW ADJ7 (+NNNNNNNN, BLANK=KEEP): '.
004670     ACCEPT DL100-PAM-ADJ7-IN FROM CONSOLE.
004680     IF DL100-PAM-ADJ7-IN NOT = SPACE
004690         IF DL100-PAM-ADJ7-NUM NOT NUMERIC
004700             DISPLAY 'DL100PA - INVALID ADJ7 - PROPOSAL REJECTED'
004710             GO TO 2100-EXIT
004720         END-IF
004730         MOVE DL100-PAM-ADJ7-NUM TO DL100-PG-NEW-ADJ7
004740     END-IF.
004750
004760     DISPLAY 'NEW MSG CODE (2 CHARS, BLANK=KEEP): '.
004770     ACCEPT DL100-PAM-MSG-IN FROM CONSOLE.
004780     IF DL100-PAM-MSG-IN NOT = SPACE
004790         MOVE DL100-PAM-MSG-IN TO DL100-PG-NEW-MSG
004800     END-IF.
004810
004820     IF DL100-PG-NEW-SET = DL100-PG-OLD-SET AND DL100-D-FOUND
004830         DISPLAY 'DL100PA - NOTHING CHANGED - PROPOSAL REJECTED'
004840         GO TO 2100-EXIT
004850     END-IF.
004860
004870     ADD 1 TO DL100-AT-COUNT.
004880     MOVE DL100-AT-COUNT TO DL100-AT-P-HIT.
004890     MOVE 'P'              TO DL100-AT-TYPE(DL100-AT-P-HIT).
004900     MOVE DL100-PAM-CAT-IN TO DL100-AT-CAT(DL100-AT-P-HIT).
004910     MOVE DL100-PG-NEW-ADJ3 TO DL100-AT-ADJ3(DL100-AT-P-HIT).
004920     MOVE DL100-PG-NEW-ADJ4 TO DL100-AT-ADJ4(DL100-AT-P-HIT).
004930     MOVE DL100-PG-NEW-ADJ5 TO DL100-AT-ADJ5(DL100-AT-P-HIT).
004940     MOVE DL100-PG-NEW-ADJ6 TO DL100-AT-ADJ6(DL100-AT-P-HIT).
004950     MOVE DL100-PG-NEW-ADJ7 TO DL100-AT-ADJ7(DL100-AT-P-HIT).
004960     MOVE DL100-PG-NEW-MSG  TO DL100-AT-MSG(DL100-AT-P-HIT).
004970     MOVE DL100-PAM-USER   TO DL100-AT-MAKER(DL100-AT-P-HIT).
004980     MOVE SPACE            TO DL100-AT-CHECKER(DL100-AT-P-HIT).
004990     MOVE DL100-PAM-TODAY  TO DL100-AT-CHG-DATE(DL100-AT-P-HIT).
005000
005010     SET DL100-PG-ACT-PROPOSE TO TRUE.
005020     MOVE DL100-PAM-USER TO DL100-PG-MAKER.
005030     PERFORM 2900-WRITE-LOG
005040         THRU 2900-EXIT.
005050     IF DL100-PAM-ABORT
005060         GO TO 2100-EXIT
005070     END-IF.
005080
005090     ADD 1 TO DL100-PAM-PROP-CNT.
005100     ADD 1 TO DL100-PAM-PEND-CNT.
005110     DISPLAY 'DL100PA - CHANGE TO CATEGORY ' DL100-PAM-CAT-IN
005120         ' PROPOSED - AWAITING APPROVAL BY A SECOND OPERATOR'.
005130 2100-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170* 2200-APPROVE-CHANGE - A SECOND OPERATOR ACCEPTS A PENDING
005180*                       PROPOSAL.  ITS VALUES REPLACE THE
005190*                       CATEGORY'S 'D' DETAIL (OR BECOME ONE),
005200*                       STAMPED WITH THE MAKER AND CHECKER.
005210*----------------------------------------------------------------
005220 2200-APPROVE-CHANGE.
005230     PERFORM 2700-SELECT-PENDING
005240         THRU 2700-EXIT.
005250     IF DL100-P-NOT-FOUND
005260         GO TO 2200-EXIT
005270     END-IF.
005280
005290     DISPLAY 'APPROVE THIS CHANGE (Y/N): '.
005300     ACCEPT DL100-PAM-CONFIRM FROM CONSOLE.
005310     IF NOT DL100-PAM-CONFIRMED
005320         DISPLAY 'DL100PA - NOT APPROVED - CHANGE STILL PENDING'
005330         GO TO 2200-EXIT
005340     END-IF.
005350
005360     IF DL100-D-FOUND
005370         MOVE DL100-AT-ADJ3(DL100-AT-P-HIT)
005380             TO DL100-AT-ADJ3(DL100-AT-D-HIT)
005390         MOVE DL100-AT-ADJ4(DL100-AT-P-HIT)
005400             TO DL100-AT-ADJ4(DL100-AT-D-HIT)
005410         MOVE DL100-AT-ADJ5(DL100-AT-P-HIT)
005420             TO DL100-AT-ADJ5(DL100-AT-D-HIT)
005430         MOVE DL100-AT-ADJ6(DL100-AT-P-HIT)
005440             TO DL100-AT-ADJ6(DL100-AT-D-HIT)
005450         MOVE DL100-AT-ADJ7(DL100-AT-P-HIT)
005460             TO DL100-AT-ADJ7(DL100-AT-D-HIT)
005470         MOVE DL100-AT-MSG(DL100-AT-P-HIT)
005480             TO DL100-AT-MSG(DL100-AT-D-HIT)
005490         MOVE DL100-AT-MAKER(DL100-AT-P-HIT)
005500             TO DL100-AT-MAKER(DL100-AT-D-HIT)
005510         MOVE DL100-PAM-USER
005520             TO DL100-AT-CHECKER(DL100-AT-D-HIT)
005530         MOVE DL100-PAM-TODAY
005540             TO DL100-AT-CHG-DATE(DL100-AT-D-HIT)
005550         SET DL100-AT-DROPPED(DL100-AT-P-HIT) TO TRUE
005560     ELSE
005570         SET DL100-AT-DETAIL(DL100-AT-P-HIT) TO TRUE
005580         MOVE DL100-PAM-USER
005590             TO DL100-AT-CHECKER(DL100-AT-P-HIT)
005600         MOVE DL100-PAM-TODAY
005610             TO DL100-AT-CHG-DATE(DL100-AT-P-HIT)
005620     END-IF.
005630
005640     SET DL100-PG-ACT-APPROVE TO TRUE.
005650     PERFORM 2900-WRITE-LOG
005660         THRU 2900-EXIT.
005670     IF DL100-PAM-ABORT
005680         GO TO 2200-EXIT
005690     END-IF.
005700
005710     ADD 1 TO DL100-PAM-APPR-CNT.
005720     SUBTRACT 1 FROM DL100-PAM-PEND-CNT.
005730     DISPLAY 'DL100PA - CHANGE TO CATEGORY ' DL100-PAM-CAT-IN
005740         ' APPROVED'.
005750 2200-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790* 2300-REJECT-CHANGE - A SECOND OPERATOR TURNS A PENDING
005800*                      PROPOSAL DOWN.  IT IS DROPPED AND THE
005810*                      CATEGORY'S SET STAYS AS IT WAS.
005820*----------------------------------------------------------------
005830 2300-REJECT-CHANGE.
005840     PERFORM 2700-SELECT-PENDING
005850         THRU 2700-EXIT.
005860     IF DL100-P-NOT-FOUND
005870         GO TO 2300-EXIT
005880     END-IF.
005890
005900     DISPLAY 'REJECT THIS CHANGE (Y/N): '.
005910     ACCEPT DL100-PAM-CONFIRM FROM CONSOLE.
005920     IF NOT DL100-PAM-CONFIRMED
005930         DISPLAY 'DL100PA - NOT REJECTED - CHANGE STILL PENDING'
005940         GO TO 2300-EXIT
005950     END-IF.
005960
005970     SET DL100-AT-DROPPED(DL100-AT-P-HIT) TO TRUE.
005980
005990     SET DL100-PG-ACT-REJECT TO TRUE.
006000     PERFORM 2900-WRITE-LOG
006010         THRU 2900-EXIT.
006020     IF DL100-PAM-ABORT
006030         GO TO 2300-EXIT
006040     END-IF.
006050
006060     ADD 1 TO DL100-PAM-REJ-CNT.
006070     SUBTRACT 1 FROM DL100-PAM-PEND-CNT.
006080     DISPLAY 'DL100PA - CHANGE TO CATEGORY ' DL100-PAM-CAT-IN
006090         ' REJECTED'.
006100 2300-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------
006140* 2400-LIST-SETS - SHOW EVERY DETAIL AND PENDING PROPOSAL
006150*----------------------------------------------------------------
006160 2400-LIST-SETS.
006170     DISPLAY 'T CA ADJ3     ADJ4     ADJ5  ADJ6       ADJ7      '
006180         'MS MAKER    CHECKER  CHANGED'.
006190     MOVE 0 TO DL100-AT-SUB.
006200     PERFORM 2410-LIST-ONE-SET
006210         THRU 2410-EXIT
006220         DL100-AT-COUNT TIMES.
006230 2400-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------------
006270* 2410-LIST-ONE-SET - ONE LIST LINE
006280*----------------------------------------------------------------
006290 2410-LIST-ONE-SET.
006300     ADD 1 TO DL100-AT-SUB.
006310     IF DL100-AT-DROPPED(DL100-AT-SUB)
006320         GO TO 2410-EXIT
006330     END-IF.
006340     DISPLAY DL100-AT-TYPE(DL100-AT-SUB) ' '
006350         DL100-AT-CAT(DL100-AT-SUB) ' '
006360         DL100-AT-ADJ3(DL100-AT-SUB) ' '
006370         DL100-AT-ADJ4(DL100-AT-SUB) ' '
006380         DL100-AT-ADJ5(DL100-AT-SUB) ' '
006390         DL100-AT-ADJ6(DL100-AT-SUB) ' '
006400         DL100-AT-ADJ7(DL100-AT-SUB) ' '
006410         DL100-AT-MSG(DL100-AT-SUB) ' '
006420         DL100-AT-MAKER(DL100-AT-SUB) ' '
006430         DL100-AT-CHECKER(DL100-AT-SUB) ' '
006440         DL100-AT-CHG-DATE(DL100-AT-SUB).
006450 2410-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490* 2700-SELECT-PENDING - KEY A CATEGORY, FIND ITS PENDING
006500*                       PROPOSAL AND SHOW IT AGAINST THE CURRENT
006510*                       SET.  THE MAKER OF A PROPOSAL MAY NOT
006520*                       ACT ON IT - DL100-P-NOT-FOUND IS RETURNED
006530*                       AS IF THERE WERE NOTHING TO ACT ON.
006540*----------------------------------------------------------------
006550 2700-SELECT-PENDING.
006560     DISPLAY 'CATEGORY (2 CHARS, BLANK IS THE BLANK SET): '.
006570     ACCEPT DL100-PAM-CAT-IN FROM CONSOLE.
006580
006590     PERFORM 2800-FIND-CATEGORY
006600         THRU 2800-EXIT.
006610     IF DL100-P-NOT-FOUND
006620         DISPLAY 'DL100PA - NO CHANGE PENDING FOR CATEGORY '
006630             DL100-PAM-CAT-IN
006640         GO TO 2700-EXIT
006650     END-IF.
006660
006670     IF DL100-AT-MAKER(DL100-AT-P-HIT) = DL100-PAM-USER
006680         DISPLAY 'DL100PA - CHANGE WAS PROPOSED BY '
006690             DL100-PAM-USER ' - A SECOND OPERATOR MUST ACT ON IT'
006700         SET DL100-P-NOT-FOUND TO TRUE
006710         GO TO 2700-EXIT
006720     END-IF.
006730
006740     PERFORM 2850-STAGE-OLD-SET
006750         THRU 2850-EXIT.
006760     MOVE DL100-AT-ADJ3(DL100-AT-P-HIT) TO DL100-PG-NEW-ADJ3.
006770     MOVE DL100-AT-ADJ4(DL100-AT-P-HIT) TO DL100-PG-NEW-ADJ4.
006780     MOVE DL100-AT-ADJ5(DL100-AT-P-HIT) TO DL100-PG-NEW-ADJ5.
006790     MOVE DL100-AT-ADJ6(DL100-AT-P-HIT) TO DL100-PG-NEW-ADJ6.
006800     MOVE DL100-AT-ADJ7(DL100-AT-P-HIT) TO DL100-PG-NEW-ADJ7.
006810     MOVE DL100-AT-MSG(DL100-AT-P-HIT)  TO DL100-PG-NEW-MSG.
006820     MOVE DL100-AT-MAKER(DL100-AT-P-HIT) TO DL100-PG-MAKER.
006830
006840     DISPLAY 'PROPOSED BY : ' DL100-AT-MAKER(DL100-AT-P-HIT)
006850         ' ON ' DL100-AT-CHG-DATE(DL100-AT-P-HIT).
006860     IF DL100-D-FOUND
006870         DISPLAY 'CURRENT SET : ' DL100-PG-OLD-ADJ3 ' '
006880             DL100-PG-OLD-ADJ4 ' ' DL100-PG-OLD-ADJ5 ' '
006890             DL100-PG-OLD-ADJ6 ' ' DL100-PG-OLD-ADJ7 ' '
006900             DL100-PG-OLD-MSG
006910     ELSE
006920         DISPLAY 'CURRENT SET : NONE - NEW CATEGORY'
006930     END-IF.
006940     DISPLAY 'PROPOSED SET: ' DL100-PG-NEW-ADJ3 ' '
006950         DL100-PG-NEW-ADJ4 ' ' DL100-PG-NEW-ADJ5 ' '
006960         DL100-PG-NEW-ADJ6 ' ' DL100-PG-NEW-ADJ7 ' '
006970         DL100-PG-NEW-MSG.
006980 2700-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020* 2800-FIND-CATEGORY - FIND THE 'D' DETAIL AND ANY 'P' PROPOSAL
007030*                      FOR DL100-PAM-CAT-IN
007040*----------------------------------------------------------------
007050 2800-FIND-CATEGORY.
007060     SET DL100-D-NOT-FOUND TO TRUE.
007070     SET DL100-P-NOT-FOUND TO TRUE.
007080     MOVE 0 TO DL100-AT-SUB.
007090     PERFORM 2810-TEST-ONE-SET
007100         THRU 2810-EXIT
007110         DL100-AT-COUNT TIMES.
007120 2800-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160* 2810-TEST-ONE-SET - REMEMBER THE FIRST DETAIL AND THE FIRST
007170*                     PROPOSAL FOR THE CATEGORY - THE DETAIL
007180*                     DL100D WOULD SELECT
007190*----------------------------------------------------------------
007200 2810-TEST-ONE-SET.
007210     ADD 1 TO DL100-AT-SUB.
007220     IF DL100-AT-CAT(DL100-AT-SUB) NOT = DL100-PAM-CAT-IN
007230         GO TO 2810-EXIT
007240     END-IF.
007250
007260     IF DL100-AT-DETAIL(DL100-AT-SUB) AND DL100-D-NOT-FOUND
007270         SET DL100-D-FOUND TO TRUE
007280         MOVE DL100-AT-SUB TO DL100-AT-D-HIT
007290     END-IF.
007300     IF DL100-AT-PENDING(DL100-AT-SUB) AND DL100-P-NOT-FOUND
007310         SET DL100-P-FOUND TO TRUE
007320         MOVE DL100-AT-SUB TO DL100-AT-P-HIT
007330     END-IF.
007340 2810-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380* 2850-STAGE-OLD-SET - THE CATEGORY'S CURRENT SET INTO THE LOG
007390*                      "BEFORE" AREA - ZERO FOR A NEW CATEGORY
007400*----------------------------------------------------------------
007410 2850-STAGE-OLD-SET.
007420     MOVE DL100-PAM-CAT-IN TO DL100-PG-CATEGORY.
007430     IF DL100-D-FOUND
007440         MOVE DL100-AT-ADJ3(DL100-AT-D-HIT) TO DL100-PG-OLD-ADJ3
007450         MOVE DL100-AT-ADJ4(DL100-AT-D-HIT) TO DL100-PG-OLD-ADJ4
007460         MOVE DL100-AT-ADJ5(DL100-AT-D-HIT) TO DL100-PG-OLD-ADJ5
007470         MOVE DL100-AT-ADJ6(DL100-AT-D-HIT) TO DL100-PG-OLD-ADJ6
007480         MOVE DL100-AT-ADJ7(DL100-AT-D-HIT) TO DL100-PG-OLD-ADJ7
007490         MOVE DL100-AT-MSG(DL100-AT-D-HIT)  TO DL100-PG-OLD-MSG
007500     ELSE
007510         MOVE 0     TO DL100-PG-OLD-ADJ3
007520         MOVE 0     TO DL100-PG-OLD-ADJ4
007530         MOVE 0     TO DL100-PG-OLD-ADJ5
007540         MOVE 0     TO DL100-PG-OLD-ADJ6
007550         MOVE 0     TO DL100-PG-OLD-ADJ7
007560         MOVE SPACE TO DL100-PG-OLD-MSG
007570     END-IF.
007580 2850-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620* 2900-WRITE-LOG - ONE CHANGE LOG RECORD PER STEP, STAMPED WITH
007630*                  THE OPERATOR WHO TOOK IT.  THE CALLER STAGES
007640*                  THE ACTION, MAKER AND BEFORE/AFTER SETS.
007650*----------------------------------------------------------------
007660 2900-WRITE-LOG.
007670     ACCEPT DL100-PG-DATE FROM DATE YYYYMMDD.
007680     ACCEPT DL100-PG-TIME FROM TIME.
007690     MOVE DL100-PAM-USER TO DL100-PG-USER.
007700
007710     WRITE DL100-PG-REC FROM DL100-PG-RECORD.
007720     IF NOT DL100-PG-OK
007730         DISPLAY 'DL100PA - CHANGE LOG WRITE ERR '
007740             DL100-PG-STATUS
007750*        A STEP THAT CANNOT BE LOGGED MUST NOT GO LIVE - END THE
007760*        SESSION WITHOUT WRITING THE NEW FILE (RC 12, THE
007770*        DL100EJ SWAP STEP IS SKIPPED)
007780         SET DL100-PAM-ABORT TO TRUE
007790         SET DL100-PAM-DONE TO TRUE
007800     END-IF.
007810 2900-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------
007850* 3000-TERMINATE - WRITE THE UPDATED CONTROL FILE TO DL100PW AND
007860*                  CLOSE
007870*----------------------------------------------------------------
007880 3000-TERMINATE.
007890     IF DL100-PAM-ABORT
007900         DISPLAY 'DL100PA - SESSION ABANDONED - NEW FILE NOT '
007910             'WRITTEN'
007920         MOVE 12 TO RETURN-CODE
007930         GO TO 3000-CLOSE
007940     END-IF.
007950
007960     OPEN OUTPUT DL100-PW-FILE.
007970     IF NOT DL100-PW-OK
007980         DISPLAY 'DL100PA - NEW FILE OPEN ERR ' DL100-PW-STATUS
007990         MOVE 12 TO RETURN-CODE
008000         GO TO 3000-CLOSE
008010     END-IF.
008020
008030     WRITE DL100-PW-REC FROM DL100-PAM-HDR-SAVE.
008040     IF NOT DL100-PW-OK
008050         DISPLAY 'DL100PA - NEW FILE WRITE ERR ' DL100-PW-STATUS
008060         MOVE 12 TO RETURN-CODE
008070     END-IF.
008080
008090     MOVE 0 TO DL100-AT-SUB.
008100     PERFORM 3100-WRITE-ONE-SET
008110         THRU 3100-EXIT
008120         DL100-AT-COUNT TIMES.
008130
008140     CLOSE DL100-PW-FILE.
008150
008160 3000-CLOSE.
008170     CLOSE DL100-PG-FILE.
008180
008190     DISPLAY 'DL100PA - PROPOSED          : ' DL100-PAM-PROP-CNT.
008200     DISPLAY 'DL100PA - APPROVED          : ' DL100-PAM-APPR-CNT.
008210     DISPLAY 'DL100PA - REJECTED          : ' DL100-PAM-REJ-CNT.
008220     DISPLAY 'DL100PA - STILL PENDING     : ' DL100-PAM-PEND-CNT.
008230     IF DL100-PAM-PEND-CNT > 0
008240         DISPLAY 'DL100PA - DL100D AND DL100INQ WILL NOT RUN '
008250             'UNTIL EVERY PENDING CHANGE IS APPROVED OR REJECTED'
008260     END-IF.
008270 3000-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------
008310* 3100-WRITE-ONE-SET - ONE RECORD OF THE NEW CONTROL FILE
008320*----------------------------------------------------------------
008330 3100-WRITE-ONE-SET.
008340     ADD 1 TO DL100-AT-SUB.
008350     IF DL100-AT-DROPPED(DL100-AT-SUB)
008360         GO TO 3100-EXIT
008370     END-IF.
008380
008390     MOVE SPACE TO DL100-PARM-RECORD.
008400     MOVE DL100-AT-TYPE(DL100-AT-SUB)     TO DL100-PARM-TYPE.
008410     MOVE DL100-AT-CAT(DL100-AT-SUB)      TO DL100-PARM-CATEGORY.
008420     MOVE DL100-AT-ADJ3(DL100-AT-SUB)     TO DL100-PARM-ADJ3.
008430     MOVE DL100-AT-ADJ4(DL100-AT-SUB)     TO DL100-PARM-ADJ4.
008440     MOVE DL100-AT-ADJ5(DL100-AT-SUB)     TO DL100-PARM-ADJ5.
008450     MOVE DL100-AT-ADJ6(DL100-AT-SUB)     TO DL100-PARM-ADJ6.
008460     MOVE DL100-AT-ADJ7(DL100-AT-SUB)     TO DL100-PARM-ADJ7.
008470     MOVE DL100-AT-MSG(DL100-AT-SUB)      TO DL100-PARM-MSG-CODE.
008480     MOVE DL100-AT-MAKER(DL100-AT-SUB)    TO DL100-PARM-MAKER.
008490     MOVE DL100-AT-CHECKER(DL100-AT-SUB)  TO DL100-PARM-CHECKER.
008500     MOVE DL100-AT-CHG-DATE(DL100-AT-SUB) TO DL100-PARM-CHG-DATE.
008510     WRITE DL100-PW-REC FROM DL100-PARM-RECORD.
008520     IF NOT DL100-PW-OK
008530         DISPLAY 'DL100PA - NEW FILE WRITE ERR ' DL100-PW-STATUS
008540*        A PARTLY WRITTEN FILE MUST NOT BE SWAPPED IN - RC 12
008550*        MAKES THE DL100EJ SWAP STEP LEAVE THE LIVE FILE ALONE
008560         MOVE 12 TO RETURN-CODE
008570     END-IF.
008580 3100-EXIT.
008590     EXIT.
