000900*                    RULE AS DL100OT - OPEN EXTEND, HEADINGS
000910*                    NOT REPEATED - SO THE PUBLISHED REPORT
000920*                    COVERS EVERY ATTEMPT AT THE FEED.
000930*   2026-09-02 DEV   THE FEED NOW CARRIES 'R' REVERSAL RECORDS
000940*                    (SEE DL100REC) SO A SOURCE SYSTEM CAN BACK
000950*                    OUT A DETAIL IT SENT IN ERROR.  A REVERSAL
000960*                    BYPASSES THE DATATYPE CALL AND THE BEFORE/
000970*                    AFTER REPORT, IS CARRIED THROUGH TO
000980*                    DL100OT UNCHANGED SO THE DOWNSTREAM SEES
000990*                    IT, AND ITS AMOUNTS ARE BACKED OUT OF THE
001000*                    OUTPUT HASH TOTALS AND (VIA THE CATEGORY'S
001010*                    CURRENT ADJUSTMENT SET) THE DRIFT TOTALS
001020*                    (2650-APPLY-REVERSAL).  ON THE INPUT SIDE
001030*                    A REVERSAL COUNTS IN THE TRAILER DETAIL
001040*                    COUNT WITH ITS AMOUNTS SUBTRACTED FROM THE
001050*                    HASH TOTALS.
001060*   2026-09-02 DEV   A CATEGORY REJECT (STATUS '09') IS NOW
001070*                    ALSO WRITTEN TO THE DL100AL AUDIT TRAIL -
001080*                    IT NEVER REACHES DATATYPE, SO IT HAD NO
001090*                    AUDIT RECORD AND THE DL100AC TRAIL
001100*                    CERTIFICATION COULD NEVER ACCOUNT ONE-FOR-
001110*                    ONE FOR DL100EX.  THE OUT VALUES ON THAT
001120*                    AUDIT RECORD ARE THE UNADJUSTED INPUTS.
001130*   2026-09-02 DEV   EVERY EXCEPTION IS NOW STAMPED WITH THE
001140*                    RUN DATE (EX LRECL 115 TO 123) SO THE
001150*                    DL100AG AGEING REPORT CAN SAY HOW LONG AN
001160*                    UNWORKED REJECT HAS BEEN SITTING.
001170*   2026-09-02 DEV   THE INPUT MAY NOW BE A CONCATENATION OF
001180*                    SEVERAL COMPLETE H...T FEED SETS - ONE PER
001190*                    SOURCE SYSTEM - SO ONE EXECUTION COVERS
001200*                    THE WHOLE NIGHT'S INTAKE.  EACH SET IS
001210*                    BALANCED AGAINST ITS OWN TRAILER WHEN THE
001220*                    TRAILER ARRIVES (1450/1460) AND THE
001230*                    DL100BR REPORT SHOWS THE CONTROL ITEMS PER
001240*                    DL100-HDR-SOURCE-SYS.  ANY SET OUT OF
001250*                    BALANCE, A MISSING TRAILER, A RECORD
001260*                    OUTSIDE A SET OR THE SAME SOURCE SYSTEM
001270*                    TWICE (THE DOUBLED-FEED CASE THE OLD DATA-
001280*                    AFTER-TRAILER GUARD CAUGHT) STILL ABORTS
001290*                    RC 16.  DL100OT CARRIES THE FIRST SET'S
001300*                    HEADER AND ONE COMBINED TRAILER.
001310*   2026-09-02 DEV   DATATYPE NOW RETURNS STATUS '06' WHEN THE
001320*                    ARG3/ARG4 ADJUSTMENT IT APPLIED DIFFERS
001330*                    FROM THE ONE REQUESTED BEYOND THE DL100PT
001340*                    THRESHOLD - THOSE RECORDS ROUTE TO DL100EX
001350*                    WITH THEIR OWN REASON TEXT SO THE
001360*                    PRECISION LOSS CAN BE QUANTIFIED.
001370*   2026-09-02 DEV   EVERY RECORD'S CATEGORY IS NOW VALIDATED
001380*                    AGAINST THE DL100CM CATEGORY MASTER VIA
001390*                    THE DL100CAT SUBPROGRAM (2140) - AN
001400*                    UNKNOWN, EXPIRED OR INACTIVE CATEGORY IS
001410*                    REJECTED TO DL100EX WITH STATUS '10',
001420*                    DISTINCT FROM '09'.  THE CATEGORY
001430*                    DESCRIPTION PRINTS ABOVE EACH BEFORE/AFTER
001440*                    PAIR ON DL100RP.  A RUN WITHOUT THE MASTER
001450*                    FILE PASSES EVERY CATEGORY THROUGH, THE
001460*                    WAY IT ALWAYS DID.
001470*   2026-10-15 DEV   THE RUN IS REFUSED (RC 16) WHEN THE CONTROL
001480*                    FILE CARRIES A 'P' PENDING ADJUSTMENT SET
001490*                    CHANGE NOT YET APPROVED OR REJECTED BY A
001500*                    SECOND OPERATOR THROUGH DL100PA - A FEED
001510*                    MUST NEVER BE CONVERTED UNDER AMOUNTS ONLY
001520*                    ONE PERSON HAS SEEN.
001530*   2026-10-15 DEV   THE RUN WORKS UNDER A RUN ID (SEE DL100HTR) -
001540*                    THE ONE DL100FE STAMPED ON THE FEED HEADER,
001550*                    OR THE CHECKPOINTED ONE ON A RESTART, OR
001560*                    ONE MINTED HERE IF THE FEED HAS NONE.  IT
001570*                    IS CARRIED ON THE DL100OT HEADER, EVERY
001580*                    DL100EX AND DL100AL RECORD AND THE
001590*                    CHECKPOINT (EX LRECL 123 TO 139, CK 62 TO
001600*                    78), AND THE CONVERSION STEP IS RECORDED ON
001610*                    THE DL100RL RUN LEDGER AS THE RUN ENDS.
001620*   2026-10-15 DEV   REJECT-RATE CIRCUIT BREAKER.  THE OPTIONAL
001630*                    DL100RT TOLERANCE FILE (SEE DL100RJT) SETS A
001640*                    MAXIMUM REJECT PERCENTAGE AND COUNT PER
001650*                    CATEGORY AND FOR THE RUN AS A WHOLE.  EVERY
001660*                    RECORD IS COUNTED BY REJECT STATUS ('05',
001670*                    '06', '09', '10') AND HELD TO THE LIMITS AS
001680*                    THE RUN GOES AND AGAIN AT END OF RUN.  A
001690*                    BREACH STOPS THE RUN ON A CHECKPOINT WITH RC
001700*                    8 AND NO DL100OT TRAILER, AND DL100BR SAYS
001710*                    WHICH CATEGORY AND STATUS TRIPPED IT.  THE
001720*                    COUNTS RIDE THE CHECKPOINT AS TALLY RECORDS.
001730*                    OPERATIONS RELEASE A STOPPED RUN BY KEYING
001740*                    ITS RUN ID ON THE DL100RT HEADER AND
001750*                    RERUNNING.  NO DL100RT MEANS NO BREAKER.
001760*   2026-10-15 DEV   RUN STATISTICS BY SOURCE SYSTEM AND CATEGORY.
001770*                    EVERY RECORD IS COUNTED AGAINST ITS SET'S
001780*                    SOURCE SYSTEM AND FEED DATE AND ITS
001790*                    CATEGORY - RECEIVED, CONVERTED, REVERSED,
001800*                    REJECTED BY STATUS - WITH THE DRIFT ITS
001810*                    CONVERSION APPLIED (OR ITS REVERSAL BACKED
001820*                    OUT).  ONE DL100SB RECORD PER COMBINATION
001830*                    IS APPENDED TO THE RETAINED BREAKDOWN FILE
001840*                    AT END OF RUN (SEE DL100STB) FOR THE DL100PE
001850*                    PERIOD-END SUMMARY.
001860*   2026-10-15 DEV   AN OPEN FAILURE NOW ENDS THE RUN RC 12, AND A
001870*                    RUN THAT FAILED TO START (OR NEVER SETTLED
001880*                    ITS RUN ID) IS NOT RECORDED ON THE LEDGER,
001890*                    SO IT CAN NO LONGER PASS FOR A CONVERSION
001900*                    THAT ENDED RC 0.
001901*   2026-10-15 DEV   ONLY A MISSING DL100RT (STATUS 35) NOW MEANS
001902*                    NO BREAKER - ANY OTHER OPEN FAILURE REFUSES
001903*                    THE RUN (RC 16) INSTEAD OF TURNING THE
001904*                    BREAKER OFF.
001910*----------------------------------------------------------------
001920 ENVIRONMENT DIVISION.
001930 CONFIGURATION SECTION.
001940 SOURCE-COMPUTER.   IBM-Z.
001950 OBJECT-COMPUTER.   IBM-Z.
001960 INPUT-OUTPUT SECTION.
001970 FILE-CONTROL.
001980     SELECT DL100-IN-FILE ASSIGN TO DL100IN
001990         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS DL100-IN-STATUS.
002010
002020     SELECT DL100-OT-FILE ASSIGN TO DL100OT
002030         ORGANIZATION IS SEQUENTIAL
002040         FILE STATUS IS DL100-OT-STATUS.
002050
002060     SELECT DL100-RP-FILE ASSIGN TO DL100RP
002070         ORGANIZATION IS SEQUENTIAL
002080         FILE STATUS IS DL100-RP-STATUS.
002090
002100     SELECT DL100-PM-FILE ASSIGN TO DL100PM
002110         ORGANIZATION IS SEQUENTIAL
002120         FILE STATUS IS DL100-PM-STATUS.
002130
002140     SELECT DL100-EX-FILE ASSIGN TO DL100EX
002150         ORGANIZATION IS SEQUENTIAL
002160         FILE STATUS IS DL100-EX-FSTATUS.
002170
002180     SELECT DL100-CK-FILE ASSIGN TO DL100CK
002190         ORGANIZATION IS SEQUENTIAL
002200         FILE STATUS IS DL100-CK-STATUS.
002210
002220     SELECT DL100-BR-FILE ASSIGN TO DL100BR
002230         ORGANIZATION IS SEQUENTIAL
002240         FILE STATUS IS DL100-BR-STATUS.
002250
002260     SELECT DL100-ST-FILE ASSIGN TO DL100ST
002270         ORGANIZATION IS SEQUENTIAL
002280         FILE STATUS IS DL100-ST-STATUS.
002290
002300     SELECT DL100-SB-FILE ASSIGN TO DL100SB
002310         ORGANIZATION IS SEQUENTIAL
002320         FILE STATUS IS DL100-SB-STATUS.
002330
002340*    OPTIONAL - WHEN IT IS NOT THERE THE BREAKER IS OFF
002350     SELECT DL100-RT-FILE ASSIGN TO DL100RT
002360         ORGANIZATION IS SEQUENTIAL
002370         FILE STATUS IS DL100-RT-STATUS.
002380
002390 DATA DIVISION.
002400*----------------------------------------------------------------
002410* NOTE - THE DL100AL AUDIT LOG ITSELF IS NOT DECLARED HERE.  IT
002420* IS OWNED AND WRITTEN BY THE DL100AUD SUBPROGRAM, WHICH THIS
002430* DRIVER CALLS ONCE PER DATATYPE INVOCATION (SEE 2600-WRITE-
002440* AUDIT), SO EVERY CALLER OF DATATYPE SHARES ONE AUDIT TRAIL.
002450*----------------------------------------------------------------
002460 FILE SECTION.
002470 FD  DL100-IN-FILE
002480     RECORDING MODE IS F.
002490 01  DL100-IN-REC                PIC X(74).
002500
002510 FD  DL100-OT-FILE
002520     RECORDING MODE IS F.
002530 01  DL100-OT-REC                PIC X(74).
002540
002550 FD  DL100-RP-FILE
002560     RECORDING MODE IS F.
002570 01  DL100-RP-REC                PIC X(133).
002580
002590 FD  DL100-PM-FILE
002600     RECORDING MODE IS F.
002610 01  DL100-PM-REC                PIC X(80).
002620
002630 FD  DL100-EX-FILE
002640     RECORDING MODE IS F.
002650 01  DL100-EX-REC                PIC X(139).
002660
002670 FD  DL100-CK-FILE
002680     RECORDING MODE IS F.
002690 01  DL100-CK-REC                PIC X(78).
002700
002710 FD  DL100-BR-FILE
002720     RECORDING MODE IS F.
002730 01  DL100-BR-REC                PIC X(133).
002740
002750 FD  DL100-ST-FILE
002760     RECORDING MODE IS F.
002770 01  DL100-ST-REC                PIC X(168).
002780
002790 FD  DL100-SB-FILE
002800     RECORDING MODE IS F.
002810 01  DL100-SB-REC                PIC X(200).
002820
002830 FD  DL100-RT-FILE
002840     RECORDING MODE IS F.
002850 01  DL100-RT-REC                PIC X(80).
002860
002870 WORKING-STORAGE SECTION.
002880*----------------------------------------------------------------
002890* FEED RECORD LAYOUT (ARG1-ARG5 IN, ARG1-ARG5 OUT)
002900*----------------------------------------------------------------
002910 COPY DL100REC.
002920
002930*----------------------------------------------------------------
002940* BEFORE/AFTER REPORT LINE LAYOUT
002950*----------------------------------------------------------------
002960 COPY DL100RPT.
002970
002980*----------------------------------------------------------------
002990* RUN PARAMETER (CONTROL FILE) LAYOUT
003000*----------------------------------------------------------------
003010 COPY DL100PM.
003020
003030*----------------------------------------------------------------
003040* REJECTED INPUT (EXCEPTIONS) RECORD LAYOUT
003050*----------------------------------------------------------------
003060 COPY DL100EXC.
003070
003080*----------------------------------------------------------------
003090* CHECKPOINT/RESTART RECORD LAYOUT
003100*----------------------------------------------------------------
003110 COPY DL100CKP.
003120
003130*----------------------------------------------------------------
003140* FEED/OUTPUT HEADER AND TRAILER CONTROL RECORD LAYOUTS
003150*----------------------------------------------------------------
003160 COPY DL100HTR.
003170
003180*----------------------------------------------------------------
003190* FEED BALANCING REPORT LINE LAYOUTS
003200*----------------------------------------------------------------
003210 COPY DL100BRP.
003220
003230*----------------------------------------------------------------
003240* RUN SUMMARY (STATISTICS) RECORD LAYOUT
003250*----------------------------------------------------------------
003260 COPY DL100STA.
003270
003280*----------------------------------------------------------------
003290* RUN STATISTICS BREAKDOWN RECORD LAYOUT
003300*----------------------------------------------------------------
003310 COPY DL100STB.
003320
003330*----------------------------------------------------------------
003340* REJECT TOLERANCE (CIRCUIT BREAKER) CONTROL RECORD
003350*----------------------------------------------------------------
003360 COPY DL100RJT.
003370
003380*----------------------------------------------------------------
003390* ADJUSTMENT AMOUNTS FOR THE RECORD BEING PROCESSED - LOADED BY
003400* 2150-SELECT-ADJ-SET FROM THE SET MATCHING ITS CATEGORY
003410*----------------------------------------------------------------
003420 01  DL100-RUN-ADJ3              USAGE COMP-1.
003430 01  DL100-RUN-ADJ4              USAGE COMP-2.
003440 01  DL100-RUN-ADJ5              BINARY-SHORT SIGNED.
003450 01  DL100-RUN-ADJ6              USAGE COMP-3 PIC S9(7)V99.
003460 01  DL100-RUN-ADJ7              USAGE COMP-5 PIC S9(8).
003470
003480*----------------------------------------------------------------
003490* ONE ADJUSTMENT SET PER 'D' CONTROL RECORD, KEYED BY CATEGORY
003500*----------------------------------------------------------------
003510 01  DL100-ADJ-SETS.
003520     05  DL100-ADJ-COUNT         USAGE COMP-5 PIC 9(04) VALUE 0.
003530     05  DL100-ADJ-ENTRY OCCURS 20 TIMES.
003540         10  DL100-ADJ-CAT       PIC X(02).
003550         10  DL100-ADJ3-TBL      USAGE COMP-1.
003560         10  DL100-ADJ4-TBL      USAGE COMP-2.
003570         10  DL100-ADJ5-TBL      BINARY-SHORT SIGNED.
003580         10  DL100-ADJ6-TBL      USAGE COMP-3 PIC S9(7)V99.
003590         10  DL100-ADJ7-TBL      USAGE COMP-5 PIC S9(8).
003600         10  DL100-ADJMSG-TBL    PIC X(02).
003610
003620 77  DL100-ADJ-SUB               USAGE COMP-5 PIC 9(04) VALUE 0.
003630 77  DL100-ADJ-HIT               USAGE COMP-5 PIC 9(04) VALUE 0.
003640
003650 01  DL100-SET-FOUND-SW          PIC X(01) VALUE 'N'.
003660     88  DL100-SET-FOUND         VALUE 'Y'.
003670     88  DL100-SET-NOT-FOUND     VALUE 'N'.
003680
003690 01  DL100-PM-EOF-SW             PIC X(01) VALUE 'N'.
003700     88  DL100-PM-EOF            VALUE 'Y'.
003710     88  DL100-PM-NOT-EOF        VALUE 'N'.
003720*----------------------------------------------------------------
003730* ARG2 REPLACEMENT TEXT MESSAGE CODE PASSED TO DATATYPE - LOADED
003740* FROM DL100-PARM-MSG-CODE ON THE CONTROL FILE BY 1100-READ-PARM.
003750* '01' (THE ORIGINAL "REPLACED IN MFCOBOL" TEXT) IS THE DEFAULT
003760* UNTIL THE CONTROL FILE IS READ, AND STAYS IN EFFECT IF THE
003770* CONTROL FILE CARRIES A BLANK CODE.
003780*----------------------------------------------------------------
003790 01  DL100-RUN-MSG-CODE          PIC X(02) VALUE '01'.
003800*----------------------------------------------------------------
003810* SWITCHES AND COUNTERS
003820*----------------------------------------------------------------
003830 01  DL100-SWITCHES.
003840     05  DL100-EOF-SW            PIC X(01) VALUE 'N'.
003850         88  DL100-EOF           VALUE 'Y'.
003860         88  DL100-NOT-EOF       VALUE 'N'.
003870
003880 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
003890     88  DL100-INIT-FAILED       VALUE 'Y'.
003900     88  DL100-INIT-OK           VALUE 'N'.
003910
003920 01  DL100-IN-ERROR-SW           PIC X(01) VALUE 'N'.
003930     88  DL100-IN-READ-ERROR     VALUE 'Y'.
003940     88  DL100-IN-NO-READ-ERROR  VALUE 'N'.
003950
003960 01  DL100-IN-STATUS             PIC X(02) VALUE '00'.
003970     88  DL100-IN-OK             VALUE '00'.
003980     88  DL100-IN-EOF            VALUE '10'.
003990
004000 01  DL100-OT-STATUS             PIC X(02) VALUE '00'.
004010     88  DL100-OT-OK             VALUE '00'.
004020
004030 01  DL100-RP-STATUS             PIC X(02) VALUE '00'.
004040     88  DL100-RP-OK             VALUE '00'.
004050
004060 01  DL100-PM-STATUS             PIC X(02) VALUE '00'.
004070     88  DL100-PM-OK             VALUE '00'.
004080
004090 01  DL100-EX-FSTATUS            PIC X(02) VALUE '00'.
004100     88  DL100-EX-OK             VALUE '00'.
004110
004120*----------------------------------------------------------------
004130* STATUS RETURNED BY DATATYPE ON EACH CALL
004140*----------------------------------------------------------------
004150 01  DL100-CALL-STATUS           PIC X(02) VALUE '00'.
004160     88  DL100-CALL-OK           VALUE '00'.
004170     88  DL100-CALL-ARG5-OVFL    VALUE '05'.
004180     88  DL100-CALL-PRECISION    VALUE '06'.
004190
004200*----------------------------------------------------------------
004210* NAME THIS PROGRAM PASSES TO DL100AUD AS THE CALLING PROGRAM
004220*----------------------------------------------------------------
004230 01  DL100-AUD-CALLER-NAME       PIC X(08) VALUE 'DL100D'.
004240
004250 01  DL100-COUNTERS.
004260     05  DL100-READ-CNT          USAGE COMP-5 PIC 9(09) VALUE 0.
004270     05  DL100-WRITE-CNT         USAGE COMP-5 PIC 9(09) VALUE 0.
004280     05  DL100-REJECT-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
004290     05  DL100-REV-CNT           USAGE COMP-5 PIC 9(09) VALUE 0.
004300*    WRITTEN PLUS REJECTED - WHAT THE CHECKPOINT SKIP COUNTS
004310     05  DL100-PROC-CNT          USAGE COMP-5 PIC 9(09) VALUE 0.
004320
004330*----------------------------------------------------------------
004340* CHECKPOINT/RESTART WORK AREAS
004350*----------------------------------------------------------------
004360*----------------------------------------------------------------
004370* RUN DATE STAMPED ON EVERY EXCEPTION WRITTEN
004380*----------------------------------------------------------------
004390 77  DL100-RUN-TODAY             PIC 9(08) VALUE 0.
004400
004410*----------------------------------------------------------------
004420* RUN ID THIS RUN WORKS UNDER, AND THE WORK AREA ONE IS MINTED
004430* IN WHEN THE FEED DOES NOT CARRY ONE - RUN DATE AND TIME TO
004440* HUNDREDTHS
004450*----------------------------------------------------------------
004460 77  DL100-RUN-ID                PIC X(16) VALUE SPACES.
004470 01  DL100-NEW-RUN-ID.
004480     05  DL100-NEW-RUN-DATE      PIC 9(08) VALUE 0.
004490     05  DL100-NEW-RUN-TIME      PIC 9(08) VALUE 0.
004500
004510*----------------------------------------------------------------
004520* RUN LEDGER ENTRY
004530*----------------------------------------------------------------
004540 COPY DL100RLG.
004550
004560*----------------------------------------------------------------
004570* CATEGORY REFERENCE LOOKUP (DL100CAT) CALL AREAS - HOLD THE
004580* CURRENT RECORD'S VERDICT AND DESCRIPTION FOR THE REPORT
004590*----------------------------------------------------------------
004600 01  DL100-CAT-CODE              PIC X(02).
004610 01  DL100-CAT-DATE              PIC 9(08).
004620 01  DL100-CAT-STATUS            PIC X(02) VALUE '00'.
004630     88  DL100-CAT-OK            VALUE '00'.
004640     88  DL100-CAT-UNKNOWN       VALUE '01'.
004650     88  DL100-CAT-NOT-IN-EFFECT VALUE '02'.
004660     88  DL100-CAT-NO-MASTER     VALUE '03'.
004670 01  DL100-CAT-DESC              PIC X(24).
004680 01  DL100-CAT-OWNER             PIC X(08).
004690
004700 77  DL100-CKPT-INTERVAL         USAGE COMP-5 PIC 9(05)
004710                                     VALUE 00100.
004720 77  DL100-CKPT-SINCE-CNT        USAGE COMP-5 PIC 9(05) VALUE 0.
004730 77  DL100-CKPT-SKIP-COUNT       USAGE COMP-5 PIC 9(09) VALUE 0.
004740 77  DL100-CKPT-WRITE-SAVE       USAGE COMP-5 PIC 9(09) VALUE 0.
004750
004760 01  DL100-RESTART-SW            PIC X(01) VALUE 'N'.
004770     88  DL100-RESTART-RUN       VALUE 'Y'.
004780     88  DL100-NOT-RESTART       VALUE 'N'.
004790
004800 01  DL100-CK-STATUS             PIC X(02) VALUE '00'.
004810     88  DL100-CK-OK             VALUE '00'.
004820
004830 01  DL100-BR-STATUS             PIC X(02) VALUE '00'.
004840     88  DL100-BR-OK             VALUE '00'.
004850
004860 01  DL100-ST-STATUS             PIC X(02) VALUE '00'.
004870     88  DL100-ST-OK             VALUE '00'.
004880
004890 01  DL100-SB-STATUS             PIC X(02) VALUE '00'.
004900     88  DL100-SB-OK             VALUE '00'.
004910
004920*----------------------------------------------------------------
004930* RUN STATISTICS BY SOURCE SYSTEM, FEED DATE AND CATEGORY - ONE
004940* ENTRY PER COMBINATION SEEN, WRITTEN TO DL100SB AT END OF RUN.
004950* DL100-SB-HIT IS THE CURRENT RECORD'S ENTRY, ZERO IF THE TABLE
004960* HAD NO ROOM FOR IT.
004970*----------------------------------------------------------------
004980 01  DL100-SB-TABLE.
004990     05  DL100-SB-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
005000     05  DL100-SB-ENTRY OCCURS 250 TIMES.
005010         10  DL100-SBT-SOURCE    PIC X(08).
005020         10  DL100-SBT-FEED-DATE PIC 9(08).
005030         10  DL100-SBT-CAT       PIC X(02).
005040         10  DL100-SBT-RECEIVED  USAGE COMP-5 PIC 9(09).
005050         10  DL100-SBT-CONVERTED USAGE COMP-5 PIC 9(09).
005060         10  DL100-SBT-REVERSED  USAGE COMP-5 PIC 9(09).
005070         10  DL100-SBT-REJECTED  USAGE COMP-5 PIC 9(09).
005080         10  DL100-SBT-STAT-CNT  USAGE COMP-5 PIC 9(09)
005090                                     OCCURS 4 TIMES.
005100         10  DL100-SBT-DRIFT3    USAGE COMP-3 PIC S9(13)V99.
005110         10  DL100-SBT-DRIFT4    USAGE COMP-3 PIC S9(13)V99.
005120         10  DL100-SBT-DRIFT5    USAGE COMP-3 PIC S9(13).
005130         10  DL100-SBT-DRIFT6    USAGE COMP-3 PIC S9(13)V99.
005140         10  DL100-SBT-DRIFT7    USAGE COMP-3 PIC S9(13).
005150
005160 77  DL100-SB-MAX-ENTRIES        USAGE COMP-5 PIC 9(04)
005170                                     VALUE 250.
005180 77  DL100-SB-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
005190 77  DL100-SB-SRCH               USAGE COMP-5 PIC 9(04) VALUE 0.
005200 77  DL100-SB-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
005210 77  DL100-SB-ST                 USAGE COMP-5 PIC 9(04) VALUE 0.
005220
005230 01  DL100-SB-FULL-SW            PIC X(01) VALUE 'N'.
005240     88  DL100-SB-FULL           VALUE 'Y'.
005250     88  DL100-SB-NOT-FULL       VALUE 'N'.
005260
005270*----------------------------------------------------------------
005280* TOTAL DRIFT APPLIED PER ARGUMENT ACROSS THE RECORDS WRITTEN -
005290* THE SUM OF (VALUE RETURNED - VALUE FED IN), KEPT FOR THE RUN
005300* SUMMARY RECORD SO THE DL100STR TREND REPORT CAN SHOW IT
005310*----------------------------------------------------------------
005320 01  DL100-DRIFT-TOTALS.
005330     05  DL100-DRIFT3            USAGE COMP-3 PIC S9(13)V99
005340                                     VALUE 0.
005350     05  DL100-DRIFT4            USAGE COMP-3 PIC S9(13)V99
005360                                     VALUE 0.
005370     05  DL100-DRIFT5            USAGE COMP-3 PIC S9(13)
005380                                     VALUE 0.
005390     05  DL100-DRIFT6            USAGE COMP-3 PIC S9(13)V99
005400                                     VALUE 0.
005410     05  DL100-DRIFT7            USAGE COMP-3 PIC S9(13)
005420                                     VALUE 0.
005430
005440*----------------------------------------------------------------
005450* FLOATING-POINT DIFFERENCE STAGED HERE BEFORE IT IS ADDED TO A
005460* PACKED DRIFT TOTAL - THE TWO ARITHMETIC FORMS DO NOT MIX IN
005470* ONE COMPUTE
005480*----------------------------------------------------------------
005490 77  DL100-DRIFT-WORK            USAGE COMP-2.
005500
005510*----------------------------------------------------------------
005520* FEED BALANCING WORK AREAS - WHAT THE CURRENT SET'S TRAILER
005530* PROMISED AND WHAT THE SET ACTUALLY CARRIED.  RESET AT EVERY
005540* SET HEADER; CAPTURED INTO THE SET TABLE AT EVERY TRAILER.
005550*----------------------------------------------------------------
005560 01  DL100-BAL-EXPECTED.
005570     05  DL100-EXP-COUNT         PIC 9(09) VALUE 0.
005580     05  DL100-EXP-HASH5         USAGE COMP-3 PIC S9(13)
005590                                     VALUE 0.
005600     05  DL100-EXP-HASH6         USAGE COMP-3 PIC S9(13)V99
005610                                     VALUE 0.
005620     05  DL100-EXP-HASH7         USAGE COMP-3 PIC S9(13)
005630                                     VALUE 0.
005640
005650 01  DL100-BAL-ACTUAL.
005660     05  DL100-ACT-COUNT         USAGE COMP-5 PIC 9(09) VALUE 0.
005670     05  DL100-ACT-HASH5         USAGE COMP-3 PIC S9(13)
005680                                     VALUE 0.
005690     05  DL100-ACT-HASH6         USAGE COMP-3 PIC S9(13)V99
005700                                     VALUE 0.
005710     05  DL100-ACT-HASH7         USAGE COMP-3 PIC S9(13)
005720                                     VALUE 0.
005730
005740 01  DL100-OUT-TOTALS.
005750     05  DL100-OUT-HASH5         USAGE COMP-3 PIC S9(13)
005760                                     VALUE 0.
005770     05  DL100-OUT-HASH6         USAGE COMP-3 PIC S9(13)V99
005780                                     VALUE 0.
005790     05  DL100-OUT-HASH7         USAGE COMP-3 PIC S9(13)
005800                                     VALUE 0.
005810
005820*----------------------------------------------------------------
005830* ONE ENTRY PER COMPLETE H...T FEED SET IN THE CONCATENATED
005840* INPUT - WHAT ITS TRAILER PROMISED AND WHAT IT ACTUALLY
005850* CARRIED, PER DL100-HDR-SOURCE-SYS, FOR THE BALANCING REPORT
005860*----------------------------------------------------------------
005870 01  DL100-FS-TABLE.
005880     05  DL100-FS-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
005890     05  DL100-FS-ENTRY OCCURS 10 TIMES.
005900         10  DL100-FS-SOURCE     PIC X(08).
005910         10  DL100-FS-EXP-COUNT  PIC 9(09).
005920         10  DL100-FS-ACT-COUNT  USAGE COMP-5 PIC 9(09).
005930         10  DL100-FS-EXP-HASH5  USAGE COMP-3 PIC S9(13).
005940         10  DL100-FS-ACT-HASH5  USAGE COMP-3 PIC S9(13).
005950         10  DL100-FS-EXP-HASH6  USAGE COMP-3 PIC S9(13)V99.
005960         10  DL100-FS-ACT-HASH6  USAGE COMP-3 PIC S9(13)V99.
005970         10  DL100-FS-EXP-HASH7  USAGE COMP-3 PIC S9(13).
005980         10  DL100-FS-ACT-HASH7  USAGE COMP-3 PIC S9(13).
005990
006000 77  DL100-FS-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
006010
006020 01  DL100-FS-DUP-SW             PIC X(01) VALUE 'N'.
006030     88  DL100-FS-DUP            VALUE 'Y'.
006040     88  DL100-FS-NO-DUP         VALUE 'N'.
006050
006060 01  DL100-HDR-SEEN-SW           PIC X(01) VALUE 'N'.
006070     88  DL100-HDR-SEEN          VALUE 'Y'.
006080     88  DL100-HDR-NOT-SEEN      VALUE 'N'.
006090
006100 01  DL100-TRL-SEEN-SW           PIC X(01) VALUE 'N'.
006110     88  DL100-TRL-SEEN          VALUE 'Y'.
006120     88  DL100-TRL-NOT-SEEN      VALUE 'N'.
006130
006140 01  DL100-BAL-FAIL-SW           PIC X(01) VALUE 'N'.
006150     88  DL100-BAL-FAILED        VALUE 'Y'.
006160     88  DL100-BAL-OK            VALUE 'N'.
006170
006180*----------------------------------------------------------------
006190* REJECT-RATE CIRCUIT BREAKER - THE DL100RT LIMITS AND WHAT THE
006200* RUN HAS PROCESSED AND REJECTED AGAINST THEM.  ENTRY 1 IS THE
006210* RUN AS A WHOLE ('**'), FOLLOWED BY ONE ENTRY PER CATEGORY
006220* NAMED ON DL100RT OR SEEN ON THE FEED.  THE COUNTS ARE CARRIED
006230* ON THE CHECKPOINT SO A RESTART PICKS UP WHERE THEY LEFT OFF.
006240*----------------------------------------------------------------
006250 01  DL100-CB-TABLE.
006260     05  DL100-CB-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
006270     05  DL100-CB-ENTRY OCCURS 51 TIMES.
006280         10  DL100-CB-CAT        PIC X(02).
006290         10  DL100-CB-LIMIT-SW   PIC X(01).
006300             88  DL100-CB-LIMITED    VALUE 'Y'.
006310         10  DL100-CB-BREACH-SW  PIC X(01).
006320             88  DL100-CB-BREACHED   VALUE 'Y'.
006330         10  DL100-CB-MAX-PCT    PIC 9(03)V99.
006340         10  DL100-CB-MAX-COUNT  PIC 9(09).
006350         10  DL100-CB-MIN-SAMPLE PIC 9(09).
006360         10  DL100-CB-PROC-CNT   USAGE COMP-5 PIC 9(09).
006370         10  DL100-CB-REJ-CNT    USAGE COMP-5 PIC 9(09).
006380         10  DL100-CB-STAT-CNT   USAGE COMP-5 PIC 9(09)
006390                                     OCCURS 4 TIMES.
006400
006410 77  DL100-CB-MAX-ENTRIES        USAGE COMP-5 PIC 9(04)
006420                                     VALUE 51.
006430 77  DL100-CB-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
006440 77  DL100-CB-SRCH               USAGE COMP-5 PIC 9(04) VALUE 0.
006450 77  DL100-CB-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
006460 77  DL100-CB-CAT-HIT            USAGE COMP-5 PIC 9(04) VALUE 0.
006470 77  DL100-CB-LOOPS              USAGE COMP-5 PIC 9(04) VALUE 0.
006480 77  DL100-CB-ST                 USAGE COMP-5 PIC 9(04) VALUE 0.
006490 77  DL100-CB-TOP-CNT            USAGE COMP-5 PIC 9(09) VALUE 0.
006500
006510 01  DL100-CB-MATCH-CAT          PIC X(02).
006520
006530*    THE REJECT STATUSES THE BREAKER COUNTS, IN REPORT ORDER
006540 01  DL100-CB-STATUS-CODES       PIC X(08) VALUE '05060910'.
006550 01  DL100-CB-STATUS-TBL REDEFINES DL100-CB-STATUS-CODES.
006560     05  DL100-CB-STATUS-CODE    PIC X(02) OCCURS 4 TIMES.
006570
006580*    THE CURRENT RECORD'S REJECT STATUS - SPACES IF IT WAS NOT
006590*    REJECTED
006600 01  DL100-CB-REC-STATUS         PIC X(02) VALUE SPACES.
006610     88  DL100-CB-REC-OK         VALUE SPACES.
006620
006630 01  DL100-CB-REJ-WORK           USAGE COMP-3 PIC S9(13)V99
006640                                     VALUE 0.
006650 01  DL100-CB-LIMIT-WORK         USAGE COMP-3 PIC S9(13)V99
006660                                     VALUE 0.
006670
006680 01  DL100-RT-STATUS             PIC X(02) VALUE '00'.
006690     88  DL100-RT-OK             VALUE '00'.
006695     88  DL100-RT-NOT-THERE      VALUE '35'.
006700
006710 01  DL100-RT-EOF-SW             PIC X(01) VALUE 'N'.
006720     88  DL100-RT-EOF            VALUE 'Y'.
006730     88  DL100-RT-NOT-EOF        VALUE 'N'.
006740
006750 01  DL100-CB-ACTIVE-SW          PIC X(01) VALUE 'N'.
006760     88  DL100-CB-ACTIVE         VALUE 'Y'.
006770     88  DL100-CB-INACTIVE       VALUE 'N'.
006780
006790 01  DL100-CB-CHECK-SW           PIC X(01) VALUE 'F'.
006800     88  DL100-CB-IN-FLIGHT      VALUE 'F'.
006810     88  DL100-CB-END-OF-RUN     VALUE 'E'.
006820
006830 01  DL100-CB-HIT-LIMIT-SW       PIC X(01) VALUE SPACE.
006840     88  DL100-CB-NO-LIMIT-HIT   VALUE SPACE.
006850     88  DL100-CB-PCT-HIT        VALUE 'P'.
006860     88  DL100-CB-COUNT-HIT      VALUE 'C'.
006870
006880 01  DL100-CB-TRIP-SW            PIC X(01) VALUE 'N'.
006890     88  DL100-CB-TRIPPED        VALUE 'Y'.
006900     88  DL100-CB-NOT-TRIPPED    VALUE 'N'.
006910
006920 01  DL100-CB-STOP-SW            PIC X(01) VALUE 'N'.
006930     88  DL100-CB-STOPPED        VALUE 'Y'.
006940     88  DL100-CB-NOT-STOPPED    VALUE 'N'.
006950
006960*    WHAT TRIPPED THE BREAKER FIRST, FOR DL100BR
006970 01  DL100-CB-TRIP.
006980     05  DL100-CB-TRIP-CAT       PIC X(02) VALUE SPACES.
006990     05  DL100-CB-TRIP-STATUS    PIC X(02) VALUE SPACES.
007000     05  DL100-CB-TRIP-LIMIT-SW  PIC X(01) VALUE SPACE.
007010         88  DL100-CB-TRIP-ON-PCT    VALUE 'P'.
007020         88  DL100-CB-TRIP-ON-COUNT  VALUE 'C'.
007030     05  DL100-CB-TRIP-RECORD    PIC 9(09) VALUE 0.
007040     05  DL100-CB-TRIP-WHEN-SW   PIC X(01) VALUE SPACE.
007050         88  DL100-CB-TRIP-IN-FLIGHT VALUE 'F'.
007060         88  DL100-CB-TRIP-AT-END    VALUE 'E'.
007070
007080*    THE RUN OPERATIONS HAVE RELEASED ON THE DL100RT HEADER
007090 01  DL100-CB-RELEASE-RUN-ID     PIC X(16) VALUE SPACES.
007100 01  DL100-CB-RELEASED-BY        PIC X(08) VALUE SPACES.
007110
007120 PROCEDURE DIVISION.
007130*----------------------------------------------------------------
007140* 0000-MAINLINE
007150*----------------------------------------------------------------
007160 0000-MAINLINE.
007170     PERFORM 1000-INITIALIZE
007180         THRU 1000-EXIT.
007190
007200     IF DL100-INIT-OK
007210         PERFORM 2000-PROCESS-FILE
007220             THRU 2000-EXIT
007230             UNTIL DL100-EOF
007240     END-IF.
007250
007260     PERFORM 3000-TERMINATE
007270         THRU 3000-EXIT.
007280
007290     STOP RUN.
007300
007310*----------------------------------------------------------------
007320* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ
007330*----------------------------------------------------------------
007340 1000-INITIALIZE.
007350     ACCEPT DL100-RUN-TODAY FROM DATE YYYYMMDD.
007360
007370*    THE BREAKER TABLE IS SET UP BEFORE THE CHECKPOINT IS READ -
007380*    A RESTART RELOADS ITS COUNTS FROM THE CHECKPOINT TALLIES
007390     INITIALIZE DL100-CB-TABLE.
007400     MOVE 1    TO DL100-CB-COUNT.
007410     MOVE '**' TO DL100-CB-CAT(1).
007420
007430     PERFORM 1200-CHECK-RESTART
007440         THRU 1200-EXIT.
007450
007460     SET DL100-INIT-OK TO TRUE.
007470
007480     OPEN INPUT  DL100-IN-FILE.
007490     IF NOT DL100-IN-OK
007500         DISPLAY 'DL100D - INPUT OPEN ERROR ' DL100-IN-STATUS
007510         SET DL100-INIT-FAILED TO TRUE
007520         MOVE 12 TO RETURN-CODE
007530     END-IF.
007540
007550     OPEN INPUT  DL100-PM-FILE.
007560     IF NOT DL100-PM-OK
007570         DISPLAY 'DL100D - CONTROL FILE OPEN ERR ' DL100-PM-STATUS
007580         SET DL100-INIT-FAILED TO TRUE
007590         MOVE 12 TO RETURN-CODE
007600     END-IF.
007610
007620     IF DL100-RESTART-RUN
007630         OPEN EXTEND DL100-OT-FILE
007640         IF NOT DL100-OT-OK
007650             DISPLAY 'DL100D - OUTPUT OPEN ERROR ' DL100-OT-STATUS
007660             SET DL100-INIT-FAILED TO TRUE
007670             MOVE 12 TO RETURN-CODE
007680         END-IF
007690         OPEN EXTEND DL100-EX-FILE
007700         IF NOT DL100-EX-OK
007710             DISPLAY 'DL100D - EXCEPT OPEN ERR ' DL100-EX-FSTATUS
007720             SET DL100-INIT-FAILED TO TRUE
007730             MOVE 12 TO RETURN-CODE
007740         END-IF
007750         MOVE DL100-CKPT-WRITE-SAVE TO DL100-WRITE-CNT
007760         MOVE DL100-CKPT-SKIP-COUNT TO DL100-PROC-CNT
007770         COMPUTE DL100-REJECT-CNT
007780             = DL100-CKPT-SKIP-COUNT - DL100-CKPT-WRITE-SAVE
007790         DISPLAY 'DL100D - RESTARTING AFTER RECORD '
007800             DL100-CKPT-SKIP-COUNT
007810     ELSE
007820         OPEN OUTPUT DL100-OT-FILE
007830         IF NOT DL100-OT-OK
007840             DISPLAY 'DL100D - OUTPUT OPEN ERROR ' DL100-OT-STATUS
007850             SET DL100-INIT-FAILED TO TRUE
007860             MOVE 12 TO RETURN-CODE
007870         END-IF
007880         OPEN OUTPUT DL100-EX-FILE
007890         IF NOT DL100-EX-OK
007900             DISPLAY 'DL100D - EXCEPT OPEN ERR ' DL100-EX-FSTATUS
007910             SET DL100-INIT-FAILED TO TRUE
007920             MOVE 12 TO RETURN-CODE
007930         END-IF
007940     END-IF.
007950
007960*    THE BEFORE/AFTER REPORT FOLLOWS THE SAME RESTART RULE AS
007970*    DL100OT AND DL100EX - A RESTART APPENDS SO THE PUBLISHED
007980*    REPORT COVERS EVERY ATTEMPT AT THE FEED, AND THE HEADINGS
007990*    FROM THE FIRST ATTEMPT ARE NOT REPEATED.  ON A SYSOUT
008000*    DESTINATION (THE DAILY JOB) THE SPOOL ALLOCATION IS FRESH
008010*    EITHER WAY AND EXTEND SIMPLY STARTS IT.
008020     IF DL100-RESTART-RUN
008030         OPEN EXTEND DL100-RP-FILE
008040     ELSE
008050         OPEN OUTPUT DL100-RP-FILE
008060     END-IF.
008070     IF NOT DL100-RP-OK
008080         DISPLAY 'DL100D - REPORT OPEN ERROR ' DL100-RP-STATUS
008090         SET DL100-INIT-FAILED TO TRUE
008100         MOVE 12 TO RETURN-CODE
008110     END-IF.
008120
008130     IF DL100-NOT-RESTART
008140         WRITE DL100-RP-REC FROM DL100-RP-HEADING1
008150             AFTER ADVANCING PAGE
008160         WRITE DL100-RP-REC FROM DL100-RP-HEADING2
008170             AFTER ADVANCING 2 LINES
008180     END-IF.
008190
008200*    DL100-BR-FILE IS ALSO A SYSOUT DESTINATION - THE BALANCING
008210*    REPORT COMES OUT OF EVERY RUN, RESTART OR NOT.
008220     OPEN OUTPUT DL100-BR-FILE.
008230     IF NOT DL100-BR-OK
008240         DISPLAY 'DL100D - BALANCE RPT OPEN ERR ' DL100-BR-STATUS
008250         SET DL100-INIT-FAILED TO TRUE
008260         MOVE 12 TO RETURN-CODE
008270     END-IF.
008280
008290     PERFORM 1100-READ-PARM
008300         THRU 1100-EXIT.
008310
008320     IF DL100-INIT-OK
008330         PERFORM 1500-READ-TOLERANCE
008340             THRU 1500-EXIT
008350     END-IF.
008360
008370     IF DL100-INIT-OK
008380         PERFORM 2100-READ-INPUT
008390             THRU 2100-EXIT
008400     END-IF.
008410
008420     IF DL100-INIT-OK
008430         PERFORM 1400-VERIFY-HEADER
008440             THRU 1400-EXIT
008450     END-IF.
008460
008470     IF DL100-INIT-OK AND DL100-RESTART-RUN
008480         PERFORM 1300-SKIP-PROCESSED
008490             THRU 1300-EXIT
008500         MOVE 0 TO DL100-READ-CNT
008510     END-IF.
008520
008530*    A RUN THE BREAKER STOPPED, AND THAT HAS NOT BEEN RELEASED,
008540*    STOPS AGAIN HERE BEFORE ANOTHER RECORD IS TOUCHED
008550     IF DL100-INIT-OK AND DL100-RESTART-RUN AND DL100-CB-ACTIVE
008560         SET DL100-CB-IN-FLIGHT TO TRUE
008570         MOVE SPACES TO DL100-CB-REC-STATUS
008580         PERFORM 2880-CHECK-ALL-ENTRIES
008590             THRU 2880-EXIT
008600         IF DL100-CB-STOPPED
008610             SET DL100-EOF TO TRUE
008620         END-IF
008630     END-IF.
008640 1000-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680* 1100-READ-PARM - READ THE RUN PARAMETER (CONTROL) FILE
008690*----------------------------------------------------------------
008700 1100-READ-PARM.
008710     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
008720     IF NOT DL100-PM-OK
008730         DISPLAY 'DL100D - CONTROL FILE READ ERR ' DL100-PM-STATUS
008740         SET DL100-INIT-FAILED TO TRUE
008750         GO TO 1100-EXIT
008760     END-IF.
008770
008780     IF NOT DL100-PARM-HEADER
008790         DISPLAY 'DL100D - CONTROL FILE HEADER RECORD MISSING'
008800         SET DL100-INIT-FAILED TO TRUE
008810         GO TO 1100-EXIT
008820     END-IF.
008830
008840     DISPLAY 'DL100D - RUN DATE  : ' DL100-PARM-RUN-DATE.
008850     DISPLAY 'DL100D - REQUESTOR : ' DL100-PARM-REQUESTOR.
008860
008870     PERFORM 1110-LOAD-ADJ-SET
008880         THRU 1110-EXIT
008890         UNTIL DL100-PM-EOF.
008900
008910     IF DL100-ADJ-COUNT = 0
008920         DISPLAY 'DL100D - CONTROL FILE DETAIL RECORD MISSING'
008930         SET DL100-INIT-FAILED TO TRUE
008940         GO TO 1100-EXIT
008950     END-IF.
008960
008970     DISPLAY 'DL100D - ADJ SETS  : ' DL100-ADJ-COUNT.
008980 1100-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------------
009020* 1110-LOAD-ADJ-SET - READ ONE 'D' CONTROL RECORD INTO THE
009030*                     ADJUSTMENT SET TABLE
009040*----------------------------------------------------------------
009050 1110-LOAD-ADJ-SET.
009060     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
009070     IF NOT DL100-PM-OK
009080         IF DL100-PM-STATUS NOT = '10'
009090             DISPLAY 'DL100D - CONTROL FILE READ ERR '
009100                 DL100-PM-STATUS
009110             SET DL100-INIT-FAILED TO TRUE
009120         END-IF
009130         SET DL100-PM-EOF TO TRUE
009140         GO TO 1110-EXIT
009150     END-IF.
009160
009170*    A PROPOSED CHANGE STILL AWAITING ITS SECOND OPERATOR - THE
009180*    FILE AS A WHOLE HAS NOT BEEN AGREED, SO NOTHING RUNS ON IT
009190     IF DL100-PARM-PENDING
009200         DISPLAY 'DL100D - UNAPPROVED CHANGE ON CONTROL FILE FOR '
009210             'CATEGORY ' DL100-PARM-CATEGORY
009220         DISPLAY 'DL100D - RUN REFUSED - APPROVE OR REJECT IT '
009230             'THROUGH DL100PA FIRST'
009240         SET DL100-INIT-FAILED TO TRUE
009250         SET DL100-PM-EOF TO TRUE
009260         MOVE 16 TO RETURN-CODE
009270         GO TO 1110-EXIT
009280     END-IF.
009290
009300     IF NOT DL100-PARM-DETAIL
009310         DISPLAY 'DL100D - BAD CONTROL RECORD TYPE '
009320             DL100-PARM-TYPE
009330         SET DL100-INIT-FAILED TO TRUE
009340         SET DL100-PM-EOF TO TRUE
009350         GO TO 1110-EXIT
009360     END-IF.
009370
009380     IF DL100-ADJ-COUNT >= 20
009390         DISPLAY 'DL100D - TOO MANY ADJUSTMENT SETS'
009400         SET DL100-INIT-FAILED TO TRUE
009410         SET DL100-PM-EOF TO TRUE
009420         GO TO 1110-EXIT
009430     END-IF.
009440
009450     ADD 1 TO DL100-ADJ-COUNT.
009460     MOVE DL100-PARM-CATEGORY
009470         TO DL100-ADJ-CAT(DL100-ADJ-COUNT).
009480     MOVE DL100-PARM-ADJ3 TO DL100-ADJ3-TBL(DL100-ADJ-COUNT).
009490     MOVE DL100-PARM-ADJ4 TO DL100-ADJ4-TBL(DL100-ADJ-COUNT).
009500     MOVE DL100-PARM-ADJ5 TO DL100-ADJ5-TBL(DL100-ADJ-COUNT).
009510     MOVE DL100-PARM-ADJ6 TO DL100-ADJ6-TBL(DL100-ADJ-COUNT).
009520     MOVE DL100-PARM-ADJ7 TO DL100-ADJ7-TBL(DL100-ADJ-COUNT).
009530     MOVE DL100-PARM-MSG-CODE
009540         TO DL100-ADJMSG-TBL(DL100-ADJ-COUNT).
009550 1110-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------------
009590* 1200-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A PRIOR RUN
009600*                      THAT DID NOT REACH END OF FILE
009610*----------------------------------------------------------------
009620 1200-CHECK-RESTART.
009630     SET DL100-NOT-RESTART TO TRUE.
009640     MOVE 0 TO DL100-CKPT-SKIP-COUNT.
009650
009660     OPEN INPUT DL100-CK-FILE.
009670     IF DL100-CK-OK
009680         READ DL100-CK-FILE INTO DL100-CKPT-RECORD
009690         IF DL100-CK-OK AND DL100-CKPT-PROC-COUNT > 0
009700             SET DL100-RESTART-RUN TO TRUE
009710             MOVE DL100-CKPT-PROC-COUNT TO DL100-CKPT-SKIP-COUNT
009720             MOVE DL100-CKPT-COUNT TO DL100-CKPT-WRITE-SAVE
009730             MOVE DL100-CKPT-HASH5 TO DL100-OUT-HASH5
009740             MOVE DL100-CKPT-HASH6 TO DL100-OUT-HASH6
009750             MOVE DL100-CKPT-HASH7 TO DL100-OUT-HASH7
009760             MOVE DL100-CKPT-RUN-ID TO DL100-RUN-ID
009770             PERFORM 1210-READ-CKPT-TALLY
009780                 THRU 1210-EXIT
009790                 UNTIL NOT DL100-CK-OK
009800         END-IF
009810         CLOSE DL100-CK-FILE
009820     ELSE
009830         DISPLAY 'DL100D - NO CHECKPOINT FILE - STATUS '
009840             DL100-CK-STATUS
009850     END-IF.
009860 1200-EXIT.
009870     EXIT.
009880
009890*----------------------------------------------------------------
009900* 1210-READ-CKPT-TALLY - RESTORE ONE ENTRY'S CIRCUIT BREAKER
009910*                        COUNTS FROM THE CHECKPOINT
009920*----------------------------------------------------------------
009930 1210-READ-CKPT-TALLY.
009940     READ DL100-CK-FILE INTO DL100-CKPT-TALLY-RECORD.
009950     IF NOT DL100-CK-OK
009960         GO TO 1210-EXIT
009970     END-IF.
009980
009990     MOVE DL100-CKPT-TL-CATEGORY TO DL100-CB-MATCH-CAT.
010000     PERFORM 2810-FIND-CB-ENTRY
010010         THRU 2810-EXIT.
010020     IF DL100-CB-HIT = 0
010030         GO TO 1210-EXIT
010040     END-IF.
010050
010060     MOVE DL100-CKPT-TL-PROC TO DL100-CB-PROC-CNT(DL100-CB-HIT).
010070     MOVE DL100-CKPT-TL-REJ  TO DL100-CB-REJ-CNT(DL100-CB-HIT).
010080     MOVE DL100-CKPT-TL-STAT(1)
010090         TO DL100-CB-STAT-CNT(DL100-CB-HIT 1).
010100     MOVE DL100-CKPT-TL-STAT(2)
010110         TO DL100-CB-STAT-CNT(DL100-CB-HIT 2).
010120     MOVE DL100-CKPT-TL-STAT(3)
010130         TO DL100-CB-STAT-CNT(DL100-CB-HIT 3).
010140     MOVE DL100-CKPT-TL-STAT(4)
010150         TO DL100-CB-STAT-CNT(DL100-CB-HIT 4).
010160 1210-EXIT.
010170     EXIT.
010180
010190*----------------------------------------------------------------
010200* 1300-SKIP-PROCESSED - DISCARD THE FEED RECORDS THAT WERE
010210*                       ALREADY PROCESSED BEFORE THE RESTART
010220*----------------------------------------------------------------
010230 1300-SKIP-PROCESSED.
010240     PERFORM 1310-SKIP-ONE-RECORD
010250         THRU 1310-EXIT
010260         DL100-CKPT-SKIP-COUNT TIMES.
010270 1300-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------------
010310* 1310-SKIP-ONE-RECORD - READ AND DISCARD A SINGLE FEED RECORD
010320*----------------------------------------------------------------
010330 1310-SKIP-ONE-RECORD.
010340     IF DL100-NOT-EOF
010350         PERFORM 2100-READ-INPUT
010360             THRU 2100-EXIT
010370     END-IF.
010380 1310-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------------
010420* 1400-VERIFY-HEADER - THE FIRST FEED RECORD MUST BE THE 'H'
010430*                      CONTROL HEADER OF THE FIRST SET.  LATER
010440*                      SETS ARE OPENED BY 2100-READ-INPUT AS
010450*                      THEIR HEADERS ARRIVE.
010460*----------------------------------------------------------------
010470 1400-VERIFY-HEADER.
010480     IF DL100-EOF OR NOT DL100-IN-HEADER
010490         DISPLAY 'DL100D - FEED HEADER MISSING - RUN ABORTED'
010500         SET DL100-INIT-FAILED TO TRUE
010510         MOVE 16 TO RETURN-CODE
010520         GO TO 1400-EXIT
010530     END-IF.
010540
010550     PERFORM 1450-START-FEED-SET
010560         THRU 1450-EXIT.
010570
010580     PERFORM 2100-READ-INPUT
010590         THRU 2100-EXIT.
010600 1400-EXIT.
010610     EXIT.
010620
010630*----------------------------------------------------------------
010640* 1450-START-FEED-SET - THE 'H' IN DL100-INPUT-RECORD OPENS THE
010650*                       NEXT SOURCE SYSTEM'S SET.  DL100OT
010660*                       CARRIES THE FIRST SET'S HEADER ONLY -
010670*                       ONE COMBINED FEED GOES DOWNSTREAM.
010680*----------------------------------------------------------------
010690 1450-START-FEED-SET.
010700     MOVE DL100-INPUT-RECORD TO DL100-HDR-RECORD.
010710     DISPLAY 'DL100D - FEED DATE : ' DL100-HDR-FEED-DATE.
010720     DISPLAY 'DL100D - FEED FROM : ' DL100-HDR-SOURCE-SYS.
010730
010740     IF DL100-FS-COUNT >= 10
010750         DISPLAY 'DL100D - TOO MANY FEED SETS - RUN ABORTED'
010760         SET DL100-IN-READ-ERROR TO TRUE
010770         SET DL100-EOF TO TRUE
010780         MOVE 16 TO RETURN-CODE
010790         GO TO 1450-EXIT
010800     END-IF.
010810
010820*    THE SAME SOURCE SYSTEM TWICE IS THE DOUBLED FEED THE OLD
010830*    DATA-AFTER-TRAILER GUARD USED TO CATCH
010840     SET DL100-FS-NO-DUP TO TRUE.
010850     MOVE 0 TO DL100-FS-SUB.
010860     PERFORM 1455-CHECK-DUP-SOURCE
010870         THRU 1455-EXIT
010880         DL100-FS-COUNT TIMES.
010890     IF DL100-FS-DUP
010900         DISPLAY 'DL100D - SOURCE SYSTEM TWICE IN FEED: '
010910             DL100-HDR-SOURCE-SYS ' - RUN ABORTED'
010920         SET DL100-IN-READ-ERROR TO TRUE
010930         SET DL100-EOF TO TRUE
010940         MOVE 16 TO RETURN-CODE
010950         GO TO 1450-EXIT
010960     END-IF.
010970
010980     ADD 1 TO DL100-FS-COUNT.
010990     MOVE DL100-HDR-SOURCE-SYS
011000         TO DL100-FS-SOURCE(DL100-FS-COUNT).
011010     SET DL100-HDR-SEEN TO TRUE.
011020     SET DL100-TRL-NOT-SEEN TO TRUE.
011030     MOVE 0 TO DL100-EXP-COUNT.
011040     MOVE 0 TO DL100-EXP-HASH5.
011050     MOVE 0 TO DL100-EXP-HASH6.
011060     MOVE 0 TO DL100-EXP-HASH7.
011070     MOVE 0 TO DL100-ACT-COUNT.
011080     MOVE 0 TO DL100-ACT-HASH5.
011090     MOVE 0 TO DL100-ACT-HASH6.
011100     MOVE 0 TO DL100-ACT-HASH7.
011110
011120*    THE RUN ID IS SETTLED AT THE FIRST SET - A RESTART ALREADY
011130*    HAS THE CHECKPOINTED ONE - AND EVERY LATER SET RUNS UNDER
011140*    IT
011150     IF DL100-FS-COUNT = 1
011160         PERFORM 1470-SETTLE-RUN-ID
011170             THRU 1470-EXIT
011180     END-IF.
011190
011200*    A RESTART APPENDS TO AN OUTPUT FILE THAT ALREADY HAS ITS
011210*    HEADER FROM THE FIRST ATTEMPT.
011220     IF DL100-FS-COUNT = 1 AND DL100-NOT-RESTART
011230         WRITE DL100-OT-REC FROM DL100-HDR-RECORD
011240         IF NOT DL100-OT-OK
011250             DISPLAY 'DL100D - HDR WRITE ERROR ' DL100-OT-STATUS
011260         END-IF
011270     END-IF.
011280 1450-EXIT.
011290     EXIT.
011300
011310*----------------------------------------------------------------
011320* 1470-SETTLE-RUN-ID - A RESTART KEEPS THE RUN ID IT STARTED
011330*                      WITH; OTHERWISE THE RUN TAKES THE ONE ON
011340*                      THE FEED HEADER, OR MINTS ONE IF THE FEED
011350*                      DID NOT COME THROUGH DL100FE.  THE HEADER
011360*                      WRITTEN TO DL100OT CARRIES THE RESULT.
011370*----------------------------------------------------------------
011380 1470-SETTLE-RUN-ID.
011390     IF DL100-RUN-ID = SPACES OR LOW-VALUES
011400         MOVE DL100-HDR-RUN-ID TO DL100-RUN-ID
011410     END-IF.
011420     IF DL100-RUN-ID = SPACES OR LOW-VALUES
011430         ACCEPT DL100-NEW-RUN-DATE FROM DATE YYYYMMDD
011440         ACCEPT DL100-NEW-RUN-TIME FROM TIME
011450         MOVE DL100-NEW-RUN-ID TO DL100-RUN-ID
011460         DISPLAY 'DL100D - FEED HAS NO RUN ID - MINTED'
011470     END-IF.
011480     MOVE DL100-RUN-ID TO DL100-HDR-RUN-ID.
011490     DISPLAY 'DL100D - RUN ID    : ' DL100-RUN-ID.
011500 1470-EXIT.
011510     EXIT.
011520
011530*----------------------------------------------------------------
011540* 1455-CHECK-DUP-SOURCE - HAS THIS SOURCE SYSTEM ALREADY SENT A
011550*                         SET TONIGHT
011560*----------------------------------------------------------------
011570 1455-CHECK-DUP-SOURCE.
011580     ADD 1 TO DL100-FS-SUB.
011590     IF DL100-FS-SOURCE(DL100-FS-SUB) = DL100-HDR-SOURCE-SYS
011600         SET DL100-FS-DUP TO TRUE
011610     END-IF.
011620 1455-EXIT.
011630     EXIT.
011640
011650*----------------------------------------------------------------
011660* 1460-CLOSE-FEED-SET - THE SET'S TRAILER HAS ARRIVED - RECORD
011670*                       WHAT IT PROMISED AGAINST WHAT THE SET
011680*                       CARRIED.  A MISMATCH FAILS THE RUN BUT
011690*                       THE REMAINING SETS ARE STILL READ SO
011700*                       THE REPORT COVERS THE WHOLE NIGHT.
011710*----------------------------------------------------------------
011720 1460-CLOSE-FEED-SET.
011730     MOVE DL100-EXP-COUNT
011740         TO DL100-FS-EXP-COUNT(DL100-FS-COUNT).
011750     MOVE DL100-ACT-COUNT
011760         TO DL100-FS-ACT-COUNT(DL100-FS-COUNT).
011770     MOVE DL100-EXP-HASH5
011780         TO DL100-FS-EXP-HASH5(DL100-FS-COUNT).
011790     MOVE DL100-ACT-HASH5
011800         TO DL100-FS-ACT-HASH5(DL100-FS-COUNT).
011810     MOVE DL100-EXP-HASH6
011820         TO DL100-FS-EXP-HASH6(DL100-FS-COUNT).
011830     MOVE DL100-ACT-HASH6
011840         TO DL100-FS-ACT-HASH6(DL100-FS-COUNT).
011850     MOVE DL100-EXP-HASH7
011860         TO DL100-FS-EXP-HASH7(DL100-FS-COUNT).
011870     MOVE DL100-ACT-HASH7
011880         TO DL100-FS-ACT-HASH7(DL100-FS-COUNT).
011890
011900     IF DL100-EXP-COUNT NOT = DL100-ACT-COUNT
011910        OR DL100-EXP-HASH5 NOT = DL100-ACT-HASH5
011920        OR DL100-EXP-HASH6 NOT = DL100-ACT-HASH6
011930        OR DL100-EXP-HASH7 NOT = DL100-ACT-HASH7
011940         SET DL100-BAL-FAILED TO TRUE
011950         DISPLAY 'DL100D - FEED SET OUT OF BALANCE: '
011960             DL100-FS-SOURCE(DL100-FS-COUNT)
011970     END-IF.
011980 1460-EXIT.
011990     EXIT.
012000
012010*----------------------------------------------------------------
012020* 1500-READ-TOLERANCE - LOAD THE DL100RT REJECT LIMITS INTO THE
012030*                       BREAKER TABLE.  NO FILE MEANS NO
012040*                       BREAKER - THE RUN BEHAVES AS IT DID
012050*                       BEFORE DL100RT EXISTED.  A FILE THAT IS
012053*                       THERE BUT WILL NOT OPEN REFUSES THE RUN
012056*                       RATHER THAN QUIETLY DROP THE BREAKER.
012060*----------------------------------------------------------------
012070 1500-READ-TOLERANCE.
012080     OPEN INPUT DL100-RT-FILE.
012090     IF NOT DL100-RT-OK
012092         IF NOT DL100-RT-NOT-THERE
012094             DISPLAY 'DL100D - REJECT TOLERANCE OPEN ERR '
012096                 DL100-RT-STATUS
012098             SET DL100-INIT-FAILED TO TRUE
012100             MOVE 16 TO RETURN-CODE
012102             GO TO 1500-EXIT
012104         END-IF
012106         DISPLAY 'DL100D - NO REJECT TOLERANCE FILE - STATUS '
012110             DL100-RT-STATUS ' - BREAKER OFF'
012120         GO TO 1500-EXIT
012130     END-IF.
012140
012150     READ DL100-RT-FILE INTO DL100-RJT-RECORD.
012160     IF NOT DL100-RT-OK OR NOT DL100-RJT-HEADER
012170         DISPLAY 'DL100D - REJECT TOLERANCE HEADER MISSING'
012180         SET DL100-INIT-FAILED TO TRUE
012190         MOVE 16 TO RETURN-CODE
012200         CLOSE DL100-RT-FILE
012210         GO TO 1500-EXIT
012220     END-IF.
012230
012240*    A RELEASE MUST SAY WHO GAVE IT
012250     IF DL100-RJT-RELEASE-RUN-ID NOT = SPACES
012260         AND DL100-RJT-RELEASED-BY = SPACES
012270         DISPLAY 'DL100D - BREAKER RELEASE HAS NO OPERATOR ID'
012280         SET DL100-INIT-FAILED TO TRUE
012290         MOVE 16 TO RETURN-CODE
012300         CLOSE DL100-RT-FILE
012310         GO TO 1500-EXIT
012320     END-IF.
012330     MOVE DL100-RJT-RELEASE-RUN-ID TO DL100-CB-RELEASE-RUN-ID.
012340     MOVE DL100-RJT-RELEASED-BY    TO DL100-CB-RELEASED-BY.
012350
012360     PERFORM 1510-LOAD-TOLERANCE
012370         THRU 1510-EXIT
012380         UNTIL DL100-RT-EOF.
012390     CLOSE DL100-RT-FILE.
012400
012410     IF DL100-INIT-FAILED
012420         GO TO 1500-EXIT
012430     END-IF.
012440
012450     SET DL100-CB-ACTIVE TO TRUE.
012460     DISPLAY 'DL100D - REJECT TOLERANCE LOADED - BREAKER ON'.
012470     IF DL100-CB-RELEASE-RUN-ID NOT = SPACES
012480         DISPLAY 'DL100D - BREAKER RELEASE FOR RUN '
012490             DL100-CB-RELEASE-RUN-ID ' BY ' DL100-CB-RELEASED-BY
012500     END-IF.
012510 1500-EXIT.
012520     EXIT.
012530
012540*----------------------------------------------------------------
012550* 1510-LOAD-TOLERANCE - READ ONE 'D' TOLERANCE RECORD INTO THE
012560*                       BREAKER TABLE
012570*----------------------------------------------------------------
012580 1510-LOAD-TOLERANCE.
012590     READ DL100-RT-FILE INTO DL100-RJT-RECORD.
012600     IF NOT DL100-RT-OK
012610         IF DL100-RT-STATUS NOT = '10'
012620             DISPLAY 'DL100D - REJECT TOLERANCE READ ERR '
012630                 DL100-RT-STATUS
012640             SET DL100-INIT-FAILED TO TRUE
012650             MOVE 16 TO RETURN-CODE
012660         END-IF
012670         SET DL100-RT-EOF TO TRUE
012680         GO TO 1510-EXIT
012690     END-IF.
012700
012710     IF NOT DL100-RJT-DETAIL
012720         OR DL100-RJT-MAX-PCT NOT NUMERIC
012730         OR DL100-RJT-MAX-COUNT NOT NUMERIC
012740         OR DL100-RJT-MIN-SAMPLE NOT NUMERIC
012750         DISPLAY 'DL100D - BAD REJECT TOLERANCE RECORD '
012760             DL100-RJT-TYPE DL100-RJT-CATEGORY
012770         SET DL100-INIT-FAILED TO TRUE
012780         MOVE 16 TO RETURN-CODE
012790         SET DL100-RT-EOF TO TRUE
012800         GO TO 1510-EXIT
012810     END-IF.
012820
012830     MOVE DL100-RJT-CATEGORY TO DL100-CB-MATCH-CAT.
012840     PERFORM 2810-FIND-CB-ENTRY
012850         THRU 2810-EXIT.
012860     IF DL100-CB-HIT = 0
012870         DISPLAY 'DL100D - TOO MANY REJECT TOLERANCE CATEGORIES'
012880         SET DL100-INIT-FAILED TO TRUE
012890         MOVE 16 TO RETURN-CODE
012900         SET DL100-RT-EOF TO TRUE
012910         GO TO 1510-EXIT
012920     END-IF.
012930
012940     SET DL100-CB-LIMITED(DL100-CB-HIT) TO TRUE.
012950     MOVE DL100-RJT-MAX-PCT
012960         TO DL100-CB-MAX-PCT(DL100-CB-HIT).
012970     MOVE DL100-RJT-MAX-COUNT
012980         TO DL100-CB-MAX-COUNT(DL100-CB-HIT).
012990     MOVE DL100-RJT-MIN-SAMPLE
013000         TO DL100-CB-MIN-SAMPLE(DL100-CB-HIT).
013010 1510-EXIT.
013020     EXIT.
013030
013040*----------------------------------------------------------------
013050* 2000-PROCESS-FILE - CALL DATATYPE FOR ONE FEED RECORD
013060*----------------------------------------------------------------
013070 2000-PROCESS-FILE.
013080     MOVE SPACES TO DL100-CB-REC-STATUS.
013090     PERFORM 2050-FIND-SB-ENTRY
013100         THRU 2050-EXIT.
013110
013120     PERFORM 2140-VALIDATE-CATEGORY
013130         THRU 2140-EXIT.
013140     IF DL100-CAT-UNKNOWN OR DL100-CAT-NOT-IN-EFFECT
013150         PERFORM 2560-REJECT-BAD-CATEGORY
013160             THRU 2560-EXIT
013170         MOVE DL100-EX-STATUS TO DL100-CB-REC-STATUS
013180         GO TO 2000-NEXT
013190     END-IF.
013200
013210     PERFORM 2150-SELECT-ADJ-SET
013220         THRU 2150-EXIT.
013230     IF DL100-SET-NOT-FOUND
013240         PERFORM 2550-REJECT-CATEGORY
013250             THRU 2550-EXIT
013260         MOVE DL100-EX-STATUS TO DL100-CB-REC-STATUS
013270         GO TO 2000-NEXT
013280     END-IF.
013290
013300*    A REVERSAL IS NOT CONVERTED - IT IS CARRIED THROUGH AND
013310*    BACKED OUT OF THE RUN TOTALS
013320     IF DL100-IN-REVERSAL
013330         PERFORM 2650-APPLY-REVERSAL
013340             THRU 2650-EXIT
013350         GO TO 2000-NEXT
013360     END-IF.
013370
013380     PERFORM 2200-CALL-DATATYPE
013390         THRU 2200-EXIT.
013400
013410*    A RECORD DATATYPE REJECTED IS ALREADY ON DL100EX - IT MUST
013420*    NOT ALSO REACH THE OUTPUT OR THE BEFORE/AFTER REPORT
013430     IF NOT DL100-CALL-OK
013440         MOVE DL100-CALL-STATUS TO DL100-CB-REC-STATUS
013450         GO TO 2000-NEXT
013460     END-IF.
013470
013480     PERFORM 2300-WRITE-OUTPUT
013490         THRU 2300-EXIT.
013500
013510     PERFORM 2400-WRITE-REPORT
013520         THRU 2400-EXIT.
013530
013540 2000-NEXT.
013550     ADD 1 TO DL100-PROC-CNT.
013560     IF DL100-SB-HIT > 0
013570         PERFORM 2060-TALLY-SB-ENTRY
013580             THRU 2060-EXIT
013590     END-IF.
013600
013610*    A BREAKER TRIP STOPS THE RUN HERE, ON A CHECKPOINT TAKEN AT
013620*    THIS RECORD, SO A RELEASED RUN RESTARTS FROM A CLEAN POINT
013630     IF DL100-CB-ACTIVE
013640         PERFORM 2800-TALLY-BREAKER
013650             THRU 2800-EXIT
013660         IF DL100-CB-STOPPED
013670             PERFORM 2700-WRITE-CHECKPOINT
013680                 THRU 2700-EXIT
013690             SET DL100-EOF TO TRUE
013700             GO TO 2000-EXIT
013710         END-IF
013720     END-IF.
013730
013740     ADD 1 TO DL100-CKPT-SINCE-CNT.
013750     IF DL100-CKPT-SINCE-CNT >= DL100-CKPT-INTERVAL
013760         PERFORM 2700-WRITE-CHECKPOINT
013770             THRU 2700-EXIT
013780         MOVE 0 TO DL100-CKPT-SINCE-CNT
013790     END-IF.
013800
013810     PERFORM 2100-READ-INPUT
013820         THRU 2100-EXIT.
013830 2000-EXIT.
013840     EXIT.
013850
013860*----------------------------------------------------------------
013870* 2050-FIND-SB-ENTRY - LOCATE THE STATISTICS BREAKDOWN ENTRY FOR
013880*                      THE CURRENT RECORD'S SOURCE SYSTEM, FEED
013890*                      DATE AND CATEGORY, ADDING IT IF IT IS NOT
013900*                      THERE.  A FULL TABLE IS REPORTED ONCE AND
013910*                      LEAVES DL100-SB-HIT ZERO - THE RECORD IS
013920*                      STILL PROCESSED, ONLY NOT BROKEN DOWN.
013930*----------------------------------------------------------------
013940 2050-FIND-SB-ENTRY.
013950     IF DL100-SB-HIT > 0
013960         IF DL100-SBT-SOURCE(DL100-SB-HIT) = DL100-HDR-SOURCE-SYS
013970             AND DL100-SBT-FEED-DATE(DL100-SB-HIT)
013980                 = DL100-HDR-FEED-DATE
013990             AND DL100-SBT-CAT(DL100-SB-HIT) = DL100-IN-CATEGORY
014000             GO TO 2050-EXIT
014010         END-IF
014020     END-IF.
014030
014040     MOVE 0 TO DL100-SB-HIT.
014050     MOVE 0 TO DL100-SB-SRCH.
014060     PERFORM 2055-MATCH-SB-ENTRY
014070         THRU 2055-EXIT
014080         DL100-SB-COUNT TIMES.
014090     IF DL100-SB-HIT > 0
014100         GO TO 2050-EXIT
014110     END-IF.
014120
014130     IF DL100-SB-COUNT >= DL100-SB-MAX-ENTRIES
014140         IF DL100-SB-NOT-FULL
014150             DISPLAY 'DL100D - STATS BREAKDOWN TABLE FULL - '
014160                 'LATER COMBINATIONS NOT BROKEN DOWN'
014170             SET DL100-SB-FULL TO TRUE
014180         END-IF
014190         GO TO 2050-EXIT
014200     END-IF.
014210
014220     ADD 1 TO DL100-SB-COUNT.
014230     MOVE DL100-SB-COUNT       TO DL100-SB-HIT.
014240     MOVE DL100-HDR-SOURCE-SYS TO DL100-SBT-SOURCE(DL100-SB-HIT).
014250     MOVE DL100-HDR-FEED-DATE
014260         TO DL100-SBT-FEED-DATE(DL100-SB-HIT).
014270     MOVE DL100-IN-CATEGORY    TO DL100-SBT-CAT(DL100-SB-HIT).
014280     MOVE 0 TO DL100-SBT-RECEIVED(DL100-SB-HIT).
014290     MOVE 0 TO DL100-SBT-CONVERTED(DL100-SB-HIT).
014300     MOVE 0 TO DL100-SBT-REVERSED(DL100-SB-HIT).
014310     MOVE 0 TO DL100-SBT-REJECTED(DL100-SB-HIT).
014320     MOVE 0 TO DL100-SBT-STAT-CNT(DL100-SB-HIT 1).
014330     MOVE 0 TO DL100-SBT-STAT-CNT(DL100-SB-HIT 2).
014340     MOVE 0 TO DL100-SBT-STAT-CNT(DL100-SB-HIT 3).
014350     MOVE 0 TO DL100-SBT-STAT-CNT(DL100-SB-HIT 4).
014360     MOVE 0 TO DL100-SBT-DRIFT3(DL100-SB-HIT).
014370     MOVE 0 TO DL100-SBT-DRIFT4(DL100-SB-HIT).
014380     MOVE 0 TO DL100-SBT-DRIFT5(DL100-SB-HIT).
014390     MOVE 0 TO DL100-SBT-DRIFT6(DL100-SB-HIT).
014400     MOVE 0 TO DL100-SBT-DRIFT7(DL100-SB-HIT).
014410 2050-EXIT.
014420     EXIT.
014430
014440*----------------------------------------------------------------
014450* 2055-MATCH-SB-ENTRY - TEST ONE BREAKDOWN TABLE ENTRY
014460*----------------------------------------------------------------
014470 2055-MATCH-SB-ENTRY.
014480     ADD 1 TO DL100-SB-SRCH.
014490     IF DL100-SB-HIT = 0
014500         AND DL100-SBT-SOURCE(DL100-SB-SRCH)
014510             = DL100-HDR-SOURCE-SYS
014520         AND DL100-SBT-FEED-DATE(DL100-SB-SRCH)
014530             = DL100-HDR-FEED-DATE
014540         AND DL100-SBT-CAT(DL100-SB-SRCH) = DL100-IN-CATEGORY
014550         MOVE DL100-SB-SRCH TO DL100-SB-HIT
014560     END-IF.
014570 2055-EXIT.
014580     EXIT.
014590
014600*----------------------------------------------------------------
014610* 2060-TALLY-SB-ENTRY - COUNT THE RECORD JUST PROCESSED AS
014620*                       RECEIVED, AND AS REJECTED UNDER ITS STATUS
014630*                       IF IT WAS.  CONVERTED AND REVERSED ARE
014640*                       COUNTED WHERE THE RECORD IS WRITTEN (2310/
014650*                       2660).
014660*----------------------------------------------------------------
014670 2060-TALLY-SB-ENTRY.
014680     ADD 1 TO DL100-SBT-RECEIVED(DL100-SB-HIT).
014690     IF DL100-CB-REC-OK
014700         GO TO 2060-EXIT
014710     END-IF.
014720
014730     ADD 1 TO DL100-SBT-REJECTED(DL100-SB-HIT).
014740     EVALUATE DL100-CB-REC-STATUS
014750         WHEN '05'
014760             MOVE 1 TO DL100-SB-ST
014770         WHEN '06'
014780             MOVE 2 TO DL100-SB-ST
014790         WHEN '09'
014800             MOVE 3 TO DL100-SB-ST
014810         WHEN '10'
014820             MOVE 4 TO DL100-SB-ST
014830         WHEN OTHER
014840             MOVE 0 TO DL100-SB-ST
014850     END-EVALUATE.
014860     IF DL100-SB-ST > 0
014870         ADD 1 TO DL100-SBT-STAT-CNT(DL100-SB-HIT DL100-SB-ST)
014880     END-IF.
014890 2060-EXIT.
014900     EXIT.
014910
014920*----------------------------------------------------------------
014930* 2100-READ-INPUT - READ ONE FEED RECORD
014940*----------------------------------------------------------------
014950 2100-READ-INPUT.
014960     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
014970     IF NOT DL100-IN-OK
014980         IF DL100-IN-EOF
014990             SET DL100-EOF TO TRUE
015000*            END OF FILE INSIDE AN OPEN SET MEANS ITS TRAILER
015010*            NEVER ARRIVED
015020             IF DL100-HDR-SEEN AND DL100-TRL-NOT-SEEN
015030                 DISPLAY 'DL100D - FEED TRAILER MISSING - RUN '
015040                     'ABORTED'
015050                 SET DL100-IN-READ-ERROR TO TRUE
015060                 MOVE 16 TO RETURN-CODE
015070             END-IF
015080         ELSE
015090             DISPLAY 'DL100D - INPUT READ ERROR ' DL100-IN-STATUS
015100             SET DL100-IN-READ-ERROR TO TRUE
015110             SET DL100-EOF TO TRUE
015120         END-IF
015130         GO TO 2100-EXIT
015140     END-IF.
015150
015160*    THE FIRST 'H' IS LEFT IN DL100-INPUT-RECORD FOR
015170*    1400-VERIFY-HEADER.  AFTER A COMPLETE SET AN 'H' OPENS THE
015180*    NEXT SOURCE SYSTEM'S SET; INSIDE AN OPEN SET IT IS A
015190*    DOUBLED OR CORRUPT FEED.
015200     IF DL100-IN-HEADER
015210         IF DL100-HDR-NOT-SEEN
015220             GO TO 2100-EXIT
015230         END-IF
015240         IF DL100-TRL-NOT-SEEN
015250             DISPLAY 'DL100D - HEADER INSIDE AN OPEN FEED SET '
015260                 '- RUN ABORTED'
015270             SET DL100-IN-READ-ERROR TO TRUE
015280             SET DL100-EOF TO TRUE
015290             MOVE 16 TO RETURN-CODE
015300             GO TO 2100-EXIT
015310         END-IF
015320         PERFORM 1450-START-FEED-SET
015330             THRU 1450-EXIT
015340         IF DL100-EOF
015350             GO TO 2100-EXIT
015360         END-IF
015370         GO TO 2100-READ-INPUT
015380     END-IF.
015390
015400*    THE 'T' TRAILER CLOSES THE OPEN SET - ITS CONTROL TOTALS
015410*    ARE BALANCED AGAINST WHAT THE SET ACTUALLY CARRIED
015420     IF DL100-IN-TRAILER
015430         IF DL100-HDR-NOT-SEEN OR DL100-TRL-SEEN
015440             DISPLAY 'DL100D - TRAILER OUTSIDE A FEED SET - '
015450                 'RUN ABORTED'
015460             SET DL100-IN-READ-ERROR TO TRUE
015470             SET DL100-EOF TO TRUE
015480             MOVE 16 TO RETURN-CODE
015490             GO TO 2100-EXIT
015500         END-IF
015510         MOVE DL100-INPUT-RECORD TO DL100-TRL-RECORD
015520         MOVE DL100-TRL-COUNT    TO DL100-EXP-COUNT
015530         MOVE DL100-TRL-HASH5    TO DL100-EXP-HASH5
015540         MOVE DL100-TRL-HASH6    TO DL100-EXP-HASH6
015550         MOVE DL100-TRL-HASH7    TO DL100-EXP-HASH7
015560         SET DL100-TRL-SEEN      TO TRUE
015570         PERFORM 1460-CLOSE-FEED-SET
015580             THRU 1460-EXIT
015590         GO TO 2100-READ-INPUT
015600     END-IF.
015610
015620     IF NOT DL100-IN-DETAIL AND NOT DL100-IN-REVERSAL
015630         DISPLAY 'DL100D - BAD RECORD TYPE ' DL100-IN-TYPE
015640         SET DL100-IN-READ-ERROR TO TRUE
015650         SET DL100-EOF TO TRUE
015660         GO TO 2100-EXIT
015670     END-IF.
015680
015690*    A DETAIL BELONGS INSIDE AN OPEN SET
015700     IF DL100-HDR-NOT-SEEN OR DL100-TRL-SEEN
015710         DISPLAY 'DL100D - DETAIL OUTSIDE A FEED SET - RUN '
015720             'ABORTED'
015730         SET DL100-IN-READ-ERROR TO TRUE
015740         SET DL100-EOF TO TRUE
015750         MOVE 16 TO RETURN-CODE
015760         GO TO 2100-EXIT
015770     END-IF.
015780
015790     ADD 1 TO DL100-READ-CNT.
015800     ADD 1 TO DL100-ACT-COUNT.
015810*    A REVERSAL BACKS ITS AMOUNTS OUT OF THE FEED HASH TOTALS -
015820*    THE SOURCE BUILDS ITS TRAILER THE SAME WAY (SEE DL100HTR)
015830     IF DL100-IN-REVERSAL
015840         SUBTRACT DL100-IN-ARG5 FROM DL100-ACT-HASH5
015850         SUBTRACT DL100-IN-ARG6 FROM DL100-ACT-HASH6
015860         SUBTRACT DL100-IN-ARG7 FROM DL100-ACT-HASH7
015870         GO TO 2100-EXIT
015880     END-IF.
015890     ADD DL100-IN-ARG5 TO DL100-ACT-HASH5.
015900     ADD DL100-IN-ARG6 TO DL100-ACT-HASH6.
015910     ADD DL100-IN-ARG7 TO DL100-ACT-HASH7.
015920 2100-EXIT.
015930     EXIT.
015940
015950*----------------------------------------------------------------
015960* 2140-VALIDATE-CATEGORY - ASK THE DL100CAT SUBPROGRAM WHETHER
015970*                          THE RECORD'S CATEGORY IS KNOWN,
015980*                          ACTIVE AND IN EFFECT TODAY.  STATUS
015990*                          '03' (NO MASTER FILE) PASSES THE
016000*                          RECORD THROUGH, THE WAY RUNS ALWAYS
016010*                          BEHAVED BEFORE THE MASTER EXISTED.
016020*----------------------------------------------------------------
016030 2140-VALIDATE-CATEGORY.
016040     MOVE DL100-IN-CATEGORY TO DL100-CAT-CODE.
016050     MOVE DL100-RUN-TODAY   TO DL100-CAT-DATE.
016060     CALL 'DL100CAT' USING DL100-CAT-CODE
016070                           DL100-CAT-DATE
016080                           DL100-CAT-STATUS
016090                           DL100-CAT-DESC
016100                           DL100-CAT-OWNER.
016110 2140-EXIT.
016120     EXIT.
016130
016140*----------------------------------------------------------------
016150* 2150-SELECT-ADJ-SET - PICK THE ADJUSTMENT SET MATCHING THE
016160*                       RECORD'S CATEGORY AND STAGE IT IN THE
016170*                       DL100-RUN-* FIELDS FOR THE CALL
016180*----------------------------------------------------------------
016190 2150-SELECT-ADJ-SET.
016200     SET DL100-SET-NOT-FOUND TO TRUE.
016210     MOVE 0 TO DL100-ADJ-SUB.
016220     PERFORM 2160-MATCH-ADJ-SET
016230         THRU 2160-EXIT
016240         DL100-ADJ-COUNT TIMES.
016250
016260     IF DL100-SET-FOUND
016270         MOVE DL100-ADJ3-TBL(DL100-ADJ-HIT) TO DL100-RUN-ADJ3
016280         MOVE DL100-ADJ4-TBL(DL100-ADJ-HIT) TO DL100-RUN-ADJ4
016290         MOVE DL100-ADJ5-TBL(DL100-ADJ-HIT) TO DL100-RUN-ADJ5
016300         MOVE DL100-ADJ6-TBL(DL100-ADJ-HIT) TO DL100-RUN-ADJ6
016310         MOVE DL100-ADJ7-TBL(DL100-ADJ-HIT) TO DL100-RUN-ADJ7
016320         IF DL100-ADJMSG-TBL(DL100-ADJ-HIT) NOT = SPACE
016330             MOVE DL100-ADJMSG-TBL(DL100-ADJ-HIT)
016340                 TO DL100-RUN-MSG-CODE
016350         ELSE
016360             MOVE '01' TO DL100-RUN-MSG-CODE
016370         END-IF
016380     END-IF.
016390 2150-EXIT.
016400     EXIT.
016410
016420*----------------------------------------------------------------
016430* 2160-MATCH-ADJ-SET - REMEMBER THE FIRST SET FOR THE CATEGORY
016440*----------------------------------------------------------------
016450 2160-MATCH-ADJ-SET.
016460     ADD 1 TO DL100-ADJ-SUB.
016470     IF DL100-SET-NOT-FOUND
016480        AND DL100-ADJ-CAT(DL100-ADJ-SUB) = DL100-IN-CATEGORY
016490         SET DL100-SET-FOUND TO TRUE
016500         MOVE DL100-ADJ-SUB TO DL100-ADJ-HIT
016510     END-IF.
016520 2160-EXIT.
016530     EXIT.
016540
016550*----------------------------------------------------------------
016560* 2200-CALL-DATATYPE - INVOKE THE DATATYPE SUBPROGRAM
016570*----------------------------------------------------------------
016580 2200-CALL-DATATYPE.
016590     MOVE DL100-IN-TYPE TO DL100-OUT-TYPE.
016600     MOVE DL100-IN-CATEGORY TO DL100-OUT-CATEGORY.
016610     MOVE DL100-IN-ARG1 TO DL100-OUT-ARG1.
016620     MOVE DL100-IN-ARG2 TO DL100-OUT-ARG2.
016630     MOVE DL100-IN-ARG3 TO DL100-OUT-ARG3.
016640     MOVE DL100-IN-ARG4 TO DL100-OUT-ARG4.
016650     MOVE DL100-IN-ARG5 TO DL100-OUT-ARG5.
016660     MOVE DL100-IN-ARG6 TO DL100-OUT-ARG6.
016670     MOVE DL100-IN-ARG7 TO DL100-OUT-ARG7.
016680
016690     CALL 'DATATYPE' USING DL100-OUT-ARG1
016700                           DL100-OUT-ARG2
016710                           DL100-OUT-ARG3
016720                           DL100-OUT-ARG4
016730                           DL100-OUT-ARG5
016740                           DL100-RUN-ADJ3
016750                           DL100-RUN-ADJ4
016760                           DL100-RUN-ADJ5
016770                           DL100-CALL-STATUS
016780                           DL100-OUT-ARG6
016790                           DL100-OUT-ARG7
016800                           DL100-RUN-ADJ6
016810                           DL100-RUN-ADJ7
016820                           DL100-RUN-MSG-CODE.
016830
016840     IF NOT DL100-CALL-OK
016850         PERFORM 2500-WRITE-EXCEPTION
016860             THRU 2500-EXIT
016870     END-IF.
016880
016890     PERFORM 2600-WRITE-AUDIT
016900         THRU 2600-EXIT.
016910 2200-EXIT.
016920     EXIT.
016930
016940*----------------------------------------------------------------
016950* 2300-WRITE-OUTPUT - WRITE THE RETURNED VALUES
016960*----------------------------------------------------------------
016970 2300-WRITE-OUTPUT.
016980     WRITE DL100-OT-REC FROM DL100-OUTPUT-RECORD.
016990     IF DL100-OT-OK
017000         ADD 1 TO DL100-WRITE-CNT
017010         ADD DL100-OUT-ARG5 TO DL100-OUT-HASH5
017020         ADD DL100-OUT-ARG6 TO DL100-OUT-HASH6
017030         ADD DL100-OUT-ARG7 TO DL100-OUT-HASH7
017040         COMPUTE DL100-DRIFT-WORK
017050             = DL100-OUT-ARG3 - DL100-IN-ARG3
017060         ADD DL100-DRIFT-WORK TO DL100-DRIFT3
017070         COMPUTE DL100-DRIFT-WORK
017080             = DL100-OUT-ARG4 - DL100-IN-ARG4
017090         ADD DL100-DRIFT-WORK TO DL100-DRIFT4
017100         COMPUTE DL100-DRIFT5 = DL100-DRIFT5
017110             + (DL100-OUT-ARG5 - DL100-IN-ARG5)
017120         COMPUTE DL100-DRIFT6 = DL100-DRIFT6
017130             + (DL100-OUT-ARG6 - DL100-IN-ARG6)
017140         COMPUTE DL100-DRIFT7 = DL100-DRIFT7
017150             + (DL100-OUT-ARG7 - DL100-IN-ARG7)
017160         IF DL100-SB-HIT > 0
017170             PERFORM 2310-TALLY-SB-DRIFT
017180                 THRU 2310-EXIT
017190         END-IF
017200     ELSE
017210         DISPLAY 'DL100D - OUTPUT WRITE ERROR ' DL100-OT-STATUS
017220     END-IF.
017230 2300-EXIT.
017240     EXIT.
017250
017260*----------------------------------------------------------------
017270* 2310-TALLY-SB-DRIFT - COUNT THE RECORD JUST WRITTEN AS CONVERTED
017280*                       IN ITS BREAKDOWN ENTRY AND ADD THE DRIFT
017290*                       ITS CONVERSION APPLIED
017300*----------------------------------------------------------------
017310 2310-TALLY-SB-DRIFT.
017320     ADD 1 TO DL100-SBT-CONVERTED(DL100-SB-HIT).
017330     COMPUTE DL100-DRIFT-WORK
017340         = DL100-OUT-ARG3 - DL100-IN-ARG3.
017350     ADD DL100-DRIFT-WORK TO DL100-SBT-DRIFT3(DL100-SB-HIT).
017360     COMPUTE DL100-DRIFT-WORK
017370         = DL100-OUT-ARG4 - DL100-IN-ARG4.
017380     ADD DL100-DRIFT-WORK TO DL100-SBT-DRIFT4(DL100-SB-HIT).
017390     COMPUTE DL100-SBT-DRIFT5(DL100-SB-HIT)
017400         = DL100-SBT-DRIFT5(DL100-SB-HIT)
017410         + (DL100-OUT-ARG5 - DL100-IN-ARG5).
017420     COMPUTE DL100-SBT-DRIFT6(DL100-SB-HIT)
017430         = DL100-SBT-DRIFT6(DL100-SB-HIT)
017440         + (DL100-OUT-ARG6 - DL100-IN-ARG6).
017450     COMPUTE DL100-SBT-DRIFT7(DL100-SB-HIT)
017460         = DL100-SBT-DRIFT7(DL100-SB-HIT)
017470         + (DL100-OUT-ARG7 - DL100-IN-ARG7).
017480 2310-EXIT.
017490     EXIT.
017500
017510*----------------------------------------------------------------
017520* 2400-WRITE-REPORT - PRINT THE BEFORE AND AFTER DETAIL LINES
017530*----------------------------------------------------------------
017540 2400-WRITE-REPORT.
017550     MOVE SPACE               TO DL100-RP-CL-CC.
017560     MOVE DL100-IN-CATEGORY   TO DL100-RP-CL-CODE.
017570     MOVE DL100-CAT-DESC      TO DL100-RP-CL-DESC.
017580     WRITE DL100-RP-REC FROM DL100-RP-CAT-LINE
017590         AFTER ADVANCING 2 LINES.
017600
017610     MOVE SPACE               TO DL100-RP-CC.
017620     MOVE 'BEFORE'            TO DL100-RP-TAG.
017630     MOVE DL100-IN-ARG1       TO DL100-RP-ARG1.
017640     MOVE DL100-IN-ARG2       TO DL100-RP-ARG2.
017650     MOVE DL100-IN-ARG3       TO DL100-RP-ARG3.
017660     MOVE DL100-IN-ARG4       TO DL100-RP-ARG4.
017670     MOVE DL100-IN-ARG5       TO DL100-RP-ARG5.
017680     MOVE DL100-IN-ARG6       TO DL100-RP-ARG6.
017690     MOVE DL100-IN-ARG7       TO DL100-RP-ARG7.
017700     WRITE DL100-RP-REC FROM DL100-RP-DETAIL
017710         AFTER ADVANCING 1 LINE.
017720
017730     MOVE SPACE               TO DL100-RP-CC.
017740     MOVE 'AFTER'             TO DL100-RP-TAG.
017750     MOVE DL100-OUT-ARG1      TO DL100-RP-ARG1.
017760     MOVE DL100-OUT-ARG2      TO DL100-RP-ARG2.
017770     MOVE DL100-OUT-ARG3      TO DL100-RP-ARG3.
017780     MOVE DL100-OUT-ARG4      TO DL100-RP-ARG4.
017790     MOVE DL100-OUT-ARG5      TO DL100-RP-ARG5.
017800     MOVE DL100-OUT-ARG6      TO DL100-RP-ARG6.
017810     MOVE DL100-OUT-ARG7      TO DL100-RP-ARG7.
017820     WRITE DL100-RP-REC FROM DL100-RP-DETAIL
017830         AFTER ADVANCING 1 LINE.
017840 2400-EXIT.
017850     EXIT.
017860
017870*----------------------------------------------------------------
017880* 2500-WRITE-EXCEPTION - LOG A DATATYPE CALL REJECTED BY ITS
017890*                        FIELD VALIDATION (E.G. ARG5 OVERFLOW)
017900*----------------------------------------------------------------
017910 2500-WRITE-EXCEPTION.
017920     MOVE DL100-IN-ARG1   TO DL100-EX-ARG1.
017930     MOVE DL100-IN-ARG2   TO DL100-EX-ARG2.
017940     MOVE DL100-IN-ARG3   TO DL100-EX-ARG3.
017950     MOVE DL100-IN-ARG4   TO DL100-EX-ARG4.
017960     MOVE DL100-IN-ARG5   TO DL100-EX-ARG5.
017970     MOVE DL100-IN-ARG6   TO DL100-EX-ARG6.
017980     MOVE DL100-IN-ARG7   TO DL100-EX-ARG7.
017990     MOVE DL100-IN-CATEGORY TO DL100-EX-CATEGORY.
018000     MOVE DL100-CALL-STATUS TO DL100-EX-STATUS.
018010
018020     EVALUATE TRUE
018030         WHEN DL100-CALL-ARG5-OVFL
018040             MOVE 'ARG5 ADD WOULD OVERFLOW BINARY-SHORT SIGNED'
018050                 TO DL100-EX-REASON
018060         WHEN DL100-CALL-PRECISION
018070             MOVE 'ARG3/ARG4 ADJUSTMENT LOST PRECISION'
018080                 TO DL100-EX-REASON
018090         WHEN OTHER
018100             MOVE 'REJECTED BY DATATYPE - SEE STATUS CODE'
018110                 TO DL100-EX-REASON
018120     END-EVALUATE.
018130
018140     MOVE DL100-RUN-TODAY TO DL100-EX-DATE.
018150     MOVE DL100-RUN-ID    TO DL100-EX-RUN-ID.
018160
018170     WRITE DL100-EX-REC FROM DL100-EX-RECORD.
018180     IF DL100-EX-OK
018190         ADD 1 TO DL100-REJECT-CNT
018200     ELSE
018210         DISPLAY 'DL100D - EXCEPTION WRITE ERR ' DL100-EX-FSTATUS
018220     END-IF.
018230 2500-EXIT.
018240     EXIT.
018250
018260*----------------------------------------------------------------
018270* 2550-REJECT-CATEGORY - THE RECORD'S CATEGORY HAS NO 'D'
018280*                        CONTROL ENTRY - REJECT IT TO DL100EX
018290*                        SO THE RUN ACCOUNTS FOR EVERY RECORD
018300*----------------------------------------------------------------
018310 2550-REJECT-CATEGORY.
018320     MOVE DL100-IN-ARG1   TO DL100-EX-ARG1.
018330     MOVE DL100-IN-ARG2   TO DL100-EX-ARG2.
018340     MOVE DL100-IN-ARG3   TO DL100-EX-ARG3.
018350     MOVE DL100-IN-ARG4   TO DL100-EX-ARG4.
018360     MOVE DL100-IN-ARG5   TO DL100-EX-ARG5.
018370     MOVE DL100-IN-ARG6   TO DL100-EX-ARG6.
018380     MOVE DL100-IN-ARG7   TO DL100-EX-ARG7.
018390     MOVE DL100-IN-CATEGORY TO DL100-EX-CATEGORY.
018400     SET DL100-EX-NO-ADJ-SET TO TRUE.
018410     MOVE 'NO ADJUSTMENT SET FOR CATEGORY'
018420         TO DL100-EX-REASON.
018430     MOVE DL100-RUN-TODAY TO DL100-EX-DATE.
018440     MOVE DL100-RUN-ID    TO DL100-EX-RUN-ID.
018450
018460     WRITE DL100-EX-REC FROM DL100-EX-RECORD.
018470     IF DL100-EX-OK
018480         ADD 1 TO DL100-REJECT-CNT
018490     ELSE
018500         DISPLAY 'DL100D - EXCEPTION WRITE ERR ' DL100-EX-FSTATUS
018510     END-IF.
018520
018530*    THE REJECT NEVER REACHES DATATYPE, SO THE AUDIT TRAIL MUST
018540*    BE WRITTEN HERE OR DL100AC CANNOT ACCOUNT FOR IT - THE OUT
018550*    VALUES ARE THE UNADJUSTED INPUTS
018560     MOVE DL100-IN-TYPE     TO DL100-OUT-TYPE.
018570     MOVE DL100-IN-CATEGORY TO DL100-OUT-CATEGORY.
018580     MOVE DL100-IN-ARG1     TO DL100-OUT-ARG1.
018590     MOVE DL100-IN-ARG2     TO DL100-OUT-ARG2.
018600     MOVE DL100-IN-ARG3     TO DL100-OUT-ARG3.
018610     MOVE DL100-IN-ARG4     TO DL100-OUT-ARG4.
018620     MOVE DL100-IN-ARG5     TO DL100-OUT-ARG5.
018630     MOVE DL100-IN-ARG6     TO DL100-OUT-ARG6.
018640     MOVE DL100-IN-ARG7     TO DL100-OUT-ARG7.
018650     MOVE DL100-EX-STATUS   TO DL100-CALL-STATUS.
018660     PERFORM 2600-WRITE-AUDIT
018670         THRU 2600-EXIT.
018680 2550-EXIT.
018690     EXIT.
018700
018710*----------------------------------------------------------------
018720* 2560-REJECT-BAD-CATEGORY - THE DL100CM CATEGORY MASTER DOES
018730*                            NOT KNOW THE RECORD'S CATEGORY, OR
018740*                            SAYS IT IS EXPIRED OR INACTIVE -
018750*                            REJECT IT TO DL100EX WITH ITS OWN
018760*                            STATUS SO IT IS NOT CONFUSED WITH
018770*                            A MISSING ADJUSTMENT SET
018780*----------------------------------------------------------------
018790 2560-REJECT-BAD-CATEGORY.
018800     MOVE DL100-IN-ARG1   TO DL100-EX-ARG1.
018810     MOVE DL100-IN-ARG2   TO DL100-EX-ARG2.
018820     MOVE DL100-IN-ARG3   TO DL100-EX-ARG3.
018830     MOVE DL100-IN-ARG4   TO DL100-EX-ARG4.
018840     MOVE DL100-IN-ARG5   TO DL100-EX-ARG5.
018850     MOVE DL100-IN-ARG6   TO DL100-EX-ARG6.
018860     MOVE DL100-IN-ARG7   TO DL100-EX-ARG7.
018870     MOVE DL100-IN-CATEGORY TO DL100-EX-CATEGORY.
018880     SET DL100-EX-BAD-CATEGORY TO TRUE.
018890     IF DL100-CAT-UNKNOWN
018900         MOVE 'CATEGORY NOT ON CATEGORY MASTER'
018910             TO DL100-EX-REASON
018920     ELSE
018930         MOVE 'CATEGORY EXPIRED OR INACTIVE'
018940             TO DL100-EX-REASON
018950     END-IF.
018960     MOVE DL100-RUN-TODAY TO DL100-EX-DATE.
018970     MOVE DL100-RUN-ID    TO DL100-EX-RUN-ID.
018980
018990     WRITE DL100-EX-REC FROM DL100-EX-RECORD.
019000     IF DL100-EX-OK
019010         ADD 1 TO DL100-REJECT-CNT
019020     ELSE
019030         DISPLAY 'DL100D - EXCEPTION WRITE ERR ' DL100-EX-FSTATUS
019040     END-IF.
019050
019060*    THE REJECT NEVER REACHES DATATYPE - AUDIT IT HERE SO THE
019070*    DL100AC CERTIFICATION CAN STILL ACCOUNT FOR IT
019080     MOVE DL100-IN-TYPE     TO DL100-OUT-TYPE.
019090     MOVE DL100-IN-CATEGORY TO DL100-OUT-CATEGORY.
019100     MOVE DL100-IN-ARG1     TO DL100-OUT-ARG1.
019110     MOVE DL100-IN-ARG2     TO DL100-OUT-ARG2.
019120     MOVE DL100-IN-ARG3     TO DL100-OUT-ARG3.
019130     MOVE DL100-IN-ARG4     TO DL100-OUT-ARG4.
019140     MOVE DL100-IN-ARG5     TO DL100-OUT-ARG5.
019150     MOVE DL100-IN-ARG6     TO DL100-OUT-ARG6.
019160     MOVE DL100-IN-ARG7     TO DL100-OUT-ARG7.
019170     MOVE DL100-EX-STATUS   TO DL100-CALL-STATUS.
019180     PERFORM 2600-WRITE-AUDIT
019190         THRU 2600-EXIT.
019200 2560-EXIT.
019210     EXIT.
019220
019230*----------------------------------------------------------------
019240* 2600-WRITE-AUDIT - LOG THIS DATATYPE CALL TO THE AUDIT TRAIL
019250*----------------------------------------------------------------
019260 2600-WRITE-AUDIT.
019270     CALL 'DL100AUD' USING DL100-AUD-CALLER-NAME
019280                           DL100-CALL-STATUS
019290                           DL100-IN-ARG1
019300                           DL100-IN-ARG2
019310                           DL100-IN-ARG3
019320                           DL100-IN-ARG4
019330                           DL100-IN-ARG5
019340                           DL100-IN-ARG6
019350                           DL100-IN-ARG7
019360                           DL100-OUT-ARG2
019370                           DL100-OUT-ARG3
019380                           DL100-OUT-ARG4
019390                           DL100-OUT-ARG5
019400                           DL100-OUT-ARG6
019410                           DL100-OUT-ARG7
019420                           DL100-RUN-ID.
019430 2600-EXIT.
019440     EXIT.
019450
019460*----------------------------------------------------------------
019470* 2650-APPLY-REVERSAL - CARRY AN 'R' RECORD THROUGH TO DL100OT
019480*                       UNCHANGED AND BACK ITS AMOUNTS OUT OF
019490*                       THE OUTPUT HASH TOTALS AND THE DRIFT
019500*                       TOTALS.  THE DRIFT BACKOUT USES THE
019510*                       CATEGORY'S CURRENT ADJUSTMENT SET - THE
019520*                       DRIFT THE ORIGINAL CONVERSION OF THIS
019530*                       RECORD ADDED.
019540*----------------------------------------------------------------
019550 2650-APPLY-REVERSAL.
019560     MOVE DL100-INPUT-RECORD TO DL100-OUTPUT-RECORD.
019570     WRITE DL100-OT-REC FROM DL100-OUTPUT-RECORD.
019580     IF NOT DL100-OT-OK
019590         DISPLAY 'DL100D - OUTPUT WRITE ERROR ' DL100-OT-STATUS
019600         GO TO 2650-EXIT
019610     END-IF.
019620
019630     ADD 1 TO DL100-WRITE-CNT.
019640     ADD 1 TO DL100-REV-CNT.
019650     SUBTRACT DL100-IN-ARG5 FROM DL100-OUT-HASH5.
019660     SUBTRACT DL100-IN-ARG6 FROM DL100-OUT-HASH6.
019670     SUBTRACT DL100-IN-ARG7 FROM DL100-OUT-HASH7.
019680
019690     MOVE DL100-RUN-ADJ3 TO DL100-DRIFT-WORK.
019700     SUBTRACT DL100-DRIFT-WORK FROM DL100-DRIFT3.
019710     MOVE DL100-RUN-ADJ4 TO DL100-DRIFT-WORK.
019720*    ARG4 IS ADJUSTED BY SUBTRACTION, SO ITS DRIFT CONTRIBUTION
019730*    WAS NEGATIVE AND THE BACKOUT ADDS
019740     ADD DL100-DRIFT-WORK TO DL100-DRIFT4.
019750     SUBTRACT DL100-RUN-ADJ5 FROM DL100-DRIFT5.
019760     SUBTRACT DL100-RUN-ADJ6 FROM DL100-DRIFT6.
019770*    ARG7 IS ALSO ADJUSTED BY SUBTRACTION
019780     ADD DL100-RUN-ADJ7 TO DL100-DRIFT7.
019790     IF DL100-SB-HIT > 0
019800         PERFORM 2660-BACK-OUT-SB-DRIFT
019810             THRU 2660-EXIT
019820     END-IF.
019830 2650-EXIT.
019840     EXIT.
019850
019860*----------------------------------------------------------------
019870* 2660-BACK-OUT-SB-DRIFT - COUNT THE REVERSAL JUST WRITTEN IN ITS
019880*                          BREAKDOWN ENTRY AND BACK ITS DRIFT OUT
019890*                          THE SAME WAY 2650 DOES FOR THE RUN
019900*----------------------------------------------------------------
019910 2660-BACK-OUT-SB-DRIFT.
019920     ADD 1 TO DL100-SBT-REVERSED(DL100-SB-HIT).
019930     MOVE DL100-RUN-ADJ3 TO DL100-DRIFT-WORK.
019940     SUBTRACT DL100-DRIFT-WORK
019950         FROM DL100-SBT-DRIFT3(DL100-SB-HIT).
019960     MOVE DL100-RUN-ADJ4 TO DL100-DRIFT-WORK.
019970     ADD DL100-DRIFT-WORK TO DL100-SBT-DRIFT4(DL100-SB-HIT).
019980     SUBTRACT DL100-RUN-ADJ5 FROM DL100-SBT-DRIFT5(DL100-SB-HIT).
019990     SUBTRACT DL100-RUN-ADJ6 FROM DL100-SBT-DRIFT6(DL100-SB-HIT).
020000     ADD DL100-RUN-ADJ7 TO DL100-SBT-DRIFT7(DL100-SB-HIT).
020010 2660-EXIT.
020020     EXIT.
020030
020040*----------------------------------------------------------------
020050* 2700-WRITE-CHECKPOINT - RECORD HOW FAR PROCESSING HAS GOT SO
020060*                         A FAILED RUN CAN BE RESTARTED WITHOUT
020070*                         REPROCESSING EARLIER RECORDS
020080*----------------------------------------------------------------
020090 2700-WRITE-CHECKPOINT.
020100     MOVE DL100-WRITE-CNT TO DL100-CKPT-COUNT.
020110     MOVE DL100-PROC-CNT  TO DL100-CKPT-PROC-COUNT.
020120     MOVE DL100-OUT-HASH5 TO DL100-CKPT-HASH5.
020130     MOVE DL100-OUT-HASH6 TO DL100-CKPT-HASH6.
020140     MOVE DL100-OUT-HASH7 TO DL100-CKPT-HASH7.
020150     MOVE DL100-RUN-ID    TO DL100-CKPT-RUN-ID.
020160     OPEN OUTPUT DL100-CK-FILE.
020170     IF NOT DL100-CK-OK
020180         DISPLAY 'DL100D - CKPT OPEN ERROR ' DL100-CK-STATUS
020190     END-IF.
020200     WRITE DL100-CK-REC FROM DL100-CKPT-RECORD.
020210     IF NOT DL100-CK-OK
020220         DISPLAY 'DL100D - CKPT WRITE ERROR ' DL100-CK-STATUS
020230     END-IF.
020240     IF DL100-CB-ACTIVE
020250         MOVE 0 TO DL100-CB-SUB
020260         PERFORM 2710-WRITE-CKPT-TALLY
020270             THRU 2710-EXIT
020280             DL100-CB-COUNT TIMES
020290     END-IF.
020300     CLOSE DL100-CK-FILE.
020310 2700-EXIT.
020320     EXIT.
020330
020340*----------------------------------------------------------------
020350* 2710-WRITE-CKPT-TALLY - ONE BREAKER ENTRY'S COUNTS AFTER THE
020360*                         CHECKPOINT RECORD
020370*----------------------------------------------------------------
020380 2710-WRITE-CKPT-TALLY.
020390     ADD 1 TO DL100-CB-SUB.
020400     MOVE DL100-CB-CAT(DL100-CB-SUB) TO DL100-CKPT-TL-CATEGORY.
020410     MOVE DL100-CB-PROC-CNT(DL100-CB-SUB) TO DL100-CKPT-TL-PROC.
020420     MOVE DL100-CB-REJ-CNT(DL100-CB-SUB)  TO DL100-CKPT-TL-REJ.
020430     MOVE DL100-CB-STAT-CNT(DL100-CB-SUB 1)
020440         TO DL100-CKPT-TL-STAT(1).
020450     MOVE DL100-CB-STAT-CNT(DL100-CB-SUB 2)
020460         TO DL100-CKPT-TL-STAT(2).
020470     MOVE DL100-CB-STAT-CNT(DL100-CB-SUB 3)
020480         TO DL100-CKPT-TL-STAT(3).
020490     MOVE DL100-CB-STAT-CNT(DL100-CB-SUB 4)
020500         TO DL100-CKPT-TL-STAT(4).
020510     WRITE DL100-CK-REC FROM DL100-CKPT-TALLY-RECORD.
020520     IF NOT DL100-CK-OK
020530         DISPLAY 'DL100D - CKPT WRITE ERROR ' DL100-CK-STATUS
020540     END-IF.
020550 2710-EXIT.
020560     EXIT.
020570
020580*----------------------------------------------------------------
020590* 2800-TALLY-BREAKER - COUNT THE RECORD JUST PROCESSED AGAINST
020600*                      ITS CATEGORY AND THE RUN AS A WHOLE, THEN
020610*                      HOLD BOTH TO THEIR DL100RT LIMITS
020620*----------------------------------------------------------------
020630 2800-TALLY-BREAKER.
020640     MOVE DL100-IN-CATEGORY TO DL100-CB-MATCH-CAT.
020650     PERFORM 2810-FIND-CB-ENTRY
020660         THRU 2810-EXIT.
020670     MOVE DL100-CB-HIT TO DL100-CB-CAT-HIT.
020680
020690*    A CATEGORY THE TABLE HAS NO ROOM FOR IS STILL COUNTED IN
020700*    THE OVERALL ENTRY
020710     MOVE 1 TO DL100-CB-SUB.
020720     PERFORM 2820-TALLY-ENTRY
020730         THRU 2820-EXIT.
020740     IF DL100-CB-CAT-HIT > 1
020750         MOVE DL100-CB-CAT-HIT TO DL100-CB-SUB
020760         PERFORM 2820-TALLY-ENTRY
020770             THRU 2820-EXIT
020780     END-IF.
020790
020800     SET DL100-CB-IN-FLIGHT TO TRUE.
020810     IF DL100-CB-CAT-HIT > 1
020820         MOVE DL100-CB-CAT-HIT TO DL100-CB-SUB
020830         PERFORM 2850-CHECK-ENTRY
020840             THRU 2850-EXIT
020850     END-IF.
020860     MOVE 1 TO DL100-CB-SUB.
020870     PERFORM 2850-CHECK-ENTRY
020880         THRU 2850-EXIT.
020890 2800-EXIT.
020900     EXIT.
020910
020920*----------------------------------------------------------------
020930* 2810-FIND-CB-ENTRY - LOCATE DL100-CB-MATCH-CAT IN THE BREAKER
020940*                      TABLE, ADDING IT IF IT IS NOT THERE.
020950*                      DL100-CB-HIT IS ZERO IF THE TABLE IS FULL.
020960*----------------------------------------------------------------
020970 2810-FIND-CB-ENTRY.
020980     MOVE 0 TO DL100-CB-HIT.
020990     MOVE 0 TO DL100-CB-SRCH.
021000     PERFORM 2815-MATCH-CB-ENTRY
021010         THRU 2815-EXIT
021020         DL100-CB-COUNT TIMES.
021030     IF DL100-CB-HIT > 0
021040         GO TO 2810-EXIT
021050     END-IF.
021060
021070     IF DL100-CB-COUNT >= DL100-CB-MAX-ENTRIES
021080         GO TO 2810-EXIT
021090     END-IF.
021100
021110     ADD 1 TO DL100-CB-COUNT.
021120     MOVE DL100-CB-COUNT     TO DL100-CB-HIT.
021130     MOVE DL100-CB-MATCH-CAT TO DL100-CB-CAT(DL100-CB-HIT).
021140 2810-EXIT.
021150     EXIT.
021160
021170*----------------------------------------------------------------
021180* 2815-MATCH-CB-ENTRY - TEST ONE BREAKER TABLE ENTRY
021190*----------------------------------------------------------------
021200 2815-MATCH-CB-ENTRY.
021210     ADD 1 TO DL100-CB-SRCH.
021220     IF DL100-CB-HIT = 0
021230         AND DL100-CB-CAT(DL100-CB-SRCH) = DL100-CB-MATCH-CAT
021240         MOVE DL100-CB-SRCH TO DL100-CB-HIT
021250     END-IF.
021260 2815-EXIT.
021270     EXIT.
021280
021290*----------------------------------------------------------------
021300* 2820-TALLY-ENTRY - COUNT THE CURRENT RECORD IN ONE ENTRY.  A
021310*                    REJECT STATUS OTHER THAN THE FOUR THE
021320*                    BREAKER WATCHES COUNTS ONLY IN THE TOTAL.
021330*----------------------------------------------------------------
021340 2820-TALLY-ENTRY.
021350     ADD 1 TO DL100-CB-PROC-CNT(DL100-CB-SUB).
021360     IF DL100-CB-REC-OK
021370         GO TO 2820-EXIT
021380     END-IF.
021390
021400     ADD 1 TO DL100-CB-REJ-CNT(DL100-CB-SUB).
021410     EVALUATE DL100-CB-REC-STATUS
021420         WHEN '05'
021430             MOVE 1 TO DL100-CB-ST
021440         WHEN '06'
021450             MOVE 2 TO DL100-CB-ST
021460         WHEN '09'
021470             MOVE 3 TO DL100-CB-ST
021480         WHEN '10'
021490             MOVE 4 TO DL100-CB-ST
021500         WHEN OTHER
021510             MOVE 0 TO DL100-CB-ST
021520     END-EVALUATE.
021530     IF DL100-CB-ST > 0
021540         ADD 1 TO DL100-CB-STAT-CNT(DL100-CB-SUB DL100-CB-ST)
021550     END-IF.
021560 2820-EXIT.
021570     EXIT.
021580
021590*----------------------------------------------------------------
021600* 2850-CHECK-ENTRY - HOLD ONE BREAKER ENTRY TO ITS LIMITS.  AS
021610*                    THE RUN GOES THE PERCENTAGE IS NOT TESTED
021620*                    UNTIL THE ENTRY HAS PROCESSED ITS MINIMUM
021630*                    SAMPLE; AT END OF RUN IT ALWAYS IS.
021640*----------------------------------------------------------------
021650 2850-CHECK-ENTRY.
021660     IF NOT DL100-CB-LIMITED(DL100-CB-SUB)
021670         OR DL100-CB-PROC-CNT(DL100-CB-SUB) = 0
021680         GO TO 2850-EXIT
021690     END-IF.
021700
021710     SET DL100-CB-NO-LIMIT-HIT TO TRUE.
021720     IF DL100-CB-MAX-COUNT(DL100-CB-SUB) > 0
021730         AND DL100-CB-REJ-CNT(DL100-CB-SUB)
021740             > DL100-CB-MAX-COUNT(DL100-CB-SUB)
021750         SET DL100-CB-COUNT-HIT TO TRUE
021760     END-IF.
021770
021780     IF DL100-CB-NO-LIMIT-HIT
021790         AND DL100-CB-MAX-PCT(DL100-CB-SUB) > 0
021800         AND (DL100-CB-END-OF-RUN
021810              OR DL100-CB-PROC-CNT(DL100-CB-SUB)
021820                 >= DL100-CB-MIN-SAMPLE(DL100-CB-SUB))
021830         COMPUTE DL100-CB-REJ-WORK
021840             = DL100-CB-REJ-CNT(DL100-CB-SUB) * 100
021850         COMPUTE DL100-CB-LIMIT-WORK
021860             = DL100-CB-MAX-PCT(DL100-CB-SUB)
021870             * DL100-CB-PROC-CNT(DL100-CB-SUB)
021880         IF DL100-CB-REJ-WORK > DL100-CB-LIMIT-WORK
021890             SET DL100-CB-PCT-HIT TO TRUE
021900         END-IF
021910     END-IF.
021920
021930     IF DL100-CB-NO-LIMIT-HIT
021940         GO TO 2850-EXIT
021950     END-IF.
021960
021970     SET DL100-CB-BREACHED(DL100-CB-SUB) TO TRUE.
021980     IF DL100-CB-NOT-TRIPPED
021990         PERFORM 2860-TRIP-BREAKER
022000             THRU 2860-EXIT
022010     END-IF.
022020 2850-EXIT.
022030     EXIT.
022040
022050*----------------------------------------------------------------
022060* 2860-TRIP-BREAKER - RECORD WHICH CATEGORY AND STATUS TRIPPED
022070*                     THE BREAKER.  UNLESS OPERATIONS HAVE
022080*                     RELEASED THIS RUN ON THE DL100RT HEADER,
022090*                     THE RUN STOPS WITH RC 8.
022100*----------------------------------------------------------------
022110 2860-TRIP-BREAKER.
022120     SET DL100-CB-TRIPPED TO TRUE.
022130     MOVE DL100-CB-CAT(DL100-CB-SUB) TO DL100-CB-TRIP-CAT.
022140     MOVE DL100-CB-HIT-LIMIT-SW      TO DL100-CB-TRIP-LIMIT-SW.
022150     MOVE DL100-CB-CHECK-SW          TO DL100-CB-TRIP-WHEN-SW.
022160     MOVE DL100-PROC-CNT             TO DL100-CB-TRIP-RECORD.
022170
022180*    AS THE RUN GOES, THE REJECT THAT TIPPED IT OVER NAMES THE
022190*    STATUS; OTHERWISE IT IS THE STATUS THE ENTRY REJECTED MOST
022200     IF DL100-CB-IN-FLIGHT AND NOT DL100-CB-REC-OK
022210         MOVE DL100-CB-REC-STATUS TO DL100-CB-TRIP-STATUS
022220     ELSE
022230         PERFORM 2865-FIND-TOP-STATUS
022240             THRU 2865-EXIT
022250     END-IF.
022260
022270     DISPLAY 'DL100D - CIRCUIT BREAKER TRIPPED - CATEGORY '
022280         DL100-CB-TRIP-CAT ' STATUS ' DL100-CB-TRIP-STATUS
022290         ' AFTER RECORD ' DL100-CB-TRIP-RECORD.
022300
022310     IF DL100-CB-RELEASE-RUN-ID NOT = SPACES
022320         AND DL100-CB-RELEASE-RUN-ID = DL100-RUN-ID
022330         DISPLAY 'DL100D - BREACH RELEASED BY '
022340             DL100-CB-RELEASED-BY ' - RUN CONTINUES'
022350         GO TO 2860-EXIT
022360     END-IF.
022370
022380     SET DL100-CB-STOPPED TO TRUE.
022390     MOVE 8 TO RETURN-CODE.
022400     DISPLAY 'DL100D - RUN STOPPED - NO OUTPUT TRAILER WRITTEN'.
022410 2860-EXIT.
022420     EXIT.
022430
022440*----------------------------------------------------------------
022450* 2865-FIND-TOP-STATUS - THE STATUS THE CURRENT ENTRY HAS
022460*                        REJECTED MOST RECORDS UNDER
022470*----------------------------------------------------------------
022480 2865-FIND-TOP-STATUS.
022490     MOVE SPACES TO DL100-CB-TRIP-STATUS.
022500     MOVE 0 TO DL100-CB-TOP-CNT.
022510     MOVE 0 TO DL100-CB-ST.
022520     PERFORM 2866-CHECK-ONE-STATUS
022530         THRU 2866-EXIT
022540         4 TIMES.
022550 2865-EXIT.
022560     EXIT.
022570
022580*----------------------------------------------------------------
022590* 2866-CHECK-ONE-STATUS - COMPARE ONE STATUS COUNT WITH THE
022600*                         HIGHEST SO FAR
022610*----------------------------------------------------------------
022620 2866-CHECK-ONE-STATUS.
022630     ADD 1 TO DL100-CB-ST.
022640     IF DL100-CB-STAT-CNT(DL100-CB-SUB DL100-CB-ST)
022650         > DL100-CB-TOP-CNT
022660         MOVE DL100-CB-STAT-CNT(DL100-CB-SUB DL100-CB-ST)
022670             TO DL100-CB-TOP-CNT
022680         MOVE DL100-CB-STATUS-CODE(DL100-CB-ST)
022690             TO DL100-CB-TRIP-STATUS
022700     END-IF.
022710 2866-EXIT.
022720     EXIT.
022730
022740*----------------------------------------------------------------
022750* 2880-CHECK-ALL-ENTRIES - HOLD EVERY CATEGORY, THEN THE RUN AS
022760*                          A WHOLE, TO ITS LIMITS
022770*----------------------------------------------------------------
022780 2880-CHECK-ALL-ENTRIES.
022790     MOVE 1 TO DL100-CB-SUB.
022800     COMPUTE DL100-CB-LOOPS = DL100-CB-COUNT - 1.
022810     PERFORM 2890-CHECK-NEXT-ENTRY
022820         THRU 2890-EXIT
022830         DL100-CB-LOOPS TIMES.
022840     MOVE 1 TO DL100-CB-SUB.
022850     PERFORM 2850-CHECK-ENTRY
022860         THRU 2850-EXIT.
022870 2880-EXIT.
022880     EXIT.
022890
022900*----------------------------------------------------------------
022910* 2890-CHECK-NEXT-ENTRY - STEP TO AND CHECK THE NEXT CATEGORY
022920*----------------------------------------------------------------
022930 2890-CHECK-NEXT-ENTRY.
022940     ADD 1 TO DL100-CB-SUB.
022950     PERFORM 2850-CHECK-ENTRY
022960         THRU 2850-EXIT.
022970 2890-EXIT.
022980     EXIT.
022990
023000*----------------------------------------------------------------
023010* 2900-CLEAR-CHECKPOINT - THE RUN REACHED END OF FILE NORMALLY,
023020*                         SO THE NEXT RUN MUST START FROM THE TOP
023030*----------------------------------------------------------------
023040 2900-CLEAR-CHECKPOINT.
023050     MOVE 0 TO DL100-CKPT-COUNT.
023060     MOVE 0 TO DL100-CKPT-PROC-COUNT.
023070     MOVE 0 TO DL100-CKPT-HASH5.
023080     MOVE 0 TO DL100-CKPT-HASH6.
023090     MOVE 0 TO DL100-CKPT-HASH7.
023100     MOVE SPACES TO DL100-CKPT-RUN-ID.
023110     OPEN OUTPUT DL100-CK-FILE.
023120     IF NOT DL100-CK-OK
023130         DISPLAY 'DL100D - CKPT OPEN ERROR ' DL100-CK-STATUS
023140     END-IF.
023150     WRITE DL100-CK-REC FROM DL100-CKPT-RECORD.
023160     IF NOT DL100-CK-OK
023170         DISPLAY 'DL100D - CKPT WRITE ERROR ' DL100-CK-STATUS
023180     END-IF.
023190     CLOSE DL100-CK-FILE.
023200 2900-EXIT.
023210     EXIT.
023220
023230*----------------------------------------------------------------
023240* 3000-TERMINATE - CLOSE FILES AND REPORT COUNTS
023250*----------------------------------------------------------------
023260 3000-TERMINATE.
023270*    AN OUT-OF-BALANCE FEED GETS NO OUTPUT TRAILER - A TRAILER
023280*    WOULD BALANCE PERFECTLY AGAINST THE PARTIAL CONTENTS AND
023290*    HIDE THE TRUNCATION FROM THE DOWNSTREAM.  THE CHECKPOINT
023300*    IS ALSO LEFT STANDING SO THE RERUN WITH THE CORRECTED
023310*    FEED RESTART-APPENDS INSTEAD OF REPROCESSING FROM THE TOP.
023320     IF DL100-INIT-OK AND DL100-EOF AND DL100-IN-NO-READ-ERROR
023330         IF DL100-CB-STOPPED
023340*            STOPPED BY THE BREAKER PART WAY THROUGH THE FEED -
023350*            THERE IS NO COMPLETE FEED TO BALANCE, AND THE
023360*            CHECKPOINT WAS TAKEN WHERE IT STOPPED
023370             WRITE DL100-BR-REC FROM DL100-BR-HEADING1
023380                 AFTER ADVANCING PAGE
023390         ELSE
023400             IF DL100-CB-ACTIVE
023410                 SET DL100-CB-END-OF-RUN TO TRUE
023420                 MOVE SPACES TO DL100-CB-REC-STATUS
023430                 PERFORM 2880-CHECK-ALL-ENTRIES
023440                     THRU 2880-EXIT
023450             END-IF
023460             PERFORM 3200-REPORT-BALANCING
023470                 THRU 3200-EXIT
023480             IF DL100-BAL-OK AND DL100-CB-NOT-STOPPED
023490                 PERFORM 3300-WRITE-OT-TRAILER
023500                     THRU 3300-EXIT
023510                 PERFORM 2900-CLEAR-CHECKPOINT
023520                     THRU 2900-EXIT
023530             ELSE
023540*                BRING THE CHECKPOINT UP TO THE ACTUAL POSITION
023550*                SO THE RESTART SKIPS EVERYTHING THIS RUN
023560*                PROCESSED, NOT JUST WHAT THE LAST INTERVAL
023570*                CHECKPOINT COVERED
023580                 PERFORM 2700-WRITE-CHECKPOINT
023590                     THRU 2700-EXIT
023600             END-IF
023610         END-IF
023620         IF DL100-CB-ACTIVE
023630             PERFORM 3500-REPORT-BREAKER
023640                 THRU 3500-EXIT
023650         END-IF
023660     END-IF.
023670
023680     IF DL100-INIT-OK
023690         PERFORM 3400-WRITE-RUN-STATS
023700             THRU 3400-EXIT
023710         PERFORM 3450-WRITE-RUN-BREAKDOWN
023720             THRU 3450-EXIT
023730     END-IF.
023740
023750     CLOSE DL100-IN-FILE
023760           DL100-OT-FILE
023770           DL100-RP-FILE
023780           DL100-BR-FILE
023790           DL100-EX-FILE
023800           DL100-PM-FILE.
023810
023820     DISPLAY 'DL100D - RECORDS READ    : ' DL100-READ-CNT.
023830     DISPLAY 'DL100D - RECORDS WRITTEN : ' DL100-WRITE-CNT.
023840     DISPLAY 'DL100D - RECORDS REJECTED: ' DL100-REJECT-CNT.
023850     DISPLAY 'DL100D - RECORDS REVERSED: ' DL100-REV-CNT.
023860
023870     PERFORM 3900-WRITE-LEDGER
023880         THRU 3900-EXIT.
023890 3000-EXIT.
023900     EXIT.
023910
023920*----------------------------------------------------------------
023930* 3200-REPORT-BALANCING - PRINT EVERY SET'S CONTROL ITEMS UNDER
023940*                         ITS SOURCE SYSTEM.  THE PER-SET
023950*                         VERIFICATION ALREADY RAN AT EACH
023960*                         TRAILER (1460) - ANY MISMATCH ABORTS
023970*                         THE RUN WITH RC 16 HERE.
023980*----------------------------------------------------------------
023990 3200-REPORT-BALANCING.
024000     WRITE DL100-BR-REC FROM DL100-BR-HEADING1
024010         AFTER ADVANCING PAGE.
024020     WRITE DL100-BR-REC FROM DL100-BR-HEADING2
024030         AFTER ADVANCING 2 LINES.
024040
024050     MOVE 0 TO DL100-FS-SUB.
024060     PERFORM 3220-REPORT-ONE-SET
024070         THRU 3220-EXIT
024080         DL100-FS-COUNT TIMES.
024090
024100     IF DL100-BAL-FAILED
024110         DISPLAY 'DL100D - FEED OUT OF BALANCE - RUN ABORTED'
024120         MOVE 16 TO RETURN-CODE
024130     ELSE
024140         DISPLAY 'DL100D - ALL FEED SETS IN BALANCE'
024150     END-IF.
024160 3200-EXIT.
024170     EXIT.
024180
024190*----------------------------------------------------------------
024200* 3220-REPORT-ONE-SET - ONE SOURCE SYSTEM'S CONTROL ITEMS
024210*----------------------------------------------------------------
024220 3220-REPORT-ONE-SET.
024230     ADD 1 TO DL100-FS-SUB.
024240     MOVE SPACE TO DL100-BR-SC-CC.
024250     MOVE DL100-FS-SOURCE(DL100-FS-SUB) TO DL100-BR-SC-SOURCE.
024260     WRITE DL100-BR-REC FROM DL100-BR-SOURCE-LINE
024270         AFTER ADVANCING 2 LINES.
024280     IF NOT DL100-BR-OK
024290         DISPLAY 'DL100D - BALANCE RPT WRITE ERR '
024300             DL100-BR-STATUS
024310     END-IF.
024320
024330     MOVE 'DETAIL RECORD COUNT'  TO DL100-BR-ITEM.
024340     MOVE DL100-FS-EXP-COUNT(DL100-FS-SUB) TO DL100-BR-EXPECTED.
024350     MOVE DL100-FS-ACT-COUNT(DL100-FS-SUB) TO DL100-BR-ACTUAL.
024360     IF DL100-FS-EXP-COUNT(DL100-FS-SUB)
024370            NOT = DL100-FS-ACT-COUNT(DL100-FS-SUB)
024380         MOVE 'MISMATCH'  TO DL100-BR-RESULT
024390     ELSE
024400         MOVE 'BALANCED'  TO DL100-BR-RESULT
024410     END-IF.
024420     PERFORM 3210-WRITE-BAL-LINE
024430         THRU 3210-EXIT.
024440
024450     MOVE 'ARG5 HASH TOTAL'      TO DL100-BR-ITEM.
024460     MOVE DL100-FS-EXP-HASH5(DL100-FS-SUB) TO DL100-BR-EXPECTED.
024470     MOVE DL100-FS-ACT-HASH5(DL100-FS-SUB) TO DL100-BR-ACTUAL.
024480     IF DL100-FS-EXP-HASH5(DL100-FS-SUB)
024490            NOT = DL100-FS-ACT-HASH5(DL100-FS-SUB)
024500         MOVE 'MISMATCH'  TO DL100-BR-RESULT
024510     ELSE
024520         MOVE 'BALANCED'  TO DL100-BR-RESULT
024530     END-IF.
024540     PERFORM 3210-WRITE-BAL-LINE
024550         THRU 3210-EXIT.
024560
024570     MOVE 'ARG6 HASH TOTAL'      TO DL100-BR-ITEM.
024580     MOVE DL100-FS-EXP-HASH6(DL100-FS-SUB) TO DL100-BR-EXPECTED.
024590     MOVE DL100-FS-ACT-HASH6(DL100-FS-SUB) TO DL100-BR-ACTUAL.
024600     IF DL100-FS-EXP-HASH6(DL100-FS-SUB)
024610            NOT = DL100-FS-ACT-HASH6(DL100-FS-SUB)
024620         MOVE 'MISMATCH'  TO DL100-BR-RESULT
024630     ELSE
024640         MOVE 'BALANCED'  TO DL100-BR-RESULT
024650     END-IF.
024660     PERFORM 3210-WRITE-BAL-LINE
024670         THRU 3210-EXIT.
024680
024690     MOVE 'ARG7 HASH TOTAL'      TO DL100-BR-ITEM.
024700     MOVE DL100-FS-EXP-HASH7(DL100-FS-SUB) TO DL100-BR-EXPECTED.
024710     MOVE DL100-FS-ACT-HASH7(DL100-FS-SUB) TO DL100-BR-ACTUAL.
024720     IF DL100-FS-EXP-HASH7(DL100-FS-SUB)
024730            NOT = DL100-FS-ACT-HASH7(DL100-FS-SUB)
024740         MOVE 'MISMATCH'  TO DL100-BR-RESULT
024750     ELSE
024760         MOVE 'BALANCED'  TO DL100-BR-RESULT
024770     END-IF.
024780     PERFORM 3210-WRITE-BAL-LINE
024790         THRU 3210-EXIT.
024800 3220-EXIT.
024810     EXIT.
024820
024830*----------------------------------------------------------------
024840* 3210-WRITE-BAL-LINE - ONE CONTROL ITEM LINE OF THE REPORT
024850*----------------------------------------------------------------
024860 3210-WRITE-BAL-LINE.
024870     MOVE SPACE TO DL100-BR-CC.
024880     WRITE DL100-BR-REC FROM DL100-BR-DETAIL
024890         AFTER ADVANCING 1 LINE.
024900     IF NOT DL100-BR-OK
024910         DISPLAY 'DL100D - BALANCE RPT WRITE ERR '
024920             DL100-BR-STATUS
024930     END-IF.
024940 3210-EXIT.
024950     EXIT.
024960
024970*----------------------------------------------------------------
024980* 3300-WRITE-OT-TRAILER - THE DL100OT TRAILER COVERS EVERY
024990*                         RECORD WRITTEN ACROSS ALL ATTEMPTS AT
025000*                         THIS FEED (THE HASH TOTALS RIDE THE
025010*                         CHECKPOINT THROUGH A RESTART)
025020*----------------------------------------------------------------
025030 3300-WRITE-OT-TRAILER.
025040     MOVE SPACES          TO DL100-TRL-RECORD.
025050     MOVE 'T'             TO DL100-TRL-TYPE.
025060     MOVE DL100-WRITE-CNT TO DL100-TRL-COUNT.
025070     MOVE DL100-OUT-HASH5 TO DL100-TRL-HASH5.
025080     MOVE DL100-OUT-HASH6 TO DL100-TRL-HASH6.
025090     MOVE DL100-OUT-HASH7 TO DL100-TRL-HASH7.
025100     WRITE DL100-OT-REC FROM DL100-TRL-RECORD.
025110     IF NOT DL100-OT-OK
025120         DISPLAY 'DL100D - TRL WRITE ERROR ' DL100-OT-STATUS
025130     END-IF.
025140 3300-EXIT.
025150     EXIT.
025160
025170*----------------------------------------------------------------
025180* 3400-WRITE-RUN-STATS - APPEND THIS RUN'S SUMMARY RECORD TO THE
025190*                        RETAINED DL100ST HISTORY FILE - COUNTS,
025200*                        THE CONTROL AMOUNTS USED (FIRST SET)
025210*                        AND THE DRIFT TOTALS, FOR THE DL100STR
025220*                        TREND REPORT
025230*----------------------------------------------------------------
025240 3400-WRITE-RUN-STATS.
025250     OPEN EXTEND DL100-ST-FILE.
025260     IF NOT DL100-ST-OK
025270         DISPLAY 'DL100D - STATS OPEN ERROR ' DL100-ST-STATUS
025280         GO TO 3400-EXIT
025290     END-IF.
025300
025310     ACCEPT DL100-ST-RUN-DATE FROM DATE YYYYMMDD.
025320     ACCEPT DL100-ST-RUN-TIME FROM TIME.
025330     IF DL100-RESTART-RUN
025340         SET DL100-ST-WAS-RESTART TO TRUE
025350     ELSE
025360         SET DL100-ST-NOT-RESTART TO TRUE
025370     END-IF.
025380     MOVE DL100-READ-CNT      TO DL100-ST-READ-CNT.
025390     MOVE DL100-WRITE-CNT     TO DL100-ST-WRITE-CNT.
025400     MOVE DL100-REJECT-CNT    TO DL100-ST-REJECT-CNT.
025410     MOVE DL100-ADJ-COUNT     TO DL100-ST-ADJ-SETS.
025420
025430     IF DL100-ADJ-COUNT > 0
025440         MOVE DL100-ADJ-CAT(1)    TO DL100-ST-CATEGORY
025450         MOVE DL100-ADJ3-TBL(1)   TO DL100-ST-ADJ3
025460         MOVE DL100-ADJ4-TBL(1)   TO DL100-ST-ADJ4
025470         MOVE DL100-ADJ5-TBL(1)   TO DL100-ST-ADJ5
025480         MOVE DL100-ADJ6-TBL(1)   TO DL100-ST-ADJ6
025490         MOVE DL100-ADJ7-TBL(1)   TO DL100-ST-ADJ7
025500         MOVE DL100-ADJMSG-TBL(1) TO DL100-ST-MSG-CODE
025510     ELSE
025520         MOVE SPACE TO DL100-ST-CATEGORY
025530         MOVE 0     TO DL100-ST-ADJ3
025540         MOVE 0     TO DL100-ST-ADJ4
025550         MOVE 0     TO DL100-ST-ADJ5
025560         MOVE 0     TO DL100-ST-ADJ6
025570         MOVE 0     TO DL100-ST-ADJ7
025580         MOVE SPACE TO DL100-ST-MSG-CODE
025590     END-IF.
025600
025610     MOVE DL100-DRIFT3        TO DL100-ST-DRIFT3.
025620     MOVE DL100-DRIFT4        TO DL100-ST-DRIFT4.
025630     MOVE DL100-DRIFT5        TO DL100-ST-DRIFT5.
025640     MOVE DL100-DRIFT6        TO DL100-ST-DRIFT6.
025650     MOVE DL100-DRIFT7        TO DL100-ST-DRIFT7.
025660
025670     WRITE DL100-ST-REC FROM DL100-ST-RECORD.
025680     IF NOT DL100-ST-OK
025690         DISPLAY 'DL100D - STATS WRITE ERROR ' DL100-ST-STATUS
025700     END-IF.
025710
025720     CLOSE DL100-ST-FILE.
025730 3400-EXIT.
025740     EXIT.
025750
025760*----------------------------------------------------------------
025770* 3450-WRITE-RUN-BREAKDOWN - APPEND ONE DL100SB RECORD PER SOURCE
025780*                            SYSTEM, FEED DATE AND CATEGORY THIS
025790*                            RUN PROCESSED, FOR THE DL100PE
025800*                            PERIOD-END SUMMARY
025810*----------------------------------------------------------------
025820 3450-WRITE-RUN-BREAKDOWN.
025830     IF DL100-SB-COUNT = 0
025840         GO TO 3450-EXIT
025850     END-IF.
025860
025870     OPEN EXTEND DL100-SB-FILE.
025880     IF NOT DL100-SB-OK
025890         DISPLAY 'DL100D - STATS BREAKDOWN OPEN ERROR '
025900             DL100-SB-STATUS
025910         GO TO 3450-EXIT
025920     END-IF.
025930
025940     MOVE SPACES TO DL100-SB-RECORD.
025950     MOVE DL100-RUN-ID TO DL100-SB-RUN-ID.
025960     ACCEPT DL100-SB-WRITE-DATE FROM DATE YYYYMMDD.
025970     ACCEPT DL100-SB-WRITE-TIME FROM TIME.
025980     IF DL100-RESTART-RUN
025990         SET DL100-SB-WAS-RESTART TO TRUE
026000     ELSE
026010         SET DL100-SB-NOT-RESTART TO TRUE
026020     END-IF.
026030
026040     MOVE 0 TO DL100-SB-SUB.
026050     PERFORM 3460-WRITE-SB-ENTRY
026060         THRU 3460-EXIT
026070         DL100-SB-COUNT TIMES.
026080
026090     CLOSE DL100-SB-FILE.
026100 3450-EXIT.
026110     EXIT.
026120
026130*----------------------------------------------------------------
026140* 3460-WRITE-SB-ENTRY - WRITE ONE BREAKDOWN TABLE ENTRY
026150*----------------------------------------------------------------
026160 3460-WRITE-SB-ENTRY.
026170     ADD 1 TO DL100-SB-SUB.
026180     MOVE DL100-SBT-SOURCE(DL100-SB-SUB)    TO DL100-SB-SOURCE.
026190     MOVE DL100-SBT-FEED-DATE(DL100-SB-SUB) TO DL100-SB-FEED-DATE.
026200     MOVE DL100-SBT-CAT(DL100-SB-SUB)       TO DL100-SB-CATEGORY.
026210     MOVE DL100-SBT-RECEIVED(DL100-SB-SUB)  TO DL100-SB-RECEIVED.
026220     MOVE DL100-SBT-CONVERTED(DL100-SB-SUB) TO DL100-SB-CONVERTED.
026230     MOVE DL100-SBT-REVERSED(DL100-SB-SUB)  TO DL100-SB-REVERSED.
026240     MOVE DL100-SBT-REJECTED(DL100-SB-SUB)  TO DL100-SB-REJECTED.
026250     MOVE DL100-SBT-STAT-CNT(DL100-SB-SUB 1)
026260         TO DL100-SB-STATUS-CNT(1).
026270     MOVE DL100-SBT-STAT-CNT(DL100-SB-SUB 2)
026280         TO DL100-SB-STATUS-CNT(2).
026290     MOVE DL100-SBT-STAT-CNT(DL100-SB-SUB 3)
026300         TO DL100-SB-STATUS-CNT(3).
026310     MOVE DL100-SBT-STAT-CNT(DL100-SB-SUB 4)
026320         TO DL100-SB-STATUS-CNT(4).
026330     MOVE DL100-SBT-DRIFT3(DL100-SB-SUB)    TO DL100-SB-DRIFT3.
026340     MOVE DL100-SBT-DRIFT4(DL100-SB-SUB)    TO DL100-SB-DRIFT4.
026350     MOVE DL100-SBT-DRIFT5(DL100-SB-SUB)    TO DL100-SB-DRIFT5.
026360     MOVE DL100-SBT-DRIFT6(DL100-SB-SUB)    TO DL100-SB-DRIFT6.
026370     MOVE DL100-SBT-DRIFT7(DL100-SB-SUB)    TO DL100-SB-DRIFT7.
026380
026390     WRITE DL100-SB-REC FROM DL100-SB-RECORD.
026400     IF NOT DL100-SB-OK
026410         DISPLAY 'DL100D - STATS BREAKDOWN WRITE ERROR '
026420             DL100-SB-STATUS
026430     END-IF.
026440 3460-EXIT.
026450     EXIT.
026460
026470*----------------------------------------------------------------
026480* 3500-REPORT-BREAKER - EVERY BREAKER ENTRY'S REJECTS BY STATUS
026490*                       AGAINST ITS LIMITS, AND WHAT TRIPPED THE
026500*                       BREAKER IF ANYTHING DID
026510*----------------------------------------------------------------
026520 3500-REPORT-BREAKER.
026530     WRITE DL100-BR-REC FROM DL100-BR-TOL-TITLE
026540         AFTER ADVANCING 3 LINES.
026550     WRITE DL100-BR-REC FROM DL100-BR-TOL-HEADING
026560         AFTER ADVANCING 2 LINES.
026570
026580     MOVE 0 TO DL100-CB-SUB.
026590     PERFORM 3510-REPORT-CB-ENTRY
026600         THRU 3510-EXIT
026610         DL100-CB-COUNT TIMES.
026620
026630     IF DL100-CB-NOT-TRIPPED
026640         GO TO 3500-EXIT
026650     END-IF.
026660
026670     MOVE SPACE TO DL100-BR-TR-CC.
026680     IF DL100-CB-TRIP-CAT = '**'
026690         MOVE 'ALL' TO DL100-BR-TR-CATEGORY
026700     ELSE
026710         MOVE DL100-CB-TRIP-CAT TO DL100-BR-TR-CATEGORY
026720     END-IF.
026730     MOVE DL100-CB-TRIP-STATUS TO DL100-BR-TR-STATUS.
026740     IF DL100-CB-TRIP-ON-PCT
026750         MOVE 'REJECT PERCENTAGE LIMIT' TO DL100-BR-TR-LIMIT
026760     ELSE
026770         MOVE 'REJECT COUNT LIMIT'      TO DL100-BR-TR-LIMIT
026780     END-IF.
026790     MOVE DL100-CB-TRIP-RECORD TO DL100-BR-TR-RECORD.
026800     IF DL100-CB-TRIP-IN-FLIGHT
026810         MOVE 'AS IT WENT' TO DL100-BR-TR-WHEN
026820     ELSE
026830         MOVE 'END OF RUN' TO DL100-BR-TR-WHEN
026840     END-IF.
026850     WRITE DL100-BR-REC FROM DL100-BR-TRIP-LINE
026860         AFTER ADVANCING 2 LINES.
026870
026880     MOVE SPACE TO DL100-BR-TA-CC.
026890     IF DL100-CB-STOPPED
026900         MOVE 'RUN STOPPED AT A CHECKPOINT - DL100OT TRAILER HELD'
026910             TO DL100-BR-TA-TEXT
026920         MOVE SPACES TO DL100-BR-TA-OPERATOR
026930     ELSE
026940         MOVE 'BREACH RELEASED - RUN COMPLETED - RELEASED BY'
026950             TO DL100-BR-TA-TEXT
026960         MOVE DL100-CB-RELEASED-BY TO DL100-BR-TA-OPERATOR
026970     END-IF.
026980     WRITE DL100-BR-REC FROM DL100-BR-TRIP-ACTION
026990         AFTER ADVANCING 1 LINE.
027000 3500-EXIT.
027010     EXIT.
027020
027030*----------------------------------------------------------------
027040* 3510-REPORT-CB-ENTRY - ONE BREAKER ENTRY ('ALL' IS THE RUN AS
027050*                        A WHOLE)
027060*----------------------------------------------------------------
027070 3510-REPORT-CB-ENTRY.
027080     ADD 1 TO DL100-CB-SUB.
027090     MOVE SPACES TO DL100-BR-TOL-LINE.
027100     IF DL100-CB-SUB = 1
027110         MOVE 'ALL' TO DL100-BR-TL-CATEGORY
027120     ELSE
027130         MOVE DL100-CB-CAT(DL100-CB-SUB) TO DL100-BR-TL-CATEGORY
027140     END-IF.
027150     MOVE DL100-CB-PROC-CNT(DL100-CB-SUB) TO DL100-BR-TL-PROC.
027160     MOVE DL100-CB-REJ-CNT(DL100-CB-SUB)  TO DL100-BR-TL-REJ.
027170     MOVE DL100-CB-STAT-CNT(DL100-CB-SUB 1)
027180         TO DL100-BR-TL-STAT(1).
027190     MOVE DL100-CB-STAT-CNT(DL100-CB-SUB 2)
027200         TO DL100-BR-TL-STAT(2).
027210     MOVE DL100-CB-STAT-CNT(DL100-CB-SUB 3)
027220         TO DL100-BR-TL-STAT(3).
027230     MOVE DL100-CB-STAT-CNT(DL100-CB-SUB 4)
027240         TO DL100-BR-TL-STAT(4).
027250
027260     IF DL100-CB-PROC-CNT(DL100-CB-SUB) > 0
027270         COMPUTE DL100-BR-TL-PCT ROUNDED
027280             = DL100-CB-REJ-CNT(DL100-CB-SUB) * 100
027290             / DL100-CB-PROC-CNT(DL100-CB-SUB)
027300     ELSE
027310         MOVE 0 TO DL100-BR-TL-PCT
027320     END-IF.
027330
027340*    A LIMIT OF ZERO IS NOT CHECKED AND IS LEFT BLANK
027350     IF DL100-CB-MAX-PCT(DL100-CB-SUB) > 0
027360         MOVE DL100-CB-MAX-PCT(DL100-CB-SUB)
027370             TO DL100-BR-TL-MAX-PCT
027380     ELSE
027390         MOVE SPACES TO DL100-BR-TL-MAX-PCT-X
027400     END-IF.
027410     IF DL100-CB-MAX-COUNT(DL100-CB-SUB) > 0
027420         MOVE DL100-CB-MAX-COUNT(DL100-CB-SUB)
027430             TO DL100-BR-TL-MAX-COUNT
027440     ELSE
027450         MOVE SPACES TO DL100-BR-TL-MAX-COUNT-X
027460     END-IF.
027470
027480     EVALUATE TRUE
027490         WHEN NOT DL100-CB-LIMITED(DL100-CB-SUB)
027500             MOVE 'NO LIMIT' TO DL100-BR-TL-RESULT
027510         WHEN DL100-CB-BREACHED(DL100-CB-SUB)
027520             MOVE 'BREACHED' TO DL100-BR-TL-RESULT
027530         WHEN OTHER
027540             MOVE 'WITHIN'   TO DL100-BR-TL-RESULT
027550     END-EVALUATE.
027560
027570     WRITE DL100-BR-REC FROM DL100-BR-TOL-LINE
027580         AFTER ADVANCING 1 LINE.
027590     IF NOT DL100-BR-OK
027600         DISPLAY 'DL100D - BALANCE RPT WRITE ERR '
027610             DL100-BR-STATUS
027620     END-IF.
027630 3510-EXIT.
027640     EXIT.
027650
027660*----------------------------------------------------------------
027670* 3900-WRITE-LEDGER - RECORD THE CONVERSION STEP ON THE RUN
027680*                     LEDGER.  A RUN OVER SEVERAL FEED SETS IS
027690*                     RECORDED AGAINST SOURCE 'MULTIPLE'.  A
027700*                     RUN REFUSED AT START (RC 16) IS RECORDED
027710*                     ONLY IF IT HAS A RUN ID - A RESTART HAS
027712*                     ITS CHECKPOINTED ONE, BUT A FRESH RUN
027714*                     REFUSED BEFORE ITS FIRST FEED HEADER (A
027716*                     PENDING ADJUSTMENT SET, A BAD DL100RT) HAS
027718*                     NONE AND IS NOT LEDGERED.  ONE THAT FAILED
027720*                     TO START ANY OTHER WAY IS NOT RECORDED
027722*                     EITHER.  THE STEP RETURN CODE IS KEPT
027730*                     ACROSS THE CALL.
027740*----------------------------------------------------------------
027750 3900-WRITE-LEDGER.
027760     IF DL100-RUN-ID = SPACES OR LOW-VALUES
027770        OR (DL100-INIT-FAILED AND RETURN-CODE NOT = 16)
027780         GO TO 3900-EXIT
027790     END-IF.
027800
027810     MOVE SPACES               TO DL100-RL-RECORD.
027820     MOVE DL100-RUN-ID         TO DL100-RL-RUN-ID.
027830     SET DL100-RL-CONVERT      TO TRUE.
027840     MOVE 'DL100D'             TO DL100-RL-PROGRAM.
027850     MOVE RETURN-CODE          TO DL100-RL-RC.
027860     MOVE DL100-HDR-FEED-DATE  TO DL100-RL-FEED-DATE.
027870     IF DL100-FS-COUNT > 1
027880         MOVE 'MULTIPLE'       TO DL100-RL-SOURCE-SYS
027890     ELSE
027900         MOVE DL100-HDR-SOURCE-SYS TO DL100-RL-SOURCE-SYS
027910     END-IF.
027920     MOVE DL100-PROC-CNT       TO DL100-RL-COUNT.
027930     CALL 'DL100LGW' USING DL100-RL-RECORD.
027940     MOVE DL100-RL-RC          TO RETURN-CODE.
027950 3900-EXIT.
027960     EXIT.
