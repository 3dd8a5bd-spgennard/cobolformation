000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100AV.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - OPERATOR ACCESS
000110*                    RECERTIFICATION AND CONSOLIDATED OPERATOR
000120*                    ACTIVITY FOR THE QUARTERLY ACCESS REVIEW.
000130*                    OPERATOR ACTIONS ARE SPREAD OVER THE DL100MC,
000140*                    DL100CG, DL100PG AND DL100AH CHANGE LOGS, THE
000150*                    DL100ED AND DL100HD DISPOSITION FILES, THE
000160*                    DL100SG SESSION LOG AND THE DL100UA REFUSED
000170*                    SIGN-ON LOG.  FOR THE PERIOD ON THE DL100VC
000180*                    CONTROL RECORD THIS PRINTS:
000190*                    DL100VR - EVERY OPERATOR ON DL100AU, EACH
000200*                      PERMISSION, WHEN AND BY WHOM IT WAS GRANTED
000210*                      AND THE LAST DATE IT WAS ACTUALLY USED,
000220*                      WITH SIGN-OFF LINES FOR THE REVIEWERS;
000230*                    DL100VA - THE LOGS MERGED BY OPERATOR AND
000240*                      DAY, THEN THE FLAGS - PERMISSIONS HELD
000250*                      BUT NOT USED WITHIN THE UNUSED LIMIT,
000260*                      REPEATED REFUSED SIGN-ONS, AND A MESSAGE OR
000270*                      CATEGORY CHANGED AND EXCEPTIONS WORKED BY
000280*                      THE SAME OPERATOR ON THE SAME DAY.
000290*                    'M' IS USED BY A LOGGED CHANGE (MC, CG, PG,
000300*                    AH), 'D' BY A DISPOSITION (ED, HD) AND 'I' BY
000310*                    AN INQUIRY SESSION (SG).  LAST USE LOOKS AT
000320*                    ALL HISTORY UP TO THE END OF THE PERIOD.
000330*                    ONLY DL100AU MUST BE PRESENT - A LOG NOT YET
000340*                    CREATED IS TAKEN AS EMPTY.  RC 4 = FLAGS
000350*                    RAISED, RC 12 = I/O ERROR OR AN IN-CORE TABLE
000360*                    FULL, RC 16 = A MISSING OR INVALID CONTROL
000370*                    RECORD.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-Z.
000420 OBJECT-COMPUTER.   IBM-Z.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DL100-VC-FILE ASSIGN TO DL100VC
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DL100-VC-STATUS.
000480
000490     SELECT DL100-AU-FILE ASSIGN TO DL100AU
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DL100-AU-STATUS.
000520
000530     SELECT DL100-AH-FILE ASSIGN TO DL100AH
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS DL100-AH-STATUS.
000560
000570     SELECT DL100-MC-FILE ASSIGN TO DL100MC
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS DL100-MC-STATUS.
000600
000610     SELECT DL100-CG-FILE ASSIGN TO DL100CG
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS DL100-CG-STATUS.
000640
000650     SELECT DL100-PG-FILE ASSIGN TO DL100PG
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS DL100-PG-STATUS.
000680
000690     SELECT DL100-ED-FILE ASSIGN TO DL100ED
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS DL100-ED-STATUS.
000720
000730     SELECT DL100-HD-FILE ASSIGN TO DL100HD
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DL100-HD-STATUS.
000760
000770     SELECT DL100-SG-FILE ASSIGN TO DL100SG
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS DL100-SG-STATUS.
000800
000810     SELECT DL100-UA-FILE ASSIGN TO DL100UA
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS DL100-UA-STATUS.
000840
000850     SELECT DL100-VR-FILE ASSIGN TO DL100VR
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS DL100-VR-STATUS.
000880
000890     SELECT DL100-VA-FILE ASSIGN TO DL100VA
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS DL100-VA-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  DL100-VC-FILE
000960     RECORDING MODE IS F.
000970 01  DL100-VC-REC                PIC X(80).
000980
000990 FD  DL100-AU-FILE
001000     RECORDING MODE IS F.
001010 01  DL100-AU-REC                PIC X(80).
001020
001030 FD  DL100-AH-FILE
001040     RECORDING MODE IS F.
001050 01  DL100-AH-REC                PIC X(45).
001060
001070 FD  DL100-MC-FILE
001080     RECORDING MODE IS F.
001090 01  DL100-MC-REC                PIC X(96).
001100
001110 FD  DL100-CG-FILE
001120     RECORDING MODE IS F.
001130 01  DL100-CG-REC                PIC X(105).
001140
001150 FD  DL100-PG-FILE
001160     RECORDING MODE IS F.
001170 01  DL100-PG-REC                PIC X(125).
001180
001190 FD  DL100-ED-FILE
001200     RECORDING MODE IS F.
001210 01  DL100-ED-REC                PIC X(181).
001220
001230 FD  DL100-HD-FILE
001240     RECORDING MODE IS F.
001250 01  DL100-HD-REC                PIC X(236).
001260
001270 FD  DL100-SG-FILE
001280     RECORDING MODE IS F.
001290 01  DL100-SG-REC                PIC X(33).
001300
001310 FD  DL100-UA-FILE
001320     RECORDING MODE IS F.
001330 01  DL100-UA-REC                PIC X(33).
001340
001350 FD  DL100-VR-FILE
001360     RECORDING MODE IS F.
001370 01  DL100-VR-REC                PIC X(133).
001380
001390 FD  DL100-VA-FILE
001400     RECORDING MODE IS F.
001410 01  DL100-VA-REC                PIC X(133).
001420
001430 WORKING-STORAGE SECTION.
001440*----------------------------------------------------------------
001450* ACCESS RECERTIFICATION CONTROL RECORD
001460*----------------------------------------------------------------
001470 COPY DL100AVC.
001480
001490*----------------------------------------------------------------
001500* OPERATOR AUTHORIZATION RECORD, AND THE SIGN-ON RECORD LAYOUT
001510* SHARED BY THE DL100UA AND DL100SG LOGS
001520*----------------------------------------------------------------
001530 COPY DL100AUF.
001540
001550*----------------------------------------------------------------
001560* CHANGE LOG RECORD LAYOUTS
001570*----------------------------------------------------------------
001580 COPY DL100AHL.
001590 COPY DL100MCL.
001600 COPY DL100CGL.
001610 COPY DL100PGL.
001620
001630*----------------------------------------------------------------
001640* DISPOSITIONED EXCEPTION AND HELD RECORD LAYOUTS
001650*----------------------------------------------------------------
001660 COPY DL100EXD.
001670 COPY DL100HLD.
001680
001690*----------------------------------------------------------------
001700* REPORT LINE LAYOUTS
001710*----------------------------------------------------------------
001720 COPY DL100AVP.
001730
001740*----------------------------------------------------------------
001750* THE REVIEW PERIOD AND LIMITS
001760*----------------------------------------------------------------
001770 01  DL100-AV-PERIOD.
001780     05  DL100-AV-FROM           PIC 9(08) VALUE 0.
001790     05  DL100-AV-TO             PIC 9(08) VALUE 0.
001800
001810 77  DL100-AV-TODAY              PIC 9(08) VALUE 0.
001820 77  DL100-AV-UNUSED-DAYS        USAGE COMP-5 PIC 9(04) VALUE 0.
001830 77  DL100-AV-REFUSE-LIMIT       USAGE COMP-5 PIC 9(04) VALUE 0.
001840 77  DL100-AV-TO-DAYS            USAGE COMP-5 PIC 9(09) VALUE 0.
001850
001860*    DAYS FROM THE LAST USE, AND FROM THE GRANT, TO THE END OF
001870*    THE PERIOD - A GRANT DATED AFTER IT COMES OUT NEGATIVE
001880 77  DL100-AV-SINCE              USAGE COMP-5 PIC S9(09) VALUE 0.
001890 77  DL100-AV-GRANT-AGE          USAGE COMP-5 PIC S9(09) VALUE 0.
001900
001910*----------------------------------------------------------------
001920* DATE WORK AREAS - A YYYYMMDD DATE, ITS PARTS, THE DAYS IN EACH
001930* MONTH, AND THE CIVIL-CALENDAR DAY COUNT WORK FIELDS
001940*----------------------------------------------------------------
001950 01  DL100-AV-D8                 PIC 9(08) VALUE 0.
001960 01  DL100-AV-D8-PARTS REDEFINES DL100-AV-D8.
001970     05  DL100-AV-D8-YYYY        PIC 9(04).
001980     05  DL100-AV-D8-MM          PIC 9(02).
001990     05  DL100-AV-D8-DD          PIC 9(02).
002000
002010 01  DL100-AV-MONTH-DAYS         PIC X(24)
002020                                 VALUE '312831303130313130313031'.
002030 01  DL100-AV-MONTH-TBL REDEFINES DL100-AV-MONTH-DAYS.
002040     05  DL100-AV-MDAYS          PIC 9(02) OCCURS 12 TIMES.
002050
002060 77  DL100-AV-MONTH-LAST         PIC 9(02) VALUE 0.
002070 77  DL100-AV-LEAP-Q             USAGE COMP-5 PIC 9(09) VALUE 0.
002080 77  DL100-AV-LEAP-R             USAGE COMP-5 PIC 9(09) VALUE 0.
002090
002100 77  DL100-AV-CAL-Y              USAGE COMP-5 PIC 9(09) VALUE 0.
002110 77  DL100-AV-CAL-M              USAGE COMP-5 PIC 9(09) VALUE 0.
002120 77  DL100-AV-CAL-W1             USAGE COMP-5 PIC 9(09) VALUE 0.
002130 77  DL100-AV-CAL-W2             USAGE COMP-5 PIC 9(09) VALUE 0.
002140 77  DL100-AV-CAL-W3             USAGE COMP-5 PIC 9(09) VALUE 0.
002150 77  DL100-AV-CAL-W4             USAGE COMP-5 PIC 9(09) VALUE 0.
002160 77  DL100-AV-DAYS               USAGE COMP-5 PIC 9(09) VALUE 0.
002170
002180 01  DL100-AV-DATE-SW            PIC X(01) VALUE 'Y'.
002190     88  DL100-AV-DATE-VALID     VALUE 'Y'.
002200     88  DL100-AV-DATE-INVALID   VALUE 'N'.
002210
002220*----------------------------------------------------------------
002230* EVERY DL100AU ENTRY, IN FILE ORDER, WITH THE LAST DATE EACH
002240* PERMISSION WAS USED (ZERO = NEVER).  PERMISSIONS ARE IN THE
002250* ORDER 'M', 'D', 'I' AS ON DL100AUF.
002260*----------------------------------------------------------------
002270 01  DL100-OP-TABLE.
002280     05  DL100-OP-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
002290     05  DL100-OP-ENTRY OCCURS 500 TIMES.
002300         10  DL100-OP-AU.
002310             15  DL100-OP-USER   PIC X(08).
002320             15  DL100-OP-REST   PIC X(72).
002330         10  DL100-OP-LAST-USED  PIC 9(08) OCCURS 3 TIMES.
002340
002350 77  DL100-OP-MAX-ENTRIES        USAGE COMP-5 PIC 9(04) VALUE 500.
002360 77  DL100-OP-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
002370 77  DL100-OP-SRCH               USAGE COMP-5 PIC 9(04) VALUE 0.
002380 77  DL100-OP-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
002390 77  DL100-AV-PX                 USAGE COMP-5 PIC 9(04) VALUE 0.
002400
002410*----------------------------------------------------------------
002420* ONE ENTRY PER OPERATOR PER DAY OF THE PERIOD, KEPT IN OPERATOR
002430* AND DATE ORDER SO THE ACTIVITY REPORT COMES OUT SORTED.  THE
002440* COUNTS ARE BY KIND OF ACTION:
002450*   1 MESSAGE CHANGES (MC)      2 CATEGORY CHANGES (CG)
002460*   3 ADJUSTMENT SET ACTIONS    4 AUTHORIZATION CHANGES (AH)
002470*     (PG)
002480*   5 EXCEPTIONS RESUBMITTED    6 EXCEPTIONS WRITTEN OFF (ED)
002490*     (ED)
002500*   7 HELD RECORDS RELEASED     8 INQUIRY SESSIONS (SG)
002510*     OR DROPPED (HD)
002520*   9 REFUSED SIGN-ONS (UA)
002530*----------------------------------------------------------------
002540 01  DL100-AC-TABLE.
002550     05  DL100-AC-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
002560     05  DL100-AC-ENTRY OCCURS 3000 TIMES.
002570         10  DL100-AC-KEY.
002580             15  DL100-AC-USER   PIC X(08).
002590             15  DL100-AC-DATE   PIC 9(08).
002600         10  DL100-AC-CNT        USAGE COMP-5 PIC 9(09)
002610                                 OCCURS 9 TIMES.
002620
002630 77  DL100-AC-MAX-ENTRIES        USAGE COMP-5 PIC 9(04)
002640                                 VALUE 3000.
002650 77  DL100-AC-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
002660 77  DL100-AC-SRCH               USAGE COMP-5 PIC 9(04) VALUE 0.
002670 77  DL100-AC-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
002680 77  DL100-AC-INS                USAGE COMP-5 PIC 9(04) VALUE 0.
002690 77  DL100-AC-SHIFT              USAGE COMP-5 PIC 9(04) VALUE 0.
002700 77  DL100-AC-LOOPS              USAGE COMP-5 PIC 9(04) VALUE 0.
002710 77  DL100-AC-K                  USAGE COMP-5 PIC 9(04) VALUE 0.
002720
002730*    THE ENTRY BEING LOOKED FOR OR ADDED
002740 01  DL100-AC-MATCH.
002750     05  DL100-AC-MATCH-USER     PIC X(08).
002760     05  DL100-AC-MATCH-DATE     PIC 9(08).
002770
002780*    ONE OPERATOR'S TOTALS WHILE PRINTING, AND THE OPERATOR
002790 01  DL100-AC-TOTALS.
002800     05  DL100-AC-TOT            USAGE COMP-5 PIC 9(09)
002810                                 OCCURS 9 TIMES.
002820 01  DL100-AC-CUR-USER           PIC X(08).
002830
002840*----------------------------------------------------------------
002850* ONE LOGGED ACTION, WHICHEVER FILE IT CAME FROM - THE OPERATOR,
002860* THE DATE AND THE KIND OF ACTION (AS THE ACTIVITY COUNTS ABOVE)
002870*----------------------------------------------------------------
002880 01  DL100-EV-AREA.
002890     05  DL100-EV-USER           PIC X(08).
002900     05  DL100-EV-DATE           PIC 9(08).
002910     05  DL100-EV-KIND           PIC 9(01).
002920
002930*    THE PERMISSION EACH KIND OF ACTION USES, 0 = NONE
002940 01  DL100-AV-KIND-PERMS         PIC X(09) VALUE '111122230'.
002950 01  DL100-AV-KIND-TBL REDEFINES DL100-AV-KIND-PERMS.
002960     05  DL100-AV-KIND-PERM      PIC 9(01) OCCURS 9 TIMES.
002970
002980*    PERMISSION LETTERS AND NAMES IN SUBSCRIPT ORDER
002990 01  DL100-AV-PERM-LETTERS       PIC X(03) VALUE 'MDI'.
003000 01  DL100-AV-PERM-LTR-TBL REDEFINES DL100-AV-PERM-LETTERS.
003010     05  DL100-AV-PERM-LETTER    PIC X(01) OCCURS 3 TIMES.
003020
003030 01  DL100-AV-PERM-NAMES         PIC X(36)
003040         VALUE 'MAINTENANCE DISPOSITION INQUIRY     '.
003050 01  DL100-AV-PERM-NAME-TBL REDEFINES DL100-AV-PERM-NAMES.
003060     05  DL100-AV-PERM-NAME      PIC X(12) OCCURS 3 TIMES.
003070
003080*----------------------------------------------------------------
003090* SWITCHES, STATUS FIELDS AND COUNTERS
003100*----------------------------------------------------------------
003110 01  DL100-VC-STATUS             PIC X(02) VALUE '00'.
003120     88  DL100-VC-OK             VALUE '00'.
003130
003140 01  DL100-AU-STATUS             PIC X(02) VALUE '00'.
003150     88  DL100-AU-OK             VALUE '00'.
003160     88  DL100-AU-AT-EOF         VALUE '10'.
003170
003180 01  DL100-AH-STATUS             PIC X(02) VALUE '00'.
003190     88  DL100-AH-OK             VALUE '00'.
003200     88  DL100-AH-AT-EOF         VALUE '10'.
003210
003220 01  DL100-MC-STATUS             PIC X(02) VALUE '00'.
003230     88  DL100-MC-OK             VALUE '00'.
003240     88  DL100-MC-AT-EOF         VALUE '10'.
003250
003260 01  DL100-CG-STATUS             PIC X(02) VALUE '00'.
003270     88  DL100-CG-OK             VALUE '00'.
003280     88  DL100-CG-AT-EOF         VALUE '10'.
003290
003300 01  DL100-PG-STATUS             PIC X(02) VALUE '00'.
003310     88  DL100-PG-OK             VALUE '00'.
003320     88  DL100-PG-AT-EOF         VALUE '10'.
003330
003340 01  DL100-ED-STATUS             PIC X(02) VALUE '00'.
003350     88  DL100-ED-OK             VALUE '00'.
003360     88  DL100-ED-AT-EOF         VALUE '10'.
003370
003380 01  DL100-HD-STATUS             PIC X(02) VALUE '00'.
003390     88  DL100-HD-OK             VALUE '00'.
003400     88  DL100-HD-AT-EOF         VALUE '10'.
003410
003420 01  DL100-SG-STATUS             PIC X(02) VALUE '00'.
003430     88  DL100-SG-OK             VALUE '00'.
003440     88  DL100-SG-AT-EOF         VALUE '10'.
003450
003460 01  DL100-UA-STATUS             PIC X(02) VALUE '00'.
003470     88  DL100-UA-OK             VALUE '00'.
003480     88  DL100-UA-AT-EOF         VALUE '10'.
003490
003500 01  DL100-VR-STATUS             PIC X(02) VALUE '00'.
003510     88  DL100-VR-OK             VALUE '00'.
003520
003530 01  DL100-VA-STATUS             PIC X(02) VALUE '00'.
003540     88  DL100-VA-OK             VALUE '00'.
003550
003560*    THE LOG BEING OPENED OR READ, FOR THE ERROR MESSAGES
003570 01  DL100-AV-LOG-NAME           PIC X(08).
003580 01  DL100-AV-LOG-STATUS         PIC X(02) VALUE '00'.
003590     88  DL100-AV-LOG-NOT-THERE  VALUE '35'.
003600
003610 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
003620     88  DL100-INIT-FAILED       VALUE 'Y'.
003630     88  DL100-INIT-OK           VALUE 'N'.
003640
003650 01  DL100-AV-ABORT-SW           PIC X(01) VALUE 'N'.
003660     88  DL100-AV-ABORT          VALUE 'Y'.
003670     88  DL100-AV-NO-ABORT       VALUE 'N'.
003680
003690 01  DL100-FILE-EOF-SW           PIC X(01) VALUE 'N'.
003700     88  DL100-FILE-EOF          VALUE 'Y'.
003710     88  DL100-FILE-NOT-EOF      VALUE 'N'.
003720
003730 01  DL100-AV-GRANT-SW           PIC X(01) VALUE 'N'.
003740     88  DL100-AV-GRANT-KNOWN    VALUE 'Y'.
003750     88  DL100-AV-GRANT-UNKNOWN  VALUE 'N'.
003760
003770 01  DL100-AV-UNUSED-SW          PIC X(01) VALUE 'N'.
003780     88  DL100-AV-NOT-FLAGGED    VALUE 'N'.
003790     88  DL100-AV-FLAG-UNUSED    VALUE 'U'.
003800     88  DL100-AV-FLAG-NEVER     VALUE 'E'.
003810
003820 01  DL100-AV-SAME-DAY-SW        PIC X(01) VALUE 'N'.
003830     88  DL100-AV-SAME-DAY       VALUE 'Y'.
003840     88  DL100-AV-NOT-SAME-DAY   VALUE 'N'.
003850
003860 01  DL100-AV-COUNTERS.
003870     05  DL100-AV-AU-READ        USAGE COMP-5 PIC 9(09) VALUE 0.
003880     05  DL100-AV-LOG-READ       USAGE COMP-5 PIC 9(09) VALUE 0.
003890     05  DL100-AV-EV-USED        USAGE COMP-5 PIC 9(09) VALUE 0.
003900     05  DL100-AV-EV-PERIOD      USAGE COMP-5 PIC 9(09) VALUE 0.
003910     05  DL100-AV-FLAG-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
003920     05  DL100-AV-SECT-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
003930     05  DL100-AV-REFUSALS       USAGE COMP-5 PIC 9(09) VALUE 0.
003940
003950 PROCEDURE DIVISION.
003960*----------------------------------------------------------------
003970* 0000-MAINLINE
003980*----------------------------------------------------------------
003990 0000-MAINLINE.
004000     PERFORM 1000-INITIALIZE
004010         THRU 1000-EXIT.
004020
004030     IF DL100-INIT-OK
004040         PERFORM 2000-READ-LOGS
004050             THRU 2000-EXIT
004060     END-IF.
004070
004080     IF DL100-INIT-OK AND DL100-AV-NO-ABORT
004090         PERFORM 3000-PRINT-RECERT
004100             THRU 3000-EXIT
004110         PERFORM 4000-PRINT-ACTIVITY
004120             THRU 4000-EXIT
004130         IF DL100-AV-FLAG-CNT > 0 AND RETURN-CODE < 4
004140             MOVE 4 TO RETURN-CODE
004150         END-IF
004160     END-IF.
004170
004180     PERFORM 5000-TERMINATE
004190         THRU 5000-EXIT.
004200
004210     STOP RUN.
004220
004230*----------------------------------------------------------------
004240* 1000-INITIALIZE - OPEN THE REPORTS, READ AND CHECK THE CONTROL
004250*                   RECORD AND LOAD THE AUTHORIZATION FILE
004260*----------------------------------------------------------------
004270 1000-INITIALIZE.
004280     SET DL100-INIT-OK TO TRUE.
004290     ACCEPT DL100-AV-TODAY FROM DATE YYYYMMDD.
004300
004310     OPEN OUTPUT DL100-VR-FILE.
004320     IF NOT DL100-VR-OK
004330         DISPLAY 'DL100AV - RECERT OPEN ERROR ' DL100-VR-STATUS
004340         SET DL100-INIT-FAILED TO TRUE
004350         MOVE 12 TO RETURN-CODE
004360         GO TO 1000-EXIT
004370     END-IF.
004380
004390     OPEN OUTPUT DL100-VA-FILE.
004400     IF NOT DL100-VA-OK
004410         DISPLAY 'DL100AV - ACTIVITY OPEN ERROR ' DL100-VA-STATUS
004420         SET DL100-INIT-FAILED TO TRUE
004430         MOVE 12 TO RETURN-CODE
004440         GO TO 1000-EXIT
004450     END-IF.
004460
004470     OPEN INPUT DL100-VC-FILE.
004480     IF NOT DL100-VC-OK
004490         DISPLAY 'DL100AV - CONTROL OPEN ERROR ' DL100-VC-STATUS
004500         SET DL100-INIT-FAILED TO TRUE
004510         MOVE 16 TO RETURN-CODE
004520         GO TO 1000-EXIT
004530     END-IF.
004540
004550     READ DL100-VC-FILE INTO DL100-VC-RECORD.
004560     IF NOT DL100-VC-OK
004570         DISPLAY 'DL100AV - NO CONTROL RECORD ' DL100-VC-STATUS
004580         CLOSE DL100-VC-FILE
004590         SET DL100-INIT-FAILED TO TRUE
004600         MOVE 16 TO RETURN-CODE
004610         GO TO 1000-EXIT
004620     END-IF.
004630     CLOSE DL100-VC-FILE.
004640
004650     PERFORM 1100-CHECK-CONTROL
004660         THRU 1100-EXIT.
004670     IF DL100-INIT-FAILED
004680         MOVE 16 TO RETURN-CODE
004690         GO TO 1000-EXIT
004700     END-IF.
004710
004720     DISPLAY 'DL100AV - PERIOD ' DL100-AV-FROM ' TO ' DL100-AV-TO
004730         ' FOR ' DL100-VC-REQUESTOR.
004740     DISPLAY 'DL100AV - UNUSED AFTER ' DL100-AV-UNUSED-DAYS
004750         ' DAYS, REFUSAL LIMIT ' DL100-AV-REFUSE-LIMIT.
004760
004770     PERFORM 1200-LOAD-OPERATORS
004780         THRU 1200-EXIT.
004790 1000-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830* 1100-CHECK-CONTROL - BOTH CONTROL DATES MUST BE REAL DATES, IN
004840*                      ORDER.  A BLANK OR ZERO LIMIT TAKES THE
004850*                      STANDARD VALUE.
004860*----------------------------------------------------------------
004870 1100-CHECK-CONTROL.
004880     MOVE DL100-VC-FROM-DATE TO DL100-AV-FROM.
004890     MOVE DL100-VC-TO-DATE   TO DL100-AV-TO.
004900
004910     IF DL100-VC-FROM-DATE NOT NUMERIC
004920         OR DL100-VC-TO-DATE NOT NUMERIC
004930         DISPLAY 'DL100AV - CONTROL DATES NOT NUMERIC'
004940         SET DL100-INIT-FAILED TO TRUE
004950         GO TO 1100-EXIT
004960     END-IF.
004970
004980     MOVE DL100-AV-FROM TO DL100-AV-D8.
004990     PERFORM 9000-CHECK-DATE
005000         THRU 9000-EXIT.
005010     IF DL100-AV-DATE-INVALID
005020         DISPLAY 'DL100AV - FROM DATE INVALID ' DL100-AV-FROM
005030         SET DL100-INIT-FAILED TO TRUE
005040         GO TO 1100-EXIT
005050     END-IF.
005060
005070     MOVE DL100-AV-TO TO DL100-AV-D8.
005080     PERFORM 9000-CHECK-DATE
005090         THRU 9000-EXIT.
005100     IF DL100-AV-DATE-INVALID
005110         DISPLAY 'DL100AV - TO DATE INVALID ' DL100-AV-TO
005120         SET DL100-INIT-FAILED TO TRUE
005130         GO TO 1100-EXIT
005140     END-IF.
005150
005160     IF DL100-AV-TO < DL100-AV-FROM
005170         DISPLAY 'DL100AV - TO DATE BEFORE FROM DATE'
005180         SET DL100-INIT-FAILED TO TRUE
005190         GO TO 1100-EXIT
005200     END-IF.
005210
005220     PERFORM 9100-DATE-TO-DAYS
005230         THRU 9100-EXIT.
005240     MOVE DL100-AV-DAYS TO DL100-AV-TO-DAYS.
005250
005260     MOVE 90 TO DL100-AV-UNUSED-DAYS.
005270     IF DL100-VC-UNUSED-DAYS NUMERIC
005280         IF DL100-VC-UNUSED-DAYS > 0
005290             MOVE DL100-VC-UNUSED-DAYS TO DL100-AV-UNUSED-DAYS
005300         END-IF
005310     END-IF.
005320
005330     MOVE 3 TO DL100-AV-REFUSE-LIMIT.
005340     IF DL100-VC-REFUSE-LIMIT NUMERIC
005350         IF DL100-VC-REFUSE-LIMIT > 0
005360             MOVE DL100-VC-REFUSE-LIMIT TO DL100-AV-REFUSE-LIMIT
005370         END-IF
005380     END-IF.
005390 1100-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 1200-LOAD-OPERATORS - EVERY DL100AU ENTRY INTO THE OPERATOR
005440*                       TABLE.  THE FILE IS WHAT IS BEING REVIEWED
005450*                       SO IT MUST BE THERE, AND A FULL TABLE ENDS
005460*                       THE RUN - A SHORT LIST WOULD LEAVE RIGHTS
005470*                       UNREVIEWED.
005480*----------------------------------------------------------------
005490 1200-LOAD-OPERATORS.
005500     OPEN INPUT DL100-AU-FILE.
005510     IF NOT DL100-AU-OK
005520         DISPLAY 'DL100AV - AUTH FILE OPEN ERROR ' DL100-AU-STATUS
005530         SET DL100-INIT-FAILED TO TRUE
005540         MOVE 12 TO RETURN-CODE
005550         GO TO 1200-EXIT
005560     END-IF.
005570
005580     SET DL100-FILE-NOT-EOF TO TRUE.
005590     PERFORM 1210-LOAD-ONE-OPERATOR
005600         THRU 1210-EXIT
005610         UNTIL DL100-FILE-EOF.
005620     CLOSE DL100-AU-FILE.
005630 1200-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------
005670* 1210-LOAD-ONE-OPERATOR - ONE DL100AU RECORD, NOT YET USED
005680*----------------------------------------------------------------
005690 1210-LOAD-ONE-OPERATOR.
005700     READ DL100-AU-FILE INTO DL100-AU-RECORD.
005710     IF NOT DL100-AU-OK
005720         IF NOT DL100-AU-AT-EOF
005730             DISPLAY 'DL100AV - AUTH FILE READ ERROR '
005740                 DL100-AU-STATUS
005750             SET DL100-INIT-FAILED TO TRUE
005760             MOVE 12 TO RETURN-CODE
005770         END-IF
005780         SET DL100-FILE-EOF TO TRUE
005790         GO TO 1210-EXIT
005800     END-IF.
005810     ADD 1 TO DL100-AV-AU-READ.
005820
005830     IF DL100-OP-COUNT >= DL100-OP-MAX-ENTRIES
005840         DISPLAY 'DL100AV - OPERATOR TABLE FULL - REPORTS NOT '
005850             'PRODUCED'
005860         SET DL100-INIT-FAILED TO TRUE
005870         MOVE 12 TO RETURN-CODE
005880         SET DL100-FILE-EOF TO TRUE
005890         GO TO 1210-EXIT
005900     END-IF.
005910
005920     ADD 1 TO DL100-OP-COUNT.
005930     MOVE DL100-AU-RECORD TO DL100-OP-AU(DL100-OP-COUNT).
005940     MOVE 0 TO DL100-OP-LAST-USED(DL100-OP-COUNT 1).
005950     MOVE 0 TO DL100-OP-LAST-USED(DL100-OP-COUNT 2).
005960     MOVE 0 TO DL100-OP-LAST-USED(DL100-OP-COUNT 3).
005970 1210-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------
006010* 2000-READ-LOGS - EVERY LOG IN TURN.  A LOG THAT HAS NOT BEEN
006020*                  CREATED YET HAS NOTHING IN IT TO REPORT; ANY
006030*                  OTHER OPEN OR READ FAILURE ENDS THE RUN.
006040*----------------------------------------------------------------
006050 2000-READ-LOGS.
006060     OPEN INPUT DL100-MC-FILE.
006070     MOVE 'DL100MC'       TO DL100-AV-LOG-NAME.
006080     MOVE DL100-MC-STATUS TO DL100-AV-LOG-STATUS.
006090     IF DL100-MC-OK
006100         SET DL100-FILE-NOT-EOF TO TRUE
006110         PERFORM 2100-READ-MC
006120             THRU 2100-EXIT
006130             UNTIL DL100-FILE-EOF OR DL100-AV-ABORT
006140         CLOSE DL100-MC-FILE
006150     ELSE
006160         PERFORM 2090-OPEN-FAILED
006170             THRU 2090-EXIT
006180     END-IF.
006190     IF DL100-AV-ABORT
006200         GO TO 2000-EXIT
006210     END-IF.
006220
006230     OPEN INPUT DL100-CG-FILE.
006240     MOVE 'DL100CG'       TO DL100-AV-LOG-NAME.
006250     MOVE DL100-CG-STATUS TO DL100-AV-LOG-STATUS.
006260     IF DL100-CG-OK
006270         SET DL100-FILE-NOT-EOF TO TRUE
006280         PERFORM 2110-READ-CG
006290             THRU 2110-EXIT
006300             UNTIL DL100-FILE-EOF OR DL100-AV-ABORT
006310         CLOSE DL100-CG-FILE
006320     ELSE
006330         PERFORM 2090-OPEN-FAILED
006340             THRU 2090-EXIT
006350     END-IF.
006360     IF DL100-AV-ABORT
006370         GO TO 2000-EXIT
006380     END-IF.
006390
006400     OPEN INPUT DL100-PG-FILE.
006410     MOVE 'DL100PG'       TO DL100-AV-LOG-NAME.
006420     MOVE DL100-PG-STATUS TO DL100-AV-LOG-STATUS.
006430     IF DL100-PG-OK
006440         SET DL100-FILE-NOT-EOF TO TRUE
006450         PERFORM 2120-READ-PG
006460             THRU 2120-EXIT
006470             UNTIL DL100-FILE-EOF OR DL100-AV-ABORT
006480         CLOSE DL100-PG-FILE
006490     ELSE
006500         PERFORM 2090-OPEN-FAILED
006510             THRU 2090-EXIT
006520     END-IF.
006530     IF DL100-AV-ABORT
006540         GO TO 2000-EXIT
006550     END-IF.
006560
006570     OPEN INPUT DL100-AH-FILE.
006580     MOVE 'DL100AH'       TO DL100-AV-LOG-NAME.
006590     MOVE DL100-AH-STATUS TO DL100-AV-LOG-STATUS.
006600     IF DL100-AH-OK
006610         SET DL100-FILE-NOT-EOF TO TRUE
006620         PERFORM 2130-READ-AH
006630             THRU 2130-EXIT
006640             UNTIL DL100-FILE-EOF OR DL100-AV-ABORT
006650         CLOSE DL100-AH-FILE
006660     ELSE
006670         PERFORM 2090-OPEN-FAILED
006680             THRU 2090-EXIT
006690     END-IF.
006700     IF DL100-AV-ABORT
006710         GO TO 2000-EXIT
006720     END-IF.
006730
006740     OPEN INPUT DL100-ED-FILE.
006750     MOVE 'DL100ED'       TO DL100-AV-LOG-NAME.
006760     MOVE DL100-ED-STATUS TO DL100-AV-LOG-STATUS.
006770     IF DL100-ED-OK
006780         SET DL100-FILE-NOT-EOF TO TRUE
006790         PERFORM 2140-READ-ED
006800             THRU 2140-EXIT
006810             UNTIL DL100-FILE-EOF OR DL100-AV-ABORT
006820         CLOSE DL100-ED-FILE
006830     ELSE
006840         PERFORM 2090-OPEN-FAILED
006850             THRU 2090-EXIT
006860     END-IF.
006870     IF DL100-AV-ABORT
006880         GO TO 2000-EXIT
006890     END-IF.
006900
006910     OPEN INPUT DL100-HD-FILE.
006920     MOVE 'DL100HD'       TO DL100-AV-LOG-NAME.
006930     MOVE DL100-HD-STATUS TO DL100-AV-LOG-STATUS.
006940     IF DL100-HD-OK
006950         SET DL100-FILE-NOT-EOF TO TRUE
006960         PERFORM 2150-READ-HD
006970             THRU 2150-EXIT
006980             UNTIL DL100-FILE-EOF OR DL100-AV-ABORT
006990         CLOSE DL100-HD-FILE
007000     ELSE
007010         PERFORM 2090-OPEN-FAILED
007020             THRU 2090-EXIT
007030     END-IF.
007040     IF DL100-AV-ABORT
007050         GO TO 2000-EXIT
007060     END-IF.
007070
007080     OPEN INPUT DL100-SG-FILE.
007090     MOVE 'DL100SG'       TO DL100-AV-LOG-NAME.
007100     MOVE DL100-SG-STATUS TO DL100-AV-LOG-STATUS.
007110     IF DL100-SG-OK
007120         SET DL100-FILE-NOT-EOF TO TRUE
007130         PERFORM 2160-READ-SG
007140             THRU 2160-EXIT
007150             UNTIL DL100-FILE-EOF OR DL100-AV-ABORT
007160         CLOSE DL100-SG-FILE
007170     ELSE
007180         PERFORM 2090-OPEN-FAILED
007190             THRU 2090-EXIT
007200     END-IF.
007210     IF DL100-AV-ABORT
007220         GO TO 2000-EXIT
007230     END-IF.
007240
007250     OPEN INPUT DL100-UA-FILE.
007260     MOVE 'DL100UA'       TO DL100-AV-LOG-NAME.
007270     MOVE DL100-UA-STATUS TO DL100-AV-LOG-STATUS.
007280     IF DL100-UA-OK
007290         SET DL100-FILE-NOT-EOF TO TRUE
007300         PERFORM 2170-READ-UA
007310             THRU 2170-EXIT
007320             UNTIL DL100-FILE-EOF OR DL100-AV-ABORT
007330         CLOSE DL100-UA-FILE
007340     ELSE
007350         PERFORM 2090-OPEN-FAILED
007360             THRU 2090-EXIT
007370     END-IF.
007380 2000-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------
007420* 2090-OPEN-FAILED - A LOG NOT YET CREATED IS EMPTY; ANYTHING
007430*                    ELSE IS AN I/O ERROR
007440*----------------------------------------------------------------
007450 2090-OPEN-FAILED.
007460     IF DL100-AV-LOG-NOT-THERE
007470         DISPLAY 'DL100AV - NO ' DL100-AV-LOG-NAME
007480             ' FILE - NOTHING LOGGED YET'
007490     ELSE
007500         DISPLAY 'DL100AV - ' DL100-AV-LOG-NAME ' OPEN ERROR '
007510             DL100-AV-LOG-STATUS
007520         SET DL100-AV-ABORT TO TRUE
007530         MOVE 12 TO RETURN-CODE
007540     END-IF.
007550 2090-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------
007590* 2095-READ-FAILED - END OF THE LOG, OR AN I/O ERROR
007600*----------------------------------------------------------------
007610 2095-READ-FAILED.
007620     IF DL100-AV-LOG-STATUS NOT = '10'
007630         DISPLAY 'DL100AV - ' DL100-AV-LOG-NAME ' READ ERROR '
007640             DL100-AV-LOG-STATUS
007650         SET DL100-AV-ABORT TO TRUE
007660         MOVE 12 TO RETURN-CODE
007670     END-IF.
007680     SET DL100-FILE-EOF TO TRUE.
007690 2095-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------------
007730* 2100-READ-MC - ONE MESSAGE CHANGE (ADD, CHANGE OR EXPIRE)
007740*----------------------------------------------------------------
007750 2100-READ-MC.
007760     READ DL100-MC-FILE INTO DL100-MC-RECORD.
007770     IF NOT DL100-MC-OK
007780         MOVE DL100-MC-STATUS TO DL100-AV-LOG-STATUS
007790         PERFORM 2095-READ-FAILED
007800             THRU 2095-EXIT
007810         GO TO 2100-EXIT
007820     END-IF.
007830     ADD 1 TO DL100-AV-LOG-READ.
007840
007850     MOVE DL100-MC-USER TO DL100-EV-USER.
007860     MOVE DL100-MC-DATE TO DL100-EV-DATE.
007870     MOVE 1             TO DL100-EV-KIND.
007880     PERFORM 2800-POST-EVENT
007890         THRU 2800-EXIT.
007900 2100-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------------
007940* 2110-READ-CG - ONE CATEGORY CHANGE
007950*----------------------------------------------------------------
007960 2110-READ-CG.
007970     READ DL100-CG-FILE INTO DL100-CG-RECORD.
007980     IF NOT DL100-CG-OK
007990         MOVE DL100-CG-STATUS TO DL100-AV-LOG-STATUS
008000         PERFORM 2095-READ-FAILED
008010             THRU 2095-EXIT
008020         GO TO 2110-EXIT
008030     END-IF.
008040     ADD 1 TO DL100-AV-LOG-READ.
008050
008060     MOVE DL100-CG-USER TO DL100-EV-USER.
008070     MOVE DL100-CG-DATE TO DL100-EV-DATE.
008080     MOVE 2             TO DL100-EV-KIND.
008090     PERFORM 2800-POST-EVENT
008100         THRU 2800-EXIT.
008110 2110-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------
008150* 2120-READ-PG - ONE ADJUSTMENT SET PROPOSAL, APPROVAL OR
008160*                REJECTION
008170*----------------------------------------------------------------
008180 2120-READ-PG.
008190     READ DL100-PG-FILE INTO DL100-PG-RECORD.
008200     IF NOT DL100-PG-OK
008210         MOVE DL100-PG-STATUS TO DL100-AV-LOG-STATUS
008220         PERFORM 2095-READ-FAILED
008230             THRU 2095-EXIT
008240         GO TO 2120-EXIT
008250     END-IF.
008260     ADD 1 TO DL100-AV-LOG-READ.
008270
008280     MOVE DL100-PG-USER TO DL100-EV-USER.
008290     MOVE DL100-PG-DATE TO DL100-EV-DATE.
008300     MOVE 3             TO DL100-EV-KIND.
008310     PERFORM 2800-POST-EVENT
008320         THRU 2800-EXIT.
008330 2120-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------
008370* 2130-READ-AH - ONE GRANT OR REVOKE, CHARGED TO THE OPERATOR WHO
008380*                MADE IT
008390*----------------------------------------------------------------
008400 2130-READ-AH.
008410     READ DL100-AH-FILE INTO DL100-AH-RECORD.
008420     IF NOT DL100-AH-OK
008430         MOVE DL100-AH-STATUS TO DL100-AV-LOG-STATUS
008440         PERFORM 2095-READ-FAILED
008450             THRU 2095-EXIT
008460         GO TO 2130-EXIT
008470     END-IF.
008480     ADD 1 TO DL100-AV-LOG-READ.
008490
008500     MOVE DL100-AH-USER TO DL100-EV-USER.
008510     MOVE DL100-AH-DATE TO DL100-EV-DATE.
008520     MOVE 4             TO DL100-EV-KIND.
008530     PERFORM 2800-POST-EVENT
008540         THRU 2800-EXIT.
008550 2130-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------
008590* 2140-READ-ED - ONE EXCEPTION RESUBMITTED OR WRITTEN OFF
008600*----------------------------------------------------------------
008610 2140-READ-ED.
008620     READ DL100-ED-FILE INTO DL100-ED-RECORD.
008630     IF NOT DL100-ED-OK
008640         MOVE DL100-ED-STATUS TO DL100-AV-LOG-STATUS
008650         PERFORM 2095-READ-FAILED
008660             THRU 2095-EXIT
008670         GO TO 2140-EXIT
008680     END-IF.
008690     ADD 1 TO DL100-AV-LOG-READ.
008700
008710     EVALUATE TRUE
008720         WHEN DL100-ED-RESUBMITTED
008730             MOVE 5 TO DL100-EV-KIND
008740         WHEN DL100-ED-WRITTEN-OFF
008750             MOVE 6 TO DL100-EV-KIND
008760         WHEN OTHER
008770             GO TO 2140-EXIT
008780     END-EVALUATE.
008790     MOVE DL100-ED-USER TO DL100-EV-USER.
008800     MOVE DL100-ED-DATE TO DL100-EV-DATE.
008810     PERFORM 2800-POST-EVENT
008820         THRU 2800-EXIT.
008830 2140-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------------
008870* 2150-READ-HD - ONE HELD FEED RECORD RELEASED OR DROPPED
008880*----------------------------------------------------------------
008890 2150-READ-HD.
008900     READ DL100-HD-FILE INTO DL100-HD-RECORD.
008910     IF NOT DL100-HD-OK
008920         MOVE DL100-HD-STATUS TO DL100-AV-LOG-STATUS
008930         PERFORM 2095-READ-FAILED
008940             THRU 2095-EXIT
008950         GO TO 2150-EXIT
008960     END-IF.
008970     ADD 1 TO DL100-AV-LOG-READ.
008980
008990     IF NOT DL100-HD-RELEASED AND NOT DL100-HD-DROPPED
009000         GO TO 2150-EXIT
009010     END-IF.
009020     MOVE DL100-HD-USER TO DL100-EV-USER.
009030     MOVE DL100-HD-DATE TO DL100-EV-DATE.
009040     MOVE 7             TO DL100-EV-KIND.
009050     PERFORM 2800-POST-EVENT
009060         THRU 2800-EXIT.
009070 2150-EXIT.
009080     EXIT.
009090
009100*----------------------------------------------------------------
009110* 2160-READ-SG - ONE AUTHORIZED SESSION.  ONLY AN INQUIRY SESSION
009120*                IS ITSELF THE USE OF THE PERMISSION; MAINTENANCE
009130*                AND DISPOSITION ARE COUNTED BY WHAT THEY CHANGED.
009140*----------------------------------------------------------------
009150 2160-READ-SG.
009160     READ DL100-SG-FILE INTO DL100-UA-RECORD.
009170     IF NOT DL100-SG-OK
009180         MOVE DL100-SG-STATUS TO DL100-AV-LOG-STATUS
009190         PERFORM 2095-READ-FAILED
009200             THRU 2095-EXIT
009210         GO TO 2160-EXIT
009220     END-IF.
009230     ADD 1 TO DL100-AV-LOG-READ.
009240
009250     IF DL100-UA-FUNCTION NOT = 'I'
009260         GO TO 2160-EXIT
009270     END-IF.
009280     MOVE DL100-UA-USER TO DL100-EV-USER.
009290     MOVE DL100-UA-DATE TO DL100-EV-DATE.
009300     MOVE 8             TO DL100-EV-KIND.
009310     PERFORM 2800-POST-EVENT
009320         THRU 2800-EXIT.
009330 2160-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------
009370* 2170-READ-UA - ONE REFUSED SIGN-ON
009380*----------------------------------------------------------------
009390 2170-READ-UA.
009400     READ DL100-UA-FILE INTO DL100-UA-RECORD.
009410     IF NOT DL100-UA-OK
009420         MOVE DL100-UA-STATUS TO DL100-AV-LOG-STATUS
009430         PERFORM 2095-READ-FAILED
009440             THRU 2095-EXIT
009450         GO TO 2170-EXIT
009460     END-IF.
009470     ADD 1 TO DL100-AV-LOG-READ.
009480
009490     MOVE DL100-UA-USER TO DL100-EV-USER.
009500     MOVE DL100-UA-DATE TO DL100-EV-DATE.
009510     MOVE 9             TO DL100-EV-KIND.
009520     PERFORM 2800-POST-EVENT
009530         THRU 2800-EXIT.
009540 2170-EXIT.
009550     EXIT.
009560
009570*----------------------------------------------------------------
009580* 2800-POST-EVENT - AN ACTION UP TO THE END OF THE PERIOD MAY BE
009590*                   ITS OPERATOR'S LATEST USE OF A PERMISSION; ONE
009600*                   IN THE PERIOD IS ALSO COUNTED FOR ITS DAY
009610*----------------------------------------------------------------
009620 2800-POST-EVENT.
009630     IF DL100-EV-DATE NOT NUMERIC
009640         GO TO 2800-EXIT
009650     END-IF.
009660     IF DL100-EV-DATE > DL100-AV-TO
009670         GO TO 2800-EXIT
009680     END-IF.
009690     ADD 1 TO DL100-AV-EV-USED.
009700
009710     MOVE DL100-AV-KIND-PERM(DL100-EV-KIND) TO DL100-AV-PX.
009720     IF DL100-AV-PX > 0
009730         PERFORM 2810-FIND-OPERATOR
009740             THRU 2810-EXIT
009750         IF DL100-OP-HIT > 0
009760             IF DL100-EV-DATE
009770                 > DL100-OP-LAST-USED(DL100-OP-HIT DL100-AV-PX)
009780                 MOVE DL100-EV-DATE
009790                     TO DL100-OP-LAST-USED(DL100-OP-HIT
009800                                           DL100-AV-PX)
009810             END-IF
009820         END-IF
009830     END-IF.
009840
009850     IF DL100-EV-DATE < DL100-AV-FROM
009860         GO TO 2800-EXIT
009870     END-IF.
009880
009890     MOVE DL100-EV-USER TO DL100-AC-MATCH-USER.
009900     MOVE DL100-EV-DATE TO DL100-AC-MATCH-DATE.
009910     PERFORM 2900-FIND-ENTRY
009920         THRU 2900-EXIT.
009930     IF DL100-AC-HIT = 0
009940         GO TO 2800-EXIT
009950     END-IF.
009960     ADD 1 TO DL100-AC-CNT(DL100-AC-HIT DL100-EV-KIND).
009970     ADD 1 TO DL100-AV-EV-PERIOD.
009980 2800-EXIT.
009990     EXIT.
010000
010010*----------------------------------------------------------------
010020* 2810-FIND-OPERATOR - THE FIRST DL100AU ENTRY FOR THE ACTION'S
010030*                      OPERATOR (THE ONE DL100SEC GOES BY), OR 0
010040*----------------------------------------------------------------
010050 2810-FIND-OPERATOR.
010060     MOVE 0 TO DL100-OP-HIT.
010070     MOVE 0 TO DL100-OP-SRCH.
010080     PERFORM 2820-TEST-ONE-OPERATOR
010090         THRU 2820-EXIT
010100         DL100-OP-COUNT TIMES.
010110 2810-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------------
010150* 2820-TEST-ONE-OPERATOR - TEST ONE OPERATOR TABLE ENTRY
010160*----------------------------------------------------------------
010170 2820-TEST-ONE-OPERATOR.
010180     ADD 1 TO DL100-OP-SRCH.
010190     IF DL100-OP-HIT = 0
010200        AND DL100-OP-USER(DL100-OP-SRCH) = DL100-EV-USER
010210         MOVE DL100-OP-SRCH TO DL100-OP-HIT
010220     END-IF.
010230 2820-EXIT.
010240     EXIT.
010250
010260*----------------------------------------------------------------
010270* 2900-FIND-ENTRY - LOCATE DL100-AC-MATCH IN THE ACTIVITY TABLE,
010280*                   ADDING IT IN OPERATOR AND DATE ORDER IF IT IS
010290*                   NOT THERE.  A FULL TABLE ABORTS THE RUN - A
010300*                   SHORT REPORT WOULD HIDE ACTIVITY FROM THE
010310*                   REVIEW.
010320*----------------------------------------------------------------
010330 2900-FIND-ENTRY.
010340     MOVE 0 TO DL100-AC-HIT.
010350     MOVE 0 TO DL100-AC-INS.
010360     MOVE 0 TO DL100-AC-SRCH.
010370     PERFORM 2910-MATCH-ENTRY
010380         THRU 2910-EXIT
010390         DL100-AC-COUNT TIMES.
010400     IF DL100-AC-HIT > 0
010410         GO TO 2900-EXIT
010420     END-IF.
010430
010440     IF DL100-AC-COUNT >= DL100-AC-MAX-ENTRIES
010450         DISPLAY 'DL100AV - ACTIVITY TABLE FULL - REPORTS NOT '
010460             'PRODUCED'
010470         SET DL100-AV-ABORT TO TRUE
010480         MOVE 12 TO RETURN-CODE
010490         GO TO 2900-EXIT
010500     END-IF.
010510
010520     IF DL100-AC-INS = 0
010530         COMPUTE DL100-AC-INS = DL100-AC-COUNT + 1
010540     ELSE
010550         MOVE DL100-AC-COUNT TO DL100-AC-SHIFT
010560         COMPUTE DL100-AC-LOOPS
010570             = DL100-AC-COUNT - DL100-AC-INS + 1
010580         PERFORM 2920-SHIFT-ENTRY
010590             THRU 2920-EXIT
010600             DL100-AC-LOOPS TIMES
010610     END-IF.
010620
010630     ADD 1 TO DL100-AC-COUNT.
010640     INITIALIZE DL100-AC-ENTRY(DL100-AC-INS).
010650     MOVE DL100-AC-MATCH TO DL100-AC-KEY(DL100-AC-INS).
010660     MOVE DL100-AC-INS   TO DL100-AC-HIT.
010670 2900-EXIT.
010680     EXIT.
010690
010700*----------------------------------------------------------------
010710* 2910-MATCH-ENTRY - TEST ONE TABLE ENTRY.  THE FIRST ENTRY THAT
010720*                    SORTS AFTER THE ONE WANTED IS WHERE A NEW ONE
010730*                    GOES.
010740*----------------------------------------------------------------
010750 2910-MATCH-ENTRY.
010760     ADD 1 TO DL100-AC-SRCH.
010770     IF DL100-AC-HIT > 0 OR DL100-AC-INS > 0
010780         GO TO 2910-EXIT
010790     END-IF.
010800
010810     IF DL100-AC-KEY(DL100-AC-SRCH) = DL100-AC-MATCH
010820         MOVE DL100-AC-SRCH TO DL100-AC-HIT
010830     ELSE
010840         IF DL100-AC-KEY(DL100-AC-SRCH) > DL100-AC-MATCH
010850             MOVE DL100-AC-SRCH TO DL100-AC-INS
010860         END-IF
010870     END-IF.
010880 2910-EXIT.
010890     EXIT.
010900
010910*----------------------------------------------------------------
010920* 2920-SHIFT-ENTRY - MOVE ONE ENTRY DOWN A SLOT TO MAKE ROOM
010930*----------------------------------------------------------------
010940 2920-SHIFT-ENTRY.
010950     MOVE DL100-AC-ENTRY(DL100-AC-SHIFT)
010960         TO DL100-AC-ENTRY(DL100-AC-SHIFT + 1).
010970     SUBTRACT 1 FROM DL100-AC-SHIFT.
010980 2920-EXIT.
010990     EXIT.
011000
011010*----------------------------------------------------------------
011020* 3000-PRINT-RECERT - THE RECERTIFICATION REPORT: EVERY OPERATOR
011030*                     AND PERMISSION, THEN THE SIGN-OFF LINES
011040*----------------------------------------------------------------
011050 3000-PRINT-RECERT.
011060     MOVE DL100-AV-TODAY       TO DL100-VRH1-RUN-DATE.
011070     WRITE DL100-VR-REC FROM DL100-VR-HEADING1
011080         AFTER ADVANCING PAGE.
011090     MOVE DL100-AV-TO          TO DL100-VRH2-AS-OF.
011100     MOVE DL100-AV-UNUSED-DAYS TO DL100-VRH2-UNUSED-DAYS.
011110     MOVE DL100-VC-REQUESTOR   TO DL100-VRH2-REQUESTOR.
011120     WRITE DL100-VR-REC FROM DL100-VR-HEADING2
011130         AFTER ADVANCING 2 LINES.
011140     WRITE DL100-VR-REC FROM DL100-VR-HEADING3
011150         AFTER ADVANCING 3 LINES.
011160
011170     MOVE 0 TO DL100-OP-SUB.
011180     PERFORM 3100-PRINT-OPERATOR
011190         THRU 3100-EXIT
011200         DL100-OP-COUNT TIMES.
011210
011220     MOVE SPACES TO DL100-AV-NOTE-LINE.
011230     IF DL100-OP-COUNT = 0
011240         MOVE 'NO OPERATORS ON DL100AU.' TO DL100-AV-NT-TEXT
011250         WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011260             AFTER ADVANCING 2 LINES
011270     END-IF.
011280
011290     MOVE 'GRANTED UNKNOWN - GRANTED BEFORE GRANTS WERE RECORDED.'
011300         TO DL100-AV-NT-TEXT.
011310     WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011320         AFTER ADVANCING 3 LINES.
011330     MOVE 'LAST USED - LATEST CHANGE LOGGED (M), EXCEPTION OR'
011340         TO DL100-AV-NT-TEXT.
011350     WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011360         AFTER ADVANCING 1 LINE.
011370     MOVE 'HELD RECORD WORKED (D) OR INQUIRY SESSION (I) UP TO'
011380         TO DL100-AV-NT-TEXT.
011390     WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011400         AFTER ADVANCING 1 LINE.
011410     MOVE 'THE AS-OF DATE.  DAYS - FROM THE LAST USE TO AS-OF.'
011420         TO DL100-AV-NT-TEXT.
011430     WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011440         AFTER ADVANCING 1 LINE.
011450
011460     MOVE 'THE ACCESS LISTED ABOVE IS STILL NEEDED, EXCEPT WHERE'
011470         TO DL100-AV-NT-TEXT.
011480     WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011490         AFTER ADVANCING 3 LINES.
011500     MOVE 'MARKED FOR REMOVAL.'
011510         TO DL100-AV-NT-TEXT.
011520     WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011530         AFTER ADVANCING 1 LINE.
011540     MOVE 'REVIEWED BY ________________________  DATE __________'
011550         TO DL100-AV-NT-TEXT.
011560     WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011570         AFTER ADVANCING 3 LINES.
011580     MOVE 'APPROVED BY ________________________  DATE __________'
011590         TO DL100-AV-NT-TEXT.
011600     WRITE DL100-VR-REC FROM DL100-AV-NOTE-LINE
011610         AFTER ADVANCING 3 LINES.
011620
011630     IF NOT DL100-VR-OK
011640         DISPLAY 'DL100AV - RECERT WRITE ERROR ' DL100-VR-STATUS
011650         MOVE 12 TO RETURN-CODE
011660     END-IF.
011670 3000-EXIT.
011680     EXIT.
011690
011700*----------------------------------------------------------------
011710* 3100-PRINT-OPERATOR - ONE LINE PER PERMISSION FOR AN OPERATOR
011720*----------------------------------------------------------------
011730 3100-PRINT-OPERATOR.
011740     ADD 1 TO DL100-OP-SUB.
011750     MOVE DL100-OP-AU(DL100-OP-SUB) TO DL100-AU-RECORD.
011760     MOVE 0 TO DL100-AV-PX.
011770     PERFORM 3110-PRINT-PERMISSION
011780         THRU 3110-EXIT
011790         3 TIMES.
011800 3100-EXIT.
011810     EXIT.
011820
011830*----------------------------------------------------------------
011840* 3110-PRINT-PERMISSION - ONE PERMISSION: HELD OR NOT, THE GRANT,
011850*                         THE LAST USE AND ANY FLAG
011860*----------------------------------------------------------------
011870 3110-PRINT-PERMISSION.
011880     ADD 1 TO DL100-AV-PX.
011890     PERFORM 3300-ASSESS-PERMISSION
011900         THRU 3300-EXIT.
011910
011920     MOVE SPACES TO DL100-VR-LINE.
011930     IF DL100-AV-PX = 1
011940         MOVE DL100-AU-USER TO DL100-VRL-OPER
011950     END-IF.
011960     MOVE DL100-AV-PERM-LETTER(DL100-AV-PX) TO DL100-VRL-PERM.
011970     MOVE DL100-AV-PERM-NAME(DL100-AV-PX)
011980         TO DL100-VRL-PERM-NAME.
011990
012000     IF DL100-AU-PERM(DL100-AV-PX) = 'Y'
012010         MOVE 'YES' TO DL100-VRL-HELD
012020         IF DL100-AV-GRANT-KNOWN
012030             MOVE DL100-AU-GRANT-DATE(DL100-AV-PX)
012040                 TO DL100-VRL-GRANTED
012050             MOVE DL100-AU-GRANT-BY(DL100-AV-PX)
012060                 TO DL100-VRL-GRANT-BY
012070         ELSE
012080             MOVE 'UNKNOWN' TO DL100-VRL-GRANTED
012090         END-IF
012100     ELSE
012110         MOVE 'NO' TO DL100-VRL-HELD
012120     END-IF.
012130
012140     IF DL100-OP-LAST-USED(DL100-OP-SUB DL100-AV-PX) = 0
012150         MOVE 'NEVER' TO DL100-VRL-LAST-USED
012160     ELSE
012170         MOVE DL100-OP-LAST-USED(DL100-OP-SUB DL100-AV-PX)
012180             TO DL100-VRL-LAST-USED
012190         MOVE DL100-AV-SINCE TO DL100-VRL-DAYS
012200     END-IF.
012210
012220     EVALUATE TRUE
012230         WHEN DL100-AV-FLAG-UNUSED
012240             MOVE 'NOT USED - REVIEW' TO DL100-VRL-FLAG
012250         WHEN DL100-AV-FLAG-NEVER
012260             MOVE 'NEVER USED - REVIEW' TO DL100-VRL-FLAG
012270     END-EVALUATE.
012280
012290     IF DL100-AV-PX = 1
012300         WRITE DL100-VR-REC FROM DL100-VR-LINE
012310             AFTER ADVANCING 2 LINES
012320     ELSE
012330         WRITE DL100-VR-REC FROM DL100-VR-LINE
012340             AFTER ADVANCING 1 LINE
012350     END-IF.
012360 3110-EXIT.
012370     EXIT.
012380
012390*----------------------------------------------------------------
012400* 3300-ASSESS-PERMISSION - FOR PERMISSION DL100-AV-PX OF THE
012410*                          OPERATOR IN DL100-AU-RECORD (ENTRY
012420*                          DL100-OP-SUB): THE DAYS SINCE ITS LAST
012430*                          USE, WHETHER ITS GRANT DATE IS KNOWN,
012440*                          AND WHETHER IT IS HELD BUT UNUSED.  A
012450*                          PERMISSION GRANTED WITHIN THE UNUSED
012460*                          LIMIT IS NOT FLAGGED - IT HAS NOT
012470*                          HAD THE CHANCE.  ONE WITH NO GRANT
012480*                          DATE IS TAKEN AS OLD.
012490*----------------------------------------------------------------
012500 3300-ASSESS-PERMISSION.
012510     SET DL100-AV-NOT-FLAGGED   TO TRUE.
012520     SET DL100-AV-GRANT-UNKNOWN TO TRUE.
012530     MOVE 0 TO DL100-AV-SINCE.
012540
012550     IF DL100-OP-LAST-USED(DL100-OP-SUB DL100-AV-PX) > 0
012560         MOVE DL100-OP-LAST-USED(DL100-OP-SUB DL100-AV-PX)
012570             TO DL100-AV-D8
012580         PERFORM 9100-DATE-TO-DAYS
012590             THRU 9100-EXIT
012600         COMPUTE DL100-AV-SINCE
012610             = DL100-AV-TO-DAYS - DL100-AV-DAYS
012620     END-IF.
012630
012640     IF DL100-AU-GRANT-DATE(DL100-AV-PX) NUMERIC
012650         IF DL100-AU-GRANT-DATE(DL100-AV-PX) > 0
012660             MOVE DL100-AU-GRANT-DATE(DL100-AV-PX) TO DL100-AV-D8
012670             PERFORM 9000-CHECK-DATE
012680                 THRU 9000-EXIT
012690             IF DL100-AV-DATE-VALID
012700                 SET DL100-AV-GRANT-KNOWN TO TRUE
012710             END-IF
012720         END-IF
012730     END-IF.
012740
012750     IF DL100-AU-PERM(DL100-AV-PX) NOT = 'Y'
012760         GO TO 3300-EXIT
012770     END-IF.
012780
012790     IF DL100-AV-GRANT-KNOWN
012800         PERFORM 9100-DATE-TO-DAYS
012810             THRU 9100-EXIT
012820         COMPUTE DL100-AV-GRANT-AGE
012830             = DL100-AV-TO-DAYS - DL100-AV-DAYS
012840         IF DL100-AV-GRANT-AGE <= DL100-AV-UNUSED-DAYS
012850             GO TO 3300-EXIT
012860         END-IF
012870     END-IF.
012880
012890     IF DL100-OP-LAST-USED(DL100-OP-SUB DL100-AV-PX) = 0
012900         SET DL100-AV-FLAG-NEVER TO TRUE
012910         GO TO 3300-EXIT
012920     END-IF.
012930     IF DL100-AV-SINCE > DL100-AV-UNUSED-DAYS
012940         SET DL100-AV-FLAG-UNUSED TO TRUE
012950     END-IF.
012960 3300-EXIT.
012970     EXIT.
012980
012990*----------------------------------------------------------------
013000* 4000-PRINT-ACTIVITY - THE ACTIVITY REPORT: EACH OPERATOR'S
013010*                       DAYS AND TOTAL, THEN THE FLAGS
013020*----------------------------------------------------------------
013030 4000-PRINT-ACTIVITY.
013040     MOVE DL100-AV-TODAY     TO DL100-VAH1-RUN-DATE.
013050     WRITE DL100-VA-REC FROM DL100-VA-HEADING1
013060         AFTER ADVANCING PAGE.
013070     MOVE DL100-AV-FROM      TO DL100-VAH2-FROM.
013080     MOVE DL100-AV-TO        TO DL100-VAH2-TO.
013090     MOVE DL100-VC-REQUESTOR TO DL100-VAH2-REQUESTOR.
013100     WRITE DL100-VA-REC FROM DL100-VA-HEADING2
013110         AFTER ADVANCING 2 LINES.
013120     WRITE DL100-VA-REC FROM DL100-VA-HEADING3
013130         AFTER ADVANCING 3 LINES.
013140
013150     MOVE SPACES TO DL100-AC-CUR-USER.
013160     MOVE 0 TO DL100-AC-SUB.
013170     PERFORM 4100-PRINT-DAY
013180         THRU 4100-EXIT
013190         DL100-AC-COUNT TIMES.
013200
013210     MOVE SPACES TO DL100-AV-NOTE-LINE.
013220     IF DL100-AC-COUNT = 0
013230         MOVE 'NO OPERATOR ACTIVITY LOGGED IN THE PERIOD.'
013240             TO DL100-AV-NT-TEXT
013250         WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
013260             AFTER ADVANCING 2 LINES
013270     ELSE
013280         PERFORM 4200-PRINT-TOTAL
013290             THRU 4200-EXIT
013300     END-IF.
013310
013320     MOVE 'MSG CHG DL100MC, CAT CHG DL100CG, ADJ SET DL100PG,'
013330         TO DL100-AV-NT-TEXT.
013340     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
013350         AFTER ADVANCING 3 LINES.
013360     MOVE 'AUTH CHG DL100AH, RESUBMIT AND WRITEOFF DL100ED,'
013370         TO DL100-AV-NT-TEXT.
013380     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
013390         AFTER ADVANCING 1 LINE.
013400     MOVE 'HELD REC DL100HD, INQUIRY DL100SG SESSIONS, REFUSED'
013410         TO DL100-AV-NT-TEXT.
013420     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
013430         AFTER ADVANCING 1 LINE.
013440     MOVE 'DL100UA.'
013450         TO DL100-AV-NT-TEXT.
013460     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
013470         AFTER ADVANCING 1 LINE.
013480
013490     PERFORM 4500-PRINT-FLAGS
013500         THRU 4500-EXIT.
013510
013520     IF NOT DL100-VA-OK
013530         DISPLAY 'DL100AV - ACTIVITY WRITE ERROR ' DL100-VA-STATUS
013540         MOVE 12 TO RETURN-CODE
013550     END-IF.
013560 4000-EXIT.
013570     EXIT.
013580
013590*----------------------------------------------------------------
013600* 4100-PRINT-DAY - ONE OPERATOR'S COUNTS FOR ONE DAY, AFTER THE
013610*                  PREVIOUS OPERATOR'S TOTAL WHEN THE OPERATOR
013620*                  CHANGES
013630*----------------------------------------------------------------
013640 4100-PRINT-DAY.
013650     ADD 1 TO DL100-AC-SUB.
013660     MOVE SPACES TO DL100-VA-LINE.
013670     IF DL100-AC-USER(DL100-AC-SUB) NOT = DL100-AC-CUR-USER
013680         IF DL100-AC-SUB > 1
013690             PERFORM 4200-PRINT-TOTAL
013700                 THRU 4200-EXIT
013710         END-IF
013720         MOVE DL100-AC-USER(DL100-AC-SUB) TO DL100-AC-CUR-USER
013730         INITIALIZE DL100-AC-TOTALS
013740         MOVE DL100-AC-CUR-USER TO DL100-VAL-OPER
013750     END-IF.
013760
013770     MOVE DL100-AC-DATE(DL100-AC-SUB) TO DL100-VAL-DATE.
013780     MOVE 0 TO DL100-AC-K.
013790     PERFORM 4110-MOVE-DAY-COUNT
013800         THRU 4110-EXIT
013810         9 TIMES.
013820
013830     PERFORM 4900-TEST-SAME-DAY
013840         THRU 4900-EXIT.
013850     IF DL100-AV-SAME-DAY
013860         MOVE 'CHANGES + EXCEPTIONS' TO DL100-VAL-FLAG
013870     END-IF.
013880
013890     IF DL100-VAL-OPER NOT = SPACES
013900         WRITE DL100-VA-REC FROM DL100-VA-LINE
013910             AFTER ADVANCING 2 LINES
013920     ELSE
013930         WRITE DL100-VA-REC FROM DL100-VA-LINE
013940             AFTER ADVANCING 1 LINE
013950     END-IF.
013960 4100-EXIT.
013970     EXIT.
013980
013990*----------------------------------------------------------------
014000* 4110-MOVE-DAY-COUNT - ONE COUNT TO THE LINE AND THE TOTAL
014010*----------------------------------------------------------------
014020 4110-MOVE-DAY-COUNT.
014030     ADD 1 TO DL100-AC-K.
014040     MOVE DL100-AC-CNT(DL100-AC-SUB DL100-AC-K)
014050         TO DL100-VAL-COUNT(DL100-AC-K).
014060     ADD DL100-AC-CNT(DL100-AC-SUB DL100-AC-K)
014070         TO DL100-AC-TOT(DL100-AC-K).
014080 4110-EXIT.
014090     EXIT.
014100
014110*----------------------------------------------------------------
014120* 4200-PRINT-TOTAL - THE PERIOD TOTAL FOR DL100-AC-CUR-USER
014130*----------------------------------------------------------------
014140 4200-PRINT-TOTAL.
014150     MOVE SPACES TO DL100-VA-LINE.
014160     MOVE 'TOTAL' TO DL100-VAL-DATE.
014170     MOVE 0 TO DL100-AC-K.
014180     PERFORM 4210-MOVE-TOTAL
014190         THRU 4210-EXIT
014200         9 TIMES.
014210     IF DL100-AC-TOT(9) >= DL100-AV-REFUSE-LIMIT
014220         MOVE 'REPEATED REFUSALS' TO DL100-VAL-FLAG
014230     END-IF.
014240     WRITE DL100-VA-REC FROM DL100-VA-LINE
014250         AFTER ADVANCING 1 LINE.
014260 4200-EXIT.
014270     EXIT.
014280
014290*----------------------------------------------------------------
014300* 4210-MOVE-TOTAL - ONE TOTAL TO THE LINE
014310*----------------------------------------------------------------
014320 4210-MOVE-TOTAL.
014330     ADD 1 TO DL100-AC-K.
014340     MOVE DL100-AC-TOT(DL100-AC-K) TO DL100-VAL-COUNT(DL100-AC-K).
014350 4210-EXIT.
014360     EXIT.
014370
014380*----------------------------------------------------------------
014390* 4500-PRINT-FLAGS - EVERY FLAG RAISED, BY KIND.  EACH ONE COUNTS
014400*                    TOWARDS RC 4.
014410*----------------------------------------------------------------
014420 4500-PRINT-FLAGS.
014430     MOVE SPACES TO DL100-AV-NOTE-LINE.
014440     MOVE 'FLAGS' TO DL100-AV-NT-TEXT.
014450     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
014460         AFTER ADVANCING 3 LINES.
014470
014480     MOVE 'PERMISSIONS HELD BUT NOT USED WITHIN THE UNUSED LIMIT'
014490         TO DL100-AV-NT-TEXT.
014500     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
014510         AFTER ADVANCING 2 LINES.
014520     MOVE 0 TO DL100-AV-SECT-CNT.
014530     MOVE 0 TO DL100-OP-SUB.
014540     PERFORM 4510-FLAG-OPERATOR
014550         THRU 4510-EXIT
014560         DL100-OP-COUNT TIMES.
014570     PERFORM 4590-NONE-FLAGGED
014580         THRU 4590-EXIT.
014590
014600     MOVE SPACES TO DL100-AV-NOTE-LINE.
014610     MOVE 'REPEATED REFUSED SIGN-ONS IN THE PERIOD'
014620         TO DL100-AV-NT-TEXT.
014630     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
014640         AFTER ADVANCING 2 LINES.
014650     MOVE 0 TO DL100-AV-SECT-CNT.
014660     MOVE SPACES TO DL100-AC-CUR-USER.
014670     MOVE 0 TO DL100-AV-REFUSALS.
014680     MOVE 0 TO DL100-AC-SUB.
014690     PERFORM 4610-SUM-REFUSALS
014700         THRU 4610-EXIT
014710         DL100-AC-COUNT TIMES.
014720     IF DL100-AC-COUNT > 0
014730         PERFORM 4620-FLAG-REFUSALS
014740             THRU 4620-EXIT
014750     END-IF.
014760     PERFORM 4590-NONE-FLAGGED
014770         THRU 4590-EXIT.
014780
014790     MOVE SPACES TO DL100-AV-NOTE-LINE.
014800     MOVE 'MESSAGE OR CATEGORY CHANGED AND EXCEPTIONS WORKED'
014810         TO DL100-AV-NT-TEXT.
014820     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
014830         AFTER ADVANCING 2 LINES.
014840     MOVE 'ON THE SAME DAY' TO DL100-AV-NT-TEXT.
014850     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
014860         AFTER ADVANCING 1 LINE.
014870     MOVE 0 TO DL100-AV-SECT-CNT.
014880     MOVE 0 TO DL100-AC-SUB.
014890     PERFORM 4710-FLAG-SAME-DAY
014900         THRU 4710-EXIT
014910         DL100-AC-COUNT TIMES.
014920     PERFORM 4590-NONE-FLAGGED
014930         THRU 4590-EXIT.
014940 4500-EXIT.
014950     EXIT.
014960
014970*----------------------------------------------------------------
014980* 4510-FLAG-OPERATOR - ANY UNUSED PERMISSIONS OF ONE OPERATOR
014990*----------------------------------------------------------------
015000 4510-FLAG-OPERATOR.
015010     ADD 1 TO DL100-OP-SUB.
015020     MOVE DL100-OP-AU(DL100-OP-SUB) TO DL100-AU-RECORD.
015030     MOVE 0 TO DL100-AV-PX.
015040     PERFORM 4520-FLAG-PERMISSION
015050         THRU 4520-EXIT
015060         3 TIMES.
015070 4510-EXIT.
015080     EXIT.
015090
015100*----------------------------------------------------------------
015110* 4520-FLAG-PERMISSION - ONE PERMISSION HELD BUT NOT USED
015120*----------------------------------------------------------------
015130 4520-FLAG-PERMISSION.
015140     ADD 1 TO DL100-AV-PX.
015150     PERFORM 3300-ASSESS-PERMISSION
015160         THRU 3300-EXIT.
015170     IF DL100-AV-NOT-FLAGGED
015180         GO TO 4520-EXIT
015190     END-IF.
015200
015210     MOVE SPACES TO DL100-VA-FLAG-LINE.
015220     MOVE DL100-AU-USER TO DL100-VFL-OPER.
015230     MOVE DL100-AV-PERM-LETTER(DL100-AV-PX) TO DL100-VFL-PERM.
015240     MOVE DL100-AV-PERM-NAME(DL100-AV-PX)
015250         TO DL100-VFL-PERM-NAME.
015260     IF DL100-AV-FLAG-NEVER
015270         MOVE 'NEVER' TO DL100-VFL-DATE
015280         MOVE 'HELD AND NEVER USED' TO DL100-VFL-PERM-NOTE
015290     ELSE
015300         MOVE DL100-OP-LAST-USED(DL100-OP-SUB DL100-AV-PX)
015310             TO DL100-VFL-DATE
015320         MOVE 'NOT USED FOR' TO DL100-VFL-PERM-NOTE
015330         MOVE DL100-AV-SINCE TO DL100-VFL-NUMBER
015340         MOVE 'DAYS'         TO DL100-VFL-UNIT
015350     END-IF.
015360     PERFORM 4800-WRITE-FLAG
015370         THRU 4800-EXIT.
015380 4520-EXIT.
015390     EXIT.
015400
015410*----------------------------------------------------------------
015420* 4590-NONE-FLAGGED - SAY SO WHEN A KIND OF FLAG WAS NOT RAISED
015430*----------------------------------------------------------------
015440 4590-NONE-FLAGGED.
015450     IF DL100-AV-SECT-CNT > 0
015460         GO TO 4590-EXIT
015470     END-IF.
015480     MOVE SPACES TO DL100-AV-NOTE-LINE.
015490     MOVE '  NONE' TO DL100-AV-NT-TEXT.
015500     WRITE DL100-VA-REC FROM DL100-AV-NOTE-LINE
015510         AFTER ADVANCING 2 LINES.
015520 4590-EXIT.
015530     EXIT.
015540
015550*----------------------------------------------------------------
015560* 4610-SUM-REFUSALS - ADD UP ONE OPERATOR'S REFUSED SIGN-ONS OVER
015570*                     THEIR DAYS, TESTING THE PREVIOUS OPERATOR
015580*                     WHEN THE OPERATOR CHANGES
015590*----------------------------------------------------------------
015600 4610-SUM-REFUSALS.
015610     ADD 1 TO DL100-AC-SUB.
015620     IF DL100-AC-USER(DL100-AC-SUB) NOT = DL100-AC-CUR-USER
015630         IF DL100-AC-SUB > 1
015640             PERFORM 4620-FLAG-REFUSALS
015650                 THRU 4620-EXIT
015660         END-IF
015670         MOVE DL100-AC-USER(DL100-AC-SUB) TO DL100-AC-CUR-USER
015680         MOVE 0 TO DL100-AV-REFUSALS
015690     END-IF.
015700     ADD DL100-AC-CNT(DL100-AC-SUB 9) TO DL100-AV-REFUSALS.
015710 4610-EXIT.
015720     EXIT.
015730
015740*----------------------------------------------------------------
015750* 4620-FLAG-REFUSALS - FLAG DL100-AC-CUR-USER IF THEIR REFUSALS
015760*                      REACH THE LIMIT
015770*----------------------------------------------------------------
015780 4620-FLAG-REFUSALS.
015790     IF DL100-AV-REFUSALS < DL100-AV-REFUSE-LIMIT
015800         GO TO 4620-EXIT
015810     END-IF.
015820     MOVE SPACES TO DL100-VA-FLAG-LINE.
015830     MOVE DL100-AC-CUR-USER TO DL100-VFL-OPER.
015840     MOVE 'REFUSED SIGN-ON' TO DL100-VFL-TEXT.
015850     MOVE DL100-AV-REFUSALS TO DL100-VFL-NUMBER.
015860     MOVE 'TIMES'           TO DL100-VFL-UNIT.
015870     PERFORM 4800-WRITE-FLAG
015880         THRU 4800-EXIT.
015890 4620-EXIT.
015900     EXIT.
015910
015920*----------------------------------------------------------------
015930* 4710-FLAG-SAME-DAY - ONE OPERATOR-DAY WITH BOTH A MESSAGE OR
015940*                      CATEGORY CHANGE AND EXCEPTIONS WORKED
015950*----------------------------------------------------------------
015960 4710-FLAG-SAME-DAY.
015970     ADD 1 TO DL100-AC-SUB.
015980     PERFORM 4900-TEST-SAME-DAY
015990         THRU 4900-EXIT.
016000     IF DL100-AV-NOT-SAME-DAY
016010         GO TO 4710-EXIT
016020     END-IF.
016030
016040     MOVE SPACES TO DL100-VA-FLAG-LINE.
016050     MOVE DL100-AC-USER(DL100-AC-SUB) TO DL100-VFL-OPER.
016060     MOVE DL100-AC-DATE(DL100-AC-SUB) TO DL100-VFL-DATE.
016070     MOVE 'CHANGED REFERENCE DATA AND WORKED EXCEPTIONS'
016080         TO DL100-VFL-TEXT.
016090     PERFORM 4800-WRITE-FLAG
016100         THRU 4800-EXIT.
016110 4710-EXIT.
016120     EXIT.
016130
016140*----------------------------------------------------------------
016150* 4800-WRITE-FLAG - PRINT AND COUNT ONE FLAG
016160*----------------------------------------------------------------
016170 4800-WRITE-FLAG.
016180     IF DL100-AV-SECT-CNT = 0
016190         WRITE DL100-VA-REC FROM DL100-VA-FLAG-LINE
016200             AFTER ADVANCING 2 LINES
016210     ELSE
016220         WRITE DL100-VA-REC FROM DL100-VA-FLAG-LINE
016230             AFTER ADVANCING 1 LINE
016240     END-IF.
016250     ADD 1 TO DL100-AV-SECT-CNT.
016260     ADD 1 TO DL100-AV-FLAG-CNT.
016270 4800-EXIT.
016280     EXIT.
016290
016300*----------------------------------------------------------------
016310* 4900-TEST-SAME-DAY - DID ACTIVITY ENTRY DL100-AC-SUB BOTH CHANGE
016320*                      A MESSAGE OR CATEGORY AND RESUBMIT OR WRITE
016330*                      OFF AN EXCEPTION
016340*----------------------------------------------------------------
016350 4900-TEST-SAME-DAY.
016360     SET DL100-AV-NOT-SAME-DAY TO TRUE.
016370     IF DL100-AC-CNT(DL100-AC-SUB 1) = 0
016380        AND DL100-AC-CNT(DL100-AC-SUB 2) = 0
016390         GO TO 4900-EXIT
016400     END-IF.
016410     IF DL100-AC-CNT(DL100-AC-SUB 5) = 0
016420        AND DL100-AC-CNT(DL100-AC-SUB 6) = 0
016430         GO TO 4900-EXIT
016440     END-IF.
016450     SET DL100-AV-SAME-DAY TO TRUE.
016460 4900-EXIT.
016470     EXIT.
016480
016490*----------------------------------------------------------------
016500* 5000-TERMINATE - CLOSE THE REPORTS AND REPORT COUNTS
016510*----------------------------------------------------------------
016520 5000-TERMINATE.
016530     CLOSE DL100-VR-FILE
016540           DL100-VA-FILE.
016550
016560     DISPLAY 'DL100AV - OPERATORS ON FILE : ' DL100-OP-COUNT.
016570     DISPLAY 'DL100AV - LOG RECORDS READ  : ' DL100-AV-LOG-READ.
016580     DISPLAY 'DL100AV - ACTIONS TO AS-OF  : ' DL100-AV-EV-USED.
016590     DISPLAY 'DL100AV - ACTIONS IN PERIOD : ' DL100-AV-EV-PERIOD.
016600     DISPLAY 'DL100AV - OPERATOR-DAYS     : ' DL100-AC-COUNT.
016610     DISPLAY 'DL100AV - FLAGS RAISED      : ' DL100-AV-FLAG-CNT.
016620 5000-EXIT.
016630     EXIT.
016640
016650*----------------------------------------------------------------
016660* 9000-CHECK-DATE - IS DL100-AV-D8 A REAL CALENDAR DATE
016670*----------------------------------------------------------------
016680 9000-CHECK-DATE.
016690     SET DL100-AV-DATE-VALID TO TRUE.
016700     IF DL100-AV-D8-YYYY < 1900
016710         OR DL100-AV-D8-MM < 1 OR DL100-AV-D8-MM > 12
016720         OR DL100-AV-D8-DD < 1
016730         SET DL100-AV-DATE-INVALID TO TRUE
016740         GO TO 9000-EXIT
016750     END-IF.
016760
016770     PERFORM 9300-MONTH-LAST
016780         THRU 9300-EXIT.
016790     IF DL100-AV-D8-DD > DL100-AV-MONTH-LAST
016800         SET DL100-AV-DATE-INVALID TO TRUE
016810     END-IF.
016820 9000-EXIT.
016830     EXIT.
016840
016850*----------------------------------------------------------------
016860* 9100-DATE-TO-DAYS - YYYYMMDD IN DL100-AV-D8 TO A RUNNING DAY
016870*                     COUNT IN DL100-AV-DAYS.  THE USUAL
016880*                     CIVIL-CALENDAR ARITHMETIC - EACH DIVISION
016890*                     LANDS IN AN INTEGER WORK FIELD SO IT
016900*                     TRUNCATES THE WAY THE ALGORITHM NEEDS.
016910*----------------------------------------------------------------
016920 9100-DATE-TO-DAYS.
016930     IF DL100-AV-D8-MM <= 2
016940         COMPUTE DL100-AV-CAL-Y = DL100-AV-D8-YYYY - 1
016950         COMPUTE DL100-AV-CAL-M = DL100-AV-D8-MM + 12
016960     ELSE
016970         MOVE DL100-AV-D8-YYYY TO DL100-AV-CAL-Y
016980         MOVE DL100-AV-D8-MM   TO DL100-AV-CAL-M
016990     END-IF.
017000
017010     COMPUTE DL100-AV-CAL-W1 = DL100-AV-CAL-Y / 4.
017020     COMPUTE DL100-AV-CAL-W2 = DL100-AV-CAL-Y / 100.
017030     COMPUTE DL100-AV-CAL-W3 = DL100-AV-CAL-Y / 400.
017040     COMPUTE DL100-AV-CAL-W4
017050         = (153 * (DL100-AV-CAL-M + 1)) / 5.
017060     COMPUTE DL100-AV-DAYS
017070         = 365 * DL100-AV-CAL-Y + DL100-AV-CAL-W1
017080         - DL100-AV-CAL-W2 + DL100-AV-CAL-W3
017090         + DL100-AV-CAL-W4 + DL100-AV-D8-DD.
017100 9100-EXIT.
017110     EXIT.
017120
017130*----------------------------------------------------------------
017140* 9300-MONTH-LAST - THE LAST DAY OF DL100-AV-D8'S MONTH, FEBRUARY
017150*                   ALLOWING FOR LEAP YEARS
017160*----------------------------------------------------------------
017170 9300-MONTH-LAST.
017180     MOVE DL100-AV-MDAYS(DL100-AV-D8-MM) TO DL100-AV-MONTH-LAST.
017190     IF DL100-AV-D8-MM NOT = 2
017200         GO TO 9300-EXIT
017210     END-IF.
017220
017230     DIVIDE DL100-AV-D8-YYYY BY 4
017240         GIVING DL100-AV-LEAP-Q REMAINDER DL100-AV-LEAP-R.
017250     IF DL100-AV-LEAP-R NOT = 0
017260         GO TO 9300-EXIT
017270     END-IF.
017280     DIVIDE DL100-AV-D8-YYYY BY 100
017290         GIVING DL100-AV-LEAP-Q REMAINDER DL100-AV-LEAP-R.
017300     IF DL100-AV-LEAP-R NOT = 0
017310         MOVE 29 TO DL100-AV-MONTH-LAST
017320         GO TO 9300-EXIT
017330     END-IF.
017340     DIVIDE DL100-AV-D8-YYYY BY 400
017350         GIVING DL100-AV-LEAP-Q REMAINDER DL100-AV-LEAP-R.
017360     IF DL100-AV-LEAP-R = 0
017370         MOVE 29 TO DL100-AV-MONTH-LAST
017380     END-IF.
017390 9300-EXIT.
017400     EXIT.
