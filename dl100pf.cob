000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100PF.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - PRE-FLIGHT CHECK OF THE
000110*                    REFERENCE FILES THE NIGHTLY RUN DEPENDS ON,
000120*                    RUN AS THE FIRST STEP OF DL100FJ.  DL100PM,
000130*                    DL100MT, DL100CM, DL100PT AND DL100AU ARE
000140*                    MAINTAINED SEPARATELY AND WERE NEVER CHECKED
000150*                    AGAINST EACH OTHER - AN ADJUSTMENT SET NAMING
000160*                    AN EXPIRED MESSAGE CODE GOT THE '99' TEXT,
000170*                    AND AN ACTIVE CATEGORY WITH NO ADJUSTMENT SET
000180*                    SENT EVERY RECORD TO DL100EX AS '09'.
000190*                    ERRORS - CONTROL FILE MISSING, UNAPPROVED OR
000200*                    MALFORMED; MESSAGE CODE NOT IN EFFECT ON THE
000210*                    RUN DATE; CATEGORY IN EFFECT WITH NO
000220*                    ADJUSTMENT SET; ADJUSTMENT SET FOR A CATEGORY
000230*                    WHOSE EFFECTIVE DATES END BEFORE THE FEED
000240*                    DATE; PRECISION THRESHOLD MISSING OR ZERO; NO
000250*                    OPERATOR WITH DISPOSITION RIGHTS.  WARNINGS -
000260*                    ADJUSTMENT SET FOR A CATEGORY NOT ON DL100CM
000270*                    OR NOT IN EFFECT ON THE RUN DATE, NO CATEGORY
000280*                    MASTER, NO FEED HEADER TO DATE THE FEED
000290*                    BY.  RC 0 = CLEAN, RC 4 = WARNINGS ONLY, RC 8
000300*                    = ERRORS - THE NIGHT MUST NOT RUN, RC 12 =
000310*                    REPORT I/O ERROR.
000313*   2026-10-15 DEV   DL100AU LRECL 11 CHANGED TO 80 (GRANT DATE
000316*                    AND GRANTOR PER PERMISSION - SEE DL100AUF).
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-Z.
000360 OBJECT-COMPUTER.   IBM-Z.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DL100-IN-FILE ASSIGN TO DL100IN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DL100-IN-STATUS.
000420
000430     SELECT DL100-PM-FILE ASSIGN TO DL100PM
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DL100-PM-STATUS.
000460
000470     SELECT DL100-MT-FILE ASSIGN TO DL100MT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DL100-MT-STATUS.
000500
000510     SELECT DL100-CM-FILE ASSIGN TO DL100CM
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DL100-CM-STATUS.
000540
000550     SELECT DL100-PT-FILE ASSIGN TO DL100PT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DL100-PT-STATUS.
000580
000590     SELECT DL100-AU-FILE ASSIGN TO DL100AU
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DL100-AU-STATUS.
000620
000630     SELECT DL100-PR-FILE ASSIGN TO DL100PR
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL100-PR-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  DL100-IN-FILE
000700     RECORDING MODE IS F.
000710 01  DL100-IN-REC                PIC X(74).
000720
000730 FD  DL100-PM-FILE
000740     RECORDING MODE IS F.
000750 01  DL100-PM-REC                PIC X(80).
000760
000770 FD  DL100-MT-FILE
000780     RECORDING MODE IS F.
000790 01  DL100-MT-REC                PIC X(42).
000800
000810 FD  DL100-CM-FILE
000820     RECORDING MODE IS F.
000830 01  DL100-CM-REC                PIC X(51).
000840
000850 FD  DL100-PT-FILE
000860     RECORDING MODE IS F.
000870 01  DL100-PT-REC                PIC X(07).
000880
000890 FD  DL100-AU-FILE
000900     RECORDING MODE IS F.
000910 01  DL100-AU-REC                PIC X(80).
000920
000930 FD  DL100-PR-FILE
000940     RECORDING MODE IS F.
000950 01  DL100-PR-REC                PIC X(133).
000960
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990* RAW FEED HEADER - FOR THE FEED DATE
001000*----------------------------------------------------------------
001010 COPY DL100HTR.
001020
001030*----------------------------------------------------------------
001040* THE FIVE REFERENCE FILE LAYOUTS
001050*----------------------------------------------------------------
001060 COPY DL100PM.
001070
001080 COPY DL100MTF.
001090
001100 COPY DL100CMF.
001110
001120 COPY DL100PTC.
001130
001140 COPY DL100AUF.
001150
001160*----------------------------------------------------------------
001170* REPORT LINE LAYOUTS
001180*----------------------------------------------------------------
001190 COPY DL100PFP.
001200
001210*----------------------------------------------------------------
001220* THE DATES CHECKED AGAINST - THE RUN DATE IS TODAY, AS DATATYPE
001230* AND DL100CAT TAKE IT; THE FEED DATE IS THE LATEST ON THE RAW
001240* FEED'S HEADERS (THE RUN DATE IF THERE IS NO HEADER)
001250*----------------------------------------------------------------
001260 77  DL100-PF-TODAY              PIC 9(08) VALUE 0.
001270 77  DL100-PF-FEED-DATE          PIC 9(08) VALUE 0.
001280
001290*----------------------------------------------------------------
001300* MESSAGE CODES IN EFFECT ON THE RUN DATE (DATATYPE HOLDS 50)
001310*----------------------------------------------------------------
001320 01  DL100-PF-MT-TABLE.
001330     05  DL100-PF-MT-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
001340     05  DL100-PF-MT-CODE        PIC X(02) OCCURS 50 TIMES.
001350
001360*----------------------------------------------------------------
001370* ONE ENTRY PER CATEGORY CODE ON DL100CM (A CODE MAY HAVE MORE
001380* THAN ONE RECORD - ONE PER EFFECTIVE-DATE RANGE).  LIVE = AN
001390* ACTIVE RECORD IN EFFECT ON THE RUN DATE, COVERS-FEED = AN ACTIVE
001400* RECORD IN EFFECT ON THE FEED DATE, LAST-TO = THE LATEST
001410* EFFECTIVE-TO DATE OF ITS ACTIVE RECORDS.
001420*----------------------------------------------------------------
001430 01  DL100-PF-CM-TABLE.
001440     05  DL100-PF-CM-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
001450     05  DL100-PF-CM-ENTRY OCCURS 100 TIMES.
001460         10  DL100-PF-CM-CODE    PIC X(02).
001470         10  DL100-PF-CM-LIVE    PIC X(01).
001480             88  DL100-PF-CM-IS-LIVE    VALUE 'Y'.
001490         10  DL100-PF-CM-COVERS  PIC X(01).
001500             88  DL100-PF-CM-COVERS-FEED VALUE 'Y'.
001510         10  DL100-PF-CM-LAST-TO PIC 9(08).
001520
001530*----------------------------------------------------------------
001540* ADJUSTMENT SET CATEGORIES ON DL100PM (DL100D HOLDS 20)
001550*----------------------------------------------------------------
001560 01  DL100-PF-PM-TABLE.
001570     05  DL100-PF-PM-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
001580     05  DL100-PF-PM-CAT         PIC X(02) OCCURS 20 TIMES.
001590
001600 77  DL100-PF-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
001610 77  DL100-PF-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
001620 77  DL100-PF-DISP-CNT           USAGE COMP-5 PIC 9(04) VALUE 0.
001630
001640 01  DL100-PF-WANT-CODE          PIC X(02).
001650 01  DL100-PF-MSG-CODE           PIC X(02).
001660
001670 01  DL100-FOUND-SW              PIC X(01) VALUE 'N'.
001680     88  DL100-FOUND             VALUE 'Y'.
001690     88  DL100-NOT-FOUND         VALUE 'N'.
001700
001710*----------------------------------------------------------------
001720* SET WHEN THERE IS NO CATEGORY MASTER - DL100D THEN PASSES EVERY
001730* CATEGORY THROUGH, SO THERE IS NOTHING TO CROSS-CHECK AGAINST
001740*----------------------------------------------------------------
001750 01  DL100-PF-NO-CM-SW           PIC X(01) VALUE 'N'.
001760     88  DL100-PF-NO-CM          VALUE 'Y'.
001770     88  DL100-PF-HAVE-CM        VALUE 'N'.
001780
001790*----------------------------------------------------------------
001800* SET WHEN THE FEED HAS NO HEADER TO DATE IT BY
001810*----------------------------------------------------------------
001820 01  DL100-PF-NO-FEED-HDR-SW     PIC X(01) VALUE 'N'.
001830     88  DL100-PF-NO-FEED-HDR    VALUE 'Y'.
001840     88  DL100-PF-HAVE-FEED-HDR  VALUE 'N'.
001850
001860*----------------------------------------------------------------
001870* SWITCHES AND STATUS FIELDS
001880*----------------------------------------------------------------
001890 01  DL100-IN-STATUS             PIC X(02) VALUE '00'.
001900     88  DL100-IN-OK             VALUE '00'.
001910
001920 01  DL100-PM-STATUS             PIC X(02) VALUE '00'.
001930     88  DL100-PM-OK             VALUE '00'.
001940     88  DL100-PM-AT-EOF         VALUE '10'.
001950
001960 01  DL100-MT-STATUS             PIC X(02) VALUE '00'.
001970     88  DL100-MT-OK             VALUE '00'.
001980     88  DL100-MT-AT-EOF         VALUE '10'.
001990
002000 01  DL100-CM-STATUS             PIC X(02) VALUE '00'.
002010     88  DL100-CM-OK             VALUE '00'.
002020     88  DL100-CM-AT-EOF         VALUE '10'.
002030
002040 01  DL100-PT-STATUS             PIC X(02) VALUE '00'.
002050     88  DL100-PT-OK             VALUE '00'.
002060
002070 01  DL100-AU-STATUS             PIC X(02) VALUE '00'.
002080     88  DL100-AU-OK             VALUE '00'.
002090     88  DL100-AU-AT-EOF         VALUE '10'.
002100
002110 01  DL100-PR-STATUS             PIC X(02) VALUE '00'.
002120     88  DL100-PR-OK             VALUE '00'.
002130
002140 01  DL100-FILE-EOF-SW           PIC X(01) VALUE 'N'.
002150     88  DL100-FILE-EOF          VALUE 'Y'.
002160     88  DL100-FILE-NOT-EOF      VALUE 'N'.
002170
002180 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
002190     88  DL100-INIT-FAILED       VALUE 'Y'.
002200     88  DL100-INIT-OK           VALUE 'N'.
002210
002220*----------------------------------------------------------------
002230* FINDING COUNTERS
002240*----------------------------------------------------------------
002250 01  DL100-PF-COUNTERS.
002260     05  DL100-PF-ERROR-CNT      USAGE COMP-5 PIC 9(09) VALUE 0.
002270     05  DL100-PF-WARN-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002280
002290 PROCEDURE DIVISION.
002300*----------------------------------------------------------------
002310* 0000-MAINLINE
002320*----------------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE
002350         THRU 1000-EXIT.
002360
002370     IF DL100-INIT-OK
002380         PERFORM 2000-LOAD-MESSAGES
002390             THRU 2000-EXIT
002400         PERFORM 2100-LOAD-CATEGORIES
002410             THRU 2100-EXIT
002420         PERFORM 2200-CHECK-PARM
002430             THRU 2200-EXIT
002440         PERFORM 2300-CHECK-CATEGORIES
002450             THRU 2300-EXIT
002460         PERFORM 2400-CHECK-THRESHOLD
002470             THRU 2400-EXIT
002480         PERFORM 2500-CHECK-AUTHORITY
002490             THRU 2500-EXIT
002500     END-IF.
002510
002520     PERFORM 3000-TERMINATE
002530         THRU 3000-EXIT.
002540
002550     STOP RUN.
002560
002570*----------------------------------------------------------------
002580* 1000-INITIALIZE - OPEN THE REPORT AND DATE THE CHECK
002590*----------------------------------------------------------------
002600 1000-INITIALIZE.
002610     SET DL100-INIT-OK TO TRUE.
002620     ACCEPT DL100-PF-TODAY FROM DATE YYYYMMDD.
002630
002640     OPEN OUTPUT DL100-PR-FILE.
002650     IF NOT DL100-PR-OK
002660         DISPLAY 'DL100PF - REPORT OPEN ERROR ' DL100-PR-STATUS
002670         SET DL100-INIT-FAILED TO TRUE
002680         MOVE 12 TO RETURN-CODE
002690         GO TO 1000-EXIT
002700     END-IF.
002710
002720     WRITE DL100-PR-REC FROM DL100-PF-HEADING1
002730         AFTER ADVANCING PAGE.
002740
002750     PERFORM 1100-FIND-FEED-DATE
002760         THRU 1100-EXIT.
002770     IF DL100-PF-FEED-DATE = 0
002780         SET DL100-PF-NO-FEED-HDR TO TRUE
002790         MOVE DL100-PF-TODAY TO DL100-PF-FEED-DATE
002800     END-IF.
002810
002820     MOVE DL100-PF-TODAY     TO DL100-PFH2-RUN-DATE.
002830     MOVE DL100-PF-FEED-DATE TO DL100-PFH2-FEED-DATE.
002840     WRITE DL100-PR-REC FROM DL100-PF-HEADING2
002850         AFTER ADVANCING 2 LINES.
002860     WRITE DL100-PR-REC FROM DL100-PF-HEADING3
002870         AFTER ADVANCING 2 LINES.
002880
002890     DISPLAY 'DL100PF - RUN DATE  : ' DL100-PF-TODAY.
002900     DISPLAY 'DL100PF - FEED DATE : ' DL100-PF-FEED-DATE.
002910
002920*    A FEED WITH NO HEADER IS DATED BY THE RUN
002930     IF DL100-PF-NO-FEED-HDR
002940         MOVE 'WARNING'  TO DL100-PF-DT-SEVERITY
002950         MOVE 'DL100IN'  TO DL100-PF-DT-FILE
002960         MOVE SPACES     TO DL100-PF-DT-KEY
002970         MOVE 'NO FEED HEADER - CATEGORIES CHECKED TO RUN DATE'
002980             TO DL100-PF-DT-TEXT
002990         PERFORM 2900-WRITE-FINDING
003000             THRU 2900-EXIT
003010     END-IF.
003020 1000-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------
003060* 1100-FIND-FEED-DATE - THE LATEST FEED DATE ON THE HEADERS OF
003070*                       THE FEED ABOUT TO BE RUN
003080*----------------------------------------------------------------
003090 1100-FIND-FEED-DATE.
003100     MOVE 0 TO DL100-PF-FEED-DATE.
003110     OPEN INPUT DL100-IN-FILE.
003120     IF NOT DL100-IN-OK
003130         DISPLAY 'DL100PF - FEED OPEN ERROR ' DL100-IN-STATUS
003140         GO TO 1100-EXIT
003150     END-IF.
003160
003170     SET DL100-FILE-NOT-EOF TO TRUE.
003180     PERFORM 1110-READ-ONE-FEED-RECORD
003190         THRU 1110-EXIT
003200         UNTIL DL100-FILE-EOF.
003210
003220     CLOSE DL100-IN-FILE.
003230 1100-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270* 1110-READ-ONE-FEED-RECORD - KEEP THE LATEST HEADER FEED DATE
003280*----------------------------------------------------------------
003290 1110-READ-ONE-FEED-RECORD.
003300     READ DL100-IN-FILE INTO DL100-HDR-RECORD.
003310     IF NOT DL100-IN-OK
003320         SET DL100-FILE-EOF TO TRUE
003330         GO TO 1110-EXIT
003340     END-IF.
003350
003360     IF DL100-HDR-TYPE = 'H'
003370        AND DL100-HDR-FEED-DATE IS NUMERIC
003380        AND DL100-HDR-FEED-DATE > DL100-PF-FEED-DATE
003390         MOVE DL100-HDR-FEED-DATE TO DL100-PF-FEED-DATE
003400     END-IF.
003410 1110-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------
003450* 2000-LOAD-MESSAGES - THE MESSAGE CODES IN EFFECT ON THE RUN
003460*                      DATE, AS DATATYPE WILL LOAD THEM
003470*----------------------------------------------------------------
003480 2000-LOAD-MESSAGES.
003490     OPEN INPUT DL100-MT-FILE.
003500     IF NOT DL100-MT-OK
003510         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
003520         MOVE 'DL100MT'  TO DL100-PF-DT-FILE
003530         MOVE DL100-MT-STATUS TO DL100-PF-DT-KEY
003540         MOVE 'MESSAGE FILE CANNOT BE OPENED'
003550             TO DL100-PF-DT-TEXT
003560         PERFORM 2900-WRITE-FINDING
003570             THRU 2900-EXIT
003580         GO TO 2000-EXIT
003590     END-IF.
003600
003610     SET DL100-FILE-NOT-EOF TO TRUE.
003620     PERFORM 2010-LOAD-ONE-MESSAGE
003630         THRU 2010-EXIT
003640         UNTIL DL100-FILE-EOF.
003650
003660     CLOSE DL100-MT-FILE.
003670 2000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 2010-LOAD-ONE-MESSAGE - TAKE ONE CODE IF IN EFFECT ON THE DATE
003720*----------------------------------------------------------------
003730 2010-LOAD-ONE-MESSAGE.
003740     READ DL100-MT-FILE INTO DL100-MT-RECORD.
003750     IF NOT DL100-MT-OK
003760         IF NOT DL100-MT-AT-EOF
003770             MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
003780             MOVE 'DL100MT'  TO DL100-PF-DT-FILE
003790             MOVE DL100-MT-STATUS TO DL100-PF-DT-KEY
003800             MOVE 'MESSAGE FILE READ ERROR'
003810                 TO DL100-PF-DT-TEXT
003820             PERFORM 2900-WRITE-FINDING
003830                 THRU 2900-EXIT
003840         END-IF
003850         SET DL100-FILE-EOF TO TRUE
003860         GO TO 2010-EXIT
003870     END-IF.
003880
003890     IF DL100-MT-EFF-FROM > DL100-PF-TODAY
003900        OR DL100-MT-EFF-TO < DL100-PF-TODAY
003910         GO TO 2010-EXIT
003920     END-IF.
003930
003940     IF DL100-PF-MT-COUNT < 50
003950         ADD 1 TO DL100-PF-MT-COUNT
003960         MOVE DL100-MT-CODE TO DL100-PF-MT-CODE(DL100-PF-MT-COUNT)
003970     ELSE
003980         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
003990         MOVE 'DL100MT'  TO DL100-PF-DT-FILE
004000         MOVE DL100-MT-CODE TO DL100-PF-DT-KEY
004010         MOVE 'OVER 50 CODES IN EFFECT - DATATYPE DROPS IT'
004020             TO DL100-PF-DT-TEXT
004030         PERFORM 2900-WRITE-FINDING
004040             THRU 2900-EXIT
004050     END-IF.
004060 2010-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------
004100* 2100-LOAD-CATEGORIES - ONE TABLE ENTRY PER CATEGORY CODE.
004110*                        WITHOUT THE MASTER DL100D VALIDATES NO
004120*                        CATEGORY, SO NONE IS CROSS-CHECKED.
004130*----------------------------------------------------------------
004140 2100-LOAD-CATEGORIES.
004150     OPEN INPUT DL100-CM-FILE.
004160     IF NOT DL100-CM-OK
004170         SET DL100-PF-NO-CM TO TRUE
004180         MOVE 'WARNING'  TO DL100-PF-DT-SEVERITY
004190         MOVE 'DL100CM'  TO DL100-PF-DT-FILE
004200         MOVE DL100-CM-STATUS TO DL100-PF-DT-KEY
004210         MOVE 'NO CATEGORY MASTER - CATEGORIES NOT CROSS-CHECKED'
004220             TO DL100-PF-DT-TEXT
004230         PERFORM 2900-WRITE-FINDING
004240             THRU 2900-EXIT
004250         GO TO 2100-EXIT
004260     END-IF.
004270
004280     SET DL100-FILE-NOT-EOF TO TRUE.
004290     PERFORM 2110-LOAD-ONE-CATEGORY
004300         THRU 2110-EXIT
004310         UNTIL DL100-FILE-EOF.
004320
004330     CLOSE DL100-CM-FILE.
004340 2100-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 2110-LOAD-ONE-CATEGORY - FOLD ONE MASTER RECORD INTO ITS CODE'S
004390*                          ENTRY.  ONLY ACTIVE RECORDS COUNT.
004400*----------------------------------------------------------------
004410 2110-LOAD-ONE-CATEGORY.
004420     READ DL100-CM-FILE INTO DL100-CM-RECORD.
004430     IF NOT DL100-CM-OK
004440         IF NOT DL100-CM-AT-EOF
004450             MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
004460             MOVE 'DL100CM'  TO DL100-PF-DT-FILE
004470             MOVE DL100-CM-STATUS TO DL100-PF-DT-KEY
004480             MOVE 'CATEGORY MASTER READ ERROR'
004490                 TO DL100-PF-DT-TEXT
004500             PERFORM 2900-WRITE-FINDING
004510                 THRU 2900-EXIT
004520         END-IF
004530         SET DL100-FILE-EOF TO TRUE
004540         GO TO 2110-EXIT
004550     END-IF.
004560
004570     MOVE DL100-CM-CODE TO DL100-PF-WANT-CODE.
004580     PERFORM 2120-FIND-CATEGORY
004590         THRU 2120-EXIT.
004600     IF DL100-NOT-FOUND
004610         IF DL100-PF-CM-COUNT >= 100
004620             MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
004630             MOVE 'DL100CM'  TO DL100-PF-DT-FILE
004640             MOVE DL100-CM-CODE TO DL100-PF-DT-KEY
004650             MOVE 'MORE THAN 100 CATEGORY CODES - NOT CHECKED'
004660                 TO DL100-PF-DT-TEXT
004670             PERFORM 2900-WRITE-FINDING
004680                 THRU 2900-EXIT
004690             GO TO 2110-EXIT
004700         END-IF
004710         ADD 1 TO DL100-PF-CM-COUNT
004720         MOVE DL100-PF-CM-COUNT TO DL100-PF-HIT
004730         MOVE DL100-CM-CODE TO DL100-PF-CM-CODE(DL100-PF-HIT)
004740         MOVE 'N'           TO DL100-PF-CM-LIVE(DL100-PF-HIT)
004750         MOVE 'N'           TO DL100-PF-CM-COVERS(DL100-PF-HIT)
004760         MOVE 0             TO DL100-PF-CM-LAST-TO(DL100-PF-HIT)
004770     END-IF.
004780
004790     IF NOT DL100-CM-IS-ACTIVE
004800         GO TO 2110-EXIT
004810     END-IF.
004820
004830     IF DL100-CM-EFF-FROM <= DL100-PF-TODAY
004840        AND DL100-CM-EFF-TO >= DL100-PF-TODAY
004850         MOVE 'Y' TO DL100-PF-CM-LIVE(DL100-PF-HIT)
004860     END-IF.
004870
004880     IF DL100-CM-EFF-FROM <= DL100-PF-FEED-DATE
004890        AND DL100-CM-EFF-TO >= DL100-PF-FEED-DATE
004900         MOVE 'Y' TO DL100-PF-CM-COVERS(DL100-PF-HIT)
004910     END-IF.
004920
004930     IF DL100-CM-EFF-TO > DL100-PF-CM-LAST-TO(DL100-PF-HIT)
004940         MOVE DL100-CM-EFF-TO TO DL100-PF-CM-LAST-TO(DL100-PF-HIT)
004950     END-IF.
004960 2110-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 2120-FIND-CATEGORY - LOCATE DL100-PF-WANT-CODE IN THE CATEGORY
005010*                      TABLE, SETTING DL100-PF-HIT
005020*----------------------------------------------------------------
005030 2120-FIND-CATEGORY.
005040     SET DL100-NOT-FOUND TO TRUE.
005050     MOVE 0 TO DL100-PF-SUB.
005060     PERFORM 2130-TEST-ONE-CATEGORY
005070         THRU 2130-EXIT
005080         DL100-PF-CM-COUNT TIMES.
005090 2120-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------------
005130* 2130-TEST-ONE-CATEGORY
005140*----------------------------------------------------------------
005150 2130-TEST-ONE-CATEGORY.
005160     ADD 1 TO DL100-PF-SUB.
005170     IF DL100-NOT-FOUND
005180        AND DL100-PF-CM-CODE(DL100-PF-SUB) = DL100-PF-WANT-CODE
005190         SET DL100-FOUND TO TRUE
005200         MOVE DL100-PF-SUB TO DL100-PF-HIT
005210     END-IF.
005220 2130-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260* 2200-CHECK-PARM - THE CONTROL FILE MUST BE ONE DL100D WILL RUN
005270*                   ON, AND EVERY ADJUSTMENT SET MUST NAME A
005280*                   MESSAGE CODE IN EFFECT AND A CATEGORY IN USE
005290*----------------------------------------------------------------
005300 2200-CHECK-PARM.
005310     OPEN INPUT DL100-PM-FILE.
005320     IF NOT DL100-PM-OK
005330         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
005340         MOVE 'DL100PM'  TO DL100-PF-DT-FILE
005350         MOVE DL100-PM-STATUS TO DL100-PF-DT-KEY
005360         MOVE 'CONTROL FILE CANNOT BE OPENED'
005370             TO DL100-PF-DT-TEXT
005380         PERFORM 2900-WRITE-FINDING
005390             THRU 2900-EXIT
005400         GO TO 2200-EXIT
005410     END-IF.
005420
005430     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
005440     IF NOT DL100-PM-OK OR NOT DL100-PARM-HEADER
005450         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
005460         MOVE 'DL100PM'  TO DL100-PF-DT-FILE
005470         MOVE SPACES     TO DL100-PF-DT-KEY
005480         MOVE 'CONTROL FILE HEADER RECORD MISSING'
005490             TO DL100-PF-DT-TEXT
005500         PERFORM 2900-WRITE-FINDING
005510             THRU 2900-EXIT
005520         CLOSE DL100-PM-FILE
005530         GO TO 2200-EXIT
005540     END-IF.
005550
005560     SET DL100-FILE-NOT-EOF TO TRUE.
005570     PERFORM 2210-CHECK-ONE-SET
005580         THRU 2210-EXIT
005590         UNTIL DL100-FILE-EOF.
005600
005610     CLOSE DL100-PM-FILE.
005620
005630     IF DL100-PF-PM-COUNT = 0
005640         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
005650         MOVE 'DL100PM'  TO DL100-PF-DT-FILE
005660         MOVE SPACES     TO DL100-PF-DT-KEY
005670         MOVE 'CONTROL FILE DETAIL RECORD MISSING'
005680             TO DL100-PF-DT-TEXT
005690         PERFORM 2900-WRITE-FINDING
005700             THRU 2900-EXIT
005710     END-IF.
005720 2200-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 2210-CHECK-ONE-SET - ONE CONTROL RECORD AFTER THE HEADER
005770*----------------------------------------------------------------
005780 2210-CHECK-ONE-SET.
005790     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
005800     IF NOT DL100-PM-OK
005810         IF NOT DL100-PM-AT-EOF
005820             MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
005830             MOVE 'DL100PM'  TO DL100-PF-DT-FILE
005840             MOVE DL100-PM-STATUS TO DL100-PF-DT-KEY
005850             MOVE 'CONTROL FILE READ ERROR'
005860                 TO DL100-PF-DT-TEXT
005870             PERFORM 2900-WRITE-FINDING
005880                 THRU 2900-EXIT
005890         END-IF
005900         SET DL100-FILE-EOF TO TRUE
005910         GO TO 2210-EXIT
005920     END-IF.
005930
005940     MOVE 'DL100PM'           TO DL100-PF-DT-FILE.
005950     MOVE DL100-PARM-CATEGORY TO DL100-PF-DT-KEY.
005960
005970     IF DL100-PARM-PENDING
005980         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
005990         MOVE 'UNAPPROVED CHANGE - DL100D WILL REFUSE TO RUN'
006000             TO DL100-PF-DT-TEXT
006010         PERFORM 2900-WRITE-FINDING
006020             THRU 2900-EXIT
006030         GO TO 2210-EXIT
006040     END-IF.
006050
006060     IF NOT DL100-PARM-DETAIL
006070         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
006080         MOVE DL100-PARM-TYPE TO DL100-PF-DT-KEY
006090         MOVE 'BAD CONTROL RECORD TYPE'
006100             TO DL100-PF-DT-TEXT
006110         PERFORM 2900-WRITE-FINDING
006120             THRU 2900-EXIT
006130         GO TO 2210-EXIT
006140     END-IF.
006150
006160     IF DL100-PF-PM-COUNT >= 20
006170         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
006180         MOVE 'MORE THAN 20 ADJUSTMENT SETS - DL100D WILL NOT RUN'
006190             TO DL100-PF-DT-TEXT
006200         PERFORM 2900-WRITE-FINDING
006210             THRU 2900-EXIT
006220         GO TO 2210-EXIT
006230     END-IF.
006240
006250     ADD 1 TO DL100-PF-PM-COUNT.
006260     MOVE DL100-PARM-CATEGORY
006270         TO DL100-PF-PM-CAT(DL100-PF-PM-COUNT).
006280
006290*    A BLANK CODE LEAVES DL100D ON ITS '01' DEFAULT
006300     MOVE DL100-PARM-MSG-CODE TO DL100-PF-MSG-CODE.
006310     IF DL100-PF-MSG-CODE = SPACES
006320         MOVE '01' TO DL100-PF-MSG-CODE
006330     END-IF.
006340     PERFORM 2220-CHECK-MESSAGE-CODE
006350         THRU 2220-EXIT.
006360
006370*    THE BLANK-CATEGORY SET IS NOT ON THE CATEGORY MASTER
006380     IF DL100-PARM-CATEGORY NOT = SPACES AND DL100-PF-HAVE-CM
006390         PERFORM 2240-CHECK-SET-CATEGORY
006400             THRU 2240-EXIT
006410     END-IF.
006420 2210-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 2220-CHECK-MESSAGE-CODE - A CODE NOT IN EFFECT GETS THE '99'
006470*                           CATCH-ALL TEXT INSTEAD OF ITS OWN
006480*----------------------------------------------------------------
006490 2220-CHECK-MESSAGE-CODE.
006500     SET DL100-NOT-FOUND TO TRUE.
006510     MOVE 0 TO DL100-PF-SUB.
006520     PERFORM 2230-TEST-ONE-MESSAGE
006530         THRU 2230-EXIT
006540         DL100-PF-MT-COUNT TIMES.
006550     IF DL100-FOUND
006560         GO TO 2220-EXIT
006570     END-IF.
006580
006590     MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY.
006600     MOVE SPACES     TO DL100-PF-DT-TEXT.
006610     STRING 'MESSAGE CODE '         DELIMITED BY SIZE
006620            DL100-PF-MSG-CODE       DELIMITED BY SIZE
006630            ' NOT IN EFFECT ON DL100MT ON THE RUN DATE'
006640                                    DELIMITED BY SIZE
006650            INTO DL100-PF-DT-TEXT.
006660     PERFORM 2900-WRITE-FINDING
006670         THRU 2900-EXIT.
006680 2220-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------
006720* 2230-TEST-ONE-MESSAGE
006730*----------------------------------------------------------------
006740 2230-TEST-ONE-MESSAGE.
006750     ADD 1 TO DL100-PF-SUB.
006760     IF DL100-PF-MT-CODE(DL100-PF-SUB) = DL100-PF-MSG-CODE
006770         SET DL100-FOUND TO TRUE
006780     END-IF.
006790 2230-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------
006830* 2240-CHECK-SET-CATEGORY - THE SET'S CATEGORY ON THE MASTER.  A
006840*                           CATEGORY THAT ENDED BEFORE THE FEED
006850*                           DATE HAS EVERY RECORD REJECTED '10';
006860*                           ONE NOT ON THE MASTER, OR NOT YET IN
006870*                           EFFECT, IS A SET NOTHING CAN USE.
006880*----------------------------------------------------------------
006890 2240-CHECK-SET-CATEGORY.
006900     MOVE DL100-PARM-CATEGORY TO DL100-PF-WANT-CODE.
006910     PERFORM 2120-FIND-CATEGORY
006920         THRU 2120-EXIT.
006930
006940     IF DL100-NOT-FOUND
006950         MOVE 'WARNING'  TO DL100-PF-DT-SEVERITY
006960         MOVE 'ADJUSTMENT SET FOR A CATEGORY NOT ON DL100CM'
006970             TO DL100-PF-DT-TEXT
006980         PERFORM 2900-WRITE-FINDING
006990             THRU 2900-EXIT
007000         GO TO 2240-EXIT
007010     END-IF.
007020
007030     IF NOT DL100-PF-CM-COVERS-FEED(DL100-PF-HIT)
007040        AND DL100-PF-CM-LAST-TO(DL100-PF-HIT) < DL100-PF-FEED-DATE
007050         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
007060         MOVE SPACES     TO DL100-PF-DT-TEXT
007070         STRING 'CATEGORY ENDS '     DELIMITED BY SIZE
007080                DL100-PF-CM-LAST-TO(DL100-PF-HIT)
007090                                     DELIMITED BY SIZE
007100                ' BEFORE THE FEED DATE ' DELIMITED BY SIZE
007110                DL100-PF-FEED-DATE   DELIMITED BY SIZE
007120                INTO DL100-PF-DT-TEXT
007130         PERFORM 2900-WRITE-FINDING
007140             THRU 2900-EXIT
007150         GO TO 2240-EXIT
007160     END-IF.
007170
007180     IF NOT DL100-PF-CM-IS-LIVE(DL100-PF-HIT)
007190         MOVE 'WARNING'  TO DL100-PF-DT-SEVERITY
007200         MOVE 'ADJUSTMENT SET FOR A CATEGORY NOT IN EFFECT'
007210             TO DL100-PF-DT-TEXT
007220         PERFORM 2900-WRITE-FINDING
007230             THRU 2900-EXIT
007240     END-IF.
007250 2240-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------
007290* 2300-CHECK-CATEGORIES - EVERY CATEGORY IN EFFECT ON THE RUN DATE
007300*                         NEEDS AN ADJUSTMENT SET, OR DL100D SENDS
007310*                         ALL ITS RECORDS TO DL100EX AS '09'
007320*----------------------------------------------------------------
007330 2300-CHECK-CATEGORIES.
007340     MOVE 0 TO DL100-PF-HIT.
007350     PERFORM 2310-CHECK-ONE-CATEGORY
007360         THRU 2310-EXIT
007370         DL100-PF-CM-COUNT TIMES.
007380 2300-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------
007420* 2310-CHECK-ONE-CATEGORY
007430*----------------------------------------------------------------
007440 2310-CHECK-ONE-CATEGORY.
007450     ADD 1 TO DL100-PF-HIT.
007460     IF NOT DL100-PF-CM-IS-LIVE(DL100-PF-HIT)
007470         GO TO 2310-EXIT
007480     END-IF.
007490
007500     SET DL100-NOT-FOUND TO TRUE.
007510     MOVE 0 TO DL100-PF-SUB.
007520     PERFORM 2320-TEST-ONE-SET
007530         THRU 2320-EXIT
007540         DL100-PF-PM-COUNT TIMES.
007550     IF DL100-FOUND
007560         GO TO 2310-EXIT
007570     END-IF.
007580
007590     MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY.
007600     MOVE 'DL100CM'  TO DL100-PF-DT-FILE.
007610     MOVE DL100-PF-CM-CODE(DL100-PF-HIT) TO DL100-PF-DT-KEY.
007620     MOVE 'CATEGORY IN EFFECT HAS NO ADJUSTMENT SET ON DL100PM'
007630         TO DL100-PF-DT-TEXT.
007640     PERFORM 2900-WRITE-FINDING
007650         THRU 2900-EXIT.
007660 2310-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------------
007700* 2320-TEST-ONE-SET
007710*----------------------------------------------------------------
007720 2320-TEST-ONE-SET.
007730     ADD 1 TO DL100-PF-SUB.
007740     IF DL100-PF-PM-CAT(DL100-PF-SUB)
007750         = DL100-PF-CM-CODE(DL100-PF-HIT)
007760         SET DL100-FOUND TO TRUE
007770     END-IF.
007780 2320-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820* 2400-CHECK-THRESHOLD - DATATYPE QUIETLY FALLS BACK TO 0.0100
007830*                        WITHOUT THE FILE, AND A ZERO THRESHOLD
007840*                        REJECTS EVERY INEXACT ADJUSTMENT AS '06'
007850*----------------------------------------------------------------
007860 2400-CHECK-THRESHOLD.
007870     MOVE 'DL100PT'  TO DL100-PF-DT-FILE.
007880     MOVE SPACES     TO DL100-PF-DT-KEY.
007890     OPEN INPUT DL100-PT-FILE.
007900     IF NOT DL100-PT-OK
007910         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
007920         MOVE DL100-PT-STATUS TO DL100-PF-DT-KEY
007930         MOVE 'PRECISION THRESHOLD FILE CANNOT BE OPENED'
007940             TO DL100-PF-DT-TEXT
007950         PERFORM 2900-WRITE-FINDING
007960             THRU 2900-EXIT
007970         GO TO 2400-EXIT
007980     END-IF.
007990
008000     READ DL100-PT-FILE INTO DL100-PT-CONTROL.
008010     IF NOT DL100-PT-OK
008020         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
008030         MOVE DL100-PT-STATUS TO DL100-PF-DT-KEY
008040         MOVE 'PRECISION THRESHOLD RECORD MISSING'
008050             TO DL100-PF-DT-TEXT
008060         PERFORM 2900-WRITE-FINDING
008070             THRU 2900-EXIT
008080     ELSE
008090         IF DL100-PT-THRESHOLD IS NOT NUMERIC
008100            OR DL100-PT-THRESHOLD = 0
008110             MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
008120             MOVE 'PRECISION THRESHOLD IS ZERO OR NOT NUMERIC'
008130                 TO DL100-PF-DT-TEXT
008140             PERFORM 2900-WRITE-FINDING
008150                 THRU 2900-EXIT
008160         END-IF
008170     END-IF.
008180
008190     CLOSE DL100-PT-FILE.
008200 2400-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 2500-CHECK-AUTHORITY - SOMEONE MUST BE ABLE TO DISPOSE OF THE
008250*                        NIGHT'S EXCEPTIONS THROUGH DL100RS
008260*----------------------------------------------------------------
008270 2500-CHECK-AUTHORITY.
008280     MOVE 'DL100AU'  TO DL100-PF-DT-FILE.
008290     MOVE SPACES     TO DL100-PF-DT-KEY.
008300     MOVE 0 TO DL100-PF-DISP-CNT.
008310     OPEN INPUT DL100-AU-FILE.
008320     IF NOT DL100-AU-OK
008330         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
008340         MOVE DL100-AU-STATUS TO DL100-PF-DT-KEY
008350         MOVE 'AUTHORIZATION FILE CANNOT BE OPENED'
008360             TO DL100-PF-DT-TEXT
008370         PERFORM 2900-WRITE-FINDING
008380             THRU 2900-EXIT
008390         GO TO 2500-EXIT
008400     END-IF.
008410
008420     SET DL100-FILE-NOT-EOF TO TRUE.
008430     PERFORM 2510-CHECK-ONE-OPERATOR
008440         THRU 2510-EXIT
008450         UNTIL DL100-FILE-EOF.
008460
008470     CLOSE DL100-AU-FILE.
008480
008490     IF DL100-PF-DISP-CNT = 0
008500         MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
008510         MOVE 'DL100AU'  TO DL100-PF-DT-FILE
008520         MOVE SPACES     TO DL100-PF-DT-KEY
008530         MOVE 'NO OPERATOR HOLDS DISPOSITION (D) RIGHTS'
008540             TO DL100-PF-DT-TEXT
008550         PERFORM 2900-WRITE-FINDING
008560             THRU 2900-EXIT
008570     END-IF.
008580 2500-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------
008620* 2510-CHECK-ONE-OPERATOR
008630*----------------------------------------------------------------
008640 2510-CHECK-ONE-OPERATOR.
008650     READ DL100-AU-FILE INTO DL100-AU-RECORD.
008660     IF NOT DL100-AU-OK
008670         IF NOT DL100-AU-AT-EOF
008680             MOVE 'ERROR'    TO DL100-PF-DT-SEVERITY
008690             MOVE DL100-AU-STATUS TO DL100-PF-DT-KEY
008700             MOVE 'AUTHORIZATION FILE READ ERROR'
008710                 TO DL100-PF-DT-TEXT
008720             PERFORM 2900-WRITE-FINDING
008730                 THRU 2900-EXIT
008740         END-IF
008750         SET DL100-FILE-EOF TO TRUE
008760         GO TO 2510-EXIT
008770     END-IF.
008780
008790     IF DL100-AU-DISP-ALLOWED
008800         ADD 1 TO DL100-PF-DISP-CNT
008810     END-IF.
008820 2510-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------
008860* 2900-WRITE-FINDING - PRINT THE EXCEPTION IN DL100-PF-DETAIL
008870*----------------------------------------------------------------
008880 2900-WRITE-FINDING.
008890     MOVE SPACE TO DL100-PF-DT-CC.
008900     IF DL100-PF-DT-SEVERITY = 'ERROR'
008910         ADD 1 TO DL100-PF-ERROR-CNT
008920     ELSE
008930         ADD 1 TO DL100-PF-WARN-CNT
008940     END-IF.
008950
008960     WRITE DL100-PR-REC FROM DL100-PF-DETAIL
008970         AFTER ADVANCING 1 LINE.
008980     IF NOT DL100-PR-OK
008990         DISPLAY 'DL100PF - REPORT WRITE ERR ' DL100-PR-STATUS
009000         MOVE 12 TO RETURN-CODE
009010     END-IF.
009020
009030     DISPLAY 'DL100PF - ' DL100-PF-DT-SEVERITY ' '
009040         DL100-PF-DT-FILE ' ' DL100-PF-DT-KEY ' '
009050         DL100-PF-DT-TEXT.
009060 2900-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------------
009100* 3000-TERMINATE - TOTALS, VERDICT AND RETURN CODE
009110*----------------------------------------------------------------
009120 3000-TERMINATE.
009130     IF DL100-INIT-FAILED
009140         GO TO 3000-EXIT
009150     END-IF.
009160
009170     MOVE SPACE                  TO DL100-PF-TL-CC.
009180     MOVE 'ERRORS'               TO DL100-PF-TL-LABEL.
009190     MOVE DL100-PF-ERROR-CNT     TO DL100-PF-TL-COUNT.
009200     WRITE DL100-PR-REC FROM DL100-PF-TOTAL-LINE
009210         AFTER ADVANCING 2 LINES.
009220
009230     MOVE SPACE                  TO DL100-PF-TL-CC.
009240     MOVE 'WARNINGS'             TO DL100-PF-TL-LABEL.
009250     MOVE DL100-PF-WARN-CNT      TO DL100-PF-TL-COUNT.
009260     WRITE DL100-PR-REC FROM DL100-PF-TOTAL-LINE
009270         AFTER ADVANCING 1 LINE.
009280
009290     MOVE SPACE TO DL100-PF-VD-CC.
009300     IF DL100-PF-ERROR-CNT > 0
009310         MOVE 'REFERENCE DATA INCONSISTENT - NIGHTLY RUN STOPPED'
009320             TO DL100-PF-VD-TEXT
009330     ELSE
009340         MOVE 'REFERENCE DATA CONSISTENT - NIGHTLY RUN MAY START'
009350             TO DL100-PF-VD-TEXT
009360     END-IF.
009370     WRITE DL100-PR-REC FROM DL100-PF-VERDICT-LINE
009380         AFTER ADVANCING 2 LINES.
009390
009400     CLOSE DL100-PR-FILE.
009410
009420     DISPLAY 'DL100PF - ERRORS   : ' DL100-PF-ERROR-CNT.
009430     DISPLAY 'DL100PF - WARNINGS : ' DL100-PF-WARN-CNT.
009440     DISPLAY 'DL100PF - ' DL100-PF-VD-TEXT.
009450
009460     IF RETURN-CODE = 0
009470         IF DL100-PF-ERROR-CNT > 0
009480             MOVE 8 TO RETURN-CODE
009490         ELSE
009500             IF DL100-PF-WARN-CNT > 0
009510                 MOVE 4 TO RETURN-CODE
009520             END-IF
009530         END-IF
009540     END-IF.
009550 3000-EXIT.
009560     EXIT.
