000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100PE.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - PERIOD-END MANAGEMENT
000110*                    SUMMARY.  MONTH-END AND QUARTER-END FIGURES
000120*                    WERE PUT TOGETHER BY HAND FROM SYSOUT, THE
000130*                    DL100BR PRINTOUTS AND THE DL100STR TREND
000140*                    REPORT.  FOR ANY RANGE OF RUN DATES ON THE
000150*                    DL100PQ CONTROL RECORD THIS PRINTS, BY SOURCE
000160*                    SYSTEM, BY CATEGORY AND IN TOTAL, THE RECORDS
000170*                    RECEIVED, CONVERTED, REVERSED AND REJECTED BY
000180*                    STATUS AND THE DRIFT APPLIED PER ARGUMENT
000190*                    (FROM THE DL100SB BREAKDOWN DL100D KEEPS -
000200*                    SEE DL100STB), AND THE EXCEPTIONS RESUBMITTED
000210*                    OR WRITTEN OFF THROUGH DL100RS (FROM
000220*                    DL100ED), EACH AGAINST THE SAME FIGURE FOR
000230*                    THE PERIOD BEFORE IT - THE SAME NUMBER OF
000240*                    WHOLE MONTHS FOR A PERIOD OF CALENDAR MONTHS
000250*                    (A MONTH OR A QUARTER), OTHERWISE THE SAME
000260*                    NUMBER OF DAYS.  THE SAME FIGURES GO TO THE
000270*                    DL100PX DELIMITED FILE (SEE DL100PEX) FOR THE
000280*                    FINANCE TEAM'S SPREADSHEET.
000290*                    A WORKED EXCEPTION CARRIES NO SOURCE SYSTEM,
000300*                    SO IT IS CHARGED TO ITS CATEGORY'S OWNER ON
000310*                    THE DL100CM CATEGORY MASTER.  RC 4 = NO
000320*                    BREAKDOWN HISTORY OR NOTHING IN THE PERIOD,
000330*                    RC 12 = I/O ERROR OR THE IN-CORE TABLE FULL,
000340*                    RC 16 = A MISSING OR INVALID CONTROL RECORD.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-Z.
000390 OBJECT-COMPUTER.   IBM-Z.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DL100-PQ-FILE ASSIGN TO DL100PQ
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DL100-PQ-STATUS.
000450
000460     SELECT DL100-SB-FILE ASSIGN TO DL100SB
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DL100-SB-STATUS.
000490
000500     SELECT DL100-ED-FILE ASSIGN TO DL100ED
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DL100-ED-STATUS.
000530
000540     SELECT DL100-PS-FILE ASSIGN TO DL100PS
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DL100-PS-STATUS.
000570
000580     SELECT DL100-PX-FILE ASSIGN TO DL100PX
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DL100-PX-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  DL100-PQ-FILE
000650     RECORDING MODE IS F.
000660 01  DL100-PQ-REC                PIC X(80).
000670
000680 FD  DL100-SB-FILE
000690     RECORDING MODE IS F.
000700 01  DL100-SB-REC                PIC X(200).
000710
000720 FD  DL100-ED-FILE
000730     RECORDING MODE IS F.
000740 01  DL100-ED-REC                PIC X(181).
000750
000760 FD  DL100-PS-FILE
000770     RECORDING MODE IS F.
000780 01  DL100-PS-REC                PIC X(133).
000790
000800 FD  DL100-PX-FILE
000810     RECORDING MODE IS F.
000820 01  DL100-PX-REC                PIC X(250).
000830
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* PERIOD-END SUMMARY CONTROL RECORD
000870*----------------------------------------------------------------
000880 COPY DL100PEC.
000890
000900*----------------------------------------------------------------
000910* RUN STATISTICS BREAKDOWN RECORD LAYOUT
000920*----------------------------------------------------------------
000930 COPY DL100STB.
000940
000950*----------------------------------------------------------------
000960* DISPOSITIONED EXCEPTION, AND THE EXCEPTION IMAGE IT CARRIES
000970*----------------------------------------------------------------
000980 COPY DL100EXD.
000990 COPY DL100EXC.
001000
001010*----------------------------------------------------------------
001020* REPORT LINE AND DELIMITED RECORD LAYOUTS
001030*----------------------------------------------------------------
001040 COPY DL100PEP.
001050 COPY DL100PEX.
001060
001070*----------------------------------------------------------------
001080* THE PERIOD REPORTED AND THE ONE IT IS COMPARED WITH
001090*----------------------------------------------------------------
001100 01  DL100-PE-PERIODS.
001110     05  DL100-PE-FROM           PIC 9(08) VALUE 0.
001120     05  DL100-PE-FROM-PARTS REDEFINES DL100-PE-FROM.
001130         10  DL100-PE-FROM-YYYY  PIC 9(04).
001140         10  DL100-PE-FROM-MM    PIC 9(02).
001150         10  DL100-PE-FROM-DD    PIC 9(02).
001160     05  DL100-PE-TO             PIC 9(08) VALUE 0.
001170     05  DL100-PE-PREV-FROM      PIC 9(08) VALUE 0.
001180     05  DL100-PE-PREV-TO        PIC 9(08) VALUE 0.
001190
001200 77  DL100-PE-TODAY              PIC 9(08) VALUE 0.
001210 77  DL100-PE-LENGTH             USAGE COMP-5 PIC 9(09) VALUE 0.
001220 77  DL100-PE-FROM-DAYS          USAGE COMP-5 PIC 9(09) VALUE 0.
001230 77  DL100-PE-MONTHS             USAGE COMP-5 PIC 9(09) VALUE 0.
001240
001250*    WHICH PERIOD THE RECORD IN HAND FALLS IN - 1 THIS, 2 THE
001260*    PREVIOUS, 0 NEITHER
001270 77  DL100-PE-PER                USAGE COMP-5 PIC 9(04) VALUE 0.
001280 01  DL100-PE-REC-DATE           PIC 9(08) VALUE 0.
001290
001300*----------------------------------------------------------------
001310* DATE WORK AREAS - A YYYYMMDD DATE, ITS PARTS, THE DAYS IN EACH
001320* MONTH, AND THE CIVIL-CALENDAR DAY COUNT WORK FIELDS
001330*----------------------------------------------------------------
001340 01  DL100-PE-D8                 PIC 9(08) VALUE 0.
001350 01  DL100-PE-D8-PARTS REDEFINES DL100-PE-D8.
001360     05  DL100-PE-D8-YYYY        PIC 9(04).
001370     05  DL100-PE-D8-MM          PIC 9(02).
001380     05  DL100-PE-D8-DD          PIC 9(02).
001390
001400 01  DL100-PE-MONTH-DAYS         PIC X(24)
001410                                 VALUE '312831303130313130313031'.
001420 01  DL100-PE-MONTH-TBL REDEFINES DL100-PE-MONTH-DAYS.
001430     05  DL100-PE-MDAYS          PIC 9(02) OCCURS 12 TIMES.
001440
001450 77  DL100-PE-MONTH-LAST         PIC 9(02) VALUE 0.
001460 77  DL100-PE-LEAP-Q             USAGE COMP-5 PIC 9(09) VALUE 0.
001470 77  DL100-PE-LEAP-R             USAGE COMP-5 PIC 9(09) VALUE 0.
001480
001490 77  DL100-PE-CAL-Y              USAGE COMP-5 PIC 9(09) VALUE 0.
001500 77  DL100-PE-CAL-M              USAGE COMP-5 PIC 9(09) VALUE 0.
001510 77  DL100-PE-CAL-W1             USAGE COMP-5 PIC 9(09) VALUE 0.
001520 77  DL100-PE-CAL-W2             USAGE COMP-5 PIC 9(09) VALUE 0.
001530 77  DL100-PE-CAL-W3             USAGE COMP-5 PIC 9(09) VALUE 0.
001540 77  DL100-PE-CAL-W4             USAGE COMP-5 PIC 9(09) VALUE 0.
001550 77  DL100-PE-DAYS               USAGE COMP-5 PIC 9(09) VALUE 0.
001560
001570 01  DL100-PE-DATE-SW            PIC X(01) VALUE 'Y'.
001580     88  DL100-PE-DATE-VALID     VALUE 'Y'.
001590     88  DL100-PE-DATE-INVALID   VALUE 'N'.
001600
001610*----------------------------------------------------------------
001620* ONE ENTRY PER SOURCE SYSTEM (LEVEL 1), CATEGORY (LEVEL 2) AND
001630* THE TOTAL (LEVEL 3, KEY 'ALL'), KEPT IN LEVEL AND KEY ORDER SO
001640* THE REPORT AND THE DELIMITED FILE COME OUT SORTED.  FIGURES 1
001650* ARE THIS PERIOD'S, FIGURES 2 THE PREVIOUS PERIOD'S.  THE
001660* REJECT COUNTS BY STATUS ARE IN THE ORDER '05', '06', '09',
001670* '10'.
001680*----------------------------------------------------------------
001690 01  DL100-PE-TABLE.
001700     05  DL100-PE-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
001710     05  DL100-PE-ENTRY OCCURS 200 TIMES.
001720         10  DL100-PE-SORT-KEY.
001730             15  DL100-PE-LEVEL  PIC 9(01).
001740             15  DL100-PE-KEY    PIC X(08).
001750         10  DL100-PE-FIGS OCCURS 2 TIMES.
001760             15  DL100-PE-RECEIVED   USAGE COMP-5 PIC S9(09).
001770             15  DL100-PE-CONVERTED  USAGE COMP-5 PIC S9(09).
001780             15  DL100-PE-REVERSED   USAGE COMP-5 PIC S9(09).
001790             15  DL100-PE-REJECTED   USAGE COMP-5 PIC S9(09).
001800             15  DL100-PE-STAT-CNT   USAGE COMP-5 PIC S9(09)
001810                                         OCCURS 4 TIMES.
001820             15  DL100-PE-RESUBMITTED USAGE COMP-5 PIC S9(09).
001830             15  DL100-PE-WRITTEN-OFF USAGE COMP-5 PIC S9(09).
001840             15  DL100-PE-DRIFT3     USAGE COMP-3 PIC S9(13)V99.
001850             15  DL100-PE-DRIFT4     USAGE COMP-3 PIC S9(13)V99.
001860             15  DL100-PE-DRIFT5     USAGE COMP-3 PIC S9(13).
001870             15  DL100-PE-DRIFT6     USAGE COMP-3 PIC S9(13)V99.
001880             15  DL100-PE-DRIFT7     USAGE COMP-3 PIC S9(13).
001890
001900 77  DL100-PE-MAX-ENTRIES        USAGE COMP-5 PIC 9(04) VALUE 200.
001910 77  DL100-PE-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
001920 77  DL100-PE-SRCH               USAGE COMP-5 PIC 9(04) VALUE 0.
001930 77  DL100-PE-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
001940 77  DL100-PE-INS                USAGE COMP-5 PIC 9(04) VALUE 0.
001950 77  DL100-PE-SHIFT              USAGE COMP-5 PIC 9(04) VALUE 0.
001960 77  DL100-PE-LOOPS              USAGE COMP-5 PIC 9(04) VALUE 0.
001970 77  DL100-PE-ST                 USAGE COMP-5 PIC 9(04) VALUE 0.
001980
001990*    THE ENTRY BEING LOOKED FOR OR ADDED
002000 01  DL100-PE-MATCH.
002010     05  DL100-PE-MATCH-LEVEL    PIC 9(01).
002020     05  DL100-PE-MATCH-KEY      PIC X(08).
002030
002040*----------------------------------------------------------------
002050* ONE ENTRY'S FIGURES FOR PRINTING - 1 THIS PERIOD, 2 THE
002060* PREVIOUS, 3 THE CHANGE - LAID OUT EXACTLY AS DL100-PE-FIGS, AND
002070* THE REJECT PERCENTAGE OF EACH
002080*----------------------------------------------------------------
002090 01  DL100-PE-WORK-TABLE.
002100     05  DL100-PE-WF OCCURS 3 TIMES.
002110         10  DL100-PE-W-RECEIVED     USAGE COMP-5 PIC S9(09).
002120         10  DL100-PE-W-CONVERTED    USAGE COMP-5 PIC S9(09).
002130         10  DL100-PE-W-REVERSED     USAGE COMP-5 PIC S9(09).
002140         10  DL100-PE-W-REJECTED     USAGE COMP-5 PIC S9(09).
002150         10  DL100-PE-W-STAT-CNT     USAGE COMP-5 PIC S9(09)
002160                                         OCCURS 4 TIMES.
002170         10  DL100-PE-W-RESUBMITTED  USAGE COMP-5 PIC S9(09).
002180         10  DL100-PE-W-WRITTEN-OFF  USAGE COMP-5 PIC S9(09).
002190         10  DL100-PE-W-DRIFT3       USAGE COMP-3 PIC S9(13)V99.
002200         10  DL100-PE-W-DRIFT4       USAGE COMP-3 PIC S9(13)V99.
002210         10  DL100-PE-W-DRIFT5       USAGE COMP-3 PIC S9(13).
002220         10  DL100-PE-W-DRIFT6       USAGE COMP-3 PIC S9(13)V99.
002230         10  DL100-PE-W-DRIFT7       USAGE COMP-3 PIC S9(13).
002240
002250 01  DL100-PE-PCT-TABLE.
002260     05  DL100-PE-W-PCT          USAGE COMP-3 PIC S9(05)V99
002270                                 OCCURS 3 TIMES.
002280
002290 77  DL100-PE-P                  USAGE COMP-5 PIC 9(04) VALUE 0.
002300 77  DL100-PE-PRINT-LEVEL        PIC 9(01) VALUE 0.
002310
002320*    PERIOD LABELS BY FIGURES SUBSCRIPT, LEVEL NAMES BY LEVEL
002330 01  DL100-PE-PERIOD-NAMES       PIC X(24)
002340                                 VALUE 'THIS    PREVIOUSCHANGE  '.
002350 01  DL100-PE-PERIOD-TBL REDEFINES DL100-PE-PERIOD-NAMES.
002360     05  DL100-PE-PERIOD-NAME    PIC X(08) OCCURS 3 TIMES.
002370
002380 01  DL100-PE-LEVEL-NAMES        PIC X(24)
002390                                 VALUE 'SOURCE  CATEGORYTOTAL   '.
002400 01  DL100-PE-LEVEL-TBL REDEFINES DL100-PE-LEVEL-NAMES.
002410     05  DL100-PE-LEVEL-NAME     PIC X(08) OCCURS 3 TIMES.
002420
002430*----------------------------------------------------------------
002440* CATEGORY REFERENCE LOOKUP (DL100CAT) CALL AREAS - THE OWNER IS
002450* THE SOURCE SYSTEM A WORKED EXCEPTION IS CHARGED TO
002460*----------------------------------------------------------------
002470 01  DL100-CAT-CODE              PIC X(02).
002480 01  DL100-CAT-DATE              PIC 9(08).
002490 01  DL100-CAT-STATUS            PIC X(02) VALUE '00'.
002500 01  DL100-CAT-DESC              PIC X(24).
002510 01  DL100-CAT-OWNER             PIC X(08).
002520
002530*----------------------------------------------------------------
002540* SWITCHES, STATUS FIELDS AND COUNTERS
002550*----------------------------------------------------------------
002560 01  DL100-PQ-STATUS             PIC X(02) VALUE '00'.
002570     88  DL100-PQ-OK             VALUE '00'.
002580
002590 01  DL100-SB-STATUS             PIC X(02) VALUE '00'.
002600     88  DL100-SB-OK             VALUE '00'.
002610     88  DL100-SB-AT-EOF         VALUE '10'.
002620     88  DL100-SB-NOT-THERE      VALUE '35'.
002630
002640 01  DL100-ED-STATUS             PIC X(02) VALUE '00'.
002650     88  DL100-ED-OK             VALUE '00'.
002660     88  DL100-ED-AT-EOF         VALUE '10'.
002670     88  DL100-ED-NOT-THERE      VALUE '35'.
002680
002690 01  DL100-PS-STATUS             PIC X(02) VALUE '00'.
002700     88  DL100-PS-OK             VALUE '00'.
002710
002720 01  DL100-PX-STATUS             PIC X(02) VALUE '00'.
002730     88  DL100-PX-OK             VALUE '00'.
002740
002750 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
002760     88  DL100-INIT-FAILED       VALUE 'Y'.
002770     88  DL100-INIT-OK           VALUE 'N'.
002780
002790 01  DL100-PE-ABORT-SW           PIC X(01) VALUE 'N'.
002800     88  DL100-PE-ABORT          VALUE 'Y'.
002810     88  DL100-PE-NO-ABORT       VALUE 'N'.
002820
002830 01  DL100-SB-OPEN-SW            PIC X(01) VALUE 'N'.
002840     88  DL100-SB-OPEN           VALUE 'Y'.
002850     88  DL100-SB-CLOSED         VALUE 'N'.
002860
002870 01  DL100-ED-OPEN-SW            PIC X(01) VALUE 'N'.
002880     88  DL100-ED-OPEN           VALUE 'Y'.
002890     88  DL100-ED-CLOSED         VALUE 'N'.
002900
002910 01  DL100-FILE-EOF-SW           PIC X(01) VALUE 'N'.
002920     88  DL100-FILE-EOF          VALUE 'Y'.
002930     88  DL100-FILE-NOT-EOF      VALUE 'N'.
002940
002950 01  DL100-PE-COUNTERS.
002960     05  DL100-PE-SB-READ        USAGE COMP-5 PIC 9(09) VALUE 0.
002970     05  DL100-PE-SB-THIS        USAGE COMP-5 PIC 9(09) VALUE 0.
002980     05  DL100-PE-SB-PREV        USAGE COMP-5 PIC 9(09) VALUE 0.
002990     05  DL100-PE-ED-READ        USAGE COMP-5 PIC 9(09) VALUE 0.
003000     05  DL100-PE-ED-USED        USAGE COMP-5 PIC 9(09) VALUE 0.
003010     05  DL100-PE-PX-WRITTEN     USAGE COMP-5 PIC 9(09) VALUE 0.
003020
003030 PROCEDURE DIVISION.
003040*----------------------------------------------------------------
003050* 0000-MAINLINE
003060*----------------------------------------------------------------
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE
003090         THRU 1000-EXIT.
003100
003110     IF DL100-INIT-OK AND DL100-SB-OPEN
003120         SET DL100-FILE-NOT-EOF TO TRUE
003130         PERFORM 2000-READ-STATS
003140             THRU 2000-EXIT
003150             UNTIL DL100-FILE-EOF OR DL100-PE-ABORT
003160     END-IF.
003170
003180     IF DL100-INIT-OK AND DL100-ED-OPEN AND DL100-PE-NO-ABORT
003190         SET DL100-FILE-NOT-EOF TO TRUE
003200         PERFORM 2500-READ-DISPS
003210             THRU 2500-EXIT
003220             UNTIL DL100-FILE-EOF OR DL100-PE-ABORT
003230     END-IF.
003240
003250     IF DL100-INIT-OK AND DL100-PE-NO-ABORT
003260         PERFORM 3000-PRINT-SUMMARY
003270             THRU 3000-EXIT
003280     END-IF.
003290
003300     PERFORM 4000-TERMINATE
003310         THRU 4000-EXIT.
003320
003330     STOP RUN.
003340
003350*----------------------------------------------------------------
003360* 1000-INITIALIZE - OPEN FILES, READ AND CHECK THE CONTROL RECORD
003370*                   AND WORK OUT THE PERIOD TO COMPARE WITH
003380*----------------------------------------------------------------
003390 1000-INITIALIZE.
003400     SET DL100-INIT-OK TO TRUE.
003410     ACCEPT DL100-PE-TODAY FROM DATE YYYYMMDD.
003420
003430     OPEN OUTPUT DL100-PS-FILE.
003440     IF NOT DL100-PS-OK
003450         DISPLAY 'DL100PE - REPORT OPEN ERROR ' DL100-PS-STATUS
003460         SET DL100-INIT-FAILED TO TRUE
003470         MOVE 12 TO RETURN-CODE
003480         GO TO 1000-EXIT
003490     END-IF.
003500
003510     OPEN OUTPUT DL100-PX-FILE.
003520     IF NOT DL100-PX-OK
003530         DISPLAY 'DL100PE - EXTRACT OPEN ERROR ' DL100-PX-STATUS
003540         SET DL100-INIT-FAILED TO TRUE
003550         MOVE 12 TO RETURN-CODE
003560         GO TO 1000-EXIT
003570     END-IF.
003580
003590     OPEN INPUT DL100-PQ-FILE.
003600     IF NOT DL100-PQ-OK
003610         DISPLAY 'DL100PE - CONTROL OPEN ERROR ' DL100-PQ-STATUS
003620         SET DL100-INIT-FAILED TO TRUE
003630         MOVE 16 TO RETURN-CODE
003640         GO TO 1000-EXIT
003650     END-IF.
003660
003670     READ DL100-PQ-FILE INTO DL100-PQ-RECORD.
003680     IF NOT DL100-PQ-OK
003690         DISPLAY 'DL100PE - NO CONTROL RECORD ' DL100-PQ-STATUS
003700         CLOSE DL100-PQ-FILE
003710         SET DL100-INIT-FAILED TO TRUE
003720         MOVE 16 TO RETURN-CODE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     CLOSE DL100-PQ-FILE.
003760
003770     PERFORM 1100-CHECK-PERIOD
003780         THRU 1100-EXIT.
003790     IF DL100-INIT-FAILED
003800         MOVE 16 TO RETURN-CODE
003810         GO TO 1000-EXIT
003820     END-IF.
003830
003840     DISPLAY 'DL100PE - PERIOD ' DL100-PE-FROM ' TO ' DL100-PE-TO
003850         ' FOR ' DL100-PQ-REQUESTOR.
003860     DISPLAY 'DL100PE - COMPARED WITH ' DL100-PE-PREV-FROM ' TO '
003870         DL100-PE-PREV-TO.
003880
003890     OPEN INPUT DL100-SB-FILE.
003900     IF DL100-SB-OK
003910         SET DL100-SB-OPEN TO TRUE
003920     ELSE
003930         IF DL100-SB-NOT-THERE
003940             DISPLAY 'DL100PE - NO BREAKDOWN HISTORY (DL100SB)'
003950         ELSE
003960             DISPLAY 'DL100PE - BREAKDOWN OPEN ERROR '
003970                 DL100-SB-STATUS
003980             SET DL100-INIT-FAILED TO TRUE
003990             MOVE 12 TO RETURN-CODE
004000             GO TO 1000-EXIT
004010         END-IF
004020     END-IF.
004030
004040     OPEN INPUT DL100-ED-FILE.
004050     IF DL100-ED-OK
004060         SET DL100-ED-OPEN TO TRUE
004070     ELSE
004080         IF DL100-ED-NOT-THERE
004090             DISPLAY 'DL100PE - NO DISPOSITION FILE - NOTHING '
004100                 'WORKED YET'
004110         ELSE
004120             DISPLAY 'DL100PE - DISP OPEN ERROR ' DL100-ED-STATUS
004130             SET DL100-INIT-FAILED TO TRUE
004140             MOVE 12 TO RETURN-CODE
004150             GO TO 1000-EXIT
004160         END-IF
004170     END-IF.
004180
004190*    THE SUITE TOTAL IS ALWAYS REPORTED, EVEN WHEN IT IS ALL ZERO
004200     MOVE 3     TO DL100-PE-MATCH-LEVEL.
004210     MOVE 'ALL' TO DL100-PE-MATCH-KEY.
004220     PERFORM 2300-FIND-ENTRY
004230         THRU 2300-EXIT.
004240 1000-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------
004280* 1100-CHECK-PERIOD - BOTH CONTROL DATES MUST BE REAL DATES, IN
004290*                     ORDER.  A PERIOD OF WHOLE CALENDAR MONTHS
004300*                     IS COMPARED WITH THE SAME NUMBER OF WHOLE
004310*                     MONTHS BEFORE IT (1110).  FOR ANY OTHER
004320*                     RANGE THE PREVIOUS PERIOD IS THE SAME
004330*                     NUMBER OF DAYS ENDING THE DAY BEFORE THE
004340*                     PERIOD STARTS - STEPPED BACK A DAY AT A TIME
004350*                     SO MONTH AND YEAR ENDS COME OUT RIGHT.
004360*----------------------------------------------------------------
004370 1100-CHECK-PERIOD.
004380     MOVE DL100-PQ-FROM-DATE TO DL100-PE-FROM.
004390     MOVE DL100-PQ-TO-DATE   TO DL100-PE-TO.
004400
004410     IF DL100-PQ-FROM-DATE NOT NUMERIC
004420         OR DL100-PQ-TO-DATE NOT NUMERIC
004430         DISPLAY 'DL100PE - CONTROL DATES NOT NUMERIC'
004440         SET DL100-INIT-FAILED TO TRUE
004450         GO TO 1100-EXIT
004460     END-IF.
004470
004480     MOVE DL100-PE-FROM TO DL100-PE-D8.
004490     PERFORM 9000-CHECK-DATE
004500         THRU 9000-EXIT.
004510     IF DL100-PE-DATE-INVALID
004520         DISPLAY 'DL100PE - FROM DATE INVALID ' DL100-PE-FROM
004530         SET DL100-INIT-FAILED TO TRUE
004540         GO TO 1100-EXIT
004550     END-IF.
004560     PERFORM 9100-DATE-TO-DAYS
004570         THRU 9100-EXIT.
004580     MOVE DL100-PE-DAYS TO DL100-PE-FROM-DAYS.
004590
004600     MOVE DL100-PE-TO TO DL100-PE-D8.
004610     PERFORM 9000-CHECK-DATE
004620         THRU 9000-EXIT.
004630     IF DL100-PE-DATE-INVALID
004640         DISPLAY 'DL100PE - TO DATE INVALID ' DL100-PE-TO
004650         SET DL100-INIT-FAILED TO TRUE
004660         GO TO 1100-EXIT
004670     END-IF.
004680
004690     IF DL100-PE-TO < DL100-PE-FROM
004700         DISPLAY 'DL100PE - TO DATE BEFORE FROM DATE'
004710         SET DL100-INIT-FAILED TO TRUE
004720         GO TO 1100-EXIT
004730     END-IF.
004740
004750     PERFORM 9100-DATE-TO-DAYS
004760         THRU 9100-EXIT.
004770     COMPUTE DL100-PE-LENGTH
004780         = DL100-PE-DAYS - DL100-PE-FROM-DAYS + 1.
004790
004800*    DL100-PE-D8 STILL HOLDS THE TO DATE AND DL100-PE-MONTH-LAST
004810*    THE LAST DAY OF ITS MONTH
004820     IF DL100-PE-FROM-DD = 1
004830        AND DL100-PE-D8-DD = DL100-PE-MONTH-LAST
004840         PERFORM 1110-PRIOR-MONTHS
004850             THRU 1110-EXIT
004860         GO TO 1100-EXIT
004870     END-IF.
004880
004890     MOVE DL100-PE-FROM TO DL100-PE-D8.
004900     PERFORM 9200-PRIOR-DAY
004910         THRU 9200-EXIT.
004920     MOVE DL100-PE-D8 TO DL100-PE-PREV-TO.
004930     SUBTRACT 1 FROM DL100-PE-LENGTH.
004940     PERFORM 9200-PRIOR-DAY
004950         THRU 9200-EXIT
004960         DL100-PE-LENGTH TIMES.
004970     MOVE DL100-PE-D8 TO DL100-PE-PREV-FROM.
004980 1100-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020* 1110-PRIOR-MONTHS - THE PERIOD RUNS FROM THE 1ST OF ONE MONTH TO
005030*                     THE END OF THE SAME OR A LATER MONTH.  THE
005040*                     PREVIOUS PERIOD IS THE SAME NUMBER OF WHOLE
005050*                     MONTHS, ENDING AT THE LAST DAY OF THE MONTH
005060*                     BEFORE THE PERIOD STARTS.  DL100-PE-D8 HOLDS
005070*                     THE TO DATE ON ENTRY.
005080*----------------------------------------------------------------
005090 1110-PRIOR-MONTHS.
005100     COMPUTE DL100-PE-MONTHS
005110         = (DL100-PE-D8-YYYY - DL100-PE-FROM-YYYY) * 12
005120         + DL100-PE-D8-MM - DL100-PE-FROM-MM + 1.
005130
005140     MOVE DL100-PE-FROM TO DL100-PE-D8.
005150     PERFORM 9200-PRIOR-DAY
005160         THRU 9200-EXIT.
005170     MOVE DL100-PE-D8 TO DL100-PE-PREV-TO.
005180
005190     MOVE DL100-PE-FROM TO DL100-PE-D8.
005200     PERFORM 9400-PRIOR-MONTH
005210         THRU 9400-EXIT
005220         DL100-PE-MONTHS TIMES.
005230     MOVE DL100-PE-D8 TO DL100-PE-PREV-FROM.
005240 1110-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 2000-READ-STATS - ADD ONE DL100SB BREAKDOWN RECORD TO ITS
005290*                   SOURCE SYSTEM, ITS CATEGORY AND THE TOTAL, IF
005300*                   ITS RUN FALLS IN EITHER PERIOD.  A RUN IS
005310*                   PLACED BY THE DATE OF ITS RUN ID, SO EVERY
005320*                   ATTEMPT AND PARTITION OF A NIGHT COUNTS IN THE
005330*                   SAME PERIOD.
005340*----------------------------------------------------------------
005350 2000-READ-STATS.
005360     READ DL100-SB-FILE INTO DL100-SB-RECORD.
005370     IF NOT DL100-SB-OK
005380         IF NOT DL100-SB-AT-EOF
005390             DISPLAY 'DL100PE - BREAKDOWN READ ERROR '
005400                 DL100-SB-STATUS
005410             SET DL100-PE-ABORT TO TRUE
005420             MOVE 12 TO RETURN-CODE
005430         END-IF
005440         SET DL100-FILE-EOF TO TRUE
005450         GO TO 2000-EXIT
005460     END-IF.
005470     ADD 1 TO DL100-PE-SB-READ.
005480
005490*    A RUN THAT NEVER SETTLED A RUN ID IS PLACED BY WHEN IT ENDED
005500     IF DL100-SB-RUN-DATE NUMERIC
005510         MOVE DL100-SB-RUN-DATE TO DL100-PE-REC-DATE
005520     ELSE
005530         MOVE DL100-SB-WRITE-DATE TO DL100-PE-REC-DATE
005540     END-IF.
005550     PERFORM 2900-PICK-PERIOD
005560         THRU 2900-EXIT.
005570     IF DL100-PE-PER = 0
005580         GO TO 2000-EXIT
005590     END-IF.
005600     IF DL100-PE-PER = 1
005610         ADD 1 TO DL100-PE-SB-THIS
005620     ELSE
005630         ADD 1 TO DL100-PE-SB-PREV
005640     END-IF.
005650
005660     MOVE 1               TO DL100-PE-MATCH-LEVEL.
005670     MOVE DL100-SB-SOURCE TO DL100-PE-MATCH-KEY.
005680     PERFORM 2100-ADD-STATS
005690         THRU 2100-EXIT.
005700     MOVE 2                 TO DL100-PE-MATCH-LEVEL.
005710     MOVE DL100-SB-CATEGORY TO DL100-PE-MATCH-KEY.
005720     PERFORM 2100-ADD-STATS
005730         THRU 2100-EXIT.
005740     MOVE 3     TO DL100-PE-MATCH-LEVEL.
005750     MOVE 'ALL' TO DL100-PE-MATCH-KEY.
005760     PERFORM 2100-ADD-STATS
005770         THRU 2100-EXIT.
005780 2000-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 2100-ADD-STATS - ADD THE BREAKDOWN RECORD TO ONE ENTRY'S
005830*                  FIGURES FOR THE PERIOD IT FALLS IN
005840*----------------------------------------------------------------
005850 2100-ADD-STATS.
005860     PERFORM 2300-FIND-ENTRY
005870         THRU 2300-EXIT.
005880     IF DL100-PE-HIT = 0
005890         GO TO 2100-EXIT
005900     END-IF.
005910
005920     ADD DL100-SB-RECEIVED
005930         TO DL100-PE-RECEIVED(DL100-PE-HIT DL100-PE-PER).
005940     ADD DL100-SB-CONVERTED
005950         TO DL100-PE-CONVERTED(DL100-PE-HIT DL100-PE-PER).
005960     ADD DL100-SB-REVERSED
005970         TO DL100-PE-REVERSED(DL100-PE-HIT DL100-PE-PER).
005980     ADD DL100-SB-REJECTED
005990         TO DL100-PE-REJECTED(DL100-PE-HIT DL100-PE-PER).
006000     MOVE 0 TO DL100-PE-ST.
006010     PERFORM 2110-ADD-STATUS-CNT
006020         THRU 2110-EXIT
006030         4 TIMES.
006040     ADD DL100-SB-DRIFT3
006050         TO DL100-PE-DRIFT3(DL100-PE-HIT DL100-PE-PER).
006060     ADD DL100-SB-DRIFT4
006070         TO DL100-PE-DRIFT4(DL100-PE-HIT DL100-PE-PER).
006080     ADD DL100-SB-DRIFT5
006090         TO DL100-PE-DRIFT5(DL100-PE-HIT DL100-PE-PER).
006100     ADD DL100-SB-DRIFT6
006110         TO DL100-PE-DRIFT6(DL100-PE-HIT DL100-PE-PER).
006120     ADD DL100-SB-DRIFT7
006130         TO DL100-PE-DRIFT7(DL100-PE-HIT DL100-PE-PER).
006140 2100-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------
006180* 2110-ADD-STATUS-CNT - ONE REJECT STATUS COUNT
006190*----------------------------------------------------------------
006200 2110-ADD-STATUS-CNT.
006210     ADD 1 TO DL100-PE-ST.
006220     ADD DL100-SB-STATUS-CNT(DL100-PE-ST)
006230         TO DL100-PE-STAT-CNT(DL100-PE-HIT DL100-PE-PER
006240                              DL100-PE-ST).
006250 2110-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------
006290* 2300-FIND-ENTRY - LOCATE DL100-PE-MATCH IN THE TABLE, ADDING IT
006300*                   IN LEVEL AND KEY ORDER IF IT IS NOT THERE.  A
006310*                   FULL TABLE ABORTS THE REPORT - A SHORT ONE
006320*                   WOULD UNDERSTATE THE PERIOD.
006330*----------------------------------------------------------------
006340 2300-FIND-ENTRY.
006350     MOVE 0 TO DL100-PE-HIT.
006360     MOVE 0 TO DL100-PE-INS.
006370     MOVE 0 TO DL100-PE-SRCH.
006380     PERFORM 2310-MATCH-ENTRY
006390         THRU 2310-EXIT
006400         DL100-PE-COUNT TIMES.
006410     IF DL100-PE-HIT > 0
006420         GO TO 2300-EXIT
006430     END-IF.
006440
006450     IF DL100-PE-COUNT >= DL100-PE-MAX-ENTRIES
006460         DISPLAY 'DL100PE - SUMMARY TABLE FULL - REPORT NOT '
006470             'PRODUCED'
006480         SET DL100-PE-ABORT TO TRUE
006490         MOVE 12 TO RETURN-CODE
006500         GO TO 2300-EXIT
006510     END-IF.
006520
006530     IF DL100-PE-INS = 0
006540         COMPUTE DL100-PE-INS = DL100-PE-COUNT + 1
006550     ELSE
006560         MOVE DL100-PE-COUNT TO DL100-PE-SHIFT
006570         COMPUTE DL100-PE-LOOPS
006580             = DL100-PE-COUNT - DL100-PE-INS + 1
006590         PERFORM 2320-SHIFT-ENTRY
006600             THRU 2320-EXIT
006610             DL100-PE-LOOPS TIMES
006620     END-IF.
006630
006640     ADD 1 TO DL100-PE-COUNT.
006650     INITIALIZE DL100-PE-ENTRY(DL100-PE-INS).
006660     MOVE DL100-PE-MATCH TO DL100-PE-SORT-KEY(DL100-PE-INS).
006670     MOVE DL100-PE-INS   TO DL100-PE-HIT.
006680 2300-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------
006720* 2310-MATCH-ENTRY - TEST ONE TABLE ENTRY.  THE FIRST ENTRY THAT
006730*                    SORTS AFTER THE ONE WANTED IS WHERE A NEW ONE
006740*                    GOES.
006750*----------------------------------------------------------------
006760 2310-MATCH-ENTRY.
006770     ADD 1 TO DL100-PE-SRCH.
006780     IF DL100-PE-HIT > 0 OR DL100-PE-INS > 0
006790         GO TO 2310-EXIT
006800     END-IF.
006810
006820     IF DL100-PE-SORT-KEY(DL100-PE-SRCH) = DL100-PE-MATCH
006830         MOVE DL100-PE-SRCH TO DL100-PE-HIT
006840     ELSE
006850         IF DL100-PE-SORT-KEY(DL100-PE-SRCH) > DL100-PE-MATCH
006860             MOVE DL100-PE-SRCH TO DL100-PE-INS
006870         END-IF
006880     END-IF.
006890 2310-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------------
006930* 2320-SHIFT-ENTRY - MOVE ONE ENTRY DOWN A SLOT TO MAKE ROOM
006940*----------------------------------------------------------------
006950 2320-SHIFT-ENTRY.
006960     MOVE DL100-PE-ENTRY(DL100-PE-SHIFT)
006970         TO DL100-PE-ENTRY(DL100-PE-SHIFT + 1).
006980     SUBTRACT 1 FROM DL100-PE-SHIFT.
006990 2320-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------------
007030* 2500-READ-DISPS - COUNT ONE DL100ED DISPOSITION MADE IN EITHER
007040*                   PERIOD AGAINST ITS CATEGORY, THE SOURCE SYSTEM
007050*                   THAT OWNS THE CATEGORY ON DL100CM ('UNOWNED'
007060*                   WHEN THERE IS NONE) AND THE TOTAL
007070*----------------------------------------------------------------
007080 2500-READ-DISPS.
007090     READ DL100-ED-FILE INTO DL100-ED-RECORD.
007100     IF NOT DL100-ED-OK
007110         IF NOT DL100-ED-AT-EOF
007120             DISPLAY 'DL100PE - DISP READ ERROR ' DL100-ED-STATUS
007130             SET DL100-PE-ABORT TO TRUE
007140             MOVE 12 TO RETURN-CODE
007150         END-IF
007160         SET DL100-FILE-EOF TO TRUE
007170         GO TO 2500-EXIT
007180     END-IF.
007190     ADD 1 TO DL100-PE-ED-READ.
007200
007210     IF NOT DL100-ED-RESUBMITTED AND NOT DL100-ED-WRITTEN-OFF
007220         GO TO 2500-EXIT
007230     END-IF.
007240
007250     MOVE DL100-ED-DATE TO DL100-PE-REC-DATE.
007260     PERFORM 2900-PICK-PERIOD
007270         THRU 2900-EXIT.
007280     IF DL100-PE-PER = 0
007290         GO TO 2500-EXIT
007300     END-IF.
007310     ADD 1 TO DL100-PE-ED-USED.
007320
007330     MOVE DL100-ED-EXCEPTION TO DL100-EX-RECORD.
007340     MOVE DL100-EX-CATEGORY  TO DL100-CAT-CODE.
007350     MOVE DL100-EX-DATE      TO DL100-CAT-DATE.
007360     CALL 'DL100CAT' USING DL100-CAT-CODE
007370                           DL100-CAT-DATE
007380                           DL100-CAT-STATUS
007390                           DL100-CAT-DESC
007400                           DL100-CAT-OWNER.
007410     IF DL100-CAT-OWNER = SPACES
007420         MOVE 'UNOWNED' TO DL100-CAT-OWNER
007430     END-IF.
007440
007450     MOVE 1               TO DL100-PE-MATCH-LEVEL.
007460     MOVE DL100-CAT-OWNER TO DL100-PE-MATCH-KEY.
007470     PERFORM 2600-ADD-DISP
007480         THRU 2600-EXIT.
007490     MOVE 2                 TO DL100-PE-MATCH-LEVEL.
007500     MOVE DL100-EX-CATEGORY TO DL100-PE-MATCH-KEY.
007510     PERFORM 2600-ADD-DISP
007520         THRU 2600-EXIT.
007530     MOVE 3     TO DL100-PE-MATCH-LEVEL.
007540     MOVE 'ALL' TO DL100-PE-MATCH-KEY.
007550     PERFORM 2600-ADD-DISP
007560         THRU 2600-EXIT.
007570 2500-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------
007610* 2600-ADD-DISP - COUNT THE DISPOSITION IN ONE ENTRY
007620*----------------------------------------------------------------
007630 2600-ADD-DISP.
007640     PERFORM 2300-FIND-ENTRY
007650         THRU 2300-EXIT.
007660     IF DL100-PE-HIT = 0
007670         GO TO 2600-EXIT
007680     END-IF.
007690
007700     IF DL100-ED-RESUBMITTED
007710         ADD 1 TO DL100-PE-RESUBMITTED(DL100-PE-HIT DL100-PE-PER)
007720     ELSE
007730         ADD 1 TO DL100-PE-WRITTEN-OFF(DL100-PE-HIT DL100-PE-PER)
007740     END-IF.
007750 2600-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------------
007790* 2900-PICK-PERIOD - WHICH PERIOD DL100-PE-REC-DATE FALLS IN
007800*----------------------------------------------------------------
007810 2900-PICK-PERIOD.
007820     MOVE 0 TO DL100-PE-PER.
007830     IF DL100-PE-REC-DATE >= DL100-PE-FROM
007840         AND DL100-PE-REC-DATE <= DL100-PE-TO
007850         MOVE 1 TO DL100-PE-PER
007860     END-IF.
007870     IF DL100-PE-REC-DATE >= DL100-PE-PREV-FROM
007880         AND DL100-PE-REC-DATE <= DL100-PE-PREV-TO
007890         MOVE 2 TO DL100-PE-PER
007900     END-IF.
007910 2900-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950* 3000-PRINT-SUMMARY - EACH LEVEL'S VOLUMES, THEN ITS DRIFT, KEY
007960*                      BY KEY; THE VOLUME LINES ALSO GO TO DL100PX
007970*----------------------------------------------------------------
007980 3000-PRINT-SUMMARY.
007990     MOVE DL100-PE-TODAY     TO DL100-PEH1-RUN-DATE.
008000     WRITE DL100-PS-REC FROM DL100-PE-HEADING1
008010         AFTER ADVANCING PAGE.
008020     MOVE DL100-PE-FROM      TO DL100-PEH2-FROM.
008030     MOVE DL100-PE-TO        TO DL100-PEH2-TO.
008040     MOVE DL100-PE-PREV-FROM TO DL100-PEH2-PREV-FROM.
008050     MOVE DL100-PE-PREV-TO   TO DL100-PEH2-PREV-TO.
008060     MOVE DL100-PQ-REQUESTOR TO DL100-PEH2-REQUESTOR.
008070     WRITE DL100-PS-REC FROM DL100-PE-HEADING2
008080         AFTER ADVANCING 2 LINES.
008090
008100     WRITE DL100-PX-REC FROM DL100-PX-TITLES.
008110     IF NOT DL100-PX-OK
008120         DISPLAY 'DL100PE - EXTRACT WRITE ERROR ' DL100-PX-STATUS
008130         MOVE 12 TO RETURN-CODE
008140     END-IF.
008150
008160     MOVE 1 TO DL100-PE-PRINT-LEVEL.
008170     MOVE 'SOURCE' TO DL100-PEH3-KEY.
008180     MOVE 'SOURCE' TO DL100-PEH4-KEY.
008190     MOVE 'BY SOURCE SYSTEM' TO DL100-PE-SC-TEXT.
008200     PERFORM 3100-PRINT-LEVEL
008210         THRU 3100-EXIT.
008220
008230     MOVE 2 TO DL100-PE-PRINT-LEVEL.
008240     MOVE 'CATEGORY' TO DL100-PEH3-KEY.
008250     MOVE 'CATEGORY' TO DL100-PEH4-KEY.
008260     MOVE 'BY CATEGORY' TO DL100-PE-SC-TEXT.
008270     PERFORM 3100-PRINT-LEVEL
008280         THRU 3100-EXIT.
008290
008300     MOVE 3 TO DL100-PE-PRINT-LEVEL.
008310     MOVE SPACES TO DL100-PEH3-KEY.
008320     MOVE SPACES TO DL100-PEH4-KEY.
008330     MOVE 'ALL SOURCE SYSTEMS AND CATEGORIES' TO DL100-PE-SC-TEXT.
008340     PERFORM 3100-PRINT-LEVEL
008350         THRU 3100-EXIT.
008360
008370     MOVE SPACES TO DL100-PE-NOTE-LINE.
008380     MOVE 'RUNS ARE PLACED IN A PERIOD BY THEIR RUN ID DATE.'
008390         TO DL100-PE-NT-TEXT.
008400     WRITE DL100-PS-REC FROM DL100-PE-NOTE-LINE
008410         AFTER ADVANCING 3 LINES.
008420     MOVE 'EXCEPTIONS WORKED COUNT BY DISPOSITION DATE, AND BY'
008430         TO DL100-PE-NT-TEXT.
008440     WRITE DL100-PS-REC FROM DL100-PE-NOTE-LINE
008450         AFTER ADVANCING 1 LINE.
008460     MOVE 'SOURCE SYSTEM UNDER THE CATEGORY OWNER ON DL100CM.'
008470         TO DL100-PE-NT-TEXT.
008480     WRITE DL100-PS-REC FROM DL100-PE-NOTE-LINE
008490         AFTER ADVANCING 1 LINE.
008500
008510     IF DL100-PE-SB-THIS = 0
008520         MOVE 'NO CONVERSION RUNS FOUND IN THE PERIOD.'
008530             TO DL100-PE-NT-TEXT
008540         WRITE DL100-PS-REC FROM DL100-PE-NOTE-LINE
008550             AFTER ADVANCING 2 LINES
008560         IF RETURN-CODE < 4
008570             MOVE 4 TO RETURN-CODE
008580         END-IF
008590     END-IF.
008600     IF NOT DL100-PS-OK
008610         DISPLAY 'DL100PE - REPORT WRITE ERROR ' DL100-PS-STATUS
008620         MOVE 12 TO RETURN-CODE
008630     END-IF.
008640 3000-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680* 3100-PRINT-LEVEL - THE VOLUMES SECTION THEN THE DRIFT SECTION
008690*                    FOR EVERY ENTRY OF DL100-PE-PRINT-LEVEL
008700*----------------------------------------------------------------
008710 3100-PRINT-LEVEL.
008720     MOVE SPACES TO DL100-PE-SC-CC.
008730     WRITE DL100-PS-REC FROM DL100-PE-SECTION-LINE
008740         AFTER ADVANCING 3 LINES.
008750     WRITE DL100-PS-REC FROM DL100-PE-HEADING3
008760         AFTER ADVANCING 2 LINES.
008770     MOVE 0 TO DL100-PE-SUB.
008780     PERFORM 3200-PRINT-VOLUMES
008790         THRU 3200-EXIT
008800         DL100-PE-COUNT TIMES.
008810
008820     WRITE DL100-PS-REC FROM DL100-PE-HEADING4
008830         AFTER ADVANCING 3 LINES.
008840     MOVE 0 TO DL100-PE-SUB.
008850     PERFORM 3300-PRINT-DRIFT
008860         THRU 3300-EXIT
008870         DL100-PE-COUNT TIMES.
008880 3100-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------
008920* 3150-LOAD-WORK - ONE ENTRY'S FIGURES FOR BOTH PERIODS, THE
008930*                  CHANGE BETWEEN THEM AND THE REJECT PERCENTAGES
008940*----------------------------------------------------------------
008950 3150-LOAD-WORK.
008960     MOVE DL100-PE-FIGS(DL100-PE-SUB 1) TO DL100-PE-WF(1).
008970     MOVE DL100-PE-FIGS(DL100-PE-SUB 2) TO DL100-PE-WF(2).
008980     MOVE DL100-PE-WF(1)                TO DL100-PE-WF(3).
008990
009000     SUBTRACT DL100-PE-W-RECEIVED(2) FROM DL100-PE-W-RECEIVED(3).
009010     SUBTRACT DL100-PE-W-CONVERTED(2)
009020         FROM DL100-PE-W-CONVERTED(3).
009030     SUBTRACT DL100-PE-W-REVERSED(2) FROM DL100-PE-W-REVERSED(3).
009040     SUBTRACT DL100-PE-W-REJECTED(2) FROM DL100-PE-W-REJECTED(3).
009050     SUBTRACT DL100-PE-W-STAT-CNT(2 1)
009060         FROM DL100-PE-W-STAT-CNT(3 1).
009070     SUBTRACT DL100-PE-W-STAT-CNT(2 2)
009080         FROM DL100-PE-W-STAT-CNT(3 2).
009090     SUBTRACT DL100-PE-W-STAT-CNT(2 3)
009100         FROM DL100-PE-W-STAT-CNT(3 3).
009110     SUBTRACT DL100-PE-W-STAT-CNT(2 4)
009120         FROM DL100-PE-W-STAT-CNT(3 4).
009130     SUBTRACT DL100-PE-W-RESUBMITTED(2)
009140         FROM DL100-PE-W-RESUBMITTED(3).
009150     SUBTRACT DL100-PE-W-WRITTEN-OFF(2)
009160         FROM DL100-PE-W-WRITTEN-OFF(3).
009170     SUBTRACT DL100-PE-W-DRIFT3(2) FROM DL100-PE-W-DRIFT3(3).
009180     SUBTRACT DL100-PE-W-DRIFT4(2) FROM DL100-PE-W-DRIFT4(3).
009190     SUBTRACT DL100-PE-W-DRIFT5(2) FROM DL100-PE-W-DRIFT5(3).
009200     SUBTRACT DL100-PE-W-DRIFT6(2) FROM DL100-PE-W-DRIFT6(3).
009210     SUBTRACT DL100-PE-W-DRIFT7(2) FROM DL100-PE-W-DRIFT7(3).
009220
009230     MOVE 0 TO DL100-PE-W-PCT(1).
009240     IF DL100-PE-W-RECEIVED(1) > 0
009250         COMPUTE DL100-PE-W-PCT(1) ROUNDED
009260             = DL100-PE-W-REJECTED(1) * 100
009270             / DL100-PE-W-RECEIVED(1)
009280     END-IF.
009290     MOVE 0 TO DL100-PE-W-PCT(2).
009300     IF DL100-PE-W-RECEIVED(2) > 0
009310         COMPUTE DL100-PE-W-PCT(2) ROUNDED
009320             = DL100-PE-W-REJECTED(2) * 100
009330             / DL100-PE-W-RECEIVED(2)
009340     END-IF.
009350     COMPUTE DL100-PE-W-PCT(3)
009360         = DL100-PE-W-PCT(1) - DL100-PE-W-PCT(2).
009370 3150-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410* 3200-PRINT-VOLUMES - THE THIS / PREVIOUS / CHANGE COUNT LINES
009420*                      FOR ONE ENTRY, EACH ALSO WRITTEN TO DL100PX
009430*----------------------------------------------------------------
009440 3200-PRINT-VOLUMES.
009450     ADD 1 TO DL100-PE-SUB.
009460     IF DL100-PE-LEVEL(DL100-PE-SUB) NOT = DL100-PE-PRINT-LEVEL
009470         GO TO 3200-EXIT
009480     END-IF.
009490
009500     PERFORM 3150-LOAD-WORK
009510         THRU 3150-EXIT.
009520     MOVE 0 TO DL100-PE-P.
009530     PERFORM 3210-PRINT-COUNT-LINE
009540         THRU 3210-EXIT
009550         3 TIMES.
009560 3200-EXIT.
009570     EXIT.
009580
009590*----------------------------------------------------------------
009600* 3210-PRINT-COUNT-LINE - ONE PERIOD'S COUNTS, PRINTED AND
009610*                         EXTRACTED
009620*----------------------------------------------------------------
009630 3210-PRINT-COUNT-LINE.
009640     ADD 1 TO DL100-PE-P.
009650     MOVE SPACES TO DL100-PE-COUNT-LINE.
009660     IF DL100-PE-P = 1
009670         MOVE DL100-PE-KEY(DL100-PE-SUB) TO DL100-PE-CL-KEY
009680     END-IF.
009690     MOVE DL100-PE-PERIOD-NAME(DL100-PE-P) TO DL100-PE-CL-PERIOD.
009700     MOVE DL100-PE-W-RECEIVED(DL100-PE-P)
009710         TO DL100-PE-CL-RECEIVED.
009720     MOVE DL100-PE-W-CONVERTED(DL100-PE-P)
009730         TO DL100-PE-CL-CONVERTED.
009740     MOVE DL100-PE-W-REVERSED(DL100-PE-P)
009750         TO DL100-PE-CL-REVERSED.
009760     MOVE DL100-PE-W-REJECTED(DL100-PE-P)
009770         TO DL100-PE-CL-REJECTED.
009780     MOVE DL100-PE-W-STAT-CNT(DL100-PE-P 1) TO DL100-PE-CL-REJ05.
009790     MOVE DL100-PE-W-STAT-CNT(DL100-PE-P 2) TO DL100-PE-CL-REJ06.
009800     MOVE DL100-PE-W-STAT-CNT(DL100-PE-P 3) TO DL100-PE-CL-REJ09.
009810     MOVE DL100-PE-W-STAT-CNT(DL100-PE-P 4) TO DL100-PE-CL-REJ10.
009820     MOVE DL100-PE-W-PCT(DL100-PE-P)       TO DL100-PE-CL-REJ-PCT.
009830     MOVE DL100-PE-W-RESUBMITTED(DL100-PE-P)
009840         TO DL100-PE-CL-RESUBMITTED.
009850     MOVE DL100-PE-W-WRITTEN-OFF(DL100-PE-P)
009860         TO DL100-PE-CL-WRITTEN-OFF.
009870     IF DL100-PE-P = 1
009880         WRITE DL100-PS-REC FROM DL100-PE-COUNT-LINE
009890             AFTER ADVANCING 2 LINES
009900     ELSE
009910         WRITE DL100-PS-REC FROM DL100-PE-COUNT-LINE
009920             AFTER ADVANCING 1 LINE
009930     END-IF.
009940
009950     MOVE DL100-PE-LEVEL-NAME(DL100-PE-PRINT-LEVEL)
009960         TO DL100-PX-LEVEL.
009970     MOVE DL100-PE-KEY(DL100-PE-SUB)       TO DL100-PX-KEY.
009980     MOVE DL100-PE-PERIOD-NAME(DL100-PE-P) TO DL100-PX-PERIOD.
009990     IF DL100-PE-P = 2
010000         MOVE DL100-PE-PREV-FROM TO DL100-PX-FROM-DATE
010010         MOVE DL100-PE-PREV-TO   TO DL100-PX-TO-DATE
010020     ELSE
010030         MOVE DL100-PE-FROM      TO DL100-PX-FROM-DATE
010040         MOVE DL100-PE-TO        TO DL100-PX-TO-DATE
010050     END-IF.
010060     MOVE DL100-PE-W-RECEIVED(DL100-PE-P)   TO DL100-PX-RECEIVED.
010070     MOVE DL100-PE-W-CONVERTED(DL100-PE-P)  TO DL100-PX-CONVERTED.
010080     MOVE DL100-PE-W-REVERSED(DL100-PE-P)   TO DL100-PX-REVERSED.
010090     MOVE DL100-PE-W-REJECTED(DL100-PE-P)   TO DL100-PX-REJECTED.
010100     MOVE DL100-PE-W-STAT-CNT(DL100-PE-P 1) TO DL100-PX-REJ05.
010110     MOVE DL100-PE-W-STAT-CNT(DL100-PE-P 2) TO DL100-PX-REJ06.
010120     MOVE DL100-PE-W-STAT-CNT(DL100-PE-P 3) TO DL100-PX-REJ09.
010130     MOVE DL100-PE-W-STAT-CNT(DL100-PE-P 4) TO DL100-PX-REJ10.
010140     MOVE DL100-PE-W-PCT(DL100-PE-P)        TO DL100-PX-REJ-PCT.
010150     MOVE DL100-PE-W-RESUBMITTED(DL100-PE-P)
010160         TO DL100-PX-RESUBMITTED.
010170     MOVE DL100-PE-W-WRITTEN-OFF(DL100-PE-P)
010180         TO DL100-PX-WRITTEN-OFF.
010190     MOVE DL100-PE-W-DRIFT3(DL100-PE-P)     TO DL100-PX-DRIFT3.
010200     MOVE DL100-PE-W-DRIFT4(DL100-PE-P)     TO DL100-PX-DRIFT4.
010210     MOVE DL100-PE-W-DRIFT5(DL100-PE-P)     TO DL100-PX-DRIFT5.
010220     MOVE DL100-PE-W-DRIFT6(DL100-PE-P)     TO DL100-PX-DRIFT6.
010230     MOVE DL100-PE-W-DRIFT7(DL100-PE-P)     TO DL100-PX-DRIFT7.
010240     WRITE DL100-PX-REC FROM DL100-PX-RECORD.
010250     IF DL100-PX-OK
010260         ADD 1 TO DL100-PE-PX-WRITTEN
010270     ELSE
010280         DISPLAY 'DL100PE - EXTRACT WRITE ERROR ' DL100-PX-STATUS
010290         MOVE 12 TO RETURN-CODE
010300     END-IF.
010310 3210-EXIT.
010320     EXIT.
010330
010340*----------------------------------------------------------------
010350* 3300-PRINT-DRIFT - THE THIS / PREVIOUS / CHANGE DRIFT LINES FOR
010360*                    ONE ENTRY
010370*----------------------------------------------------------------
010380 3300-PRINT-DRIFT.
010390     ADD 1 TO DL100-PE-SUB.
010400     IF DL100-PE-LEVEL(DL100-PE-SUB) NOT = DL100-PE-PRINT-LEVEL
010410         GO TO 3300-EXIT
010420     END-IF.
010430
010440     PERFORM 3150-LOAD-WORK
010450         THRU 3150-EXIT.
010460     MOVE 0 TO DL100-PE-P.
010470     PERFORM 3310-PRINT-DRIFT-LINE
010480         THRU 3310-EXIT
010490         3 TIMES.
010500 3300-EXIT.
010510     EXIT.
010520
010530*----------------------------------------------------------------
010540* 3310-PRINT-DRIFT-LINE - ONE PERIOD'S DRIFT TOTALS
010550*----------------------------------------------------------------
010560 3310-PRINT-DRIFT-LINE.
010570     ADD 1 TO DL100-PE-P.
010580     MOVE SPACES TO DL100-PE-DRIFT-LINE.
010590     IF DL100-PE-P = 1
010600         MOVE DL100-PE-KEY(DL100-PE-SUB) TO DL100-PE-DL-KEY
010610     END-IF.
010620     MOVE DL100-PE-PERIOD-NAME(DL100-PE-P) TO DL100-PE-DL-PERIOD.
010630     MOVE DL100-PE-W-DRIFT3(DL100-PE-P)    TO DL100-PE-DL-DRIFT3.
010640     MOVE DL100-PE-W-DRIFT4(DL100-PE-P)    TO DL100-PE-DL-DRIFT4.
010650     MOVE DL100-PE-W-DRIFT5(DL100-PE-P)    TO DL100-PE-DL-DRIFT5.
010660     MOVE DL100-PE-W-DRIFT6(DL100-PE-P)    TO DL100-PE-DL-DRIFT6.
010670     MOVE DL100-PE-W-DRIFT7(DL100-PE-P)    TO DL100-PE-DL-DRIFT7.
010680     IF DL100-PE-P = 1
010690         WRITE DL100-PS-REC FROM DL100-PE-DRIFT-LINE
010700             AFTER ADVANCING 2 LINES
010710     ELSE
010720         WRITE DL100-PS-REC FROM DL100-PE-DRIFT-LINE
010730             AFTER ADVANCING 1 LINE
010740     END-IF.
010750 3310-EXIT.
010760     EXIT.
010770
010780*----------------------------------------------------------------
010790* 4000-TERMINATE - CLOSE FILES AND REPORT COUNTS
010800*----------------------------------------------------------------
010810 4000-TERMINATE.
010820     IF DL100-SB-OPEN
010830         CLOSE DL100-SB-FILE
010840     END-IF.
010850     IF DL100-ED-OPEN
010860         CLOSE DL100-ED-FILE
010870     END-IF.
010880     CLOSE DL100-PS-FILE
010890           DL100-PX-FILE.
010900
010910     DISPLAY 'DL100PE - BREAKDOWN READ   : ' DL100-PE-SB-READ.
010920     DISPLAY 'DL100PE - RUNS THIS PERIOD : ' DL100-PE-SB-THIS.
010930     DISPLAY 'DL100PE - RUNS PREVIOUS    : ' DL100-PE-SB-PREV.
010940     DISPLAY 'DL100PE - DISPOSITIONS READ: ' DL100-PE-ED-READ.
010950     DISPLAY 'DL100PE - DISPOSITIONS USED: ' DL100-PE-ED-USED.
010960     DISPLAY 'DL100PE - EXTRACT RECORDS  : ' DL100-PE-PX-WRITTEN.
010970 4000-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------------
011010* 9000-CHECK-DATE - IS DL100-PE-D8 A REAL CALENDAR DATE
011020*----------------------------------------------------------------
011030 9000-CHECK-DATE.
011040     SET DL100-PE-DATE-VALID TO TRUE.
011050     IF DL100-PE-D8-YYYY < 1900
011060         OR DL100-PE-D8-MM < 1 OR DL100-PE-D8-MM > 12
011070         OR DL100-PE-D8-DD < 1
011080         SET DL100-PE-DATE-INVALID TO TRUE
011090         GO TO 9000-EXIT
011100     END-IF.
011110
011120     PERFORM 9300-MONTH-LAST
011130         THRU 9300-EXIT.
011140     IF DL100-PE-D8-DD > DL100-PE-MONTH-LAST
011150         SET DL100-PE-DATE-INVALID TO TRUE
011160     END-IF.
011170 9000-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------------
011210* 9100-DATE-TO-DAYS - YYYYMMDD IN DL100-PE-D8 TO A RUNNING DAY
011220*                     COUNT IN DL100-PE-DAYS.  THE USUAL
011230*                     CIVIL-CALENDAR ARITHMETIC - EACH DIVISION
011240*                     LANDS IN AN INTEGER WORK FIELD SO IT
011250*                     TRUNCATES THE WAY THE ALGORITHM NEEDS.
011260*----------------------------------------------------------------
011270 9100-DATE-TO-DAYS.
011280     IF DL100-PE-D8-MM <= 2
011290         COMPUTE DL100-PE-CAL-Y = DL100-PE-D8-YYYY - 1
011300         COMPUTE DL100-PE-CAL-M = DL100-PE-D8-MM + 12
011310     ELSE
011320         MOVE DL100-PE-D8-YYYY TO DL100-PE-CAL-Y
011330         MOVE DL100-PE-D8-MM   TO DL100-PE-CAL-M
011340     END-IF.
011350
011360     COMPUTE DL100-PE-CAL-W1 = DL100-PE-CAL-Y / 4.
011370     COMPUTE DL100-PE-CAL-W2 = DL100-PE-CAL-Y / 100.
011380     COMPUTE DL100-PE-CAL-W3 = DL100-PE-CAL-Y / 400.
011390     COMPUTE DL100-PE-CAL-W4
011400         = (153 * (DL100-PE-CAL-M + 1)) / 5.
011410     COMPUTE DL100-PE-DAYS
011420         = 365 * DL100-PE-CAL-Y + DL100-PE-CAL-W1
011430         - DL100-PE-CAL-W2 + DL100-PE-CAL-W3
011440         + DL100-PE-CAL-W4 + DL100-PE-D8-DD.
011450 9100-EXIT.
011460     EXIT.
011470
011480*----------------------------------------------------------------
011490* 9200-PRIOR-DAY - STEP DL100-PE-D8 BACK ONE CALENDAR DAY
011500*----------------------------------------------------------------
011510 9200-PRIOR-DAY.
011520     IF DL100-PE-D8-DD > 1
011530         SUBTRACT 1 FROM DL100-PE-D8-DD
011540         GO TO 9200-EXIT
011550     END-IF.
011560
011570     IF DL100-PE-D8-MM > 1
011580         SUBTRACT 1 FROM DL100-PE-D8-MM
011590     ELSE
011600         MOVE 12 TO DL100-PE-D8-MM
011610         SUBTRACT 1 FROM DL100-PE-D8-YYYY
011620     END-IF.
011630     PERFORM 9300-MONTH-LAST
011640         THRU 9300-EXIT.
011650     MOVE DL100-PE-MONTH-LAST TO DL100-PE-D8-DD.
011660 9200-EXIT.
011670     EXIT.
011680
011690*----------------------------------------------------------------
011700* 9300-MONTH-LAST - THE LAST DAY OF DL100-PE-D8'S MONTH, FEBRUARY
011710*                   ALLOWING FOR LEAP YEARS
011720*----------------------------------------------------------------
011730 9300-MONTH-LAST.
011740     MOVE DL100-PE-MDAYS(DL100-PE-D8-MM) TO DL100-PE-MONTH-LAST.
011750     IF DL100-PE-D8-MM NOT = 2
011760         GO TO 9300-EXIT
011770     END-IF.
011780
011790     DIVIDE DL100-PE-D8-YYYY BY 4
011800         GIVING DL100-PE-LEAP-Q REMAINDER DL100-PE-LEAP-R.
011810     IF DL100-PE-LEAP-R NOT = 0
011820         GO TO 9300-EXIT
011830     END-IF.
011840     DIVIDE DL100-PE-D8-YYYY BY 100
011850         GIVING DL100-PE-LEAP-Q REMAINDER DL100-PE-LEAP-R.
011860     IF DL100-PE-LEAP-R NOT = 0
011870         MOVE 29 TO DL100-PE-MONTH-LAST
011880         GO TO 9300-EXIT
011890     END-IF.
011900     DIVIDE DL100-PE-D8-YYYY BY 400
011910         GIVING DL100-PE-LEAP-Q REMAINDER DL100-PE-LEAP-R.
011920     IF DL100-PE-LEAP-R = 0
011930         MOVE 29 TO DL100-PE-MONTH-LAST
011940     END-IF.
011950 9300-EXIT.
011960     EXIT.
011970
011980*----------------------------------------------------------------
011990* 9400-PRIOR-MONTH - STEP DL100-PE-D8 BACK ONE CALENDAR MONTH.
012000*                    ONLY USED ON THE 1ST OF A MONTH, SO THE DAY
012010*                    STAYS AS IT IS.
012020*----------------------------------------------------------------
012030 9400-PRIOR-MONTH.
012040     IF DL100-PE-D8-MM > 1
012050         SUBTRACT 1 FROM DL100-PE-D8-MM
012060     ELSE
012070         MOVE 12 TO DL100-PE-D8-MM
012080         SUBTRACT 1 FROM DL100-PE-D8-YYYY
012090     END-IF.
012100 9400-EXIT.
012110     EXIT.
