000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100AK.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - ACKNOWLEDGEMENT TO EACH
000110*                    SOURCE SYSTEM IN THE NIGHTLY INTAKE.  THE
000120*                    SOURCE SYSTEMS ONLY HEARD ABOUT THEIR REJECTS
000130*                    WHEN WE PHONED THEM, AND DL100FE SUSPENSE
000140*                    NEVER REACHED THEM AT ALL.  RUN AFTER THE
000150*                    NIGHT'S CONVERSION (DL100DJ OR DL100PJ), THIS
000160*                    PROGRAM READS THE EDITED FEED (DL100IN) SET
000170*                    BY SET AND ACCOUNTS FOR EVERY 'D' AND 'R'
000180*                    RECORD AS CONVERTED, REVERSED OR REJECTED - A
000190*                    RECORD IS REJECTED WHEN ONE OF THE RUN'S
000200*                    DL100EX EXCEPTIONS CARRIES EXACTLY ITS INPUT
000210*                    VALUES, EACH EXCEPTION ACCOUNTING FOR ONE
000220*                    RECORD ONLY.  THE RUN'S DL100SU SUSPENSE
000230*                    RECORDS ARE THE RECORDS DL100FE EDITED OUT OF
000240*                    EACH SET (SAME SOURCE SYSTEM AND FEED DATE).
000245*                    ONE ACKNOWLEDGEMENT PER SET IS
000250*                    WRITTEN TO DL100AK (LAYOUT DL100AKR) - HEADER
000260*                    WITH THE COUNTS AND THE TRAILER HASH TOTALS
000270*                    DL100D BALANCED TO, ONE DETAIL PER REJECTED
000280*                    OR SUSPENDED RECORD, AND A TRAILER - AND
000290*                    EVERY SOURCE SYSTEM THE DL100CM CATEGORY
000300*                    MASTER NAMES AS THE OWNER OF A CATEGORY IN
000310*                    EFFECT, BUT THAT SENT NO SET, GETS A
000320*                    NOTHING-RECEIVED ACKNOWLEDGEMENT.  DL100QJ
000330*                    SPLITS THE FILE INTO ONE RETURN FILE PER
000340*                    SOURCE SYSTEM.  NOTHING IS ACKNOWLEDGED UNTIL
000350*                    THE DL100RL RUN LEDGER SHOWS THE RUN'S
000360*                    CONVERSION (OR, ON A PARTITIONED NIGHT, ITS
000370*                    CONSOLIDATION) ENDED RC 0.  THE STEP IS
000380*                    RECORDED ON THE RUN LEDGER.  RC 4 = A SOURCE
000390*                    SYSTEM SENT NOTHING OR AN EXCEPTION MATCHED
000400*                    NO FEED RECORD, RC 12 = I/O ERROR OR AN
000410*                    IN-CORE TABLE FULL, RC 16 = NO FEED HEADER OR
000420*                    THE RUN HAS NOT BEEN CONVERTED.
000421*   2026-10-15 DEV   RECORDS THE DL100DP DUPLICATE CHECK HELD
000422*                    FROM THE RUN (DL100HL) ARE NOW ACCOUNTED
000423*                    FOR - COUNTED AS RECEIVED AND HELD IN THEIR
000424*                    SET'S ACKNOWLEDGEMENT (BY SOURCE SYSTEM AND
000425*                    FEED DATE) AND RETURNED AS STATUS
000426*                    'DP' DETAILS WITH WHY THEY WERE HELD.  NO
000427*                    DL100HL, NOTHING HELD.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-Z.
000470 OBJECT-COMPUTER.   IBM-Z.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT DL100-IN-FILE ASSIGN TO DL100IN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DL100-IN-STATUS.
000530
000540     SELECT DL100-EX-FILE ASSIGN TO DL100EX
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DL100-EX-FSTATUS.
000570
000580     SELECT DL100-SU-FILE ASSIGN TO DL100SU
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DL100-SU-STATUS.
000610
000620     SELECT DL100-CM-FILE ASSIGN TO DL100CM
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DL100-CM-STATUS.
000650
000660     SELECT DL100-RL-FILE ASSIGN TO DL100RL
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-RL-STATUS.
000690
000700     SELECT DL100-AK-FILE ASSIGN TO DL100AK
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DL100-AK-STATUS.
000730
000740     SELECT DL100-AR-FILE ASSIGN TO DL100AR
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS DL100-AR-STATUS.
000761
000762     SELECT DL100-HL-FILE ASSIGN TO DL100HL
000764         ORGANIZATION IS SEQUENTIAL
000766         FILE STATUS IS DL100-HL-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  DL100-IN-FILE
000810     RECORDING MODE IS F.
000820 01  DL100-IN-REC                PIC X(74).
000830
000840 FD  DL100-EX-FILE
000850     RECORDING MODE IS F.
000860 01  DL100-EX-REC                PIC X(139).
000870
000880 FD  DL100-SU-FILE
000890     RECORDING MODE IS F.
000900 01  DL100-SU-REC                PIC X(154).
000910
000920 FD  DL100-CM-FILE
000930     RECORDING MODE IS F.
000940 01  DL100-CM-REC                PIC X(51).
000950
000960 FD  DL100-RL-FILE
000970     RECORDING MODE IS F.
000980 01  DL100-RL-REC                PIC X(80).
000990
001000 FD  DL100-AK-FILE
001010     RECORDING MODE IS F.
001020 01  DL100-AK-REC                PIC X(140).
001030
001040 FD  DL100-AR-FILE
001050     RECORDING MODE IS F.
001060 01  DL100-AR-REC                PIC X(133).
001061
001062 FD  DL100-HL-FILE
001064     RECORDING MODE IS F.
001066 01  DL100-HL-REC                PIC X(200).
001070
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* EDITED FEED RECORD LAYOUTS
001110*----------------------------------------------------------------
001120 COPY DL100REC.
001130
001140 COPY DL100HTR.
001150
001160*----------------------------------------------------------------
001170* REJECTED INPUT (EXCEPTIONS) RECORD LAYOUT
001180*----------------------------------------------------------------
001190 COPY DL100EXC.
001200
001210*----------------------------------------------------------------
001220* FEED EDIT SUSPENSE RECORD LAYOUT
001230*----------------------------------------------------------------
001240 COPY DL100FES.
001250
001260*----------------------------------------------------------------
001270* CATEGORY MASTER RECORD LAYOUT
001280*----------------------------------------------------------------
001290 COPY DL100CMF.
001291
001292*----------------------------------------------------------------
001294* HELD (SUSPECTED DUPLICATE) RECORD LAYOUT
001296*----------------------------------------------------------------
001298 COPY DL100HLR.
001300
001310*----------------------------------------------------------------
001320* RUN LEDGER ENTRY
001330*----------------------------------------------------------------
001340 COPY DL100RLG.
001350
001360*----------------------------------------------------------------
001370* ACKNOWLEDGEMENT RECORD AND CONTROL REPORT LINE LAYOUTS
001380*----------------------------------------------------------------
001390 COPY DL100AKR.
001400
001410 COPY DL100AKP.
001420
001430*----------------------------------------------------------------
001440* THE RUN BEING ACKNOWLEDGED - FROM THE FIRST FEED HEADER.  THE
001450* RUN ID STARTS WITH THE DATE IT WAS MINTED, WHICH IS THE DATE A
001460* NOTHING-RECEIVED ACKNOWLEDGEMENT CARRIES.
001470*----------------------------------------------------------------
001480 01  DL100-AK-RUN-ID.
001490     05  DL100-AK-RUN-DATE       PIC 9(08).
001500     05  FILLER                  PIC X(08).
001510
001520 77  DL100-AK-TODAY              PIC 9(08) VALUE 0.
001530 77  DL100-AK-FIRST-FEED-DATE    PIC 9(08) VALUE 0.
001540 77  DL100-AK-FIRST-SOURCE       PIC X(08) VALUE SPACES.
001550
001560*----------------------------------------------------------------
001570* THE RUN'S EXCEPTIONS HELD IN CORE - THE INPUT IMAGE (ARG1 THRU
001580* CATEGORY, THE SAME 73 BYTES AS THE FEED RECORD AFTER ITS TYPE
001590* BYTE), STATUS AND REASON, AND THE FEED SET WHOSE RECORD IT HAS
001600* BEEN MATCHED TO (ZERO UNTIL IT IS) SO EACH EXCEPTION ACCOUNTS
001610* FOR EXACTLY ONE FEED RECORD
001620*----------------------------------------------------------------
001630 01  DL100-AK-EX-TABLE.
001640     05  DL100-AK-EX-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
001650     05  DL100-AK-EX-ENTRY OCCURS 2000 TIMES.
001660         10  DL100-AK-EX-IMAGE   PIC X(73).
001670         10  DL100-AK-EX-STAT    PIC X(02).
001680         10  DL100-AK-EX-REASON  PIC X(40).
001690         10  DL100-AK-EX-REC-TYPE PIC X(01).
001700         10  DL100-AK-EX-SET     USAGE COMP-5 PIC 9(04).
001710
001720*----------------------------------------------------------------
001730* THE RUN'S SUSPENSE RECORDS HELD IN CORE, WITH THE SOURCE AND
001735* FEED DATE OF THE SET DL100FE EDITED EACH ONE OUT OF
001740*----------------------------------------------------------------
001750 01  DL100-AK-SU-TABLE.
001760     05  DL100-AK-SU-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
001770     05  DL100-AK-SU-ENTRY OCCURS 2000 TIMES.
001780         10  DL100-AK-SU-SOURCE  PIC X(08).
001785         10  DL100-AK-SU-FEED-DATE PIC 9(08).
001790         10  DL100-AK-SU-REC-TYPE PIC X(01).
001800         10  DL100-AK-SU-ARG1    PIC X(24).
001810         10  DL100-AK-SU-CATEGORY PIC X(02).
001820         10  DL100-AK-SU-FIELD   PIC X(08).
001821         10  DL100-AK-SU-REASON  PIC X(40).
001822
001823*----------------------------------------------------------------
001824* THE RECORDS DL100DP HELD FROM THE RUN, HELD IN CORE WITH THE
001825* SOURCE AND FEED DATE OF THE SET EACH WAS HELD FROM
001826*----------------------------------------------------------------
001827 01  DL100-AK-HL-TABLE.
001828     05  DL100-AK-HL-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
001830     05  DL100-AK-HL-ENTRY OCCURS 2000 TIMES.
001832         10  DL100-AK-HL-SOURCE  PIC X(08).
001834         10  DL100-AK-HL-FEED-DATE PIC 9(08).
001836         10  DL100-AK-HL-REC-TYPE PIC X(01).
001840         10  DL100-AK-HL-ARG1    PIC X(24).
001841         10  DL100-AK-HL-CATEGORY PIC X(02).
001842         10  DL100-AK-HL-REASON  PIC X(40).
001843
001850*----------------------------------------------------------------
001860* ONE ENTRY PER FEED SET ON THE EDITED FEED - DL100D TAKES NO
001870* MORE THAN TEN
001880*----------------------------------------------------------------
001890 01  DL100-AK-SET-TABLE.
001900     05  DL100-AK-SET-COUNT      USAGE COMP-5 PIC 9(04) VALUE 0.
001910     05  DL100-AK-SET-ENTRY OCCURS 10 TIMES.
001920         10  DL100-AK-SET-SOURCE PIC X(08).
001930         10  DL100-AK-SET-FEED-DATE PIC 9(08).
001940         10  DL100-AK-SET-RECEIVED USAGE COMP-5 PIC 9(09).
001950         10  DL100-AK-SET-EDITED USAGE COMP-5 PIC 9(09).
001955         10  DL100-AK-SET-HELD   USAGE COMP-5 PIC 9(09).
001960         10  DL100-AK-SET-CONVERTED USAGE COMP-5 PIC 9(09).
001970         10  DL100-AK-SET-REVERSED USAGE COMP-5 PIC 9(09).
001980         10  DL100-AK-SET-REJECTED USAGE COMP-5 PIC 9(09).
001990         10  DL100-AK-SET-HASH5  USAGE COMP-3 PIC S9(13).
002000         10  DL100-AK-SET-HASH6  USAGE COMP-3 PIC S9(13)V99.
002010         10  DL100-AK-SET-HASH7  USAGE COMP-3 PIC S9(13).
002020
002030*----------------------------------------------------------------
002040* THE SOURCE SYSTEMS EXPECTED TONIGHT - EVERY OWNER OF A DL100CM
002050* CATEGORY THAT IS ACTIVE AND IN EFFECT ON THE RUN DATE
002060*----------------------------------------------------------------
002070 01  DL100-AK-OWNER-TABLE.
002080     05  DL100-AK-OW-COUNT       USAGE COMP-5 PIC 9(04) VALUE 0.
002090     05  DL100-AK-OW-SOURCE      PIC X(08) OCCURS 50 TIMES.
002100
002110 77  DL100-AK-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
002120 77  DL100-AK-SUB2               USAGE COMP-5 PIC 9(04) VALUE 0.
002130 77  DL100-AK-SET                USAGE COMP-5 PIC 9(04) VALUE 0.
002140 77  DL100-AK-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
002150
002160*----------------------------------------------------------------
002170* INPUT IMAGE OF THE FEED RECORD BEING ACCOUNTED FOR, AND THE
002180* SOURCE SYSTEM BEING LOOKED FOR
002190*----------------------------------------------------------------
002200 01  DL100-AK-WANT-IMAGE         PIC X(73).
002210 01  DL100-AK-WANT-SOURCE        PIC X(08).
002220
002230 01  DL100-FOUND-SW              PIC X(01) VALUE 'N'.
002240     88  DL100-FOUND             VALUE 'Y'.
002250     88  DL100-NOT-FOUND         VALUE 'N'.
002260
002270*----------------------------------------------------------------
002280* WHAT THE RUN LEDGER SAYS OF THE RUN - A PARTITIONED RUN IS
002290* CONVERTED WHEN ITS CONSOLIDATION ENDS RC 0, ANY OTHER WHEN ITS
002300* CONVERSION DOES
002310*----------------------------------------------------------------
002320 01  DL100-AK-CONVERT-SW         PIC X(01) VALUE 'N'.
002330     88  DL100-AK-CONVERT-DONE   VALUE 'Y'.
002340     88  DL100-AK-CONVERT-NOT-DONE VALUE 'N'.
002350
002360 01  DL100-AK-CONSOL-SW          PIC X(01) VALUE 'N'.
002370     88  DL100-AK-CONSOL-DONE    VALUE 'Y'.
002380     88  DL100-AK-CONSOL-NOT-DONE VALUE 'N'.
002390
002400 01  DL100-AK-SPLIT-SW           PIC X(01) VALUE 'N'.
002410     88  DL100-AK-SPLIT-RUN      VALUE 'Y'.
002420     88  DL100-AK-SINGLE-RUN     VALUE 'N'.
002430
002440*----------------------------------------------------------------
002450* SWITCHES AND STATUS FIELDS
002460*----------------------------------------------------------------
002470 01  DL100-IN-STATUS             PIC X(02) VALUE '00'.
002480     88  DL100-IN-OK             VALUE '00'.
002490     88  DL100-IN-AT-EOF         VALUE '10'.
002500
002510 01  DL100-EX-FSTATUS            PIC X(02) VALUE '00'.
002520     88  DL100-EX-OK             VALUE '00'.
002530     88  DL100-EX-AT-EOF         VALUE '10'.
002540
002550 01  DL100-SU-STATUS             PIC X(02) VALUE '00'.
002560     88  DL100-SU-OK             VALUE '00'.
002570     88  DL100-SU-AT-EOF         VALUE '10'.
002580
002590 01  DL100-CM-STATUS             PIC X(02) VALUE '00'.
002600     88  DL100-CM-OK             VALUE '00'.
002610     88  DL100-CM-AT-EOF         VALUE '10'.
002620
002630 01  DL100-RL-STATUS             PIC X(02) VALUE '00'.
002640     88  DL100-RL-OK             VALUE '00'.
002650     88  DL100-RL-AT-EOF         VALUE '10'.
002660
002670 01  DL100-AK-STATUS             PIC X(02) VALUE '00'.
002680     88  DL100-AK-OK             VALUE '00'.
002690
002700 01  DL100-AR-STATUS             PIC X(02) VALUE '00'.
002710     88  DL100-AR-OK             VALUE '00'.
002711
002712 01  DL100-HL-STATUS             PIC X(02) VALUE '00'.
002714     88  DL100-HL-OK             VALUE '00'.
002716     88  DL100-HL-AT-EOF         VALUE '10'.
002720
002730 01  DL100-FILE-EOF-SW           PIC X(01) VALUE 'N'.
002740     88  DL100-FILE-EOF          VALUE 'Y'.
002750     88  DL100-FILE-NOT-EOF      VALUE 'N'.
002760
002770 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
002780     88  DL100-INIT-FAILED       VALUE 'Y'.
002790     88  DL100-INIT-OK           VALUE 'N'.
002800
002810*----------------------------------------------------------------
002820* SET WHEN A READ FAILS OR AN IN-CORE TABLE OVERFLOWS - AN
002830* ACKNOWLEDGEMENT THAT CANNOT SEE THE WHOLE RUN WOULD TELL A
002840* SOURCE SYSTEM SOMETHING UNTRUE, SO NONE IS WRITTEN (RC 12)
002850*----------------------------------------------------------------
002860 01  DL100-AK-ABORT-SW           PIC X(01) VALUE 'N'.
002870     88  DL100-AK-ABORT          VALUE 'Y'.
002880     88  DL100-AK-NO-ABORT       VALUE 'N'.
002890
002900*----------------------------------------------------------------
002910* RUN COUNTERS
002920*----------------------------------------------------------------
002930 01  DL100-AK-COUNTERS.
002940     05  DL100-AK-ACK-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002950     05  DL100-AK-NONE-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002960     05  DL100-AK-DTL-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002970     05  DL100-AK-GROUP-DTL-CNT  USAGE COMP-5 PIC 9(09) VALUE 0.
002980     05  DL100-AK-UNMATCHED-CNT  USAGE COMP-5 PIC 9(09) VALUE 0.
002990
003000 PROCEDURE DIVISION.
003010*----------------------------------------------------------------
003020* 0000-MAINLINE
003030*----------------------------------------------------------------
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE
003060         THRU 1000-EXIT.
003070
003080     IF DL100-INIT-OK AND DL100-AK-NO-ABORT
003090         SET DL100-FILE-NOT-EOF TO TRUE
003100         PERFORM 2000-ACCOUNT-FEED
003110             THRU 2000-EXIT
003120             UNTIL DL100-FILE-EOF
003130     END-IF.
003140
003150     PERFORM 3000-TERMINATE
003160         THRU 3000-EXIT.
003170
003180     STOP RUN.
003190
003200*----------------------------------------------------------------
003210* 1000-INITIALIZE - OPEN EVERYTHING, TAKE THE RUN ID FROM THE
003220*                   FEED HEADER, CONFIRM THE RUN WAS CONVERTED AND
003230*                   LOAD ITS EXCEPTIONS, SUSPENSE RECORDS AND
003240*                   EXPECTED SOURCE SYSTEMS INTO CORE
003250*----------------------------------------------------------------
003260 1000-INITIALIZE.
003270     SET DL100-INIT-OK TO TRUE.
003280     ACCEPT DL100-AK-TODAY FROM DATE YYYYMMDD.
003290
003300     OPEN INPUT DL100-IN-FILE.
003310     IF NOT DL100-IN-OK
003320         DISPLAY 'DL100AK - FEED OPEN ERROR ' DL100-IN-STATUS
003330         SET DL100-INIT-FAILED TO TRUE
003340     END-IF.
003350
003360     OPEN INPUT DL100-EX-FILE.
003370     IF NOT DL100-EX-OK
003380         DISPLAY 'DL100AK - EXCEPT OPEN ERROR ' DL100-EX-FSTATUS
003390         SET DL100-INIT-FAILED TO TRUE
003400     END-IF.
003410
003420     OPEN INPUT DL100-SU-FILE.
003430     IF NOT DL100-SU-OK
003440         DISPLAY 'DL100AK - SUSPENSE OPEN ERROR ' DL100-SU-STATUS
003450         SET DL100-INIT-FAILED TO TRUE
003460     END-IF.
003470
003480     OPEN OUTPUT DL100-AK-FILE.
003490     IF NOT DL100-AK-OK
003500         DISPLAY 'DL100AK - ACK OPEN ERROR ' DL100-AK-STATUS
003510         SET DL100-INIT-FAILED TO TRUE
003520     END-IF.
003530
003540     OPEN OUTPUT DL100-AR-FILE.
003550     IF NOT DL100-AR-OK
003560         DISPLAY 'DL100AK - REPORT OPEN ERROR ' DL100-AR-STATUS
003570         SET DL100-INIT-FAILED TO TRUE
003580     END-IF.
003590
003600     IF DL100-INIT-FAILED
003610         MOVE 12 TO RETURN-CODE
003620         GO TO 1000-EXIT
003630     END-IF.
003640
003650     WRITE DL100-AR-REC FROM DL100-AK-HEADING1
003660         AFTER ADVANCING PAGE.
003670
003680     PERFORM 1100-READ-FEED-HEADER
003690         THRU 1100-EXIT.
003700     IF DL100-INIT-FAILED
003710         GO TO 1000-EXIT
003720     END-IF.
003730
003740     PERFORM 1200-CHECK-LEDGER
003750         THRU 1200-EXIT.
003760     IF DL100-INIT-FAILED
003770         GO TO 1000-EXIT
003780     END-IF.
003790
003800     SET DL100-FILE-NOT-EOF TO TRUE.
003810     PERFORM 1300-LOAD-ONE-EXCEPTION
003820         THRU 1300-EXIT
003830         UNTIL DL100-FILE-EOF OR DL100-AK-ABORT.
003840
003850     SET DL100-FILE-NOT-EOF TO TRUE.
003860     PERFORM 1400-LOAD-ONE-SUSPENSE
003870         THRU 1400-EXIT
003880         UNTIL DL100-FILE-EOF OR DL100-AK-ABORT.
003890
003893     PERFORM 1600-LOAD-HELD
003896         THRU 1600-EXIT.
003900     PERFORM 1500-LOAD-OWNERS
003910         THRU 1500-EXIT.
003920
003930     DISPLAY 'DL100AK - EXCEPTIONS LOADED : ' DL100-AK-EX-COUNT.
003940     DISPLAY 'DL100AK - SUSPENSE LOADED   : ' DL100-AK-SU-COUNT.
003945     DISPLAY 'DL100AK - HELD LOADED       : ' DL100-AK-HL-COUNT.
003950     DISPLAY 'DL100AK - SOURCES EXPECTED  : ' DL100-AK-OW-COUNT.
003960
003970     WRITE DL100-AR-REC FROM DL100-AK-HEADING2
003980         AFTER ADVANCING 2 LINES.
003990
004000*    THE FIRST HEADER OPENS THE FIRST SET
004010     IF DL100-AK-NO-ABORT
004020         PERFORM 2100-START-SET
004030             THRU 2100-EXIT
004040     END-IF.
004050 1000-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090* 1100-READ-FEED-HEADER - THE EDITED FEED MUST OPEN WITH A HEADER
004100*                         CARRYING THE RUN ID
004110*----------------------------------------------------------------
004120 1100-READ-FEED-HEADER.
004130     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
004140     IF NOT DL100-IN-OK OR NOT DL100-IN-HEADER
004150         DISPLAY 'DL100AK - FEED HEADER MISSING - NOTHING '
004160             'ACKNOWLEDGED'
004170         SET DL100-INIT-FAILED TO TRUE
004180         MOVE 16 TO RETURN-CODE
004190         GO TO 1100-EXIT
004200     END-IF.
004210
004220     MOVE DL100-INPUT-RECORD   TO DL100-HDR-RECORD.
004230     MOVE DL100-HDR-RUN-ID     TO DL100-AK-RUN-ID.
004240     MOVE DL100-HDR-FEED-DATE  TO DL100-AK-FIRST-FEED-DATE.
004250     MOVE DL100-HDR-SOURCE-SYS TO DL100-AK-FIRST-SOURCE.
004260     IF DL100-AK-RUN-DATE IS NOT NUMERIC
004270         DISPLAY 'DL100AK - FEED HEADER CARRIES NO RUN ID - '
004280             'NOTHING ACKNOWLEDGED'
004290         SET DL100-INIT-FAILED TO TRUE
004300         MOVE 16 TO RETURN-CODE
004310         GO TO 1100-EXIT
004320     END-IF.
004330     DISPLAY 'DL100AK - RUN ID    : ' DL100-AK-RUN-ID.
004340
004350     MOVE SPACE TO DL100-AK-NT-CC.
004360     MOVE SPACES TO DL100-AK-NT-TEXT.
004370     STRING 'RUN ID ACKNOWLEDGED - ' DELIMITED BY SIZE
004380            DL100-AK-RUN-ID          DELIMITED BY SIZE
004390            INTO DL100-AK-NT-TEXT.
004400     WRITE DL100-AR-REC FROM DL100-AK-NOTE-LINE
004410         AFTER ADVANCING 2 LINES.
004420 1100-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460* 1200-CHECK-LEDGER - ONLY A CONVERTED RUN IS ACKNOWLEDGED.  UNTIL
004470*                     THEN THE EXCEPTIONS ARE NOT ALL WRITTEN, AND
004480*                     EVERY RECORD WOULD GO BACK AS CONVERTED.  A
004490*                     LEDGER THAT CANNOT BE READ SHOWS NO
004500*                     CONVERSION, SO NOTHING IS ACKNOWLEDGED.
004510*----------------------------------------------------------------
004520 1200-CHECK-LEDGER.
004530     OPEN INPUT DL100-RL-FILE.
004540     IF DL100-RL-OK
004550         SET DL100-FILE-NOT-EOF TO TRUE
004560         PERFORM 1210-CHECK-LEDGER-ENTRY
004570             THRU 1210-EXIT
004580             UNTIL DL100-FILE-EOF
004590         CLOSE DL100-RL-FILE
004600     ELSE
004610         DISPLAY 'DL100AK - RUN LEDGER OPEN ERROR '
004620             DL100-RL-STATUS
004630     END-IF.
004640
004650     IF DL100-AK-SPLIT-RUN
004660         IF DL100-AK-CONSOL-DONE
004670             GO TO 1200-EXIT
004680         END-IF
004690     ELSE
004700         IF DL100-AK-CONVERT-DONE
004710             GO TO 1200-EXIT
004720         END-IF
004730     END-IF.
004740
004750     DISPLAY 'DL100AK - RUN ' DL100-AK-RUN-ID
004760         ' NOT CONVERTED - NOTHING ACKNOWLEDGED'.
004770     MOVE SPACE TO DL100-AK-NT-CC.
004780     MOVE 'THE RUN HAS NOT BEEN CONVERTED - NOTHING ACKNOWLEDGED'
004790         TO DL100-AK-NT-TEXT.
004800     WRITE DL100-AR-REC FROM DL100-AK-NOTE-LINE
004810         AFTER ADVANCING 2 LINES.
004820     SET DL100-INIT-FAILED TO TRUE.
004830     MOVE 16 TO RETURN-CODE.
004840 1200-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880* 1210-CHECK-LEDGER-ENTRY - ONE LEDGER ENTRY OF THIS RUN
004890*----------------------------------------------------------------
004900 1210-CHECK-LEDGER-ENTRY.
004910     READ DL100-RL-FILE INTO DL100-RL-RECORD.
004920     IF NOT DL100-RL-OK
004930         IF NOT DL100-RL-AT-EOF
004940             DISPLAY 'DL100AK - RUN LEDGER READ ERROR '
004950                 DL100-RL-STATUS
004960         END-IF
004970         SET DL100-FILE-EOF TO TRUE
004980         GO TO 1210-EXIT
004990     END-IF.
005000
005010     IF DL100-RL-RUN-ID NOT = DL100-AK-RUN-ID
005020         GO TO 1210-EXIT
005030     END-IF.
005040
005050     IF DL100-RL-SPLIT
005060         SET DL100-AK-SPLIT-RUN TO TRUE
005070     END-IF.
005080
005090     IF DL100-RL-CONVERT AND DL100-RL-RC = 0
005100         SET DL100-AK-CONVERT-DONE TO TRUE
005110     END-IF.
005120
005130     IF DL100-RL-CONSOL AND DL100-RL-RC = 0
005140         SET DL100-AK-CONSOL-DONE TO TRUE
005150     END-IF.
005160 1210-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* 1300-LOAD-ONE-EXCEPTION - ONE EXCEPTION OF THIS RUN INTO CORE
005210*----------------------------------------------------------------
005220 1300-LOAD-ONE-EXCEPTION.
005230     READ DL100-EX-FILE INTO DL100-EX-RECORD.
005240     IF NOT DL100-EX-OK
005250         IF NOT DL100-EX-AT-EOF
005260             DISPLAY 'DL100AK - EXCEPT READ ERROR '
005270                 DL100-EX-FSTATUS
005280             SET DL100-AK-ABORT TO TRUE
005290         END-IF
005300         SET DL100-FILE-EOF TO TRUE
005310         GO TO 1300-EXIT
005320     END-IF.
005330
005340     IF DL100-EX-RUN-ID NOT = DL100-AK-RUN-ID
005350         GO TO 1300-EXIT
005360     END-IF.
005370
005380     IF DL100-AK-EX-COUNT >= 2000
005390         DISPLAY 'DL100AK - EXCEPTION TABLE FULL - NOTHING '
005400             'ACKNOWLEDGED'
005410         SET DL100-AK-ABORT TO TRUE
005420         GO TO 1300-EXIT
005430     END-IF.
005440
005450     ADD 1 TO DL100-AK-EX-COUNT.
005460     MOVE DL100-EX-RECORD(1:73)
005470         TO DL100-AK-EX-IMAGE(DL100-AK-EX-COUNT).
005480     MOVE DL100-EX-STATUS TO DL100-AK-EX-STAT(DL100-AK-EX-COUNT).
005490     MOVE DL100-EX-REASON
005500         TO DL100-AK-EX-REASON(DL100-AK-EX-COUNT).
005510     MOVE SPACE TO DL100-AK-EX-REC-TYPE(DL100-AK-EX-COUNT).
005520     MOVE 0     TO DL100-AK-EX-SET(DL100-AK-EX-COUNT).
005530 1300-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* 1400-LOAD-ONE-SUSPENSE - ONE SUSPENSE RECORD OF THIS RUN INTO
005580*                          CORE.  THE SUSPENSE FILE IS RETAINED,
005590*                          SO EARLIER NIGHTS' RECORDS ARE PASSED.
005600*----------------------------------------------------------------
005610 1400-LOAD-ONE-SUSPENSE.
005620     READ DL100-SU-FILE INTO DL100-SU-RECORD.
005630     IF NOT DL100-SU-OK
005640         IF NOT DL100-SU-AT-EOF
005650             DISPLAY 'DL100AK - SUSPENSE READ ERROR '
005660                 DL100-SU-STATUS
005670             SET DL100-AK-ABORT TO TRUE
005680         END-IF
005690         SET DL100-FILE-EOF TO TRUE
005700         GO TO 1400-EXIT
005710     END-IF.
005720
005730     IF DL100-SU-RUN-ID NOT = DL100-AK-RUN-ID
005740         GO TO 1400-EXIT
005750     END-IF.
005760
005770     IF DL100-AK-SU-COUNT >= 2000
005780         DISPLAY 'DL100AK - SUSPENSE TABLE FULL - NOTHING '
005790             'ACKNOWLEDGED'
005800         SET DL100-AK-ABORT TO TRUE
005810         GO TO 1400-EXIT
005820     END-IF.
005830
005840     MOVE DL100-SU-IMAGE TO DL100-INPUT-RECORD.
005850     ADD 1 TO DL100-AK-SU-COUNT.
005860     MOVE DL100-SU-SOURCE-SYS
005870         TO DL100-AK-SU-SOURCE(DL100-AK-SU-COUNT).
005873     MOVE DL100-SU-FEED-DATE
005876         TO DL100-AK-SU-FEED-DATE(DL100-AK-SU-COUNT).
005880     MOVE DL100-IN-TYPE
005890         TO DL100-AK-SU-REC-TYPE(DL100-AK-SU-COUNT).
005900     MOVE DL100-IN-ARG1
005910         TO DL100-AK-SU-ARG1(DL100-AK-SU-COUNT).
005920     MOVE DL100-IN-CATEGORY
005930         TO DL100-AK-SU-CATEGORY(DL100-AK-SU-COUNT).
005940     MOVE DL100-SU-FIELD
005950         TO DL100-AK-SU-FIELD(DL100-AK-SU-COUNT).
005960     MOVE DL100-SU-REASON
005970         TO DL100-AK-SU-REASON(DL100-AK-SU-COUNT).
005980 1400-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020* 1500-LOAD-OWNERS - THE SOURCE SYSTEMS EXPECTED TONIGHT.  WITHOUT
006030*                    THE CATEGORY MASTER NO SOURCE IS EXPECTED AND
006040*                    ONLY THE SETS RECEIVED ARE ACKNOWLEDGED.
006050*----------------------------------------------------------------
006060 1500-LOAD-OWNERS.
006070     OPEN INPUT DL100-CM-FILE.
006080     IF NOT DL100-CM-OK
006090         DISPLAY 'DL100AK - CATEGORY MASTER OPEN ERR '
006100             DL100-CM-STATUS ' - NO SOURCE SYSTEM CHECKED FOR '
006110             'NOTHING RECEIVED'
006120         GO TO 1500-EXIT
006130     END-IF.
006140
006150     SET DL100-FILE-NOT-EOF TO TRUE.
006160     PERFORM 1510-LOAD-ONE-OWNER
006170         THRU 1510-EXIT
006180         UNTIL DL100-FILE-EOF OR DL100-AK-ABORT.
006190
006200     CLOSE DL100-CM-FILE.
006210 1500-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------
006250* 1510-LOAD-ONE-OWNER - THE OWNER OF ONE CATEGORY IN EFFECT, ONCE
006260*----------------------------------------------------------------
006270 1510-LOAD-ONE-OWNER.
006280     READ DL100-CM-FILE INTO DL100-CM-RECORD.
006290     IF NOT DL100-CM-OK
006300         IF NOT DL100-CM-AT-EOF
006310             DISPLAY 'DL100AK - CATEGORY MASTER READ ERR '
006320                 DL100-CM-STATUS
006330             SET DL100-AK-ABORT TO TRUE
006340         END-IF
006350         SET DL100-FILE-EOF TO TRUE
006360         GO TO 1510-EXIT
006370     END-IF.
006380
006390     IF NOT DL100-CM-IS-ACTIVE
006400        OR DL100-CM-OWNER = SPACES
006410        OR DL100-CM-EFF-FROM > DL100-AK-RUN-DATE
006420        OR DL100-CM-EFF-TO < DL100-AK-RUN-DATE
006430         GO TO 1510-EXIT
006440     END-IF.
006450
006460     SET DL100-NOT-FOUND TO TRUE.
006470     MOVE DL100-CM-OWNER TO DL100-AK-WANT-SOURCE.
006480     MOVE 0 TO DL100-AK-SUB.
006490     PERFORM 1520-TEST-ONE-OWNER
006500         THRU 1520-EXIT
006510         DL100-AK-OW-COUNT TIMES.
006520     IF DL100-FOUND
006530         GO TO 1510-EXIT
006540     END-IF.
006550
006560     IF DL100-AK-OW-COUNT >= 50
006570         DISPLAY 'DL100AK - SOURCE SYSTEM TABLE FULL - NOTHING '
006580             'ACKNOWLEDGED'
006590         SET DL100-AK-ABORT TO TRUE
006600         GO TO 1510-EXIT
006610     END-IF.
006620
006630     ADD 1 TO DL100-AK-OW-COUNT.
006640     MOVE DL100-CM-OWNER TO DL100-AK-OW-SOURCE(DL100-AK-OW-COUNT).
006650 1510-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------
006690* 1520-TEST-ONE-OWNER - IS THE SOURCE ALREADY EXPECTED
006700*----------------------------------------------------------------
006710 1520-TEST-ONE-OWNER.
006720     ADD 1 TO DL100-AK-SUB.
006730     IF DL100-AK-OW-SOURCE(DL100-AK-SUB) = DL100-AK-WANT-SOURCE
006740         SET DL100-FOUND TO TRUE
006750     END-IF.
006760 1520-EXIT.
006770     EXIT.
006771
006772*----------------------------------------------------------------
006773* 1600-LOAD-HELD - THE RECORDS DL100DP HELD FROM THIS RUN.  A RUN
006774*                  WITHOUT THE DUPLICATE CHECK HAS NO HELD FILE,
006775*                  AND NOTHING WAS HELD.
006776*----------------------------------------------------------------
006777 1600-LOAD-HELD.
006778     OPEN INPUT DL100-HL-FILE.
006779     IF NOT DL100-HL-OK
006780         DISPLAY 'DL100AK - HELD FILE OPEN ERR ' DL100-HL-STATUS
006781             ' - NO RECORDS HELD'
006782         GO TO 1600-EXIT
006783     END-IF.
006784
006785     SET DL100-FILE-NOT-EOF TO TRUE.
006786     PERFORM 1610-LOAD-ONE-HELD
006787         THRU 1610-EXIT
006788         UNTIL DL100-FILE-EOF OR DL100-AK-ABORT.
006789
006790     CLOSE DL100-HL-FILE.
006791 1600-EXIT.
006792     EXIT.
006793
006794*----------------------------------------------------------------
006795* 1610-LOAD-ONE-HELD - ONE HELD RECORD OF THIS RUN INTO CORE
006796*----------------------------------------------------------------
006797 1610-LOAD-ONE-HELD.
006798     READ DL100-HL-FILE INTO DL100-HL-RECORD.
006799     IF NOT DL100-HL-OK
006800         IF NOT DL100-HL-AT-EOF
006801             DISPLAY 'DL100AK - HELD FILE READ ERROR '
006802                 DL100-HL-STATUS
006803             SET DL100-AK-ABORT TO TRUE
006804         END-IF
006805         SET DL100-FILE-EOF TO TRUE
006806         GO TO 1610-EXIT
006807     END-IF.
006808
006809     IF DL100-HL-RUN-ID NOT = DL100-AK-RUN-ID
006810         GO TO 1610-EXIT
006811     END-IF.
006812
006813     IF DL100-AK-HL-COUNT >= 2000
006814         DISPLAY 'DL100AK - HELD TABLE FULL - NOTHING '
006815             'ACKNOWLEDGED'
006816         SET DL100-AK-ABORT TO TRUE
006817         GO TO 1610-EXIT
006818     END-IF.
006819
006820     MOVE DL100-HL-IMAGE TO DL100-INPUT-RECORD.
006821     ADD 1 TO DL100-AK-HL-COUNT.
006822     MOVE DL100-HL-SOURCE-SYS
006823         TO DL100-AK-HL-SOURCE(DL100-AK-HL-COUNT).
006824     MOVE DL100-HL-FEED-DATE
006825         TO DL100-AK-HL-FEED-DATE(DL100-AK-HL-COUNT).
006826     MOVE DL100-IN-TYPE
006827         TO DL100-AK-HL-REC-TYPE(DL100-AK-HL-COUNT).
006828     MOVE DL100-IN-ARG1
006829         TO DL100-AK-HL-ARG1(DL100-AK-HL-COUNT).
006830     MOVE DL100-IN-CATEGORY
006831         TO DL100-AK-HL-CATEGORY(DL100-AK-HL-COUNT).
006832     MOVE DL100-HL-REASON-TEXT
006833         TO DL100-AK-HL-REASON(DL100-AK-HL-COUNT).
006834 1610-EXIT.
006835     EXIT.
006836
006837*----------------------------------------------------------------
006838* 2000-ACCOUNT-FEED - ONE RECORD OF THE EDITED FEED
006839*----------------------------------------------------------------
006840 2000-ACCOUNT-FEED.
006841     READ DL100-IN-FILE INTO DL100-INPUT-RECORD.
006842     IF NOT DL100-IN-OK
006850         IF NOT DL100-IN-AT-EOF
006860             DISPLAY 'DL100AK - FEED READ ERROR ' DL100-IN-STATUS
006870             SET DL100-AK-ABORT TO TRUE
006880         END-IF
006890         SET DL100-FILE-EOF TO TRUE
006900         GO TO 2000-EXIT
006910     END-IF.
006920
006930     IF DL100-IN-HEADER
006940         MOVE DL100-INPUT-RECORD TO DL100-HDR-RECORD
006950         PERFORM 2100-START-SET
006960             THRU 2100-EXIT
006970         GO TO 2000-EXIT
006980     END-IF.
006990
007000*    THE TRAILER TOTALS ARE WHAT DL100D BALANCED THE SET TO
007010     IF DL100-IN-TRAILER
007020         MOVE DL100-INPUT-RECORD TO DL100-TRL-RECORD
007030         MOVE DL100-TRL-HASH5 TO DL100-AK-SET-HASH5(DL100-AK-SET)
007040         MOVE DL100-TRL-HASH6 TO DL100-AK-SET-HASH6(DL100-AK-SET)
007050         MOVE DL100-TRL-HASH7 TO DL100-AK-SET-HASH7(DL100-AK-SET)
007060         GO TO 2000-EXIT
007070     END-IF.
007080
007090     IF DL100-IN-DETAIL OR DL100-IN-REVERSAL
007100         PERFORM 2200-ACCOUNT-RECORD
007110             THRU 2200-EXIT
007120     END-IF.
007130 2000-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------
007170* 2100-START-SET - THE HEADER IN DL100-HDR-RECORD OPENS THE NEXT
007180*                  SET.  EVERY SUSPENSE RECORD OF THE SOURCE AND
007190*                  FEED DATE WAS RECEIVED IN IT AND EDITED OUT,
007195*                  AND EVERY SUCH HELD RECORD RECEIVED AND HELD.
007200*----------------------------------------------------------------
007210 2100-START-SET.
007220     IF DL100-AK-SET-COUNT >= 10
007230         DISPLAY 'DL100AK - TOO MANY FEED SETS - NOTHING '
007240             'ACKNOWLEDGED'
007250         SET DL100-AK-ABORT TO TRUE
007260         SET DL100-FILE-EOF TO TRUE
007270         GO TO 2100-EXIT
007280     END-IF.
007290
007300     ADD 1 TO DL100-AK-SET-COUNT.
007310     MOVE DL100-AK-SET-COUNT TO DL100-AK-SET.
007320     INITIALIZE DL100-AK-SET-ENTRY(DL100-AK-SET).
007330     MOVE DL100-HDR-SOURCE-SYS
007340         TO DL100-AK-SET-SOURCE(DL100-AK-SET).
007350     MOVE DL100-HDR-FEED-DATE
007360         TO DL100-AK-SET-FEED-DATE(DL100-AK-SET).
007370     DISPLAY 'DL100AK - FEED FROM : ' DL100-HDR-SOURCE-SYS.
007380
007390     MOVE 0 TO DL100-AK-SUB.
007400     PERFORM 2110-COUNT-ONE-SUSPENSE
007410         THRU 2110-EXIT
007420         DL100-AK-SU-COUNT TIMES.
007423     MOVE 0 TO DL100-AK-SUB.
007426     PERFORM 2120-COUNT-ONE-HELD
007429         THRU 2120-EXIT
007432         DL100-AK-HL-COUNT TIMES.
007435     COMPUTE DL100-AK-SET-RECEIVED(DL100-AK-SET)
007438         = DL100-AK-SET-EDITED(DL100-AK-SET)
007441         + DL100-AK-SET-HELD(DL100-AK-SET).
007450 2100-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------
007490* 2110-COUNT-ONE-SUSPENSE - COUNT ONE SUSPENSE RECORD OF THE SET
007500*----------------------------------------------------------------
007510 2110-COUNT-ONE-SUSPENSE.
007520     ADD 1 TO DL100-AK-SUB.
007530     IF DL100-AK-SU-SOURCE(DL100-AK-SUB)
007540         = DL100-AK-SET-SOURCE(DL100-AK-SET)
007543     AND DL100-AK-SU-FEED-DATE(DL100-AK-SUB)
007546         = DL100-AK-SET-FEED-DATE(DL100-AK-SET)
007550         ADD 1 TO DL100-AK-SET-EDITED(DL100-AK-SET)
007560     END-IF.
007570 2110-EXIT.
007580     EXIT.
007581
007582*----------------------------------------------------------------
007583* 2120-COUNT-ONE-HELD - COUNT ONE HELD RECORD OF THE SET
007584*----------------------------------------------------------------
007585 2120-COUNT-ONE-HELD.
007586     ADD 1 TO DL100-AK-SUB.
007587     IF DL100-AK-HL-SOURCE(DL100-AK-SUB)
007588         = DL100-AK-SET-SOURCE(DL100-AK-SET)
007589     AND DL100-AK-HL-FEED-DATE(DL100-AK-SUB)
007590         = DL100-AK-SET-FEED-DATE(DL100-AK-SET)
007591         ADD 1 TO DL100-AK-SET-HELD(DL100-AK-SET)
007592     END-IF.
007593 2120-EXIT.
007594     EXIT.
007595
007600*----------------------------------------------------------------
007610* 2200-ACCOUNT-RECORD - A RECORD DL100D SAW IS REJECTED IF AN
007620*                       UNCLAIMED EXCEPTION CARRIES ITS INPUT
007630*                       VALUES, OTHERWISE CONVERTED (OR, FOR AN
007640*                       'R', REVERSED)
007650*----------------------------------------------------------------
007660 2200-ACCOUNT-RECORD.
007670     ADD 1 TO DL100-AK-SET-RECEIVED(DL100-AK-SET).
007680     MOVE DL100-INPUT-RECORD(2:73) TO DL100-AK-WANT-IMAGE.
007690
007700     SET DL100-NOT-FOUND TO TRUE.
007710     MOVE 0 TO DL100-AK-SUB.
007720     PERFORM 2210-TEST-ONE-EXCEPTION
007730         THRU 2210-EXIT
007740         DL100-AK-EX-COUNT TIMES.
007750
007760     IF DL100-FOUND
007770         MOVE DL100-AK-SET  TO DL100-AK-EX-SET(DL100-AK-HIT)
007780         MOVE DL100-IN-TYPE TO DL100-AK-EX-REC-TYPE(DL100-AK-HIT)
007790         ADD 1 TO DL100-AK-SET-REJECTED(DL100-AK-SET)
007800         GO TO 2200-EXIT
007810     END-IF.
007820
007830     IF DL100-IN-REVERSAL
007840         ADD 1 TO DL100-AK-SET-REVERSED(DL100-AK-SET)
007850     ELSE
007860         ADD 1 TO DL100-AK-SET-CONVERTED(DL100-AK-SET)
007870     END-IF.
007880 2200-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------
007920* 2210-TEST-ONE-EXCEPTION - REMEMBER THE FIRST UNCLAIMED MATCH
007930*----------------------------------------------------------------
007940 2210-TEST-ONE-EXCEPTION.
007950     ADD 1 TO DL100-AK-SUB.
007960     IF DL100-NOT-FOUND
007970        AND DL100-AK-EX-SET(DL100-AK-SUB) = 0
007980        AND DL100-AK-EX-IMAGE(DL100-AK-SUB) = DL100-AK-WANT-IMAGE
007990         SET DL100-FOUND TO TRUE
008000         MOVE DL100-AK-SUB TO DL100-AK-HIT
008010     END-IF.
008020 2210-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------
008060* 3000-TERMINATE - WRITE THE ACKNOWLEDGEMENTS, PRINT THE TOTALS,
008070*                  SET THE RETURN CODE AND LEDGER THE STEP
008080*----------------------------------------------------------------
008090 3000-TERMINATE.
008100     IF DL100-INIT-OK AND DL100-AK-NO-ABORT
008110         MOVE 0 TO DL100-AK-SET
008120         PERFORM 3100-ACK-ONE-SET
008130             THRU 3100-EXIT
008140             DL100-AK-SET-COUNT TIMES
008150         MOVE 0 TO DL100-AK-SUB2
008160         PERFORM 3500-CHECK-ONE-OWNER
008170             THRU 3500-EXIT
008180             DL100-AK-OW-COUNT TIMES
008190         MOVE 0 TO DL100-AK-SUB
008200         PERFORM 3700-CHECK-ONE-CLAIM
008210             THRU 3700-EXIT
008220             DL100-AK-EX-COUNT TIMES
008230         PERFORM 3800-PRINT-TOTALS
008240             THRU 3800-EXIT
008250     END-IF.
008260
008270     IF DL100-AK-ABORT
008280         DISPLAY 'DL100AK - RUN FAILED - NO ACKNOWLEDGEMENT '
008290             'ISSUED'
008300         MOVE 12 TO RETURN-CODE
008310     END-IF.
008320
008330     IF RETURN-CODE = 0
008340         IF DL100-AK-NONE-CNT > 0 OR DL100-AK-UNMATCHED-CNT > 0
008350             MOVE 4 TO RETURN-CODE
008360         END-IF
008370     END-IF.
008380
008390     CLOSE DL100-IN-FILE
008400           DL100-EX-FILE
008410           DL100-SU-FILE
008420           DL100-AK-FILE
008430           DL100-AR-FILE.
008440
008450     DISPLAY 'DL100AK - SETS ACKNOWLEDGED  : ' DL100-AK-ACK-CNT.
008460     DISPLAY 'DL100AK - NOTHING RECEIVED   : ' DL100-AK-NONE-CNT.
008470     DISPLAY 'DL100AK - DETAILS RETURNED   : ' DL100-AK-DTL-CNT.
008480     DISPLAY 'DL100AK - UNMATCHED EXCEPTS  : '
008490         DL100-AK-UNMATCHED-CNT.
008500
008510     PERFORM 3900-WRITE-LEDGER
008520         THRU 3900-EXIT.
008530 3000-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------------
008570* 3100-ACK-ONE-SET - HEADER, ONE DETAIL PER SUSPENDED, HELD AND
008580*                    REJECTED RECORD, AND TRAILER FOR ONE SET
008590*----------------------------------------------------------------
008600 3100-ACK-ONE-SET.
008610     ADD 1 TO DL100-AK-SET.
008620
008630     MOVE SPACES TO DL100-AKR-RECORD.
008640     SET DL100-AKR-HEADER TO TRUE.
008650     MOVE DL100-AK-SET-SOURCE(DL100-AK-SET)
008660         TO DL100-AKR-SOURCE-SYS.
008670     MOVE DL100-AK-SET-FEED-DATE(DL100-AK-SET)
008680         TO DL100-AKR-FEED-DATE.
008690     MOVE DL100-AK-RUN-ID TO DL100-AKR-RUN-ID.
008700     MOVE DL100-AK-TODAY  TO DL100-AKR-ACK-DATE.
008710     SET DL100-AKR-ACKNOWLEDGED TO TRUE.
008720     MOVE DL100-AK-SET-RECEIVED(DL100-AK-SET)
008730         TO DL100-AKR-RECEIVED.
008740     MOVE DL100-AK-SET-EDITED(DL100-AK-SET)
008750         TO DL100-AKR-EDITED-OUT.
008753     MOVE DL100-AK-SET-HELD(DL100-AK-SET)
008756         TO DL100-AKR-HELD.
008760     MOVE DL100-AK-SET-CONVERTED(DL100-AK-SET)
008770         TO DL100-AKR-CONVERTED.
008780     MOVE DL100-AK-SET-REVERSED(DL100-AK-SET)
008790         TO DL100-AKR-REVERSED.
008800     MOVE DL100-AK-SET-REJECTED(DL100-AK-SET)
008810         TO DL100-AKR-REJECTED.
008820     MOVE DL100-AK-SET-HASH5(DL100-AK-SET) TO DL100-AKR-HASH5.
008830     MOVE DL100-AK-SET-HASH6(DL100-AK-SET) TO DL100-AKR-HASH6.
008840     MOVE DL100-AK-SET-HASH7(DL100-AK-SET) TO DL100-AKR-HASH7.
008850     MOVE 'ACKNOWLEDGED' TO DL100-AK-AL-STATUS.
008860     PERFORM 3300-WRITE-ACK-HEADER
008870         THRU 3300-EXIT.
008880
008890     MOVE DL100-AK-SET-SOURCE(DL100-AK-SET)
008900         TO DL100-AK-WANT-SOURCE.
008910     MOVE 0 TO DL100-AK-SUB.
008920     PERFORM 3110-RETURN-ONE-SUSPENSE
008930         THRU 3110-EXIT
008940         DL100-AK-SU-COUNT TIMES.
008942     MOVE 0 TO DL100-AK-SUB.
008944     PERFORM 3130-RETURN-ONE-HELD
008946         THRU 3130-EXIT
008948         DL100-AK-HL-COUNT TIMES.
008950     MOVE 0 TO DL100-AK-SUB.
008960     PERFORM 3120-RETURN-ONE-EXCEPTION
008970         THRU 3120-EXIT
008980         DL100-AK-EX-COUNT TIMES.
008990
009000     PERFORM 3400-WRITE-ACK-TRAILER
009010         THRU 3400-EXIT.
009020     ADD 1 TO DL100-AK-ACK-CNT.
009030 3100-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------------
009070* 3110-RETURN-ONE-SUSPENSE - A DETAIL FOR A RECORD DL100FE EDITED
009080*                            OUT OF THE SET
009090*----------------------------------------------------------------
009100 3110-RETURN-ONE-SUSPENSE.
009110     ADD 1 TO DL100-AK-SUB.
009120     IF DL100-AK-SU-SOURCE(DL100-AK-SUB)
009130         NOT = DL100-AK-WANT-SOURCE
009133     OR DL100-AK-SU-FEED-DATE(DL100-AK-SUB)
009136         NOT = DL100-AK-SET-FEED-DATE(DL100-AK-SET)
009140         GO TO 3110-EXIT
009150     END-IF.
009160
009170     MOVE SPACES TO DL100-AKR-RECORD.
009180     SET DL100-AKR-DETAIL TO TRUE.
009190     MOVE DL100-AK-WANT-SOURCE TO DL100-AKR-SOURCE-SYS.
009200     MOVE DL100-AK-SU-REC-TYPE(DL100-AK-SUB)
009210                                 TO DL100-AKR-REC-TYPE.
009220     MOVE DL100-AK-SU-ARG1(DL100-AK-SUB)
009230                                 TO DL100-AKR-ARG1.
009240     MOVE DL100-AK-SU-CATEGORY(DL100-AK-SUB)
009250                                 TO DL100-AKR-CATEGORY.
009260     SET DL100-AKR-EDITED TO TRUE.
009270     MOVE DL100-AK-SU-FIELD(DL100-AK-SUB)
009280                                 TO DL100-AKR-FIELD.
009290     MOVE DL100-AK-SU-REASON(DL100-AK-SUB)
009300                                 TO DL100-AKR-REASON.
009310     PERFORM 3200-WRITE-ACK-DETAIL
009320         THRU 3200-EXIT.
009330 3110-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------
009370* 3120-RETURN-ONE-EXCEPTION - A DETAIL FOR A RECORD OF THE SET
009380*                             DL100D REJECTED
009390*----------------------------------------------------------------
009400 3120-RETURN-ONE-EXCEPTION.
009410     ADD 1 TO DL100-AK-SUB.
009420     IF DL100-AK-EX-SET(DL100-AK-SUB) NOT = DL100-AK-SET
009430         GO TO 3120-EXIT
009440     END-IF.
009450
009460     MOVE DL100-AK-EX-IMAGE(DL100-AK-SUB)
009470         TO DL100-EX-RECORD(1:73).
009480     MOVE SPACES TO DL100-AKR-RECORD.
009490     SET DL100-AKR-DETAIL TO TRUE.
009500     MOVE DL100-AK-WANT-SOURCE TO DL100-AKR-SOURCE-SYS.
009510     MOVE DL100-AK-EX-REC-TYPE(DL100-AK-SUB)
009520                                 TO DL100-AKR-REC-TYPE.
009530     MOVE DL100-EX-ARG1          TO DL100-AKR-ARG1.
009540     MOVE DL100-EX-CATEGORY      TO DL100-AKR-CATEGORY.
009550     MOVE DL100-AK-EX-STAT(DL100-AK-SUB)
009560                                 TO DL100-AKR-STATUS.
009570     MOVE DL100-AK-EX-REASON(DL100-AK-SUB)
009580                                 TO DL100-AKR-REASON.
009590     PERFORM 3200-WRITE-ACK-DETAIL
009600         THRU 3200-EXIT.
009610 3120-EXIT.
009611     EXIT.
009612
009613*----------------------------------------------------------------
009614* 3130-RETURN-ONE-HELD - A DETAIL FOR A RECORD OF THE SET DL100DP
009615*                        HELD AS A SUSPECTED DUPLICATE
009616*----------------------------------------------------------------
009617 3130-RETURN-ONE-HELD.
009618     ADD 1 TO DL100-AK-SUB.
009619     IF DL100-AK-HL-SOURCE(DL100-AK-SUB)
009620         NOT = DL100-AK-WANT-SOURCE
009621     OR DL100-AK-HL-FEED-DATE(DL100-AK-SUB)
009622         NOT = DL100-AK-SET-FEED-DATE(DL100-AK-SET)
009623         GO TO 3130-EXIT
009624     END-IF.
009625
009626     MOVE SPACES TO DL100-AKR-RECORD.
009627     SET DL100-AKR-DETAIL TO TRUE.
009628     MOVE DL100-AK-WANT-SOURCE TO DL100-AKR-SOURCE-SYS.
009629     MOVE DL100-AK-HL-REC-TYPE(DL100-AK-SUB)
009630                                 TO DL100-AKR-REC-TYPE.
009631     MOVE DL100-AK-HL-ARG1(DL100-AK-SUB)
009639                                 TO DL100-AKR-ARG1.
009640     MOVE DL100-AK-HL-CATEGORY(DL100-AK-SUB)
009641                                 TO DL100-AKR-CATEGORY.
009642     SET DL100-AKR-HELD-DUP TO TRUE.
009643     MOVE 'ARG1'                 TO DL100-AKR-FIELD.
009644     MOVE DL100-AK-HL-REASON(DL100-AK-SUB)
009645                                 TO DL100-AKR-REASON.
009646     PERFORM 3200-WRITE-ACK-DETAIL
009647         THRU 3200-EXIT.
009648 3130-EXIT.
009649     EXIT.
009650
009651*----------------------------------------------------------------
009652* 3200-WRITE-ACK-DETAIL - ONE 'D' RECORD OF THE ACKNOWLEDGEMENT
009660*----------------------------------------------------------------
009670 3200-WRITE-ACK-DETAIL.
009680     WRITE DL100-AK-REC FROM DL100-AKR-RECORD.
009690     IF NOT DL100-AK-OK
009700         DISPLAY 'DL100AK - ACK WRITE ERROR ' DL100-AK-STATUS
009710         MOVE 12 TO RETURN-CODE
009720     END-IF.
009730     ADD 1 TO DL100-AK-GROUP-DTL-CNT.
009740     ADD 1 TO DL100-AK-DTL-CNT.
009750 3200-EXIT.
009760     EXIT.
009770
009780*----------------------------------------------------------------
009790* 3300-WRITE-ACK-HEADER - THE 'H' RECORD BUILT IN DL100-AKR-HDR,
009800*                         AND ITS LINE ON THE CONTROL REPORT
009810*----------------------------------------------------------------
009820 3300-WRITE-ACK-HEADER.
009830     WRITE DL100-AK-REC FROM DL100-AKR-RECORD.
009840     IF NOT DL100-AK-OK
009850         DISPLAY 'DL100AK - ACK WRITE ERROR ' DL100-AK-STATUS
009860         MOVE 12 TO RETURN-CODE
009870     END-IF.
009880     MOVE 0 TO DL100-AK-GROUP-DTL-CNT.
009890
009900     MOVE SPACE                TO DL100-AK-AL-CC.
009910     MOVE DL100-AKR-SOURCE-SYS TO DL100-AK-AL-SOURCE.
009920     MOVE DL100-AKR-FEED-DATE  TO DL100-AK-AL-FEED-DATE.
009930     MOVE DL100-AKR-RECEIVED   TO DL100-AK-AL-RECEIVED.
009940     MOVE DL100-AKR-EDITED-OUT TO DL100-AK-AL-EDITED-OUT.
009945     MOVE DL100-AKR-HELD       TO DL100-AK-AL-HELD.
009950     MOVE DL100-AKR-CONVERTED  TO DL100-AK-AL-CONVERTED.
009960     MOVE DL100-AKR-REVERSED   TO DL100-AK-AL-REVERSED.
009970     MOVE DL100-AKR-REJECTED   TO DL100-AK-AL-REJECTED.
009980     WRITE DL100-AR-REC FROM DL100-AK-LINE
009990         AFTER ADVANCING 1 LINE.
010000     IF NOT DL100-AR-OK
010010         DISPLAY 'DL100AK - REPORT WRITE ERR ' DL100-AR-STATUS
010020     END-IF.
010030 3300-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------
010070* 3400-WRITE-ACK-TRAILER - THE 'T' RECORD CLOSING ONE GROUP
010080*----------------------------------------------------------------
010090 3400-WRITE-ACK-TRAILER.
010100     MOVE SPACES TO DL100-AKR-RECORD.
010110     SET DL100-AKR-TRAILER TO TRUE.
010120     MOVE DL100-AK-WANT-SOURCE   TO DL100-AKR-SOURCE-SYS.
010130     MOVE DL100-AK-GROUP-DTL-CNT TO DL100-AKR-DETAIL-COUNT.
010140     WRITE DL100-AK-REC FROM DL100-AKR-RECORD.
010150     IF NOT DL100-AK-OK
010160         DISPLAY 'DL100AK - ACK WRITE ERROR ' DL100-AK-STATUS
010170         MOVE 12 TO RETURN-CODE
010180     END-IF.
010190 3400-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------------
010230* 3500-CHECK-ONE-OWNER - AN EXPECTED SOURCE SYSTEM THAT SENT NO
010240*                        SET IS TOLD NOTHING WAS RECEIVED
010250*----------------------------------------------------------------
010260 3500-CHECK-ONE-OWNER.
010270     ADD 1 TO DL100-AK-SUB2.
010280     MOVE DL100-AK-OW-SOURCE(DL100-AK-SUB2)
010290         TO DL100-AK-WANT-SOURCE.
010300
010310     SET DL100-NOT-FOUND TO TRUE.
010320     MOVE 0 TO DL100-AK-SUB.
010330     PERFORM 3510-TEST-ONE-SET
010340         THRU 3510-EXIT
010350         DL100-AK-SET-COUNT TIMES.
010360     IF DL100-FOUND
010370         GO TO 3500-EXIT
010380     END-IF.
010390
010400     MOVE SPACES TO DL100-AKR-RECORD.
010410     SET DL100-AKR-HEADER TO TRUE.
010420     MOVE DL100-AK-WANT-SOURCE TO DL100-AKR-SOURCE-SYS.
010430     MOVE DL100-AK-RUN-DATE    TO DL100-AKR-FEED-DATE.
010440     MOVE DL100-AK-RUN-ID      TO DL100-AKR-RUN-ID.
010450     MOVE DL100-AK-TODAY       TO DL100-AKR-ACK-DATE.
010460     SET DL100-AKR-NOTHING-RECVD TO TRUE.
010470     MOVE 0 TO DL100-AKR-RECEIVED.
010480     MOVE 0 TO DL100-AKR-EDITED-OUT.
010485     MOVE 0 TO DL100-AKR-HELD.
010490     MOVE 0 TO DL100-AKR-CONVERTED.
010500     MOVE 0 TO DL100-AKR-REVERSED.
010510     MOVE 0 TO DL100-AKR-REJECTED.
010520     MOVE 0 TO DL100-AKR-HASH5.
010530     MOVE 0 TO DL100-AKR-HASH6.
010540     MOVE 0 TO DL100-AKR-HASH7.
010550     MOVE 'NOTHING RECEIVED' TO DL100-AK-AL-STATUS.
010560     PERFORM 3300-WRITE-ACK-HEADER
010570         THRU 3300-EXIT.
010580     PERFORM 3400-WRITE-ACK-TRAILER
010590         THRU 3400-EXIT.
010600     DISPLAY 'DL100AK - NOTHING RECEIVED FROM '
010610         DL100-AK-WANT-SOURCE.
010620     ADD 1 TO DL100-AK-NONE-CNT.
010630 3500-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------
010670* 3510-TEST-ONE-SET - DID THE SOURCE SEND THIS SET
010680*----------------------------------------------------------------
010690 3510-TEST-ONE-SET.
010700     ADD 1 TO DL100-AK-SUB.
010710     IF DL100-AK-SET-SOURCE(DL100-AK-SUB) = DL100-AK-WANT-SOURCE
010720         SET DL100-FOUND TO TRUE
010730     END-IF.
010740 3510-EXIT.
010750     EXIT.
010760
010770*----------------------------------------------------------------
010780* 3700-CHECK-ONE-CLAIM - AN EXCEPTION OF THE RUN THAT NO FEED
010790*                        RECORD CLAIMED CANNOT BE RETURNED TO
010800*                        ANYONE - PRINTED FOR FOLLOW-UP
010810*----------------------------------------------------------------
010820 3700-CHECK-ONE-CLAIM.
010830     ADD 1 TO DL100-AK-SUB.
010840     IF DL100-AK-EX-SET(DL100-AK-SUB) NOT = 0
010850         GO TO 3700-EXIT
010860     END-IF.
010870
010880     ADD 1 TO DL100-AK-UNMATCHED-CNT.
010890     MOVE DL100-AK-EX-IMAGE(DL100-AK-SUB)
010900         TO DL100-EX-RECORD(1:73).
010910     MOVE SPACE  TO DL100-AK-NT-CC.
010920     MOVE SPACES TO DL100-AK-NT-TEXT.
010930     STRING 'EXCEPTION MATCHES NO FEED RECORD - ARG1 '
010940                                     DELIMITED BY SIZE
010950            DL100-EX-ARG1            DELIMITED BY SIZE
010960            ' STATUS '               DELIMITED BY SIZE
010970            DL100-AK-EX-STAT(DL100-AK-SUB) DELIMITED BY SIZE
010980            INTO DL100-AK-NT-TEXT.
010990     WRITE DL100-AR-REC FROM DL100-AK-NOTE-LINE
011000         AFTER ADVANCING 1 LINE.
011010 3700-EXIT.
011020     EXIT.
011030
011040*----------------------------------------------------------------
011050* 3800-PRINT-TOTALS - THE RUN TOTALS
011060*----------------------------------------------------------------
011070 3800-PRINT-TOTALS.
011080     MOVE SPACE                      TO DL100-AK-TL-CC.
011090     MOVE 'SETS ACKNOWLEDGED'        TO DL100-AK-TL-LABEL.
011100     MOVE DL100-AK-ACK-CNT           TO DL100-AK-TL-COUNT.
011110     WRITE DL100-AR-REC FROM DL100-AK-TOTAL-LINE
011120         AFTER ADVANCING 2 LINES.
011130
011140     MOVE SPACE                      TO DL100-AK-TL-CC.
011150     MOVE 'SOURCES WITH NOTHING RECEIVED' TO DL100-AK-TL-LABEL.
011160     MOVE DL100-AK-NONE-CNT          TO DL100-AK-TL-COUNT.
011170     WRITE DL100-AR-REC FROM DL100-AK-TOTAL-LINE
011180         AFTER ADVANCING 1 LINE.
011190
011200     MOVE SPACE                      TO DL100-AK-TL-CC.
011210     MOVE 'DETAILS RETURNED'         TO DL100-AK-TL-LABEL.
011220     MOVE DL100-AK-DTL-CNT           TO DL100-AK-TL-COUNT.
011230     WRITE DL100-AR-REC FROM DL100-AK-TOTAL-LINE
011240         AFTER ADVANCING 1 LINE.
011250
011260     MOVE SPACE                      TO DL100-AK-TL-CC.
011270     MOVE 'SUSPENSE RECORDS OF THE RUN' TO DL100-AK-TL-LABEL.
011280     MOVE DL100-AK-SU-COUNT          TO DL100-AK-TL-COUNT.
011290     WRITE DL100-AR-REC FROM DL100-AK-TOTAL-LINE
011300         AFTER ADVANCING 1 LINE.
011310
011311     MOVE SPACE                      TO DL100-AK-TL-CC.
011312     MOVE 'HELD RECORDS OF THE RUN'  TO DL100-AK-TL-LABEL.
011313     MOVE DL100-AK-HL-COUNT          TO DL100-AK-TL-COUNT.
011314     WRITE DL100-AR-REC FROM DL100-AK-TOTAL-LINE
011315         AFTER ADVANCING 1 LINE.
011320     MOVE SPACE                      TO DL100-AK-TL-CC.
011330     MOVE 'EXCEPTIONS OF THE RUN'    TO DL100-AK-TL-LABEL.
011340     MOVE DL100-AK-EX-COUNT          TO DL100-AK-TL-COUNT.
011350     WRITE DL100-AR-REC FROM DL100-AK-TOTAL-LINE
011360         AFTER ADVANCING 1 LINE.
011370
011380     MOVE SPACE                      TO DL100-AK-TL-CC.
011390     MOVE 'EXCEPTIONS MATCHING NO FEED RECORD'
011400                                     TO DL100-AK-TL-LABEL.
011410     MOVE DL100-AK-UNMATCHED-CNT     TO DL100-AK-TL-COUNT.
011420     WRITE DL100-AR-REC FROM DL100-AK-TOTAL-LINE
011430         AFTER ADVANCING 1 LINE.
011440     IF NOT DL100-AR-OK
011450         DISPLAY 'DL100AK - REPORT WRITE ERR ' DL100-AR-STATUS
011460     END-IF.
011470 3800-EXIT.
011480     EXIT.
011490
011500*----------------------------------------------------------------
011510* 3900-WRITE-LEDGER - RECORD THE ACKNOWLEDGEMENT STEP ON THE RUN
011520*                     LEDGER.  THE STEP RETURN CODE IS KEPT ACROSS
011530*                     THE CALL.
011540*----------------------------------------------------------------
011550 3900-WRITE-LEDGER.
011560     MOVE SPACES                   TO DL100-RL-RECORD.
011570     MOVE DL100-AK-RUN-ID          TO DL100-RL-RUN-ID.
011580     SET DL100-RL-ACK              TO TRUE.
011590     MOVE 'DL100AK'                TO DL100-RL-PROGRAM.
011600     MOVE RETURN-CODE              TO DL100-RL-RC.
011610     MOVE DL100-AK-FIRST-FEED-DATE TO DL100-RL-FEED-DATE.
011620     MOVE DL100-AK-FIRST-SOURCE    TO DL100-RL-SOURCE-SYS.
011630     MOVE DL100-AK-ACK-CNT         TO DL100-RL-COUNT.
011640     CALL 'DL100LGW' USING DL100-RL-RECORD.
011650     MOVE DL100-RL-RC              TO RETURN-CODE.
011660 3900-EXIT.
011670     EXIT.
