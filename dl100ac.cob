000290*                    LOG TOO BIG FOR THE IN-CORE TABLE FAILS
000300*                    SAFE RC 12 - RUN THE CHECK PER DL100HK
000310*                    SLICE INSTEAD.
000320*   2026-10-15 DEV   THE RUN ID ON THE DL100OT HEADER (SEE
000330*                    DL100HTR) IS PRINTED ON THE CERTIFICATE
000340*                    AND EVERY EXCEPTION AND AUDIT ROW MUST
000350*                    CARRY THE SAME ONE - A ROW FROM ANOTHER RUN
000360*                    IS A FINDING (EX LRECL 123 TO 139, AL 144 TO
000370*                    160).  THE CERTIFICATION STEP IS RECORDED
000380*                    ON THE DL100RL RUN LEDGER WITH ITS RETURN
000390*                    CODE - DL100LD WILL NOT LOAD AN OUTPUT
000400*                    WHOSE LATEST CERTIFICATION DID NOT END RC 0.
000410*   2026-10-15 DEV   THE OUTPUT MUST END WITH ITS 'T' TRAILER.
000420*                    DL100D WITHHOLDS IT FROM A STOPPED RUN AND A
000430*                    TRUNCATED OUTPUT HAS NONE - EITHER IS NOW A
000440*                    FINDING AND FAILS THE CERTIFICATE RC 16.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-Z.
000490 OBJECT-COMPUTER.   IBM-Z.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DL100-OT-FILE ASSIGN TO DL100OT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DL100-OT-STATUS.
000550
000560     SELECT DL100-EX-FILE ASSIGN TO DL100EX
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DL100-EX-FSTATUS.
000590
000600     SELECT DL100-AL-FILE ASSIGN TO DL100AL
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DL100-AL-FSTATUS.
000630
000640     SELECT DL100-CT-FILE ASSIGN TO DL100CT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DL100-CT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  DL100-OT-FILE
000710     RECORDING MODE IS F.
000720 01  DL100-OT-REC                PIC X(74).
000730
000740 FD  DL100-EX-FILE
000750     RECORDING MODE IS F.
000760 01  DL100-EX-REC                PIC X(139).
000770
000780 FD  DL100-AL-FILE
000790     RECORDING MODE IS F.
000800 01  DL100-AL-REC                PIC X(160).
000810
000820 FD  DL100-CT-FILE
000830     RECORDING MODE IS F.
000840 01  DL100-CT-REC                PIC X(133).
000850
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* RUN OUTPUT RECORD LAYOUT
000890*----------------------------------------------------------------
000900 COPY DL100REC.
000910
000920 COPY DL100HTR.
000930
000940*----------------------------------------------------------------
000950* REJECTED INPUT (EXCEPTIONS) RECORD LAYOUT
000960*----------------------------------------------------------------
000970 COPY DL100EXC.
000980
000990*----------------------------------------------------------------
001000* AUDIT LOG RECORD LAYOUT
001010*----------------------------------------------------------------
001020 COPY DL100AL.
001030
001040*----------------------------------------------------------------
001050* CERTIFICATE REPORT LINE LAYOUTS
001060*----------------------------------------------------------------
001070 COPY DL100ACP.
001080
001090*----------------------------------------------------------------
001100* RUN LEDGER ENTRY
001110*----------------------------------------------------------------
001120 COPY DL100RLG.
001130
001140*----------------------------------------------------------------
001150* RUN ID FROM THE DL100OT HEADER - EVERY EXCEPTION AND AUDIT ROW
001160* CHECKED MUST CARRY THE SAME ONE
001170*----------------------------------------------------------------
001180 77  DL100-AC-RUN-ID             PIC X(16) VALUE SPACES.
001190
001200*----------------------------------------------------------------
001210* SET WHILE THE LAST OUTPUT RECORD READ IS THE 'T' TRAILER - AN
001220* OUTPUT THAT DOES NOT END WITH ONE WAS STOPPED OR TRUNCATED
001230*----------------------------------------------------------------
001240 01  DL100-AC-TRAILER-SW         PIC X(01) VALUE 'N'.
001250     88  DL100-AC-TRAILER-SEEN   VALUE 'Y'.
001260     88  DL100-AC-NO-TRAILER     VALUE 'N'.
001270
001280*----------------------------------------------------------------
001290* THE AUDIT TRAIL HELD IN CORE - ONE ENTRY PER LOG RECORD, WITH
001300* THE KEY, STATUS AND THE VALUES NEEDED FOR THE CONSISTENCY
001310* CHECK, AND A USED FLAG SO EACH ENTRY CAN ACCOUNT FOR EXACTLY
001320* ONE OUTPUT OR EXCEPTION RECORD
001330*----------------------------------------------------------------
001340 01  DL100-AC-AUDIT-TABLE.
001350     05  DL100-AC-COUNT          USAGE COMP-5 PIC 9(04) VALUE 0.
001360     05  DL100-AC-ENTRY OCCURS 2000 TIMES.
001370         10  DL100-AC-ARG1       PIC X(24).
001380         10  DL100-AC-STATUS     PIC X(02).
001390         10  DL100-AC-IN5        BINARY-SHORT SIGNED.
001400         10  DL100-AC-IN6        USAGE COMP-3 PIC S9(7)V99.
001410         10  DL100-AC-IN7        USAGE COMP-5 PIC S9(8).
001420         10  DL100-AC-OUT5       BINARY-SHORT SIGNED.
001430         10  DL100-AC-OUT6       USAGE COMP-3 PIC S9(7)V99.
001440         10  DL100-AC-OUT7       USAGE COMP-5 PIC S9(8).
001450         10  DL100-AC-ENTRY-RUN-ID PIC X(16).
001460         10  DL100-AC-USED-FLAG  PIC X(01).
001470             88  DL100-AC-USED       VALUE 'Y'.
001480             88  DL100-AC-UNUSED     VALUE 'N'.
001490
001500 77  DL100-AC-SUB                USAGE COMP-5 PIC 9(04) VALUE 0.
001510 77  DL100-AC-HIT                USAGE COMP-5 PIC 9(04) VALUE 0.
001520 77  DL100-AC-SUB2               USAGE COMP-5 PIC 9(04) VALUE 0.
001530
001540*----------------------------------------------------------------
001550* KEY AND STATUS OF THE RECORD BEING ACCOUNTED FOR
001560*----------------------------------------------------------------
001570 01  DL100-AC-WANT-KEY           PIC X(24).
001580 01  DL100-AC-WANT-STATUS        PIC X(02).
001590
001600 01  DL100-FOUND-SW              PIC X(01) VALUE 'N'.
001610     88  DL100-FOUND             VALUE 'Y'.
001620     88  DL100-NOT-FOUND         VALUE 'N'.
001630
001640*----------------------------------------------------------------
001650* SWITCHES AND STATUS FIELDS
001660*----------------------------------------------------------------
001670 01  DL100-OT-STATUS             PIC X(02) VALUE '00'.
001680     88  DL100-OT-OK             VALUE '00'.
001690     88  DL100-OT-AT-EOF         VALUE '10'.
001700
001710 01  DL100-EX-FSTATUS            PIC X(02) VALUE '00'.
001720     88  DL100-EX-OK             VALUE '00'.
001730     88  DL100-EX-AT-EOF         VALUE '10'.
001740
001750 01  DL100-AL-FSTATUS            PIC X(02) VALUE '00'.
001760     88  DL100-AL-OK             VALUE '00'.
001770     88  DL100-AL-AT-EOF         VALUE '10'.
001780
001790 01  DL100-CT-STATUS             PIC X(02) VALUE '00'.
001800     88  DL100-CT-OK             VALUE '00'.
001810
001820 01  DL100-FILE-EOF-SW           PIC X(01) VALUE 'N'.
001830     88  DL100-FILE-EOF          VALUE 'Y'.
001840     88  DL100-FILE-NOT-EOF      VALUE 'N'.
001850
001860 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
001870     88  DL100-INIT-FAILED       VALUE 'Y'.
001880     88  DL100-INIT-OK           VALUE 'N'.
001890
001900*----------------------------------------------------------------
001910* SET WHEN THE AUDIT TABLE OVERFLOWS - THE CERTIFICATE WOULD
001920* UNDER-ITEMIZE, SO THE RUN FAILS SAFE RC 12
001930*----------------------------------------------------------------
001940 01  DL100-AC-ABORT-SW           PIC X(01) VALUE 'N'.
001950     88  DL100-AC-ABORT          VALUE 'Y'.
001960     88  DL100-AC-NO-ABORT       VALUE 'N'.
001970
001980*----------------------------------------------------------------
001990* RUN COUNTERS
002000*----------------------------------------------------------------
002010 01  DL100-AC-COUNTERS.
002020     05  DL100-AC-OT-CNT         USAGE COMP-5 PIC 9(09) VALUE 0.
002030     05  DL100-AC-EX-CNT         USAGE COMP-5 PIC 9(09) VALUE 0.
002040     05  DL100-AC-REV-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002050     05  DL100-AC-MATCH-CNT      USAGE COMP-5 PIC 9(09) VALUE 0.
002060     05  DL100-AC-MISS-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002070     05  DL100-AC-ORPH-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002080     05  DL100-AC-DUP-CNT        USAGE COMP-5 PIC 9(09) VALUE 0.
002090     05  DL100-AC-DIFF-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002100     05  DL100-AC-XRUN-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
002110
002120 PROCEDURE DIVISION.
002130*----------------------------------------------------------------
002140* 0000-MAINLINE
002150*----------------------------------------------------------------
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE
002180         THRU 1000-EXIT.
002190
002200     IF DL100-INIT-OK AND DL100-AC-NO-ABORT
002210         SET DL100-FILE-NOT-EOF TO TRUE
002220         PERFORM 2000-CHECK-OUTPUT
002230             THRU 2000-EXIT
002240             UNTIL DL100-FILE-EOF
002250         SET DL100-FILE-NOT-EOF TO TRUE
002260         PERFORM 2500-CHECK-EXCEPTION
002270             THRU 2500-EXIT
002280             UNTIL DL100-FILE-EOF
002290     END-IF.
002300
002310     PERFORM 3000-TERMINATE
002320         THRU 3000-EXIT.
002330
002340     STOP RUN.
002350
002360*----------------------------------------------------------------
002370* 1000-INITIALIZE - OPEN EVERYTHING, PRINT THE HEADINGS AND
002380*                   LOAD THE AUDIT TRAIL INTO CORE
002390*----------------------------------------------------------------
002400 1000-INITIALIZE.
002410     SET DL100-INIT-OK TO TRUE.
002420
002430     OPEN INPUT DL100-OT-FILE.
002440     IF NOT DL100-OT-OK
002450         DISPLAY 'DL100AC - OUTPUT OPEN ERROR ' DL100-OT-STATUS
002460         SET DL100-INIT-FAILED TO TRUE
002470     END-IF.
002480
002490     OPEN INPUT DL100-EX-FILE.
002500     IF NOT DL100-EX-OK
002510         DISPLAY 'DL100AC - EXCEPT OPEN ERROR ' DL100-EX-FSTATUS
002520         SET DL100-INIT-FAILED TO TRUE
002530     END-IF.
002540
002550     OPEN INPUT DL100-AL-FILE.
002560     IF NOT DL100-AL-OK
002570         DISPLAY 'DL100AC - LOG OPEN ERROR ' DL100-AL-FSTATUS
002580         SET DL100-INIT-FAILED TO TRUE
002590     END-IF.
002600
002610     OPEN OUTPUT DL100-CT-FILE.
002620     IF NOT DL100-CT-OK
002630         DISPLAY 'DL100AC - REPORT OPEN ERROR ' DL100-CT-STATUS
002640         SET DL100-INIT-FAILED TO TRUE
002650     END-IF.
002660
002670     IF DL100-INIT-FAILED
002680         MOVE 12 TO RETURN-CODE
002690         GO TO 1000-EXIT
002700     END-IF.
002710
002720     WRITE DL100-CT-REC FROM DL100-AC-HEADING1
002730         AFTER ADVANCING PAGE.
002740     WRITE DL100-CT-REC FROM DL100-AC-HEADING2
002750         AFTER ADVANCING 2 LINES.
002760
002770     SET DL100-FILE-NOT-EOF TO TRUE.
002780     PERFORM 1100-LOAD-ONE-AUDIT
002790         THRU 1100-EXIT
002800         UNTIL DL100-FILE-EOF OR DL100-AC-ABORT.
002810
002820     DISPLAY 'DL100AC - AUDIT RECORDS LOADED: ' DL100-AC-COUNT.
002830 1000-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------------
002870* 1100-LOAD-ONE-AUDIT - ONE AUDIT LOG RECORD INTO THE TABLE
002880*----------------------------------------------------------------
002890 1100-LOAD-ONE-AUDIT.
002900     READ DL100-AL-FILE INTO DL100-AL-RECORD.
002910     IF NOT DL100-AL-OK
002920         IF NOT DL100-AL-AT-EOF
002930             DISPLAY 'DL100AC - LOG READ ERROR ' DL100-AL-FSTATUS
002940             SET DL100-AC-ABORT TO TRUE
002950         END-IF
002960         SET DL100-FILE-EOF TO TRUE
002970         GO TO 1100-EXIT
002980     END-IF.
002990
003000     IF DL100-AC-COUNT >= 2000
003010*        A CERTIFICATE THAT CANNOT SEE THE WHOLE TRAIL IS WORSE
003020*        THAN NO CERTIFICATE - FAIL SAFE AND CHECK PER SLICE
003030         DISPLAY 'DL100AC - AUDIT TABLE FULL - RUN THE CHECK '
003040             'AGAINST A SMALLER LOG SLICE'
003050         SET DL100-AC-ABORT TO TRUE
003060         GO TO 1100-EXIT
003070     END-IF.
003080
003090     ADD 1 TO DL100-AC-COUNT.
003100     MOVE DL100-AL-ARG1-IN  TO DL100-AC-ARG1(DL100-AC-COUNT).
003110     MOVE DL100-AL-STATUS   TO DL100-AC-STATUS(DL100-AC-COUNT).
003120     MOVE DL100-AL-ARG5-IN  TO DL100-AC-IN5(DL100-AC-COUNT).
003130     MOVE DL100-AL-ARG6-IN  TO DL100-AC-IN6(DL100-AC-COUNT).
003140     MOVE DL100-AL-ARG7-IN  TO DL100-AC-IN7(DL100-AC-COUNT).
003150     MOVE DL100-AL-ARG5-OUT TO DL100-AC-OUT5(DL100-AC-COUNT).
003160     MOVE DL100-AL-ARG6-OUT TO DL100-AC-OUT6(DL100-AC-COUNT).
003170     MOVE DL100-AL-ARG7-OUT TO DL100-AC-OUT7(DL100-AC-COUNT).
003180     MOVE DL100-AL-RUN-ID
003190         TO DL100-AC-ENTRY-RUN-ID(DL100-AC-COUNT).
003200     SET DL100-AC-UNUSED(DL100-AC-COUNT) TO TRUE.
003210 1100-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------
003250* 2000-CHECK-OUTPUT - ACCOUNT FOR ONE OUTPUT DETAIL
003260*----------------------------------------------------------------
003270 2000-CHECK-OUTPUT.
003280     READ DL100-OT-FILE INTO DL100-OUTPUT-RECORD.
003290     IF NOT DL100-OT-OK
003300         IF NOT DL100-OT-AT-EOF
003310             DISPLAY 'DL100AC - OUTPUT READ ERROR '
003320                 DL100-OT-STATUS
003330             MOVE 12 TO RETURN-CODE
003340         END-IF
003350         SET DL100-FILE-EOF TO TRUE
003360         GO TO 2000-EXIT
003370     END-IF.
003380
003390*    THE HEADER NAMES THE RUN BEING CERTIFIED
003400     IF DL100-OUT-HEADER
003410         MOVE DL100-OUTPUT-RECORD TO DL100-HDR-RECORD
003420         MOVE DL100-HDR-RUN-ID    TO DL100-AC-RUN-ID
003430         DISPLAY 'DL100AC - RUN ID    : ' DL100-AC-RUN-ID
003440         GO TO 2000-EXIT
003450     END-IF.
003460
003470     IF DL100-OUT-TRAILER
003480         SET DL100-AC-TRAILER-SEEN TO TRUE
003490         GO TO 2000-EXIT
003500     END-IF.
003510     SET DL100-AC-NO-TRAILER TO TRUE.
003520
003530*    REVERSALS NEVER REACH DATATYPE, SO THEY CARRY NO AUDIT
003540*    RECORD - COUNTED AND SKIPPED
003550     IF DL100-OUT-REVERSAL
003560         ADD 1 TO DL100-AC-REV-CNT
003570         GO TO 2000-EXIT
003580     END-IF.
003590
003600     IF NOT DL100-OUT-DETAIL
003610         GO TO 2000-EXIT
003620     END-IF.
003630
003640     ADD 1 TO DL100-AC-OT-CNT.
003650     MOVE DL100-OUT-ARG1 TO DL100-AC-WANT-KEY.
003660     MOVE '00'           TO DL100-AC-WANT-STATUS.
003670     PERFORM 2300-FIND-AUDIT-ENTRY
003680         THRU 2300-EXIT.
003690
003700     IF DL100-NOT-FOUND
003710         MOVE 'AUDIT RECORD MISSING'    TO DL100-AC-DT-FINDING
003720         MOVE DL100-OUT-ARG1            TO DL100-AC-DT-ARG1
003730         MOVE DL100-AC-WANT-STATUS      TO DL100-AC-DT-STATUS
003740         PERFORM 2900-WRITE-FINDING
003750             THRU 2900-EXIT
003760         ADD 1 TO DL100-AC-MISS-CNT
003770         GO TO 2000-EXIT
003780     END-IF.
003790
003800     SET DL100-AC-USED(DL100-AC-HIT) TO TRUE.
003810     IF DL100-AC-OUT5(DL100-AC-HIT) = DL100-OUT-ARG5
003820        AND DL100-AC-OUT6(DL100-AC-HIT) = DL100-OUT-ARG6
003830        AND DL100-AC-OUT7(DL100-AC-HIT) = DL100-OUT-ARG7
003840         ADD 1 TO DL100-AC-MATCH-CNT
003850     ELSE
003860         MOVE 'AUDIT OUT VALUES DISAGREE' TO DL100-AC-DT-FINDING
003870         MOVE DL100-OUT-ARG1            TO DL100-AC-DT-ARG1
003880         MOVE DL100-AC-WANT-STATUS      TO DL100-AC-DT-STATUS
003890         PERFORM 2900-WRITE-FINDING
003900             THRU 2900-EXIT
003910         ADD 1 TO DL100-AC-DIFF-CNT
003920     END-IF.
003930 2000-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970* 2300-FIND-AUDIT-ENTRY - FIRST UNUSED ENTRY WITH THE WANTED
003980*                         KEY AND STATUS
003990*----------------------------------------------------------------
004000 2300-FIND-AUDIT-ENTRY.
004010     SET DL100-NOT-FOUND TO TRUE.
004020     MOVE 0 TO DL100-AC-SUB.
004030     PERFORM 2310-TEST-ONE-ENTRY
004040         THRU 2310-EXIT
004050         DL100-AC-COUNT TIMES.
004060 2300-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------
004100* 2310-TEST-ONE-ENTRY - REMEMBER THE FIRST UNUSED MATCH
004110*----------------------------------------------------------------
004120 2310-TEST-ONE-ENTRY.
004130     ADD 1 TO DL100-AC-SUB.
004140     IF DL100-NOT-FOUND
004150        AND DL100-AC-UNUSED(DL100-AC-SUB)
004160        AND DL100-AC-ARG1(DL100-AC-SUB) = DL100-AC-WANT-KEY
004170        AND DL100-AC-STATUS(DL100-AC-SUB) = DL100-AC-WANT-STATUS
004180         SET DL100-FOUND TO TRUE
004190         MOVE DL100-AC-SUB TO DL100-AC-HIT
004200     END-IF.
004210 2310-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250* 2500-CHECK-EXCEPTION - ACCOUNT FOR ONE EXCEPTION RECORD
004260*----------------------------------------------------------------
004270 2500-CHECK-EXCEPTION.
004280     READ DL100-EX-FILE INTO DL100-EX-RECORD.
004290     IF NOT DL100-EX-OK
004300         IF NOT DL100-EX-AT-EOF
004310             DISPLAY 'DL100AC - EXCEPT READ ERROR '
004320                 DL100-EX-FSTATUS
004330             MOVE 12 TO RETURN-CODE
004340         END-IF
004350         SET DL100-FILE-EOF TO TRUE
004360         GO TO 2500-EXIT
004370     END-IF.
004380
004390     ADD 1 TO DL100-AC-EX-CNT.
004400     IF DL100-EX-RUN-ID NOT = DL100-AC-RUN-ID
004410         MOVE 'EXCEPTION FROM ANOTHER RUN' TO DL100-AC-DT-FINDING
004420         MOVE DL100-EX-ARG1             TO DL100-AC-DT-ARG1
004430         MOVE DL100-EX-STATUS           TO DL100-AC-DT-STATUS
004440         PERFORM 2900-WRITE-FINDING
004450             THRU 2900-EXIT
004460         ADD 1 TO DL100-AC-XRUN-CNT
004470     END-IF.
004480
004490     MOVE DL100-EX-ARG1   TO DL100-AC-WANT-KEY.
004500     MOVE DL100-EX-STATUS TO DL100-AC-WANT-STATUS.
004510     PERFORM 2300-FIND-AUDIT-ENTRY
004520         THRU 2300-EXIT.
004530
004540     IF DL100-NOT-FOUND
004550         MOVE 'AUDIT RECORD MISSING'    TO DL100-AC-DT-FINDING
004560         MOVE DL100-EX-ARG1             TO DL100-AC-DT-ARG1
004570         MOVE DL100-EX-STATUS           TO DL100-AC-DT-STATUS
004580         PERFORM 2900-WRITE-FINDING
004590             THRU 2900-EXIT
004600         ADD 1 TO DL100-AC-MISS-CNT
004610         GO TO 2500-EXIT
004620     END-IF.
004630
004640     SET DL100-AC-USED(DL100-AC-HIT) TO TRUE.
004650     IF DL100-AC-IN5(DL100-AC-HIT) = DL100-EX-ARG5
004660        AND DL100-AC-IN6(DL100-AC-HIT) = DL100-EX-ARG6
004670        AND DL100-AC-IN7(DL100-AC-HIT) = DL100-EX-ARG7
004680         ADD 1 TO DL100-AC-MATCH-CNT
004690     ELSE
004700         MOVE 'AUDIT IN VALUES DISAGREE' TO DL100-AC-DT-FINDING
004710         MOVE DL100-EX-ARG1             TO DL100-AC-DT-ARG1
004720         MOVE DL100-EX-STATUS           TO DL100-AC-DT-STATUS
004730         PERFORM 2900-WRITE-FINDING
004740             THRU 2900-EXIT
004750         ADD 1 TO DL100-AC-DIFF-CNT
004760     END-IF.
004770 2500-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810* 2900-WRITE-FINDING - ONE FINDING LINE ON THE CERTIFICATE
004820*----------------------------------------------------------------
004830 2900-WRITE-FINDING.
004840     MOVE SPACE TO DL100-AC-DT-CC.
004850     WRITE DL100-CT-REC FROM DL100-AC-DETAIL
004860         AFTER ADVANCING 1 LINE.
004870     IF NOT DL100-CT-OK
004880         DISPLAY 'DL100AC - REPORT WRITE ERR ' DL100-CT-STATUS
004890     END-IF.
004900 2900-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940* 3000-TERMINATE - LIST THE AUDIT ROWS NOTHING CLAIMED, PRINT
004950*                  THE TOTALS AND VERDICT, SET THE RETURN CODE
004960*----------------------------------------------------------------
004970 3000-TERMINATE.
004980     IF DL100-INIT-OK AND DL100-AC-NO-ABORT
004990         PERFORM 3100-SCAN-LEFTOVERS
005000             THRU 3100-EXIT
005010         PERFORM 3150-SCAN-RUN-IDS
005020             THRU 3150-EXIT
005030         PERFORM 3170-CHECK-TRAILER
005040             THRU 3170-EXIT
005050         PERFORM 3300-PRINT-TOTALS
005060             THRU 3300-EXIT
005070     END-IF.
005080
005090     IF DL100-AC-ABORT
005100         DISPLAY 'DL100AC - RUN FAILED - NO CERTIFICATE ISSUED'
005110         MOVE 12 TO RETURN-CODE
005120     END-IF.
005130
005140     CLOSE DL100-OT-FILE
005150           DL100-EX-FILE
005160           DL100-AL-FILE
005170           DL100-CT-FILE.
005180
005190     DISPLAY 'DL100AC - OUTPUT DETAILS  : ' DL100-AC-OT-CNT.
005200     DISPLAY 'DL100AC - EXCEPTIONS      : ' DL100-AC-EX-CNT.
005210     DISPLAY 'DL100AC - MATCHED 1-FOR-1 : ' DL100-AC-MATCH-CNT.
005220     DISPLAY 'DL100AC - MISSING AUDIT   : ' DL100-AC-MISS-CNT.
005230     DISPLAY 'DL100AC - ORPHAN AUDIT    : ' DL100-AC-ORPH-CNT.
005240     DISPLAY 'DL100AC - DUPLICATE AUDIT : ' DL100-AC-DUP-CNT.
005250     DISPLAY 'DL100AC - VALUES DISAGREE : ' DL100-AC-DIFF-CNT.
005260     DISPLAY 'DL100AC - FROM ANOTHER RUN: ' DL100-AC-XRUN-CNT.
005270
005280     PERFORM 3900-WRITE-LEDGER
005290         THRU 3900-EXIT.
005300 3000-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 3100-SCAN-LEFTOVERS - EVERY AUDIT ROW NOTHING CLAIMED IS A
005350*                       DUPLICATE (WHEN A ROW FOR THE SAME KEY
005360*                       AND STATUS WAS CLAIMED) OR AN ORPHAN
005370*----------------------------------------------------------------
005380 3100-SCAN-LEFTOVERS.
005390     MOVE 0 TO DL100-AC-SUB.
005400     PERFORM 3110-SCAN-ONE-LEFTOVER
005410         THRU 3110-EXIT
005420         DL100-AC-COUNT TIMES.
005430 3100-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470* 3110-SCAN-ONE-LEFTOVER - CLASSIFY AND REPORT ONE UNUSED ROW
005480*----------------------------------------------------------------
005490 3110-SCAN-ONE-LEFTOVER.
005500     ADD 1 TO DL100-AC-SUB.
005510     IF DL100-AC-USED(DL100-AC-SUB)
005520         GO TO 3110-EXIT
005530     END-IF.
005540
005550     SET DL100-NOT-FOUND TO TRUE.
005560     MOVE 0 TO DL100-AC-SUB2.
005570     PERFORM 3120-LOOK-FOR-USED-TWIN
005580         THRU 3120-EXIT
005590         DL100-AC-COUNT TIMES.
005600
005610     IF DL100-FOUND
005620         MOVE 'DUPLICATE AUDIT RECORD' TO DL100-AC-DT-FINDING
005630         ADD 1 TO DL100-AC-DUP-CNT
005640     ELSE
005650         MOVE 'ORPHAN AUDIT RECORD'    TO DL100-AC-DT-FINDING
005660         ADD 1 TO DL100-AC-ORPH-CNT
005670     END-IF.
005680     MOVE DL100-AC-ARG1(DL100-AC-SUB)   TO DL100-AC-DT-ARG1.
005690     MOVE DL100-AC-STATUS(DL100-AC-SUB) TO DL100-AC-DT-STATUS.
005700     PERFORM 2900-WRITE-FINDING
005710         THRU 2900-EXIT.
005720 3110-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* 3120-LOOK-FOR-USED-TWIN - WAS A ROW FOR THE SAME KEY AND
005770*                           STATUS CLAIMED BY AN OUTPUT OR
005780*                           EXCEPTION RECORD
005790*----------------------------------------------------------------
005800 3120-LOOK-FOR-USED-TWIN.
005810     ADD 1 TO DL100-AC-SUB2.
005820     IF DL100-NOT-FOUND
005830        AND DL100-AC-USED(DL100-AC-SUB2)
005840        AND DL100-AC-ARG1(DL100-AC-SUB2)
005850            = DL100-AC-ARG1(DL100-AC-SUB)
005860        AND DL100-AC-STATUS(DL100-AC-SUB2)
005870            = DL100-AC-STATUS(DL100-AC-SUB)
005880         SET DL100-FOUND TO TRUE
005890     END-IF.
005900 3120-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940* 3150-SCAN-RUN-IDS - EVERY AUDIT ROW MUST BELONG TO THE RUN
005950*                     BEING CERTIFIED
005960*----------------------------------------------------------------
005970 3150-SCAN-RUN-IDS.
005980     MOVE 0 TO DL100-AC-SUB.
005990     PERFORM 3160-CHECK-ONE-RUN-ID
006000         THRU 3160-EXIT
006010         DL100-AC-COUNT TIMES.
006020 3150-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060* 3160-CHECK-ONE-RUN-ID - REPORT ONE ROW FROM ANOTHER RUN
006070*----------------------------------------------------------------
006080 3160-CHECK-ONE-RUN-ID.
006090     ADD 1 TO DL100-AC-SUB.
006100     IF DL100-AC-ENTRY-RUN-ID(DL100-AC-SUB) = DL100-AC-RUN-ID
006110         GO TO 3160-EXIT
006120     END-IF.
006130
006140     MOVE 'AUDIT ROW FROM ANOTHER RUN'  TO DL100-AC-DT-FINDING.
006150     MOVE DL100-AC-ARG1(DL100-AC-SUB)   TO DL100-AC-DT-ARG1.
006160     MOVE DL100-AC-STATUS(DL100-AC-SUB) TO DL100-AC-DT-STATUS.
006170     PERFORM 2900-WRITE-FINDING
006180         THRU 2900-EXIT.
006190     ADD 1 TO DL100-AC-XRUN-CNT.
006200 3160-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* 3170-CHECK-TRAILER - REPORT AN OUTPUT THAT DID NOT END WITH ITS
006250*                      TRAILER
006260*----------------------------------------------------------------
006270 3170-CHECK-TRAILER.
006280     IF DL100-AC-TRAILER-SEEN
006290         GO TO 3170-EXIT
006300     END-IF.
006310
006320     DISPLAY 'DL100AC - OUTPUT TRAILER MISSING'.
006330     MOVE 'OUTPUT TRAILER MISSING'      TO DL100-AC-DT-FINDING.
006340     MOVE SPACES                        TO DL100-AC-DT-ARG1.
006350     MOVE SPACES                        TO DL100-AC-DT-STATUS.
006360     PERFORM 2900-WRITE-FINDING
006370         THRU 2900-EXIT.
006380 3170-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------
006420* 3300-PRINT-TOTALS - THE RUN TOTALS AND THE OVERALL VERDICT
006430*----------------------------------------------------------------
006440 3300-PRINT-TOTALS.
006450     MOVE SPACE                    TO DL100-AC-VD-CC.
006460     MOVE SPACES                   TO DL100-AC-VD-TEXT.
006470     STRING 'RUN ID CERTIFIED - ' DELIMITED BY SIZE
006480            DL100-AC-RUN-ID       DELIMITED BY SIZE
006490            INTO DL100-AC-VD-TEXT.
006500     WRITE DL100-CT-REC FROM DL100-AC-VERDICT-LINE
006510         AFTER ADVANCING 2 LINES.
006520
006530     MOVE SPACE                    TO DL100-AC-TL-CC.
006540     MOVE 'OUTPUT DETAILS CHECKED' TO DL100-AC-TL-LABEL.
006550     MOVE DL100-AC-OT-CNT          TO DL100-AC-TL-COUNT.
006560     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
006570         AFTER ADVANCING 2 LINES.
006580
006590     MOVE SPACE                    TO DL100-AC-TL-CC.
006600     MOVE 'EXCEPTIONS CHECKED'     TO DL100-AC-TL-LABEL.
006610     MOVE DL100-AC-EX-CNT          TO DL100-AC-TL-COUNT.
006620     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
006630         AFTER ADVANCING 1 LINE.
006640
006650     MOVE SPACE                    TO DL100-AC-TL-CC.
006660     MOVE 'REVERSALS SKIPPED'      TO DL100-AC-TL-LABEL.
006670     MOVE DL100-AC-REV-CNT         TO DL100-AC-TL-COUNT.
006680     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
006690         AFTER ADVANCING 1 LINE.
006700
006710     MOVE SPACE                    TO DL100-AC-TL-CC.
006720     MOVE 'MATCHED ONE-FOR-ONE'    TO DL100-AC-TL-LABEL.
006730     MOVE DL100-AC-MATCH-CNT       TO DL100-AC-TL-COUNT.
006740     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
006750         AFTER ADVANCING 1 LINE.
006760
006770     MOVE SPACE                    TO DL100-AC-TL-CC.
006780     MOVE 'MISSING AUDIT RECORDS'  TO DL100-AC-TL-LABEL.
006790     MOVE DL100-AC-MISS-CNT        TO DL100-AC-TL-COUNT.
006800     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
006810         AFTER ADVANCING 1 LINE.
006820
006830     MOVE SPACE                    TO DL100-AC-TL-CC.
006840     MOVE 'ORPHAN AUDIT RECORDS'   TO DL100-AC-TL-LABEL.
006850     MOVE DL100-AC-ORPH-CNT        TO DL100-AC-TL-COUNT.
006860     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
006870         AFTER ADVANCING 1 LINE.
006880
006890     MOVE SPACE                    TO DL100-AC-TL-CC.
006900     MOVE 'DUPLICATE AUDIT RECORDS' TO DL100-AC-TL-LABEL.
006910     MOVE DL100-AC-DUP-CNT         TO DL100-AC-TL-COUNT.
006920     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
006930         AFTER ADVANCING 1 LINE.
006940
006950     MOVE SPACE                    TO DL100-AC-TL-CC.
006960     MOVE 'VALUE DISAGREEMENTS'    TO DL100-AC-TL-LABEL.
006970     MOVE DL100-AC-DIFF-CNT        TO DL100-AC-TL-COUNT.
006980     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
006990         AFTER ADVANCING 1 LINE.
007000
007010     MOVE SPACE                    TO DL100-AC-TL-CC.
007020     MOVE 'RECORDS FROM ANOTHER RUN' TO DL100-AC-TL-LABEL.
007030     MOVE DL100-AC-XRUN-CNT        TO DL100-AC-TL-COUNT.
007040     WRITE DL100-CT-REC FROM DL100-AC-TOTAL-LINE
007050         AFTER ADVANCING 1 LINE.
007060
007070     MOVE SPACE TO DL100-AC-VD-CC.
007080     IF DL100-AC-MISS-CNT = 0 AND DL100-AC-ORPH-CNT = 0
007090        AND DL100-AC-DUP-CNT = 0 AND DL100-AC-DIFF-CNT = 0
007100        AND DL100-AC-XRUN-CNT = 0
007110        AND DL100-AC-TRAILER-SEEN
007120         MOVE 'VERDICT - THE AUDIT TRAIL ACCOUNTS ONE-FOR-ONE'
007130             TO DL100-AC-VD-TEXT
007140         DISPLAY 'DL100AC - TRAIL ACCOUNTS ONE-FOR-ONE'
007150     ELSE
007160         MOVE 'VERDICT - THE AUDIT TRAIL DOES NOT ACCOUNT'
007170             TO DL100-AC-VD-TEXT
007180         DISPLAY 'DL100AC - TRAIL DOES NOT ACCOUNT - RC 16'
007190         MOVE 16 TO RETURN-CODE
007200     END-IF.
007210     WRITE DL100-CT-REC FROM DL100-AC-VERDICT-LINE
007220         AFTER ADVANCING 2 LINES.
007230     IF NOT DL100-CT-OK
007240         DISPLAY 'DL100AC - REPORT WRITE ERR ' DL100-CT-STATUS
007250     END-IF.
007260 3300-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300* 3900-WRITE-LEDGER - RECORD THE CERTIFICATION STEP ON THE RUN
007310*                     LEDGER.  THE STEP RETURN CODE IS KEPT
007320*                     ACROSS THE CALL.
007330*----------------------------------------------------------------
007340 3900-WRITE-LEDGER.
007350     MOVE SPACES               TO DL100-RL-RECORD.
007360     MOVE DL100-AC-RUN-ID      TO DL100-RL-RUN-ID.
007370     SET DL100-RL-CERTIFY      TO TRUE.
007380     MOVE 'DL100AC'            TO DL100-RL-PROGRAM.
007390     MOVE RETURN-CODE          TO DL100-RL-RC.
007400     MOVE DL100-HDR-FEED-DATE  TO DL100-RL-FEED-DATE.
007410     MOVE DL100-HDR-SOURCE-SYS TO DL100-RL-SOURCE-SYS.
007420     MOVE DL100-AC-OT-CNT      TO DL100-RL-COUNT.
007430     CALL 'DL100LGW' USING DL100-RL-RECORD.
007440     MOVE DL100-RL-RC          TO RETURN-CODE.
007450 3900-EXIT.
007460     EXIT.
