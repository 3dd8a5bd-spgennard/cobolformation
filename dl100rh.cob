000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100RH.
000030 AUTHOR.        D E WOOLLEY.
000040 INSTALLATION.  DATA CONVERSION TEST GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-10-15 DEV   INITIAL VERSION - RELEASE OR DROP THE
000110*                    RECORDS THE DL100DP DUPLICATE CHECK HELD.
000120*                    WALKS THE DL100HL HELD FILE ONE RECORD AT A
000130*                    TIME, SHOWING WHY IT WAS HELD AND WHAT IT
000140*                    MATCHED, AND LETS THE OPERATOR RELEASE IT
000150*                    (IT WAS NOT A DUPLICATE AFTER ALL) OR DROP
000160*                    IT (CONFIRMED AS A DUPLICATE).  RELEASED
000170*                    RECORDS GO UNCHANGED TO THE DL100RF RELEASE
000180*                    FEED IN DL100IN FORMAT (WITH ITS OWN HEADER
000190*                    AND TRAILER), WHICH THE NEXT DL100DP RUN
000200*                    ADDS TO THE NIGHT'S CONVERSION WITHOUT
000210*                    CHECKING IT AGAIN.  EVERY HELD RECORD IS
000220*                    STAMPED TO THE DL100HD DISPOSITION FILE
000230*                    (LAYOUT DL100HLD) WITH WHO DID WHAT AND WHEN.
000240*                    THE OPERATOR ID IS VERIFIED AGAINST DL100AU
000250*                    (VIA DL100SEC, FUNCTION 'D') FIRST.  THE
000260*                    DL100VJ JOB KEEPS THE RELEASE FEED AND THE
000270*                    DISPOSITIONS, AND EMPTIES DL100HL, ONLY
000280*                    AFTER A CLEAN SESSION - THAT IS, ONE WORKED
000282*                    THROUGH TO THE END OF DL100HL.  E ABANDONS
000284*                    THE SESSION (AFTER A Y/N CONFIRMATION) AND
000286*                    NOTHING RELEASED OR DROPPED IN IT IS KEPT.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-Z.
000330 OBJECT-COMPUTER.   IBM-Z.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DL100-HL-FILE ASSIGN TO DL100HL
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS DL100-HL-STATUS.
000390
000400     SELECT DL100-RF-FILE ASSIGN TO DL100RF
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DL100-RF-STATUS.
000430
000440     SELECT DL100-HD-FILE ASSIGN TO DL100HD
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DL100-HD-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DL100-HL-FILE
000510     RECORDING MODE IS F.
000520 01  DL100-HL-REC                PIC X(200).
000530
000540 FD  DL100-RF-FILE
000550     RECORDING MODE IS F.
000560 01  DL100-RF-REC                PIC X(74).
000570
000580 FD  DL100-HD-FILE
000590     RECORDING MODE IS F.
000600 01  DL100-HD-REC                PIC X(236).
000610
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640* HELD RECORD LAYOUT
000650*----------------------------------------------------------------
000660 COPY DL100HLR.
000670
000680*----------------------------------------------------------------
000690* DISPOSITIONED HELD RECORD LAYOUT
000700*----------------------------------------------------------------
000710 COPY DL100HLD.
000720
000730*----------------------------------------------------------------
000740* RELEASE FEED RECORD LAYOUTS - SAME SHAPE AS DL100IN
000750*----------------------------------------------------------------
000760 COPY DL100REC.
000770
000780 COPY DL100HTR.
000790
000800*----------------------------------------------------------------
000810* SWITCHES AND STATUS FIELDS
000820*----------------------------------------------------------------
000830 01  DL100-HL-STATUS             PIC X(02) VALUE '00'.
000840     88  DL100-HL-OK             VALUE '00'.
000850     88  DL100-HL-AT-EOF         VALUE '10'.
000860
000870 01  DL100-RF-STATUS             PIC X(02) VALUE '00'.
000880     88  DL100-RF-OK             VALUE '00'.
000890
000900 01  DL100-HD-STATUS             PIC X(02) VALUE '00'.
000910     88  DL100-HD-OK             VALUE '00'.
000920
000930 01  DL100-EOF-SW                PIC X(01) VALUE 'N'.
000940     88  DL100-EOF               VALUE 'Y'.
000950     88  DL100-NOT-EOF           VALUE 'N'.
000960
000970 01  DL100-INIT-FAILED-SW        PIC X(01) VALUE 'N'.
000980     88  DL100-INIT-FAILED       VALUE 'Y'.
000990     88  DL100-INIT-OK           VALUE 'N'.
001000
001010*----------------------------------------------------------------
001020* SET WHEN THE OPERATOR ABANDONS THE SESSION - THE RELEASE FEED
001030* GETS NO TRAILER AND THE STEP ENDS WITH RC 12 SO THE DL100VJ JOB
001040* KEEPS NEITHER THE FEED NOR THE DISPOSITIONS AND LEAVES THE HELD
001050* FILE ALONE
001060*----------------------------------------------------------------
001070 01  DL100-RH-ABORT-SW           PIC X(01) VALUE 'N'.
001080     88  DL100-RH-ABORT          VALUE 'Y'.
001090     88  DL100-RH-NO-ABORT       VALUE 'N'.
001100
001110*----------------------------------------------------------------
001120* OPERATOR IDENTITY AND SESSION WORK AREAS
001130*----------------------------------------------------------------
001140 01  DL100-RH-USER               PIC X(08).
001150
001160*----------------------------------------------------------------
001170* AUTHORIZATION CHECK (DL100SEC) CALL AREAS
001180*----------------------------------------------------------------
001190 01  DL100-SEC-CALLER-NAME       PIC X(08) VALUE 'DL100RH'.
001200 01  DL100-SEC-FUNC-CODE         PIC X(01) VALUE 'D'.
001210 01  DL100-SEC-STATUS            PIC X(02) VALUE '00'.
001220     88  DL100-SEC-OK            VALUE '00'.
001230
001240 01  DL100-RH-ACTION             PIC X(03).
001250     88  DL100-RH-ACT-RELEASE    VALUE 'R  '.
001260     88  DL100-RH-ACT-DROP       VALUE 'D  '.
001270     88  DL100-RH-ACT-END        VALUE 'E  ' 'END'.
001272 01  DL100-RH-CONFIRM            PIC X(01).
001274     88  DL100-RH-CONFIRMED      VALUE 'Y'.
001280
001290 77  DL100-RH-TODAY              PIC 9(08) VALUE 0.
001300
001310*----------------------------------------------------------------
001320* RELEASE FEED CONTROL TOTALS
001330*----------------------------------------------------------------
001340 01  DL100-RH-TOTALS.
001350     05  DL100-RH-RELEASE-CNT    USAGE COMP-5 PIC 9(09) VALUE 0.
001360     05  DL100-RH-HASH5          USAGE COMP-3 PIC S9(13)
001370                                     VALUE 0.
001380     05  DL100-RH-HASH6          USAGE COMP-3 PIC S9(13)V99
001390                                     VALUE 0.
001400     05  DL100-RH-HASH7          USAGE COMP-3 PIC S9(13)
001410                                     VALUE 0.
001420
001430 01  DL100-RH-COUNTERS.
001440     05  DL100-RH-READ-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
001450     05  DL100-RH-DROP-CNT       USAGE COMP-5 PIC 9(09) VALUE 0.
001460
001470 PROCEDURE DIVISION.
001480*----------------------------------------------------------------
001490* 0000-MAINLINE
001500*----------------------------------------------------------------
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE
001530         THRU 1000-EXIT.
001540
001550     IF DL100-INIT-OK
001560         PERFORM 2000-WORK-HELD
001570             THRU 2000-EXIT
001580             UNTIL DL100-EOF OR DL100-RH-ABORT
001590     END-IF.
001600
001610     PERFORM 3000-TERMINATE
001620         THRU 3000-EXIT.
001630
001640     STOP RUN.
001650
001660*----------------------------------------------------------------
001670* 1000-INITIALIZE - IDENTIFY THE OPERATOR, OPEN THE FILES AND
001680*                   START THE RELEASE FEED
001690*----------------------------------------------------------------
001700 1000-INITIALIZE.
001710     SET DL100-INIT-OK TO TRUE.
001720     ACCEPT DL100-RH-TODAY FROM DATE YYYYMMDD.
001730
001740     DISPLAY 'OPERATOR ID: '.
001750     ACCEPT DL100-RH-USER FROM CONSOLE.
001760     IF DL100-RH-USER = SPACE
001770         DISPLAY 'DL100RH - OPERATOR ID REQUIRED'
001780         SET DL100-INIT-FAILED TO TRUE
001790         SET DL100-RH-ABORT TO TRUE
001800         GO TO 1000-EXIT
001810     END-IF.
001820
001830     CALL 'DL100SEC' USING DL100-SEC-CALLER-NAME
001840                           DL100-RH-USER
001850                           DL100-SEC-FUNC-CODE
001860                           DL100-SEC-STATUS.
001870     IF NOT DL100-SEC-OK
001880         DISPLAY 'DL100RH - OPERATOR NOT AUTHORIZED: '
001890             DL100-RH-USER
001900         SET DL100-INIT-FAILED TO TRUE
001910         SET DL100-RH-ABORT TO TRUE
001920         GO TO 1000-EXIT
001930     END-IF.
001940
001950     OPEN INPUT DL100-HL-FILE.
001960     IF NOT DL100-HL-OK
001970         DISPLAY 'DL100RH - HELD OPEN ERR ' DL100-HL-STATUS
001980         SET DL100-INIT-FAILED TO TRUE
001990         SET DL100-RH-ABORT TO TRUE
002000         GO TO 1000-EXIT
002010     END-IF.
002020
002030     OPEN OUTPUT DL100-RF-FILE.
002040     IF NOT DL100-RF-OK
002050         DISPLAY 'DL100RH - RELEASE OPEN ERR ' DL100-RF-STATUS
002060         SET DL100-INIT-FAILED TO TRUE
002070         SET DL100-RH-ABORT TO TRUE
002080         GO TO 1000-EXIT
002090     END-IF.
002100
002110     OPEN OUTPUT DL100-HD-FILE.
002120     IF NOT DL100-HD-OK
002130         DISPLAY 'DL100RH - DISP OPEN ERR ' DL100-HD-STATUS
002140         SET DL100-INIT-FAILED TO TRUE
002150         SET DL100-RH-ABORT TO TRUE
002160         GO TO 1000-EXIT
002170     END-IF.
002180
002190*    THE RELEASE FEED IS A DL100IN FEED IN ITS OWN RIGHT - IT GETS
002200*    THE SAME HEADER/TRAILER CONTROL RECORDS AS ANY OTHER SET.
002210     MOVE SPACES          TO DL100-HDR-RECORD.
002220     MOVE 'H'             TO DL100-HDR-TYPE.
002230     MOVE DL100-RH-TODAY  TO DL100-HDR-FEED-DATE.
002240     MOVE 'DL100RH'       TO DL100-HDR-SOURCE-SYS.
002250     WRITE DL100-RF-REC FROM DL100-HDR-RECORD.
002260     IF NOT DL100-RF-OK
002270         DISPLAY 'DL100RH - RELEASE WRITE ERR ' DL100-RF-STATUS
002280         SET DL100-INIT-FAILED TO TRUE
002290         SET DL100-RH-ABORT TO TRUE
002300         GO TO 1000-EXIT
002310     END-IF.
002320
002330     PERFORM 2100-READ-HELD
002340         THRU 2100-EXIT.
002350 1000-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------------
002390* 2000-WORK-HELD - SHOW ONE HELD RECORD AND APPLY THE OPERATOR'S
002400*                  DISPOSITION
002410*----------------------------------------------------------------
002420 2000-WORK-HELD.
002430     MOVE DL100-HL-IMAGE TO DL100-INPUT-RECORD.
002440     DISPLAY ' '.
002450     DISPLAY 'SOURCE ...: ' DL100-HL-SOURCE-SYS
002460         '  FEED DATE ' DL100-HL-FEED-DATE.
002470     DISPLAY 'RUN ......: ' DL100-HL-RUN-ID.
002480     DISPLAY 'TYPE .....: ' DL100-IN-TYPE.
002490     DISPLAY 'ARG1 .....: ' DL100-IN-ARG1.
002500     DISPLAY 'CATEGORY .: ' DL100-IN-CATEGORY.
002510     DISPLAY 'HELD .....: ' DL100-HL-REASON-TEXT.
002520     DISPLAY 'MATCHED ..: ' DL100-HL-MATCH-SOURCE
002530         '  FEED DATE ' DL100-HL-MATCH-FEED-DATE
002540         '  RUN ' DL100-HL-MATCH-RUN-ID.
002550
002560     DISPLAY 'ACTION (R=RELEASE FOR CONVERSION, D=DROP AS A'.
002570     DISPLAY '        DUPLICATE, E=ABANDON SESSION - NOTHING'
002575             ' KEPT): '.
002580     ACCEPT DL100-RH-ACTION FROM CONSOLE.
002590
002600     EVALUATE TRUE
002610         WHEN DL100-RH-ACT-END
002612             DISPLAY 'ABANDON SESSION - NOTHING RELEASED OR'
002614                 ' DROPPED IS KEPT (Y/N): '
002616             ACCEPT DL100-RH-CONFIRM FROM CONSOLE
002618             IF DL100-RH-CONFIRMED
002620                 SET DL100-RH-ABORT TO TRUE
002622             END-IF
002630             GO TO 2000-EXIT
002640         WHEN DL100-RH-ACT-RELEASE
002650             PERFORM 2200-RELEASE-RECORD
002660                 THRU 2200-EXIT
002670         WHEN DL100-RH-ACT-DROP
002680             PERFORM 2300-DROP-RECORD
002690                 THRU 2300-EXIT
002700         WHEN OTHER
002710             DISPLAY 'DL100RH - UNKNOWN ACTION ' DL100-RH-ACTION
002720             GO TO 2000-EXIT
002730     END-EVALUATE.
002740
002750     PERFORM 2100-READ-HELD
002760         THRU 2100-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------------
002810* 2100-READ-HELD - READ ONE HELD RECORD
002820*----------------------------------------------------------------
002830 2100-READ-HELD.
002840     READ DL100-HL-FILE INTO DL100-HL-RECORD.
002850     IF DL100-HL-OK
002860         ADD 1 TO DL100-RH-READ-CNT
002870     ELSE
002880         IF NOT DL100-HL-AT-EOF
002890             DISPLAY 'DL100RH - HELD READ ERR ' DL100-HL-STATUS
002900             SET DL100-RH-ABORT TO TRUE
002910         END-IF
002920         SET DL100-EOF TO TRUE
002930     END-IF.
002940 2100-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------
002980* 2200-RELEASE-RECORD - THE HELD RECORD, UNCHANGED, TO THE
002990*                       RELEASE FEED.  A REVERSAL'S AMOUNTS COME
003000*                       OUT OF THE TRAILER HASH TOTALS.
003010*----------------------------------------------------------------
003020 2200-RELEASE-RECORD.
003030     WRITE DL100-RF-REC FROM DL100-INPUT-RECORD.
003040     IF NOT DL100-RF-OK
003050         DISPLAY 'DL100RH - RELEASE WRITE ERR ' DL100-RF-STATUS
003060         SET DL100-RH-ABORT TO TRUE
003070         GO TO 2200-EXIT
003080     END-IF.
003090
003100     ADD 1 TO DL100-RH-RELEASE-CNT.
003110     IF DL100-IN-REVERSAL
003120         SUBTRACT DL100-IN-ARG5 FROM DL100-RH-HASH5
003130         SUBTRACT DL100-IN-ARG6 FROM DL100-RH-HASH6
003140         SUBTRACT DL100-IN-ARG7 FROM DL100-RH-HASH7
003150     ELSE
003160         ADD DL100-IN-ARG5 TO DL100-RH-HASH5
003170         ADD DL100-IN-ARG6 TO DL100-RH-HASH6
003180         ADD DL100-IN-ARG7 TO DL100-RH-HASH7
003190     END-IF.
003200
003210     SET DL100-HD-RELEASED TO TRUE.
003220     PERFORM 2600-WRITE-DISPOSITION
003230         THRU 2600-EXIT.
003240 2200-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------
003280* 2300-DROP-RECORD - NOT CONVERTED - STAMP THE DISPOSITION SO THE
003290*                    RECORD IS ACCOUNTED FOR
003300*----------------------------------------------------------------
003310 2300-DROP-RECORD.
003320     SET DL100-HD-DROPPED TO TRUE.
003330     PERFORM 2600-WRITE-DISPOSITION
003340         THRU 2600-EXIT.
003350     ADD 1 TO DL100-RH-DROP-CNT.
003360 2300-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400* 2600-WRITE-DISPOSITION - STAMP THE HELD RECORD WITH WHAT WAS
003410*                          DONE, BY WHOM AND WHEN
003420*----------------------------------------------------------------
003430 2600-WRITE-DISPOSITION.
003440     MOVE DL100-HL-RECORD     TO DL100-HD-HELD.
003450     MOVE DL100-RH-USER       TO DL100-HD-USER.
003460     ACCEPT DL100-HD-DATE     FROM DATE YYYYMMDD.
003470     ACCEPT DL100-HD-TIME     FROM TIME.
003480
003490     WRITE DL100-HD-REC FROM DL100-HD-RECORD.
003500     IF NOT DL100-HD-OK
003510         DISPLAY 'DL100RH - DISP WRITE ERR ' DL100-HD-STATUS
003520         SET DL100-RH-ABORT TO TRUE
003530     END-IF.
003540 2600-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 3000-TERMINATE - FINISH THE RELEASE FEED AND REPORT.  AN
003590*                  ABANDONED SESSION GETS NO TRAILER AND RC 12 SO
003600*                  THE DL100VJ JOB DISCARDS THE SESSION'S OUTPUT
003610*                  AND LEAVES DL100HL ALONE.
003620*----------------------------------------------------------------
003630 3000-TERMINATE.
003640     IF DL100-RH-ABORT
003650         DISPLAY 'DL100RH - SESSION ABANDONED - NOTHING RELEASED'
003660         MOVE 12 TO RETURN-CODE
003670         GO TO 3000-CLOSE
003680     END-IF.
003690
003700     MOVE SPACES               TO DL100-TRL-RECORD.
003710     MOVE 'T'                  TO DL100-TRL-TYPE.
003720     MOVE DL100-RH-RELEASE-CNT TO DL100-TRL-COUNT.
003730     MOVE DL100-RH-HASH5       TO DL100-TRL-HASH5.
003740     MOVE DL100-RH-HASH6       TO DL100-TRL-HASH6.
003750     MOVE DL100-RH-HASH7       TO DL100-TRL-HASH7.
003760     WRITE DL100-RF-REC FROM DL100-TRL-RECORD.
003770     IF NOT DL100-RF-OK
003780         DISPLAY 'DL100RH - RELEASE WRITE ERR ' DL100-RF-STATUS
003790         MOVE 12 TO RETURN-CODE
003800     END-IF.
003810
003820 3000-CLOSE.
003830     CLOSE DL100-HL-FILE
003840           DL100-RF-FILE
003850           DL100-HD-FILE.
003860
003870     DISPLAY 'DL100RH - HELD RECORDS READ : ' DL100-RH-READ-CNT.
003880     DISPLAY 'DL100RH - RELEASED          : '
003890         DL100-RH-RELEASE-CNT.
003900     DISPLAY 'DL100RH - DROPPED           : ' DL100-RH-DROP-CNT.
003910 3000-EXIT.
003920     EXIT.
