000190*                    DL100LD) SO AN OPERATOR CAN FETCH THE
000200*                    STORED BATCH RESULT FOR AN ARG1 WITHOUT
000210*                    RE-KEYING ALL SEVEN ARGUMENTS.
000220*   2026-09-02 DEV   ADDED THE HISTORY FUNCTION - A SCAN OF THE
000230*                    RETAINED DL100MH HISTORY FILE (SEE DL100LD)
000240*                    LISTING EVERY STORED RESULT FOR A KEYED
000250*                    ARG1 IN LOAD ORDER, SO "WHAT DID IT SAY ON
000260*                    THE 14TH" IS ONE LOOKUP INSTEAD OF A TRAWL
000270*                    THROUGH THE RAW DL100AL LOG.
000280*   2026-09-02 DEV   THE SESSION NOW STARTS WITH AN OPERATOR
000290*                    ID, VERIFIED AGAINST THE SHARED DL100AU
000300*                    AUTHORIZATION FILE (VIA DL100SEC, FUNCTION
000310*                    'I') - AN UNAUTHORIZED ATTEMPT IS REFUSED
000320*                    AND LOGGED TO DL100UA.
000330*   2026-09-02 DEV   THE CATEGORY DESCRIPTION FROM THE DL100CM
000340*                    CATEGORY MASTER (VIA DL100CAT) IS NOW
000350*                    DISPLAYED WHEN A CATEGORY IS KEYED, SO THE
000360*                    OPERATOR NO LONGER WORKS FROM MEMORY.
000370*   2026-08-22 DEV   THE CONTROL FILE NOW CARRIES ONE 'D'
000380*                    DETAIL PER PRODUCT CATEGORY - ALL THE SETS
000390*                    ARE LOADED AT START-UP AND THE OPERATOR
000400*                    KEYS A CATEGORY ON EACH INQUIRY, SO THE
000410*                    ANSWERS AGREE WITH WHAT DL100D WOULD
000420*                    PRODUCE FOR A RECORD OF THAT CATEGORY.
000430*   2026-10-15 DEV   THE SESSION IS REFUSED WHEN THE CONTROL
000440*                    FILE CARRIES A 'P' PENDING ADJUSTMENT SET
000450*                    CHANGE NOT YET APPROVED OR REJECTED THROUGH
000460*                    DL100PA, THE SAME RULE DL100D APPLIES.
000470*   2026-10-15 DEV   THE LOOKUP AND HISTORY FUNCTIONS SHOW THE
000480*                    RUN ID OF THE DL100D RUN THAT SUPPLIED THE
000490*                    VALUES (MS LRECL 87 TO 103, MH 88 TO 104).
000500*                    AN INQUIRY IS NOT PART OF A RUN, SO ITS
000510*                    DL100AUD CALL PASSES A BLANK RUN ID.
000520*   2026-10-15 DEV   THE HISTORY FUNCTION SHOWS DL100BO WHOLE-
000530*                    RUN BACKOUT EVENTS AND EACH EVENT'S
000540*                    CATEGORY (MH LRECL 104 TO 107).
000550*   2026-10-15 DEV   THE LOOKUP FUNCTION SHOWS THE CATEGORY NOW
000560*                    CARRIED ON THE MASTER (MS LRECL 103 TO
000570*                    105).
000580*----------------------------------------------------------------
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-Z.
000620 OBJECT-COMPUTER.   IBM-Z.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT DL100-PM-FILE ASSIGN TO DL100PM
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS DL100-PM-STATUS.
000680
000690     SELECT DL100-MS-FILE ASSIGN TO DL100MS
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS DL100-MSF-ARG1
000730         FILE STATUS IS DL100-MS-STATUS.
000740
000750     SELECT DL100-MH-FILE ASSIGN TO DL100MH
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL100-MH-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DL100-PM-FILE
000820     RECORDING MODE IS F.
000830 01  DL100-PM-REC                PIC X(80).
000840
000850 FD  DL100-MS-FILE.
000860 01  DL100-MSF-REC.
000870     05  DL100-MSF-ARG1          PIC X(24).
000880     05  FILLER                  PIC X(81).
000890
000900 FD  DL100-MH-FILE
000910     RECORDING MODE IS F.
000920 01  DL100-MH-REC                PIC X(107).
000930
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* RUN PARAMETER (CONTROL FILE) LAYOUT - SAME COPYBOOK THE BATCH
000970* DRIVER USES, SO THE ADJUSTMENT AMOUNTS NEVER DISAGREE
000980*----------------------------------------------------------------
000990 COPY DL100PM.
001000
001010*----------------------------------------------------------------
001020* CONVERSION-RESULTS MASTER RECORD LAYOUT (SEE DL100LD)
001030*----------------------------------------------------------------
001040 COPY DL100MST.
001050
001060*----------------------------------------------------------------
001070* CONVERSION-RESULTS HISTORY RECORD LAYOUT (SEE DL100LD)
001080*----------------------------------------------------------------
001090 COPY DL100MHR.
001100
001110 01  DL100-INQ-ADJ3              USAGE COMP-1.
001120 01  DL100-INQ-ADJ4              USAGE COMP-2.
001130 01  DL100-INQ-ADJ5              BINARY-SHORT SIGNED.
001140 01  DL100-INQ-ADJ6              USAGE COMP-3 PIC S9(7)V99.
001150 01  DL100-INQ-ADJ7              USAGE COMP-5 PIC S9(8).
001160
001170*----------------------------------------------------------------
001180* ONE ADJUSTMENT SET PER 'D' CONTROL RECORD, KEYED BY CATEGORY -
001190* THE SET MATCHING THE KEYED CATEGORY IS STAGED IN THE
001200* DL100-INQ-ADJ* FIELDS ABOVE BEFORE EACH CALL
001210*----------------------------------------------------------------
001220 01  DL100-ADJ-SETS.
001230     05  DL100-ADJ-COUNT         USAGE COMP-5 PIC 9(04) VALUE 0.
001240     05  DL100-ADJ-ENTRY OCCURS 20 TIMES.
001250         10  DL100-ADJ-CAT       PIC X(02).
001260         10  DL100-ADJ3-TBL      USAGE COMP-1.
001270         10  DL100-ADJ4-TBL      USAGE COMP-2.
001280         10  DL100-ADJ5-TBL      BINARY-SHORT SIGNED.
001290         10  DL100-ADJ6-TBL      USAGE COMP-3 PIC S9(7)V99.
001300         10  DL100-ADJ7-TBL      USAGE COMP-5 PIC S9(8).
001310         10  DL100-ADJMSG-TBL    PIC X(02).
001320
001330 77  DL100-ADJ-SUB               USAGE COMP-5 PIC 9(04) VALUE 0.
001340 77  DL100-ADJ-HIT               USAGE COMP-5 PIC 9(04) VALUE 0.
001350
001360 01  DL100-SET-FOUND-SW          PIC X(01) VALUE 'N'.
001370     88  DL100-SET-FOUND         VALUE 'Y'.
001380     88  DL100-SET-NOT-FOUND     VALUE 'N'.
001390
001400 01  DL100-PM-EOF-SW             PIC X(01) VALUE 'N'.
001410     88  DL100-PM-EOF            VALUE 'Y'.
001420     88  DL100-PM-NOT-EOF        VALUE 'N'.
001430
001440 01  DL100-INQ-CATEGORY          PIC X(02).
001450
001460*----------------------------------------------------------------
001470* CATEGORY REFERENCE LOOKUP (DL100CAT) CALL AREAS
001480*----------------------------------------------------------------
001490 01  DL100-CAT-CODE              PIC X(02).
001500 01  DL100-CAT-DATE              PIC 9(08).
001510 01  DL100-CAT-STATUS            PIC X(02) VALUE '00'.
001520 01  DL100-CAT-DESC              PIC X(24).
001530 01  DL100-CAT-OWNER             PIC X(08).
001540
001550 77  DL100-INQ-TODAY             PIC 9(08) VALUE 0.
001560
001570*----------------------------------------------------------------
001580* OPERATOR IDENTITY AND AUTHORIZATION CHECK (DL100SEC) AREAS
001590*----------------------------------------------------------------
001600 01  DL100-INQ-USER              PIC X(08).
001610 01  DL100-SEC-CALLER-NAME       PIC X(08) VALUE 'DL100INQ'.
001620 01  DL100-SEC-FUNC-CODE         PIC X(01) VALUE 'I'.
001630 01  DL100-SEC-STATUS            PIC X(02) VALUE '00'.
001640     88  DL100-SEC-OK            VALUE '00'.
001650
001660 01  DL100-PM-STATUS             PIC X(02) VALUE '00'.
001670     88  DL100-PM-OK             VALUE '00'.
001680
001690 01  DL100-MS-STATUS             PIC X(02) VALUE '00'.
001700     88  DL100-MS-OK             VALUE '00'.
001710     88  DL100-MS-NO-KEY         VALUE '23'.
001720
001730 01  DL100-MH-STATUS             PIC X(02) VALUE '00'.
001740     88  DL100-MH-OK             VALUE '00'.
001750     88  DL100-MH-AT-EOF         VALUE '10'.
001760
001770 01  DL100-MH-EOF-SW             PIC X(01) VALUE 'N'.
001780     88  DL100-MH-EOF            VALUE 'Y'.
001790     88  DL100-MH-NOT-EOF        VALUE 'N'.
001800
001810 77  DL100-MH-MATCH-CNT          USAGE COMP-5 PIC 9(09) VALUE 0.
001820
001830*----------------------------------------------------------------
001840* FIRST-LOOKUP SWITCH - THE MASTER IS ONLY OPENED WHEN THE
001850* OPERATOR FIRST ASKS FOR A LOOKUP, SO AN INQUIRY SESSION THAT
001860* ONLY CONVERTS STILL WORKS WITHOUT THE MASTER FILE ALLOCATED
001870*----------------------------------------------------------------
001880 01  DL100-MS-OPEN-SW            PIC X(01) VALUE 'N'.
001890     88  DL100-MS-IS-OPEN        VALUE 'Y'.
001900     88  DL100-MS-NOT-OPEN       VALUE 'N'.
001910
001920*----------------------------------------------------------------
001930* ARG1 - NEVER CHANGED BY DATATYPE
001940*----------------------------------------------------------------
001950 01  DL100-INQ-ARG1              PIC X(24).
001960
001970*----------------------------------------------------------------
001980* ARG2-ARG7 AS KEYED IN BY THE OPERATOR
001990*----------------------------------------------------------------
002000 01  DL100-INQ-IN-ARG2           PIC X(24).
002010 01  DL100-INQ-IN-ARG3           USAGE COMP-1.
002020 01  DL100-INQ-IN-ARG4           USAGE COMP-2.
002030 01  DL100-INQ-IN-ARG5           BINARY-SHORT SIGNED.
002040 01  DL100-INQ-IN-ARG6           USAGE COMP-3 PIC S9(7)V99.
002050 01  DL100-INQ-IN-ARG7           USAGE COMP-5 PIC S9(8).
002060
002070*----------------------------------------------------------------
002080* ARG2-ARG7 WORKING COPIES PASSED TO DATATYPE - DATATYPE UPDATES
002090* THESE IN PLACE, SO THE ORIGINAL KEYED-IN VALUES ABOVE SURVIVE
002100* FOR THE AUDIT CALL AND THE BEFORE/AFTER DISPLAY
002110*----------------------------------------------------------------
002120 01  DL100-INQ-OUT-ARG2          PIC X(24).
002130 01  DL100-INQ-OUT-ARG3          USAGE COMP-1.
002140 01  DL100-INQ-OUT-ARG4          USAGE COMP-2.
002150 01  DL100-INQ-OUT-ARG5          BINARY-SHORT SIGNED.
002160 01  DL100-INQ-OUT-ARG6          USAGE COMP-3 PIC S9(7)V99.
002170 01  DL100-INQ-OUT-ARG7          USAGE COMP-5 PIC S9(8).
002180
002190 01  DL100-INQ-STATUS            PIC X(02).
002200     88  DL100-INQ-CALL-OK       VALUE '00'.
002210     88  DL100-INQ-ARG5-OVFL     VALUE '05'.
002220     88  DL100-INQ-PRECISION     VALUE '06'.
002230
002240*----------------------------------------------------------------
002250* DISPLAY-USABLE STAGING FIELDS FOR OPERATOR INPUT/OUTPUT - AN
002260* ACCEPT/DISPLAY CANNOT MOVE DIRECTLY INTO OR OUT OF A COMP-1,
002270* COMP-2, COMP-3 OR COMP-5 ITEM.
002280*----------------------------------------------------------------
002290 01  DL100-INQ-ARG3-DISP         PIC S9(5)V99 SIGN LEADING
002300                                     SEPARATE.
002310 01  DL100-INQ-ARG4-DISP         PIC S9(5)V99 SIGN LEADING
002320                                     SEPARATE.
002330 01  DL100-INQ-ARG5-DISP         PIC S9(5)      SIGN LEADING
002340                                     SEPARATE.
002350 01  DL100-INQ-ARG6-DISP         PIC S9(7)V99 SIGN LEADING
002360                                     SEPARATE.
002370 01  DL100-INQ-ARG7-DISP         PIC S9(8)      SIGN LEADING
002380                                     SEPARATE.
002390
002400*----------------------------------------------------------------
002410* IDENTITY PASSED TO DL100AUD AND THE OPERATOR STOP SWITCH
002420*----------------------------------------------------------------
002430 01  DL100-AUD-CALLER-NAME       PIC X(08) VALUE 'DL100INQ'.
002440 01  DL100-AUD-RUN-ID            PIC X(16) VALUE SPACES.
002450
002460*----------------------------------------------------------------
002470* ARG2 REPLACEMENT TEXT MESSAGE CODE - BLANK LEAVES IT TO
002480* DATATYPE'S OWN DEFAULT ('01')
002490*----------------------------------------------------------------
002500 01  DL100-INQ-MSG-CODE          PIC X(02).
002510
002520 01  DL100-INQ-DONE-SW           PIC X(01) VALUE 'N'.
002530     88  DL100-INQ-DONE          VALUE 'Y'.
002540     88  DL100-INQ-NOT-DONE      VALUE 'N'.
002550
002560*----------------------------------------------------------------
002570* FUNCTION KEYED BY THE OPERATOR EACH TIME ROUND THE LOOP
002580*----------------------------------------------------------------
002590 01  DL100-INQ-FUNC              PIC X(03).
002600     88  DL100-INQ-FUNC-CONVERT  VALUE 'C  '.
002610     88  DL100-INQ-FUNC-LOOKUP   VALUE 'L  '.
002620     88  DL100-INQ-FUNC-HISTORY  VALUE 'H  '.
002630     88  DL100-INQ-FUNC-END      VALUE 'END' '   '.
002640
002650 PROCEDURE DIVISION.
002660*----------------------------------------------------------------
002670* 0000-MAINLINE
002680*----------------------------------------------------------------
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE
002710         THRU 1000-EXIT.
002720
002730     PERFORM 2000-PROCESS-INQUIRY
002740         THRU 2000-EXIT
002750         UNTIL DL100-INQ-DONE.
002760
002770     IF DL100-MS-IS-OPEN
002780         CLOSE DL100-MS-FILE
002790     END-IF.
002800
002810     STOP RUN.
002820
002830*----------------------------------------------------------------
002840* 1000-INITIALIZE - READ THE RUN PARAMETER (CONTROL) FILE FOR
002850*                   THE ADJUSTMENT AMOUNTS DATATYPE APPLIES
002860*----------------------------------------------------------------
002870 1000-INITIALIZE.
002880     ACCEPT DL100-INQ-TODAY FROM DATE YYYYMMDD.
002890
002900     DISPLAY 'OPERATOR ID: '.
002910     ACCEPT DL100-INQ-USER FROM CONSOLE.
002920     IF DL100-INQ-USER = SPACE
002930         DISPLAY 'DL100INQ - OPERATOR ID REQUIRED'
002940         SET DL100-INQ-DONE TO TRUE
002950         GO TO 1000-EXIT
002960     END-IF.
002970
002980     CALL 'DL100SEC' USING DL100-SEC-CALLER-NAME
002990                           DL100-INQ-USER
003000                           DL100-SEC-FUNC-CODE
003010                           DL100-SEC-STATUS.
003020     IF NOT DL100-SEC-OK
003030         DISPLAY 'DL100INQ - OPERATOR NOT AUTHORIZED: '
003040             DL100-INQ-USER
003050         SET DL100-INQ-DONE TO TRUE
003060         GO TO 1000-EXIT
003070     END-IF.
003080     OPEN INPUT DL100-PM-FILE.
003090     IF NOT DL100-PM-OK
003100         DISPLAY 'DL100INQ - CTL FILE OPEN ERR ' DL100-PM-STATUS
003110         SET DL100-INQ-DONE TO TRUE
003120         GO TO 1000-EXIT
003130     END-IF.
003140
003150     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
003160     IF NOT DL100-PM-OK OR NOT DL100-PARM-HEADER
003170         DISPLAY 'DL100INQ - CONTROL FILE HEADER MISSING'
003180         SET DL100-INQ-DONE TO TRUE
003190         GO TO 1000-EXIT
003200     END-IF.
003210
003220     PERFORM 1100-LOAD-ADJ-SET
003230         THRU 1100-EXIT
003240         UNTIL DL100-PM-EOF.
003250
003260     IF DL100-INQ-DONE
003270         CLOSE DL100-PM-FILE
003280         GO TO 1000-EXIT
003290     END-IF.
003300
003310     IF DL100-ADJ-COUNT = 0
003320         DISPLAY 'DL100INQ - CONTROL FILE DETAIL MISSING'
003330         SET DL100-INQ-DONE TO TRUE
003340         GO TO 1000-EXIT
003350     END-IF.
003360
003370     DISPLAY 'DL100INQ - ADJ SETS LOADED: ' DL100-ADJ-COUNT.
003380
003390     CLOSE DL100-PM-FILE.
003400 1000-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440* 1100-LOAD-ADJ-SET - READ ONE 'D' CONTROL RECORD INTO THE
003450*                     ADJUSTMENT SET TABLE
003460*----------------------------------------------------------------
003470 1100-LOAD-ADJ-SET.
003480     READ DL100-PM-FILE INTO DL100-PARM-RECORD.
003490     IF NOT DL100-PM-OK
003500         IF DL100-PM-STATUS NOT = '10'
003510             DISPLAY 'DL100INQ - CTL FILE READ ERR '
003520                 DL100-PM-STATUS
003530         END-IF
003540         SET DL100-PM-EOF TO TRUE
003550         GO TO 1100-EXIT
003560     END-IF.
003570
003580*    A PROPOSED CHANGE STILL AWAITING ITS SECOND OPERATOR - THE
003590*    ANSWERS WOULD NOT AGREE WITH ANY RUN DL100D WILL MAKE
003600     IF DL100-PARM-PENDING
003610         DISPLAY 'DL100INQ - UNAPPROVED CHANGE ON CONTROL FILE '
003620             'FOR CATEGORY ' DL100-PARM-CATEGORY
003630         DISPLAY 'DL100INQ - SESSION REFUSED - APPROVE OR REJECT '
003640             'IT THROUGH DL100PA FIRST'
003650         SET DL100-INQ-DONE TO TRUE
003660         SET DL100-PM-EOF TO TRUE
003670         GO TO 1100-EXIT
003680     END-IF.
003690
003700     IF NOT DL100-PARM-DETAIL
003710         DISPLAY 'DL100INQ - BAD CONTROL RECORD TYPE '
003720             DL100-PARM-TYPE
003730         SET DL100-PM-EOF TO TRUE
003740         GO TO 1100-EXIT
003750     END-IF.
003760
003770     IF DL100-ADJ-COUNT >= 20
003780         DISPLAY 'DL100INQ - TOO MANY ADJUSTMENT SETS'
003790         SET DL100-PM-EOF TO TRUE
003800         GO TO 1100-EXIT
003810     END-IF.
003820
003830     ADD 1 TO DL100-ADJ-COUNT.
003840     MOVE DL100-PARM-CATEGORY
003850         TO DL100-ADJ-CAT(DL100-ADJ-COUNT).
003860     MOVE DL100-PARM-ADJ3 TO DL100-ADJ3-TBL(DL100-ADJ-COUNT).
003870     MOVE DL100-PARM-ADJ4 TO DL100-ADJ4-TBL(DL100-ADJ-COUNT).
003880     MOVE DL100-PARM-ADJ5 TO DL100-ADJ5-TBL(DL100-ADJ-COUNT).
003890     MOVE DL100-PARM-ADJ6 TO DL100-ADJ6-TBL(DL100-ADJ-COUNT).
003900     MOVE DL100-PARM-ADJ7 TO DL100-ADJ7-TBL(DL100-ADJ-COUNT).
003910     MOVE DL100-PARM-MSG-CODE
003920         TO DL100-ADJMSG-TBL(DL100-ADJ-COUNT).
003930 1100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970* 2000-PROCESS-INQUIRY - KEY IN ONE ARGUMENT SET AND CALL
003980*                        DATATYPE
003990*----------------------------------------------------------------
004000 2000-PROCESS-INQUIRY.
004010     DISPLAY ' '.
004020     DISPLAY 'FUNCTION (C=CONVERT, L=LOOKUP, H=HISTORY, END): '.
004030     ACCEPT DL100-INQ-FUNC FROM CONSOLE.
004040     IF DL100-INQ-FUNC-END
004050         SET DL100-INQ-DONE TO TRUE
004060         GO TO 2000-EXIT
004070     END-IF.
004080
004090     IF DL100-INQ-FUNC-LOOKUP
004100         PERFORM 2600-LOOKUP-MASTER
004110             THRU 2600-EXIT
004120         GO TO 2000-EXIT
004130     END-IF.
004140
004150     IF DL100-INQ-FUNC-HISTORY
004160         PERFORM 2700-LIST-HISTORY
004170             THRU 2700-EXIT
004180         GO TO 2000-EXIT
004190     END-IF.
004200
004210     IF NOT DL100-INQ-FUNC-CONVERT
004220         DISPLAY 'DL100INQ - UNKNOWN FUNCTION ' DL100-INQ-FUNC
004230         GO TO 2000-EXIT
004240     END-IF.
004250     DISPLAY 'ARG1 (24 CHARS, END TO QUIT): '.
004260     ACCEPT DL100-INQ-ARG1 FROM CONSOLE.
004270     IF DL100-INQ-ARG1 = 'END' OR DL100-INQ-ARG1 = SPACE
004280         SET DL100-INQ-DONE TO TRUE
004290         GO TO 2000-EXIT
004300     END-IF.
004310
004320     DISPLAY 'ARG2 (24 CHARS): '.
004330     ACCEPT DL100-INQ-IN-ARG2 FROM CONSOLE.
004340
004350     DISPLAY 'ARG3 (S9(5)V99): '.
004360     ACCEPT DL100-INQ-ARG3-DISP FROM CONSOLE.
004370     MOVE DL100-INQ-ARG3-DISP TO DL100-INQ-IN-ARG3.
004380
004390     DISPLAY 'ARG4 (S9(5)V99): '.
004400     ACCEPT DL100-INQ-ARG4-DISP FROM CONSOLE.
004410     MOVE DL100-INQ-ARG4-DISP TO DL100-INQ-IN-ARG4.
004420
004430     DISPLAY 'ARG5 (S9(5)): '.
004440     ACCEPT DL100-INQ-ARG5-DISP FROM CONSOLE.
004450     MOVE DL100-INQ-ARG5-DISP TO DL100-INQ-IN-ARG5.
004460
004470     DISPLAY 'ARG6 (S9(7)V99): '.
004480     ACCEPT DL100-INQ-ARG6-DISP FROM CONSOLE.
004490     MOVE DL100-INQ-ARG6-DISP TO DL100-INQ-IN-ARG6.
004500
004510     DISPLAY 'ARG7 (S9(8)): '.
004520     ACCEPT DL100-INQ-ARG7-DISP FROM CONSOLE.
004530     MOVE DL100-INQ-ARG7-DISP TO DL100-INQ-IN-ARG7.
004540
004550     DISPLAY 'CATEGORY (2 CHARS): '.
004560     ACCEPT DL100-INQ-CATEGORY FROM CONSOLE.
004570     MOVE DL100-INQ-CATEGORY TO DL100-CAT-CODE.
004580     MOVE DL100-INQ-TODAY    TO DL100-CAT-DATE.
004590     CALL 'DL100CAT' USING DL100-CAT-CODE
004600                           DL100-CAT-DATE
004610                           DL100-CAT-STATUS
004620                           DL100-CAT-DESC
004630                           DL100-CAT-OWNER.
004640     DISPLAY 'CAT DESC .: ' DL100-CAT-DESC.
004650     PERFORM 2060-SELECT-ADJ-SET
004660         THRU 2060-EXIT.
004670     IF DL100-SET-NOT-FOUND
004680         DISPLAY 'DL100INQ - NO ADJUSTMENT SET FOR CATEGORY '
004690             DL100-INQ-CATEGORY
004700         GO TO 2000-EXIT
004710     END-IF.
004720
004730     DISPLAY 'MSG CODE (BLANK FOR CATEGORY DEFAULT): '.
004740     ACCEPT DL100-INQ-MSG-CODE FROM CONSOLE.
004750     IF DL100-INQ-MSG-CODE = SPACE
004760         MOVE DL100-ADJMSG-TBL(DL100-ADJ-HIT)
004770             TO DL100-INQ-MSG-CODE
004780     END-IF.
004790
004800     PERFORM 2050-COPY-IN-TO-OUT
004810         THRU 2050-EXIT.
004820
004830     PERFORM 2100-CALL-DATATYPE
004840         THRU 2100-EXIT.
004850
004860     PERFORM 2200-DISPLAY-RESULT
004870         THRU 2200-EXIT.
004880
004890     PERFORM 2300-CALL-AUDIT
004900         THRU 2300-EXIT.
004910 2000-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------
004950* 2060-SELECT-ADJ-SET - PICK THE ADJUSTMENT SET MATCHING THE
004960*                       KEYED CATEGORY AND STAGE IT IN THE
004970*                       DL100-INQ-ADJ* FIELDS FOR THE CALL
004980*----------------------------------------------------------------
004990 2060-SELECT-ADJ-SET.
005000     SET DL100-SET-NOT-FOUND TO TRUE.
005010     MOVE 0 TO DL100-ADJ-SUB.
005020     PERFORM 2070-MATCH-ADJ-SET
005030         THRU 2070-EXIT
005040         DL100-ADJ-COUNT TIMES.
005050
005060     IF DL100-SET-FOUND
005070         MOVE DL100-ADJ3-TBL(DL100-ADJ-HIT) TO DL100-INQ-ADJ3
005080         MOVE DL100-ADJ4-TBL(DL100-ADJ-HIT) TO DL100-INQ-ADJ4
005090         MOVE DL100-ADJ5-TBL(DL100-ADJ-HIT) TO DL100-INQ-ADJ5
005100         MOVE DL100-ADJ6-TBL(DL100-ADJ-HIT) TO DL100-INQ-ADJ6
005110         MOVE DL100-ADJ7-TBL(DL100-ADJ-HIT) TO DL100-INQ-ADJ7
005120     END-IF.
005130 2060-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170* 2070-MATCH-ADJ-SET - REMEMBER THE FIRST SET FOR THE CATEGORY
005180*----------------------------------------------------------------
005190 2070-MATCH-ADJ-SET.
005200     ADD 1 TO DL100-ADJ-SUB.
005210     IF DL100-SET-NOT-FOUND
005220        AND DL100-ADJ-CAT(DL100-ADJ-SUB) = DL100-INQ-CATEGORY
005230         SET DL100-SET-FOUND TO TRUE
005240         MOVE DL100-ADJ-SUB TO DL100-ADJ-HIT
005250     END-IF.
005260 2070-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------
005300* 2050-COPY-IN-TO-OUT - GIVE DATATYPE A WORKING COPY TO UPDATE
005310*----------------------------------------------------------------
005320 2050-COPY-IN-TO-OUT.
005330     MOVE DL100-INQ-IN-ARG2      TO DL100-INQ-OUT-ARG2.
005340     MOVE DL100-INQ-IN-ARG3      TO DL100-INQ-OUT-ARG3.
005350     MOVE DL100-INQ-IN-ARG4      TO DL100-INQ-OUT-ARG4.
005360     MOVE DL100-INQ-IN-ARG5      TO DL100-INQ-OUT-ARG5.
005370     MOVE DL100-INQ-IN-ARG6      TO DL100-INQ-OUT-ARG6.
005380     MOVE DL100-INQ-IN-ARG7      TO DL100-INQ-OUT-ARG7.
005390 2050-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 2100-CALL-DATATYPE - INVOKE THE DATATYPE SUBPROGRAM
005440*----------------------------------------------------------------
005450 2100-CALL-DATATYPE.
005460     CALL 'DATATYPE' USING DL100-INQ-ARG1
005470                           DL100-INQ-OUT-ARG2
005480                           DL100-INQ-OUT-ARG3
005490                           DL100-INQ-OUT-ARG4
005500                           DL100-INQ-OUT-ARG5
005510                           DL100-INQ-ADJ3
005520                           DL100-INQ-ADJ4
005530                           DL100-INQ-ADJ5
005540                           DL100-INQ-STATUS
005550                           DL100-INQ-OUT-ARG6
005560                           DL100-INQ-OUT-ARG7
005570                           DL100-INQ-ADJ6
005580                           DL100-INQ-ADJ7
005590                           DL100-INQ-MSG-CODE.
005600 2100-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 2200-DISPLAY-RESULT - SHOW THE OPERATOR WHAT CAME BACK
005650*----------------------------------------------------------------
005660 2200-DISPLAY-RESULT.
005670     MOVE DL100-INQ-OUT-ARG3     TO DL100-INQ-ARG3-DISP.
005680     MOVE DL100-INQ-OUT-ARG4     TO DL100-INQ-ARG4-DISP.
005690     MOVE DL100-INQ-OUT-ARG5     TO DL100-INQ-ARG5-DISP.
005700     MOVE DL100-INQ-OUT-ARG6     TO DL100-INQ-ARG6-DISP.
005710     MOVE DL100-INQ-OUT-ARG7     TO DL100-INQ-ARG7-DISP.
005720
005730     DISPLAY 'STATUS ...: ' DL100-INQ-STATUS.
005740     IF DL100-INQ-ARG5-OVFL
005750         DISPLAY 'ARG5 ADD WOULD OVERFLOW - NOT APPLIED'
005760     END-IF.
005770     IF DL100-INQ-PRECISION
005780         DISPLAY 'ARG3/ARG4 ADJUSTMENT LOST PRECISION'
005790     END-IF.
005800     DISPLAY 'ARG2 OUT .: ' DL100-INQ-OUT-ARG2.
005810     DISPLAY 'ARG3 OUT .: ' DL100-INQ-ARG3-DISP.
005820     DISPLAY 'ARG4 OUT .: ' DL100-INQ-ARG4-DISP.
005830     DISPLAY 'ARG5 OUT .: ' DL100-INQ-ARG5-DISP.
005840     DISPLAY 'ARG6 OUT .: ' DL100-INQ-ARG6-DISP.
005850     DISPLAY 'ARG7 OUT .: ' DL100-INQ-ARG7-DISP.
005860 2200-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------
005900* 2300-CALL-AUDIT - LOG THIS INQUIRY THROUGH THE SAME AUDIT
005910*                   TRAIL THE BATCH DRIVER USES
005920*----------------------------------------------------------------
005930 2300-CALL-AUDIT.
005940     CALL 'DL100AUD' USING DL100-AUD-CALLER-NAME
005950                           DL100-INQ-STATUS
005960                           DL100-INQ-ARG1
005970                           DL100-INQ-IN-ARG2
005980                           DL100-INQ-IN-ARG3
005990                           DL100-INQ-IN-ARG4
006000                           DL100-INQ-IN-ARG5
006010                           DL100-INQ-IN-ARG6
006020                           DL100-INQ-IN-ARG7
006030                           DL100-INQ-OUT-ARG2
006040                           DL100-INQ-OUT-ARG3
006050                           DL100-INQ-OUT-ARG4
006060                           DL100-INQ-OUT-ARG5
006070                           DL100-INQ-OUT-ARG6
006080                           DL100-INQ-OUT-ARG7
006090                           DL100-AUD-RUN-ID.
006100 2300-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------
006140* 2600-LOOKUP-MASTER - FETCH THE STORED BATCH RESULT FOR A KEYED
006150*                      ARG1 FROM THE DL100MS CONVERSION-RESULTS
006160*                      MASTER (LOADED BY DL100LD)
006170*----------------------------------------------------------------
006180 2600-LOOKUP-MASTER.
006190     IF DL100-MS-NOT-OPEN
006200         PERFORM 2610-OPEN-MASTER
006210             THRU 2610-EXIT
006220     END-IF.
006230     IF DL100-MS-NOT-OPEN
006240         GO TO 2600-EXIT
006250     END-IF.
006260
006270     DISPLAY 'ARG1 (24 CHARS): '.
006280     ACCEPT DL100-INQ-ARG1 FROM CONSOLE.
006290
006300     MOVE DL100-INQ-ARG1 TO DL100-MSF-ARG1.
006310     READ DL100-MS-FILE.
006320     IF DL100-MS-NO-KEY
006330         DISPLAY 'DL100INQ - KEY NOT ON MASTER: ' DL100-INQ-ARG1
006340         GO TO 2600-EXIT
006350     END-IF.
006360     IF NOT DL100-MS-OK
006370         DISPLAY 'DL100INQ - MASTER READ ERR ' DL100-MS-STATUS
006380         GO TO 2600-EXIT
006390     END-IF.
006400
006410     MOVE DL100-MSF-REC TO DL100-MS-RECORD.
006420     MOVE DL100-MS-ARG3 TO DL100-INQ-ARG3-DISP.
006430     MOVE DL100-MS-ARG4 TO DL100-INQ-ARG4-DISP.
006440     MOVE DL100-MS-ARG5 TO DL100-INQ-ARG5-DISP.
006450     MOVE DL100-MS-ARG6 TO DL100-INQ-ARG6-DISP.
006460     MOVE DL100-MS-ARG7 TO DL100-INQ-ARG7-DISP.
006470
006480     DISPLAY 'LOADED ...: ' DL100-MS-RUN-DATE ' '
006490         DL100-MS-RUN-TIME.
006500     DISPLAY 'RUN ID ...: ' DL100-MS-RUN-ID.
006510     DISPLAY 'CATEGORY .: ' DL100-MS-CATEGORY.
006520     DISPLAY 'ARG2 .....: ' DL100-MS-ARG2.
006530     DISPLAY 'ARG3 .....: ' DL100-INQ-ARG3-DISP.
006540     DISPLAY 'ARG4 .....: ' DL100-INQ-ARG4-DISP.
006550     DISPLAY 'ARG5 .....: ' DL100-INQ-ARG5-DISP.
006560     DISPLAY 'ARG6 .....: ' DL100-INQ-ARG6-DISP.
006570     DISPLAY 'ARG7 .....: ' DL100-INQ-ARG7-DISP.
006580 2600-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------------
006620* 2610-OPEN-MASTER - OPEN THE MASTER ON THE FIRST LOOKUP ONLY
006630*----------------------------------------------------------------
006640 2610-OPEN-MASTER.
006650     OPEN INPUT DL100-MS-FILE.
006660     IF DL100-MS-OK
006670         SET DL100-MS-IS-OPEN TO TRUE
006680     ELSE
006690         DISPLAY 'DL100INQ - MASTER OPEN ERR ' DL100-MS-STATUS
006700     END-IF.
006710 2610-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
006750* 2700-LIST-HISTORY - LIST EVERY STORED RESULT FOR A KEYED ARG1
006760*                     FROM THE DL100MH HISTORY FILE, IN THE
006770*                     ORDER THE LOADS HAPPENED.  THE FILE IS
006780*                     OPENED AND SCANNED PER REQUEST - IT IS
006790*                     APPEND-ONLY, SO EACH SCAN SEES EVERYTHING
006800*                     LOADED UP TO NOW.
006810*----------------------------------------------------------------
006820 2700-LIST-HISTORY.
006830     OPEN INPUT DL100-MH-FILE.
006840     IF NOT DL100-MH-OK
006850         DISPLAY 'DL100INQ - HISTORY OPEN ERR ' DL100-MH-STATUS
006860         GO TO 2700-EXIT
006870     END-IF.
006880
006890     DISPLAY 'ARG1 (24 CHARS): '.
006900     ACCEPT DL100-INQ-ARG1 FROM CONSOLE.
006910
006920     SET DL100-MH-NOT-EOF TO TRUE.
006930     MOVE 0 TO DL100-MH-MATCH-CNT.
006940     PERFORM 2710-SCAN-HISTORY
006950         THRU 2710-EXIT
006960         UNTIL DL100-MH-EOF.
006970
006980     IF DL100-MH-MATCH-CNT = 0
006990         DISPLAY 'DL100INQ - NO HISTORY FOR KEY ' DL100-INQ-ARG1
007000     ELSE
007010         DISPLAY 'DL100INQ - RESULTS LISTED: ' DL100-MH-MATCH-CNT
007020     END-IF.
007030
007040     CLOSE DL100-MH-FILE.
007050 2700-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090* 2710-SCAN-HISTORY - READ ONE HISTORY RECORD AND SHOW IT IF IT
007100*                     BELONGS TO THE KEYED ARG1
007110*----------------------------------------------------------------
007120 2710-SCAN-HISTORY.
007130     READ DL100-MH-FILE INTO DL100-MH-RECORD.
007140     IF NOT DL100-MH-OK
007150         IF NOT DL100-MH-AT-EOF
007160             DISPLAY 'DL100INQ - HISTORY READ ERR '
007170                 DL100-MH-STATUS
007180         END-IF
007190         SET DL100-MH-EOF TO TRUE
007200         GO TO 2710-EXIT
007210     END-IF.
007220
007230     IF DL100-MH-ARG1 = DL100-INQ-ARG1
007240         ADD 1 TO DL100-MH-MATCH-CNT
007250         PERFORM 2720-SHOW-HISTORY-ROW
007260             THRU 2720-EXIT
007270     END-IF.
007280 2710-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------
007320* 2720-SHOW-HISTORY-ROW - ONE STORED RESULT IN READABLE FORM
007330*----------------------------------------------------------------
007340 2720-SHOW-HISTORY-ROW.
007350     MOVE DL100-MH-ARG3 TO DL100-INQ-ARG3-DISP.
007360     MOVE DL100-MH-ARG4 TO DL100-INQ-ARG4-DISP.
007370     MOVE DL100-MH-ARG5 TO DL100-INQ-ARG5-DISP.
007380     MOVE DL100-MH-ARG6 TO DL100-INQ-ARG6-DISP.
007390     MOVE DL100-MH-ARG7 TO DL100-INQ-ARG7-DISP.
007400
007410     DISPLAY ' '.
007420     EVALUATE TRUE
007430         WHEN DL100-MH-REVERSED
007440             DISPLAY 'LOADED ...: ' DL100-MH-RUN-DATE ' '
007450                 DL100-MH-RUN-TIME ' (REVERSED)'
007460         WHEN DL100-MH-BACKED-OUT AND DL100-MH-BO-RESTORED
007470             DISPLAY 'BACKED OUT: ' DL100-MH-RUN-DATE ' '
007480                 DL100-MH-RUN-TIME ' (VALUES RESTORED)'
007490         WHEN DL100-MH-BACKED-OUT
007500             DISPLAY 'BACKED OUT: ' DL100-MH-RUN-DATE ' '
007510                 DL100-MH-RUN-TIME ' (KEY REMOVED)'
007520         WHEN OTHER
007530             DISPLAY 'LOADED ...: ' DL100-MH-RUN-DATE ' '
007540                 DL100-MH-RUN-TIME
007550     END-EVALUATE.
007560     DISPLAY 'RUN ID ...: ' DL100-MH-RUN-ID.
007570     DISPLAY 'CATEGORY .: ' DL100-MH-CATEGORY.
007580     DISPLAY 'ARG2 .....: ' DL100-MH-ARG2.
007590     DISPLAY 'ARG3 .....: ' DL100-INQ-ARG3-DISP.
007600     DISPLAY 'ARG4 .....: ' DL100-INQ-ARG4-DISP.
007610     DISPLAY 'ARG5 .....: ' DL100-INQ-ARG5-DISP.
007620     DISPLAY 'ARG6 .....: ' DL100-INQ-ARG6-DISP.
007630     DISPLAY 'ARG7 .....: ' DL100-INQ-ARG7-DISP.
007640 2720-EXIT.
007650     EXIT.
