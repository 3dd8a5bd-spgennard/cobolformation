000240*                    TO THE DL100UA LOG.  A MISSING OR
000250*                    UNREADABLE AUTHORIZATION FILE REFUSES
000260*                    EVERYONE - FAIL SAFE, NOT OPEN.
000261*   2026-10-15 DEV   EVERY AUTHORIZED SESSION IS NOW APPENDED TO
000262*                    THE DL100SG SESSION LOG (SAME LAYOUT AS
000263*                    DL100UA) SO THE DL100AV RECERTIFICATION
000264*                    REPORT CAN DATE THE LAST USE OF A PERMISSION
000265*                    THAT LEAVES NO OTHER TRACE.  AS WITH DL100UA,
000266*                    A LOG FAILURE IS REPORTED AND THE SESSION
000267*                    GOES AHEAD.  DL100AU LRECL 11 CHANGED TO 80
000268*                    (GRANT DATE AND GRANTOR PER PERMISSION).
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000380     SELECT DL100-UA-FILE ASSIGN TO DL100UA
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS DL100-UA-STATUS.
000401
000402     SELECT DL100-SG-FILE ASSIGN TO DL100SG
000404         ORGANIZATION IS SEQUENTIAL
000406         FILE STATUS IS DL100-SG-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DL100-AU-FILE
000450     RECORDING MODE IS F.
000460 01  DL100-AU-REC                PIC X(80).
000470
000480 FD  DL100-UA-FILE
000490     RECORDING MODE IS F.
000500 01  DL100-UA-REC                PIC X(33).
000501
000502 FD  DL100-SG-FILE
000504     RECORDING MODE IS F.
000506 01  DL100-SG-REC                PIC X(33).
000510
000520 WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------
000610
000620 01  DL100-UA-STATUS             PIC X(02) VALUE '00'.
000630     88  DL100-UA-OK             VALUE '00'.
000631
000633 01  DL100-SG-STATUS             PIC X(02) VALUE '00'.
000636     88  DL100-SG-OK             VALUE '00'.
000640
000650 01  DL100-AU-EOF-SW             PIC X(01) VALUE 'N'.
000660     88  DL100-AU-EOF            VALUE 'Y'.
001100
001110     IF DL100-SEC-ALLOWED
001120         SET DL100-SEC-OK TO TRUE
001123         PERFORM 2100-LOG-SESSION
001126             THRU 2100-EXIT
001130     ELSE
001140         SET DL100-SEC-NOT-AUTH TO TRUE
001150         PERFORM 2000-LOG-REFUSAL
001780     CLOSE DL100-UA-FILE.
001790 2000-EXIT.
001800     EXIT.
001805
001810*----------------------------------------------------------------
001820* 2100-LOG-SESSION - APPEND THE AUTHORIZED SESSION TO THE DL100SG
001830*                    LOG.  A LOG FAILURE IS REPORTED BUT THE
001840*                    SESSION GOES AHEAD EITHER WAY.
001850*----------------------------------------------------------------
001860 2100-LOG-SESSION.
001870     OPEN EXTEND DL100-SG-FILE.
001880     IF NOT DL100-SG-OK
001890         DISPLAY 'DL100SEC - SESSION LOG OPEN ERR '
001900             DL100-SG-STATUS
001910         GO TO 2100-EXIT
001920     END-IF.
001930
001940     ACCEPT DL100-UA-DATE FROM DATE YYYYMMDD.
001950     ACCEPT DL100-UA-TIME FROM TIME.
001960     MOVE DL100-SEC-USER     TO DL100-UA-USER.
001970     MOVE DL100-SEC-CALLER   TO DL100-UA-PROGRAM.
001980     MOVE DL100-SEC-FUNCTION TO DL100-UA-FUNCTION.
001990
002000     WRITE DL100-SG-REC FROM DL100-UA-RECORD.
002010     IF NOT DL100-SG-OK
002020         DISPLAY 'DL100SEC - SESSION LOG WRITE ERR '
002030             DL100-SG-STATUS
002040     END-IF.
002050
002060     CLOSE DL100-SG-FILE.
002070 2100-EXIT.
002080     EXIT.
