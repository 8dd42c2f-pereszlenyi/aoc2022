000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RATING-REPORT.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - PRINTS THE PLAYER RATING     *
000110*                 MASTER KEPT BY RATING-UPDATE (COPYBOOK          *
000120*                 RATEREC). THE FIRST SECTION RANKS EVERY RATED   *
000130*                 PLAYER ON CURRENT RATING WITH THE SEASON'S      *
000140*                 START, NET CHANGE, HIGH AND LOW BESIDE IT. THE  *
000150*                 SECOND SECTION READS THE RATING HISTORY FILE    *
000160*                 (COPYBOOK RATHIST) AND SHOWS HOW EACH RATING    *
000170*                 MOVED NIGHT BY NIGHT OVER THE SEASON.           *
000180*                 RRPT_PLAYER LIMITS THE MOVEMENT SECTION TO ONE  *
000190*                 PLAYER; RRPT_REPORT_FILE NAMES THE OUTPUT       *
000200*                 (DEFAULT ./rating_report.txt).                  *
000202* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000204*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000206*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000208*                 IS USED.                                        *
000210*----------------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT RATING-MASTER ASSIGN TO "./ratings_ix.dat"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS RT-PLAYER-ID OF RATING-RECORD
000300         FILE STATUS IS WS-RATING-CHECK-KEY.
000310
000320     SELECT OPTIONAL RATING-HISTORY
000330         ASSIGN TO "./rating_history.dat"
000340         FILE STATUS IS WS-RHIST-CHECK-KEY
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360
000370     SELECT RATEFILE ASSIGN DYNAMIC WS-RATE-FILE-NAME
000380         FILE STATUS IS WS-RATE-CHECK-KEY
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400
000410     SELECT ROSTERFILE ASSIGN DYNAMIC WS-ROSTER-FILE-NAME
000420         FILE STATUS IS WS-ROSTER-CHECK-KEY
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000441     SELECT DATE-CONTROL
000442         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000443         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000444         ORGANIZATION IS LINE SEQUENTIAL.
000445
000450 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------------*
000480* RATING-MASTER - ONE CURRENT RATING PER PLAYER, AS KEPT BY       *
000490* RATING-UPDATE.                                                  *
000500*----------------------------------------------------------------*
000510 FD  RATING-MASTER.
000520     COPY RATEREC.
000530
000540*----------------------------------------------------------------*
000550* RATING-HISTORY - ONE RECORD PER PLAYER PER RATED GAME.          *
000560*----------------------------------------------------------------*
000570 FD  RATING-HISTORY.
000580     COPY RATHIST.
000590
000600*----------------------------------------------------------------*
000610* RATEFILE - THE PRINTABLE RATING REPORT.                         *
000620*----------------------------------------------------------------*
000630 FD  RATEFILE.
000640 01  RATE-REPORT-RECORD          PIC X(80).
000650
000660*----------------------------------------------------------------*
000670* ROSTERFILE - THE REGISTERED-PLAYER ROSTER MASTER, READ ONLY     *
000680* FOR NAMES. ABSENT IS FINE.                                      *
000690*----------------------------------------------------------------*
000700 FD  ROSTERFILE.
000710     COPY ROSTREC.
000720
000721*----------------------------------------------------------------*
000722* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000723*----------------------------------------------------------------*
000724 FD  DATE-CONTROL.
000725     COPY DATECTL.
000726
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------*
000750* SWITCHES AND CONTROL FIELDS                                     *
000760*----------------------------------------------------------------*
000770 77  WS-RATING-CHECK-KEY         PIC X(02).
000780 77  WS-RHIST-CHECK-KEY          PIC X(02).
000790 77  WS-RATE-CHECK-KEY           PIC X(02).
000800 77  WS-ROSTER-CHECK-KEY         PIC X(02).
000810 77  WS-RATE-FILE-NAME           PIC X(255).
000820 77  WS-ROSTER-FILE-NAME         PIC X(255).
000830 77  WS-PLAYER-REQUEST           PIC X(10).
000840
000850 01  WS-RATING-EOF-SW            PIC X(01) VALUE "N".
000860     88  WS-RATING-EOF                VALUE "Y".
000870 01  WS-RHIST-EOF-SW             PIC X(01) VALUE "N".
000880     88  WS-RHIST-EOF                 VALUE "Y".
000890 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE "N".
000900     88  WS-ROSTER-EOF                VALUE "Y".
000910 01  WS-ROSTER-LOADED-SW         PIC X(01) VALUE "N".
000920     88  WS-ROSTER-LOADED             VALUE "Y".
000930 01  WS-MOVES-TRUNCATED-SW       PIC X(01) VALUE "N".
000940     88  WS-MOVES-TRUNCATED           VALUE "Y".
000950
000960*----------------------------------------------------------------*
000970* RATED PLAYER TABLE - ONE ENTRY PER RATING MASTER RECORD,        *
000980* SORTED INTO RATING ORDER BEFORE PRINTING. EACH ENTRY ANCHORS    *
000990* THE CHAIN OF ITS NIGHTLY MOVEMENT ENTRIES, OLDEST FIRST.        *
001000*----------------------------------------------------------------*
001010 01  WS-RATED-TABLE.
001020     05  WS-RATED-COUNT          PIC 9(05) COMP VALUE ZERO.
001030     05  WS-RATED-ENTRY OCCURS 1 TO 50000 TIMES
001040             DEPENDING ON WS-RATED-COUNT.
001050         10  WS-RATED-ID             PIC X(10).
001060         10  WS-RATED-RATING         PIC 9(04).
001070         10  WS-RATED-START          PIC 9(04).
001080         10  WS-RATED-HIGH           PIC 9(04).
001090         10  WS-RATED-LOW            PIC 9(04).
001100         10  WS-RATED-GAMES          PIC 9(06).
001110         10  WS-RATED-WINS           PIC 9(06).
001120         10  WS-RATED-DRAWS          PIC 9(06).
001130         10  WS-RATED-LOSSES         PIC 9(06).
001140         10  WS-RATED-FIRST-MOVE     PIC 9(06) COMP.
001150         10  WS-RATED-LAST-MOVE      PIC 9(06) COMP.
001160         10  WS-RATED-HASH-LINK      PIC 9(05) COMP.
001170
001180*        HOLD AREA FOR ONE WS-RATED-ENTRY DURING THE SORT SWAP.
001190 77  WS-HOLD-ENTRY               PIC X(62).
001200
001210 77  WS-RATED-IDX                PIC 9(05) COMP VALUE ZERO.
001220 77  WS-RATED-FOUND-IDX          PIC 9(05) COMP VALUE ZERO.
001230 77  WS-SORT-IDX                 PIC 9(05) COMP VALUE ZERO.
001240 77  WS-SCAN-IDX                 PIC 9(05) COMP VALUE ZERO.
001250 77  WS-BEST-IDX                 PIC 9(05) COMP VALUE ZERO.
001260 77  WS-BEST-RATING              PIC 9(04) VALUE ZERO.
001270
001280*----------------------------------------------------------------*
001290* NIGHTLY MOVEMENT TABLE - ONE ENTRY PER PLAYER PER RATING DATE,  *
001300* COLLAPSED FROM THE PER-GAME HISTORY: THE RATING GOING INTO THE  *
001310* NIGHT, THE RATING COMING OUT, AND THE GAMES RATED THAT NIGHT.   *
001320*----------------------------------------------------------------*
001330 01  WS-MOVE-TABLE.
001340     05  WS-MOVE-COUNT           PIC 9(06) COMP VALUE ZERO.
001350     05  WS-MOVE-ENTRY OCCURS 1 TO 200000 TIMES
001360             DEPENDING ON WS-MOVE-COUNT.
001370         10  WS-MOVE-DATE            PIC 9(08).
001380         10  WS-MOVE-FROM            PIC 9(04).
001390         10  WS-MOVE-TO              PIC 9(04).
001400         10  WS-MOVE-GAMES           PIC 9(04) COMP.
001410         10  WS-MOVE-NEXT            PIC 9(06) COMP.
001420 77  WS-MOVE-IDX                 PIC 9(06) COMP VALUE ZERO.
001430 77  WS-HISTORY-READ             PIC 9(08) COMP VALUE ZERO.
001440
001450*----------------------------------------------------------------*
001460* HASH LOOKUP FIELDS - THE RATED TABLE IS REACHED THROUGH A       *
001470* BUCKET ARRAY AND PER-ENTRY CHAIN LINKS WHILE THE HISTORY IS     *
001480* LOADED, SAME SCHEME AS ROCK-PAPER-SCISSORS.                     *
001490*----------------------------------------------------------------*
001500 01  WS-RATED-HASH-BUCKETS.
001510     05  WS-RATED-BUCKET         PIC 9(05) COMP OCCURS 20011
001520                                 TIMES VALUE ZERO.
001530 01  WS-HASH-WORK.
001540     05  WS-HASH-WORK-ID         PIC X(10).
001550     05  WS-HASH-WORK-BYTES REDEFINES WS-HASH-WORK-ID.
001560         10  WS-HASH-WORK-BYTE       PIC X(01) OCCURS 10 TIMES.
001570 77  WS-HASH-VALUE               PIC 9(09) COMP VALUE ZERO.
001580 77  WS-HASH-BYTE-IDX            PIC 9(02) COMP VALUE ZERO.
001590 77  WS-CHAIN-IDX                PIC 9(05) COMP VALUE ZERO.
001600
001610*----------------------------------------------------------------*
001620* REGISTERED-PLAYER ROSTER TABLE - NAMES FOR THE REPORT. EMPTY    *
001630* WHEN NO ROSTER FILE EXISTS.                                     *
001640*----------------------------------------------------------------*
001650 01  WS-ROSTER-TABLE.
001660     05  WS-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
001670     05  WS-ROSTER-ENTRY OCCURS 1 TO 50000 TIMES
001680             DEPENDING ON WS-ROSTER-COUNT.
001690         10  WS-ROSTER-ID            PIC X(10).
001700         10  WS-ROSTER-NAME          PIC X(30).
001710 77  WS-ROSTER-SEARCH-IDX        PIC 9(05) COMP VALUE ZERO.
001720 77  WS-ROSTER-FOUND-IDX         PIC 9(05) COMP VALUE ZERO.
001730 77  WS-LOOKUP-ID                PIC X(10).
001740
001750*----------------------------------------------------------------*
001760* RANKING WORK FIELDS                                             *
001770*----------------------------------------------------------------*
001780 77  WS-CURRENT-RANK             PIC 9(05) COMP VALUE ZERO.
001790 77  WS-BOARD-POSITION           PIC 9(05) COMP VALUE ZERO.
001800 77  WS-PREV-RATING              PIC 9(04) VALUE ZERO.
001810 77  WS-CHANGE                   PIC S9(05) VALUE ZERO.
001820
001830*----------------------------------------------------------------*
001840* REPORT EDIT FIELDS                                              *
001850*----------------------------------------------------------------*
001860 77  WS-RUN-DATE                 PIC 9(08).
001863 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001866 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001870 77  WS-RANK-PRINT               PIC Z(04)9.
001880 77  WS-RATING-PRINT             PIC Z(05)9.
001890 77  WS-CHANGE-PRINT             PIC +(05)9.
001900 77  WS-GAMES-PRINT              PIC Z(05)9.
001910 77  WS-COUNT-PRINT              PIC Z(06)9.
001920 77  WS-NAME-PRINT               PIC X(20).
001930 77  WS-REPORT-LINE              PIC X(80).
001940 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
001950
001960 PROCEDURE DIVISION.
001970*----------------------------------------------------------------*
001980* 0000-MAINLINE                                                   *
001990*----------------------------------------------------------------*
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
002030     PERFORM 2000-LOAD-RATINGS THRU 2000-EXIT.
002040     PERFORM 3000-SORT-RATINGS THRU 3000-EXIT.
002050     PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT.
002060     PERFORM 8000-WRITE-RATING-TABLE THRU 8000-EXIT.
002070     PERFORM 8500-WRITE-MOVEMENT THRU 8500-EXIT.
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002090     STOP RUN.
002100
002110*----------------------------------------------------------------*
002120* 1000-INITIALIZE - PICK UP THE OPTIONAL PLAYER FILTER, NAME THE  *
002130* OUTPUT FILE AND OPEN IT.                                        *
002140*----------------------------------------------------------------*
002150 1000-INITIALIZE.
002160     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002170
002180     MOVE SPACES TO WS-PLAYER-REQUEST.
002190     ACCEPT WS-PLAYER-REQUEST FROM ENVIRONMENT "RRPT_PLAYER".
002200
002210     MOVE SPACES TO WS-RATE-FILE-NAME.
002220     ACCEPT WS-RATE-FILE-NAME
002230         FROM ENVIRONMENT "RRPT_REPORT_FILE".
002240     IF WS-RATE-FILE-NAME = SPACES
002250         MOVE "./rating_report.txt" TO WS-RATE-FILE-NAME
002260     END-IF.
002270
002280     OPEN OUTPUT RATEFILE.
002290     IF WS-RATE-CHECK-KEY NOT = "00"
002300         DISPLAY "UNABLE TO OPEN RATEFILE. STATUS: "
002310             WS-RATE-CHECK-KEY
002320         END-DISPLAY
002330         STOP RUN RETURNING 1
002340     END-IF.
002350 1000-EXIT.
002360     EXIT.
002361
002362*----------------------------------------------------------------*
002363* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002364* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
002365* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
002366*----------------------------------------------------------------*
002367 1050-READ-BUSINESS-DATE.
002368     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002369     ACCEPT WS-DATE-CONTROL-FILE-NAME
002370         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002371     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002372         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002373     END-IF.
002374     MOVE ZERO TO WS-RUN-DATE.
002375     OPEN INPUT DATE-CONTROL.
002376     IF WS-DATE-CONTROL-CHECK-KEY = "00"
002377         READ DATE-CONTROL
002378             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
002379         END-READ
002380         CLOSE DATE-CONTROL
002381     END-IF.
002382     IF WS-RUN-DATE = ZERO
002383         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002384         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
002385             "SYSTEM DATE"
002386         END-DISPLAY
002387     END-IF.
002388 1050-EXIT.
002389     EXIT.
002390
002391*----------------------------------------------------------------*
002392* 1100-LOAD-ROSTER - READ THE ROSTER MASTER INTO ITS TABLE. WITH  *
002400* NO ROSTER FILE THE REPORT SIMPLY PRINTS RAW IDS.                *
002410*----------------------------------------------------------------*
002420 1100-LOAD-ROSTER.
002430     MOVE SPACES TO WS-ROSTER-FILE-NAME.
002440     ACCEPT WS-ROSTER-FILE-NAME
002450         FROM ENVIRONMENT "RPS_ROSTER_FILE".
002460     IF WS-ROSTER-FILE-NAME = SPACES
002470         MOVE "./roster.dat" TO WS-ROSTER-FILE-NAME
002480     END-IF.
002490
002500     OPEN INPUT ROSTERFILE.
002510     IF WS-ROSTER-CHECK-KEY NOT = "00"
002520         DISPLAY "NO ROSTER FILE - REPORT SHOWS RAW PLAYER IDS"
002530         END-DISPLAY
002540         GO TO 1100-EXIT
002550     END-IF.
002560
002570     PERFORM 1110-LOAD-ROSTER-RECORD THRU 1110-EXIT
002580         UNTIL WS-ROSTER-EOF.
002590     CLOSE ROSTERFILE.
002600     SET WS-ROSTER-LOADED TO TRUE.
002610 1100-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------*
002650* 1110-LOAD-ROSTER-RECORD - ADD ONE ROSTER RECORD TO THE TABLE.   *
002660*----------------------------------------------------------------*
002670 1110-LOAD-ROSTER-RECORD.
002680     READ ROSTERFILE
002690         AT END SET WS-ROSTER-EOF TO TRUE
002700     END-READ.
002710     IF NOT WS-ROSTER-EOF
002720         IF WS-ROSTER-COUNT >= 50000
002730             DISPLAY "ROSTER TABLE FULL AT 50000 - CANNOT ADD "
002740                 RO-PLAYER-ID
002750             END-DISPLAY
002760             STOP RUN RETURNING 1
002770         END-IF
002780         ADD 1 TO WS-ROSTER-COUNT
002790         MOVE RO-PLAYER-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
002800         MOVE RO-PLAYER-NAME TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
002810     END-IF.
002820 1110-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------------*
002860* 2000-LOAD-RATINGS - READ THE RATING MASTER INTO THE RATED       *
002870* TABLE. NO MASTER YET MEANS RATING-UPDATE HAS NEVER RUN.         *
002880*----------------------------------------------------------------*
002890 2000-LOAD-RATINGS.
002900     OPEN INPUT RATING-MASTER.
002910     IF WS-RATING-CHECK-KEY NOT = "00"
002920         DISPLAY "NO RATING MASTER ON FILE. STATUS: "
002930             WS-RATING-CHECK-KEY
002940         END-DISPLAY
002950         GO TO 2000-EXIT
002960     END-IF.
002970     PERFORM 2100-LOAD-RATING-RECORD THRU 2100-EXIT
002980         UNTIL WS-RATING-EOF.
002990     CLOSE RATING-MASTER.
003000 2000-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------------*
003040* 2100-LOAD-RATING-RECORD - ADD ONE RATING RECORD TO THE TABLE.   *
003050*----------------------------------------------------------------*
003060 2100-LOAD-RATING-RECORD.
003070     READ RATING-MASTER
003080         AT END SET WS-RATING-EOF TO TRUE
003090     END-READ.
003100     IF NOT WS-RATING-EOF
003110         IF WS-RATED-COUNT >= 50000
003120             DISPLAY "RATED TABLE FULL AT 50000 AT "
003130                 RT-PLAYER-ID
003140             END-DISPLAY
003150             STOP RUN RETURNING 1
003160         END-IF
003170         ADD 1 TO WS-RATED-COUNT
003180         MOVE RT-PLAYER-ID TO WS-RATED-ID(WS-RATED-COUNT)
003190         MOVE RT-RATING TO WS-RATED-RATING(WS-RATED-COUNT)
003200         MOVE RT-START-RATING TO WS-RATED-START(WS-RATED-COUNT)
003210         MOVE RT-HIGH-RATING TO WS-RATED-HIGH(WS-RATED-COUNT)
003220         MOVE RT-LOW-RATING TO WS-RATED-LOW(WS-RATED-COUNT)
003230         MOVE RT-GAMES TO WS-RATED-GAMES(WS-RATED-COUNT)
003240         MOVE RT-WINS TO WS-RATED-WINS(WS-RATED-COUNT)
003250         MOVE RT-DRAWS TO WS-RATED-DRAWS(WS-RATED-COUNT)
003260         MOVE RT-LOSSES TO WS-RATED-LOSSES(WS-RATED-COUNT)
003270         MOVE ZERO TO WS-RATED-FIRST-MOVE(WS-RATED-COUNT)
003280             WS-RATED-LAST-MOVE(WS-RATED-COUNT)
003290             WS-RATED-HASH-LINK(WS-RATED-COUNT)
003300     END-IF.
003310 2100-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------*
003350* 3000-SORT-RATINGS - ORDER THE RATED TABLE ON CURRENT RATING,    *
003360* HIGHEST FIRST, THEN CHAIN EVERY ENTRY INTO ITS HASH BUCKET AT   *
003370* ITS SORTED POSITION.                                            *
003380*----------------------------------------------------------------*
003390 3000-SORT-RATINGS.
003400     IF WS-RATED-COUNT > 1
003410         PERFORM 3100-SORT-ONE-SLOT THRU 3100-EXIT
003420             VARYING WS-SORT-IDX FROM 1 BY 1
003430             UNTIL WS-SORT-IDX >= WS-RATED-COUNT
003440     END-IF.
003450     PERFORM 3200-HASH-LINK-RATED THRU 3200-EXIT
003460         VARYING WS-RATED-IDX FROM 1 BY 1
003470         UNTIL WS-RATED-IDX > WS-RATED-COUNT.
003480 3000-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------*
003520* 3100-SORT-ONE-SLOT - FIND THE HIGHEST REMAINING RATING AND      *
003530* SWAP IT INTO THE CURRENT SLOT.                                  *
003540*----------------------------------------------------------------*
003550 3100-SORT-ONE-SLOT.
003560     MOVE WS-SORT-IDX TO WS-BEST-IDX.
003570     MOVE WS-RATED-RATING(WS-SORT-IDX) TO WS-BEST-RATING.
003580     PERFORM 3110-SCAN-FOR-BEST THRU 3110-EXIT
003590         VARYING WS-SCAN-IDX FROM WS-SORT-IDX BY 1
003600         UNTIL WS-SCAN-IDX > WS-RATED-COUNT.
003610
003620     IF WS-BEST-IDX NOT = WS-SORT-IDX
003630         MOVE WS-RATED-ENTRY(WS-SORT-IDX) TO WS-HOLD-ENTRY
003640         MOVE WS-RATED-ENTRY(WS-BEST-IDX)
003650             TO WS-RATED-ENTRY(WS-SORT-IDX)
003660         MOVE WS-HOLD-ENTRY TO WS-RATED-ENTRY(WS-BEST-IDX)
003670     END-IF.
003680 3100-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------------*
003720* 3110-SCAN-FOR-BEST - COMPARE ONE REMAINING ENTRY AGAINST THE    *
003730* BEST SEEN SO FAR IN THIS PASS.                                  *
003740*----------------------------------------------------------------*
003750 3110-SCAN-FOR-BEST.
003760     IF WS-RATED-RATING(WS-SCAN-IDX) > WS-BEST-RATING
003770         MOVE WS-RATED-RATING(WS-SCAN-IDX) TO WS-BEST-RATING
003780         MOVE WS-SCAN-IDX TO WS-BEST-IDX
003790     END-IF.
003800 3110-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------*
003840* 3200-HASH-LINK-RATED - CHAIN ONE RATED ENTRY INTO ITS BUCKET.   *
003850*----------------------------------------------------------------*
003860 3200-HASH-LINK-RATED.
003870     MOVE WS-RATED-ID(WS-RATED-IDX) TO WS-HASH-WORK-ID.
003880     PERFORM 7100-COMPUTE-HASH THRU 7100-EXIT.
003890     MOVE WS-RATED-BUCKET(WS-HASH-VALUE)
003900         TO WS-RATED-HASH-LINK(WS-RATED-IDX).
003910     MOVE WS-RATED-IDX TO WS-RATED-BUCKET(WS-HASH-VALUE).
003920 3200-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------*
003960* 4000-LOAD-HISTORY - COLLAPSE THE PER-GAME RATING HISTORY INTO   *
003970* ONE MOVEMENT ENTRY PER PLAYER PER NIGHT. THE FILE IS WRITTEN    *
003980* IN RATING ORDER, SO A PLAYER'S NIGHTS ARRIVE OLDEST FIRST.      *
003990*----------------------------------------------------------------*
004000 4000-LOAD-HISTORY.
004010     OPEN INPUT RATING-HISTORY.
004020     IF WS-RHIST-CHECK-KEY NOT = "00" AND
004030             WS-RHIST-CHECK-KEY NOT = "05"
004040         DISPLAY "UNABLE TO READ RATING-HISTORY. STATUS: "
004050             WS-RHIST-CHECK-KEY
004060         END-DISPLAY
004070         STOP RUN RETURNING 1
004080     END-IF.
004090     PERFORM 4100-LOAD-HISTORY-RECORD THRU 4100-EXIT
004100         UNTIL WS-RHIST-EOF.
004110     CLOSE RATING-HISTORY.
004120 4000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------*
004160* 4100-LOAD-HISTORY-RECORD - FOLD ONE RATED GAME INTO ITS         *
004170* PLAYER'S LATEST NIGHT, OR START A NEW NIGHT FOR THE PLAYER.     *
004180* A PLAYER NOT ON THE MASTER, OR OUTSIDE THE RRPT_PLAYER FILTER,  *
004190* IS PASSED OVER.                                                 *
004200*----------------------------------------------------------------*
004210 4100-LOAD-HISTORY-RECORD.
004220     READ RATING-HISTORY
004230         AT END SET WS-RHIST-EOF TO TRUE
004240     END-READ.
004250     IF WS-RHIST-EOF
004260         GO TO 4100-EXIT
004270     END-IF.
004280     ADD 1 TO WS-HISTORY-READ.
004290     IF WS-PLAYER-REQUEST NOT = SPACES
004300             AND RH-PLAYER-ID NOT = WS-PLAYER-REQUEST
004310         GO TO 4100-EXIT
004320     END-IF.
004330
004340     MOVE RH-PLAYER-ID TO WS-LOOKUP-ID.
004350     PERFORM 7000-FIND-RATED-ENTRY THRU 7000-EXIT.
004360     IF WS-RATED-FOUND-IDX = ZERO
004370         GO TO 4100-EXIT
004380     END-IF.
004390
004400     MOVE WS-RATED-LAST-MOVE(WS-RATED-FOUND-IDX) TO WS-MOVE-IDX.
004410     IF WS-MOVE-IDX NOT = ZERO
004420         IF WS-MOVE-DATE(WS-MOVE-IDX) = RH-RATE-DATE
004430             MOVE RH-RATING-AFTER TO WS-MOVE-TO(WS-MOVE-IDX)
004440             ADD 1 TO WS-MOVE-GAMES(WS-MOVE-IDX)
004450             GO TO 4100-EXIT
004460         END-IF
004470     END-IF.
004480
004490     IF WS-MOVE-COUNT >= 200000
004500         SET WS-MOVES-TRUNCATED TO TRUE
004510         GO TO 4100-EXIT
004520     END-IF.
004530     ADD 1 TO WS-MOVE-COUNT.
004540     MOVE RH-RATE-DATE TO WS-MOVE-DATE(WS-MOVE-COUNT).
004550     MOVE RH-RATING-BEFORE TO WS-MOVE-FROM(WS-MOVE-COUNT).
004560     MOVE RH-RATING-AFTER TO WS-MOVE-TO(WS-MOVE-COUNT).
004570     MOVE 1 TO WS-MOVE-GAMES(WS-MOVE-COUNT).
004580     MOVE ZERO TO WS-MOVE-NEXT(WS-MOVE-COUNT).
004590     IF WS-MOVE-IDX = ZERO
004600         MOVE WS-MOVE-COUNT
004610             TO WS-RATED-FIRST-MOVE(WS-RATED-FOUND-IDX)
004620     ELSE
004630         MOVE WS-MOVE-COUNT TO WS-MOVE-NEXT(WS-MOVE-IDX)
004640     END-IF.
004650     MOVE WS-MOVE-COUNT TO WS-RATED-LAST-MOVE(WS-RATED-FOUND-IDX).
004660 4100-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------*
004700* 7000-FIND-RATED-ENTRY - LOCATE WS-LOOKUP-ID ON THE RATED TABLE  *
004710* THROUGH ITS HASH BUCKET, LEAVING ZERO IN WS-RATED-FOUND-IDX     *
004720* WHEN IT IS NOT THERE.                                           *
004730*----------------------------------------------------------------*
004740 7000-FIND-RATED-ENTRY.
004750     MOVE ZERO TO WS-RATED-FOUND-IDX.
004760     MOVE WS-LOOKUP-ID TO WS-HASH-WORK-ID.
004770     PERFORM 7100-COMPUTE-HASH THRU 7100-EXIT.
004780     MOVE WS-RATED-BUCKET(WS-HASH-VALUE) TO WS-CHAIN-IDX.
004790     PERFORM 7010-CHECK-RATED-ENTRY THRU 7010-EXIT
004800         UNTIL WS-CHAIN-IDX = ZERO
004810             OR WS-RATED-FOUND-IDX NOT = ZERO.
004820 7000-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------*
004860* 7010-CHECK-RATED-ENTRY - COMPARE ONE CHAINED RATED ENTRY,       *
004870* STEPPING DOWN THE CHAIN ON A MISS.                              *
004880*----------------------------------------------------------------*
004890 7010-CHECK-RATED-ENTRY.
004900     IF WS-RATED-ID(WS-CHAIN-IDX) = WS-LOOKUP-ID
004910         MOVE WS-CHAIN-IDX TO WS-RATED-FOUND-IDX
004920     ELSE
004930         MOVE WS-RATED-HASH-LINK(WS-CHAIN-IDX) TO WS-CHAIN-IDX
004940     END-IF.
004950 7010-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------*
004990* 7100-COMPUTE-HASH - FOLD THE TEN BYTES OF WS-HASH-WORK-ID INTO  *
005000* A BUCKET NUMBER BETWEEN 1 AND 20011.                            *
005010*----------------------------------------------------------------*
005020 7100-COMPUTE-HASH.
005030     MOVE ZERO TO WS-HASH-VALUE.
005040     PERFORM 7110-FOLD-HASH-BYTE THRU 7110-EXIT
005050         VARYING WS-HASH-BYTE-IDX FROM 1 BY 1
005060         UNTIL WS-HASH-BYTE-IDX > 10.
005070     ADD 1 TO WS-HASH-VALUE.
005080 7100-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------*
005120* 7110-FOLD-HASH-BYTE - FOLD ONE BYTE IN.                         *
005130*----------------------------------------------------------------*
005140 7110-FOLD-HASH-BYTE.
005150     COMPUTE WS-HASH-VALUE = FUNCTION MOD(
005160         WS-HASH-VALUE * 31
005170         + FUNCTION ORD(WS-HASH-WORK-BYTE(WS-HASH-BYTE-IDX)),
005180         20011)
005190     END-COMPUTE.
005200 7110-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------*
005240* 7200-FIND-ROSTER-NAME - PUT WS-LOOKUP-ID'S REGISTERED NAME IN    *
005250* WS-NAME-PRINT, OR SPACES WHEN THE ROSTER DOES NOT KNOW IT.      *
005260*----------------------------------------------------------------*
005270 7200-FIND-ROSTER-NAME.
005280     MOVE SPACES TO WS-NAME-PRINT.
005290     MOVE ZERO TO WS-ROSTER-FOUND-IDX.
005300     IF NOT WS-ROSTER-LOADED
005310         GO TO 7200-EXIT
005320     END-IF.
005330     PERFORM 7210-CHECK-ROSTER-ENTRY THRU 7210-EXIT
005340         VARYING WS-ROSTER-SEARCH-IDX FROM 1 BY 1
005350         UNTIL WS-ROSTER-SEARCH-IDX > WS-ROSTER-COUNT
005360             OR WS-ROSTER-FOUND-IDX NOT = ZERO.
005370     IF WS-ROSTER-FOUND-IDX NOT = ZERO
005380         MOVE WS-ROSTER-NAME(WS-ROSTER-FOUND-IDX)
005390             TO WS-NAME-PRINT
005400     END-IF.
005410 7200-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------*
005450* 7210-CHECK-ROSTER-ENTRY - COMPARE ONE ROSTER TABLE ENTRY.       *
005460*----------------------------------------------------------------*
005470 7210-CHECK-ROSTER-ENTRY.
005480     IF WS-ROSTER-ID(WS-ROSTER-SEARCH-IDX) = WS-LOOKUP-ID
005490         MOVE WS-ROSTER-SEARCH-IDX TO WS-ROSTER-FOUND-IDX
005500     END-IF.
005510 7210-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------*
005550* 8000-WRITE-RATING-TABLE - HEADLINE BLOCK AND ONE RANKED LINE    *
005560* PER RATED PLAYER.                                               *
005570*----------------------------------------------------------------*
005580 8000-WRITE-RATING-TABLE.
005590     MOVE "PLAYER RATINGS" TO RATE-REPORT-RECORD.
005600     WRITE RATE-REPORT-RECORD.
005610
005620     MOVE SPACES TO WS-REPORT-LINE.
005630     STRING "RUN DATE " DELIMITED BY SIZE
005640         WS-RUN-DATE DELIMITED BY SIZE
005650         INTO WS-REPORT-LINE
005660     END-STRING.
005670     MOVE WS-REPORT-LINE TO RATE-REPORT-RECORD.
005680     WRITE RATE-REPORT-RECORD.
005690
005700     MOVE WS-RATED-COUNT TO WS-COUNT-PRINT.
005710     MOVE SPACES TO WS-REPORT-LINE.
005720     STRING "PLAYERS RATED " DELIMITED BY SIZE
005730         WS-COUNT-PRINT DELIMITED BY SIZE
005740         INTO WS-REPORT-LINE
005750     END-STRING.
005760     MOVE WS-REPORT-LINE TO RATE-REPORT-RECORD.
005770     WRITE RATE-REPORT-RECORD.
005780
005790     MOVE SPACES TO RATE-REPORT-RECORD.
005800     WRITE RATE-REPORT-RECORD.
005810
005820     MOVE " RANK  PLAYER ID RATING  START CHANGE   HIGH    LOW  GA
005830-        "MES  NAME" TO RATE-REPORT-RECORD.
005840     WRITE RATE-REPORT-RECORD.
005850     MOVE " ----  ---------- ------ ------ ------ ------ ------ --
005860-        "---- --------------------" TO RATE-REPORT-RECORD.
005870     WRITE RATE-REPORT-RECORD.
005880
005890     MOVE ZERO TO WS-CURRENT-RANK WS-PREV-RATING
005900         WS-BOARD-POSITION.
005910     PERFORM 8100-WRITE-RATING-LINE THRU 8100-EXIT
005920         VARYING WS-RATED-IDX FROM 1 BY 1
005930         UNTIL WS-RATED-IDX > WS-RATED-COUNT.
005940 8000-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980* 8100-WRITE-RATING-LINE - ONE PLAYER'S RATING LINE. PLAYERS ON   *
005990* THE SAME RATING SHARE A RANK, AS ON THE LEADERBOARD.            *
006000*----------------------------------------------------------------*
006010 8100-WRITE-RATING-LINE.
006020     ADD 1 TO WS-BOARD-POSITION.
006030     IF WS-BOARD-POSITION = 1
006040             OR WS-RATED-RATING(WS-RATED-IDX) NOT = WS-PREV-RATING
006050         MOVE WS-BOARD-POSITION TO WS-CURRENT-RANK
006060     END-IF.
006070     MOVE WS-RATED-RATING(WS-RATED-IDX) TO WS-PREV-RATING.
006080
006090     MOVE WS-CURRENT-RANK TO WS-RANK-PRINT.
006100     MOVE SPACES TO WS-REPORT-LINE.
006110     MOVE 1 TO WS-STRING-PTR.
006120     STRING WS-RANK-PRINT DELIMITED BY SIZE
006130         "  " DELIMITED BY SIZE
006140         WS-RATED-ID(WS-RATED-IDX) DELIMITED BY SIZE
006150         INTO WS-REPORT-LINE
006160         WITH POINTER WS-STRING-PTR
006170     END-STRING.
006180
006190     MOVE WS-RATED-RATING(WS-RATED-IDX) TO WS-RATING-PRINT.
006200     STRING " " DELIMITED BY SIZE
006210         WS-RATING-PRINT DELIMITED BY SIZE
006220         INTO WS-REPORT-LINE
006230         WITH POINTER WS-STRING-PTR
006240     END-STRING.
006250
006260     MOVE WS-RATED-START(WS-RATED-IDX) TO WS-RATING-PRINT.
006270     STRING " " DELIMITED BY SIZE
006280         WS-RATING-PRINT DELIMITED BY SIZE
006290         INTO WS-REPORT-LINE
006300         WITH POINTER WS-STRING-PTR
006310     END-STRING.
006320
006330     COMPUTE WS-CHANGE = WS-RATED-RATING(WS-RATED-IDX)
006340         - WS-RATED-START(WS-RATED-IDX)
006350     END-COMPUTE.
006360     MOVE WS-CHANGE TO WS-CHANGE-PRINT.
006370     STRING " " DELIMITED BY SIZE
006380         WS-CHANGE-PRINT DELIMITED BY SIZE
006390         INTO WS-REPORT-LINE
006400         WITH POINTER WS-STRING-PTR
006410     END-STRING.
006420
006430     MOVE WS-RATED-HIGH(WS-RATED-IDX) TO WS-RATING-PRINT.
006440     STRING " " DELIMITED BY SIZE
006450         WS-RATING-PRINT DELIMITED BY SIZE
006460         INTO WS-REPORT-LINE
006470         WITH POINTER WS-STRING-PTR
006480     END-STRING.
006490
006500     MOVE WS-RATED-LOW(WS-RATED-IDX) TO WS-RATING-PRINT.
006510     STRING " " DELIMITED BY SIZE
006520         WS-RATING-PRINT DELIMITED BY SIZE
006530         INTO WS-REPORT-LINE
006540         WITH POINTER WS-STRING-PTR
006550     END-STRING.
006560
006570     MOVE WS-RATED-GAMES(WS-RATED-IDX) TO WS-GAMES-PRINT.
006580     STRING " " DELIMITED BY SIZE
006590         WS-GAMES-PRINT DELIMITED BY SIZE
006600         INTO WS-REPORT-LINE
006610         WITH POINTER WS-STRING-PTR
006620     END-STRING.
006630
006640     MOVE WS-RATED-ID(WS-RATED-IDX) TO WS-LOOKUP-ID.
006650     PERFORM 7200-FIND-ROSTER-NAME THRU 7200-EXIT.
006660     IF WS-NAME-PRINT NOT = SPACES
006670         STRING " " DELIMITED BY SIZE
006680             WS-NAME-PRINT DELIMITED BY SIZE
006690             INTO WS-REPORT-LINE
006700             WITH POINTER WS-STRING-PTR
006710         END-STRING
006720     END-IF.
006730
006740     MOVE WS-REPORT-LINE TO RATE-REPORT-RECORD.
006750     WRITE RATE-REPORT-RECORD.
006760 8100-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------*
006800* 8500-WRITE-MOVEMENT - THE SEASON'S MOVEMENT, ONE BLOCK PER      *
006810* PLAYER IN RATING ORDER, ONE LINE PER NIGHT THE PLAYER WAS       *
006820* RATED.                                                          *
006830*----------------------------------------------------------------*
006840 8500-WRITE-MOVEMENT.
006850     MOVE SPACES TO RATE-REPORT-RECORD.
006860     WRITE RATE-REPORT-RECORD.
006870     MOVE "RATING MOVEMENT BY NIGHT" TO RATE-REPORT-RECORD.
006880     WRITE RATE-REPORT-RECORD.
006890     IF WS-PLAYER-REQUEST NOT = SPACES
006900         MOVE SPACES TO WS-REPORT-LINE
006910         STRING "PLAYER " DELIMITED BY SIZE
006920             WS-PLAYER-REQUEST DELIMITED BY SIZE
006930             " ONLY" DELIMITED BY SIZE
006940             INTO WS-REPORT-LINE
006950         END-STRING
006960         MOVE WS-REPORT-LINE TO RATE-REPORT-RECORD
006970         WRITE RATE-REPORT-RECORD
006980     END-IF.
006990     IF WS-MOVES-TRUNCATED
007000         MOVE "MOVEMENT TABLE FULL AT 200000 NIGHTS - LATER NIGHTS
007010-            " NOT SHOWN" TO RATE-REPORT-RECORD
007020         WRITE RATE-REPORT-RECORD
007030     END-IF.
007040
007050     PERFORM 8510-WRITE-PLAYER-MOVEMENT THRU 8510-EXIT
007060         VARYING WS-RATED-IDX FROM 1 BY 1
007070         UNTIL WS-RATED-IDX > WS-RATED-COUNT.
007080 8500-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------*
007120* 8510-WRITE-PLAYER-MOVEMENT - ONE PLAYER'S HEADING AND NIGHTLY   *
007130* LINES. A PLAYER WITH NO NIGHTS ON THE HISTORY IS LEFT OUT.      *
007140*----------------------------------------------------------------*
007150 8510-WRITE-PLAYER-MOVEMENT.
007160     IF WS-RATED-FIRST-MOVE(WS-RATED-IDX) = ZERO
007170         GO TO 8510-EXIT
007180     END-IF.
007190
007200     MOVE SPACES TO RATE-REPORT-RECORD.
007210     WRITE RATE-REPORT-RECORD.
007220     MOVE WS-RATED-ID(WS-RATED-IDX) TO WS-LOOKUP-ID.
007230     PERFORM 7200-FIND-ROSTER-NAME THRU 7200-EXIT.
007240     MOVE SPACES TO WS-REPORT-LINE.
007250     STRING "PLAYER " DELIMITED BY SIZE
007260         WS-RATED-ID(WS-RATED-IDX) DELIMITED BY SIZE
007270         " " DELIMITED BY SIZE
007280         WS-NAME-PRINT DELIMITED BY SIZE
007290         INTO WS-REPORT-LINE
007300     END-STRING.
007310     MOVE WS-REPORT-LINE TO RATE-REPORT-RECORD.
007320     WRITE RATE-REPORT-RECORD.
007330     MOVE "  NIGHT     GAMES   FROM     TO CHANGE"
007340         TO RATE-REPORT-RECORD.
007350     WRITE RATE-REPORT-RECORD.
007360
007370     MOVE WS-RATED-FIRST-MOVE(WS-RATED-IDX) TO WS-MOVE-IDX.
007380     PERFORM 8520-WRITE-MOVEMENT-LINE THRU 8520-EXIT
007390         UNTIL WS-MOVE-IDX = ZERO.
007400 8510-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------*
007440* 8520-WRITE-MOVEMENT-LINE - ONE NIGHT'S MOVEMENT, THEN STEP TO   *
007450* THE PLAYER'S NEXT NIGHT.                                        *
007460*----------------------------------------------------------------*
007470 8520-WRITE-MOVEMENT-LINE.
007480     MOVE SPACES TO WS-REPORT-LINE.
007490     MOVE 1 TO WS-STRING-PTR.
007500     STRING "  " DELIMITED BY SIZE
007510         WS-MOVE-DATE(WS-MOVE-IDX) DELIMITED BY SIZE
007520         INTO WS-REPORT-LINE
007530         WITH POINTER WS-STRING-PTR
007540     END-STRING.
007550
007560     MOVE WS-MOVE-GAMES(WS-MOVE-IDX) TO WS-GAMES-PRINT.
007570     STRING WS-GAMES-PRINT DELIMITED BY SIZE
007580         INTO WS-REPORT-LINE
007590         WITH POINTER WS-STRING-PTR
007600     END-STRING.
007610
007620     MOVE WS-MOVE-FROM(WS-MOVE-IDX) TO WS-RATING-PRINT.
007630     STRING " " DELIMITED BY SIZE
007640         WS-RATING-PRINT DELIMITED BY SIZE
007650         INTO WS-REPORT-LINE
007660         WITH POINTER WS-STRING-PTR
007670     END-STRING.
007680
007690     MOVE WS-MOVE-TO(WS-MOVE-IDX) TO WS-RATING-PRINT.
007700     STRING " " DELIMITED BY SIZE
007710         WS-RATING-PRINT DELIMITED BY SIZE
007720         INTO WS-REPORT-LINE
007730         WITH POINTER WS-STRING-PTR
007740     END-STRING.
007750
007760     COMPUTE WS-CHANGE = WS-MOVE-TO(WS-MOVE-IDX)
007770         - WS-MOVE-FROM(WS-MOVE-IDX)
007780     END-COMPUTE.
007790     MOVE WS-CHANGE TO WS-CHANGE-PRINT.
007800     STRING " " DELIMITED BY SIZE
007810         WS-CHANGE-PRINT DELIMITED BY SIZE
007820         INTO WS-REPORT-LINE
007830         WITH POINTER WS-STRING-PTR
007840     END-STRING.
007850
007860     MOVE WS-REPORT-LINE TO RATE-REPORT-RECORD.
007870     WRITE RATE-REPORT-RECORD.
007880     MOVE WS-MOVE-NEXT(WS-MOVE-IDX) TO WS-MOVE-IDX.
007890 8520-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------*
007930* 9000-TERMINATE - CLOSE THE REPORT AND SAY WHERE IT IS.          *
007940*----------------------------------------------------------------*
007950 9000-TERMINATE.
007960     CLOSE RATEFILE.
007970     DISPLAY "RATING REPORT WRITTEN TO " WS-RATE-FILE-NAME
007980     END-DISPLAY.
007990     DISPLAY "PLAYERS RATED:          " WS-RATED-COUNT
008000     END-DISPLAY.
008010     DISPLAY "RATED GAMES ON HISTORY: " WS-HISTORY-READ
008020     END-DISPLAY.
008030 9000-EXIT.
008040     EXIT.
008050
008060 END PROGRAM RATING-REPORT.
