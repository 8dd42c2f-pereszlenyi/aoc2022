000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PLAYOFF-BRACKET.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - RUNS THE END-OF-SEASON      *
000110*                 KNOCKOUT PLAYOFF, UNTIL NOW KEPT ON PAPER.     *
000120*                 PLAY_MODE "S" SEEDS SEASON PLAY_SEASON_ID: THE *
000130*                 TOP PLAY_QUALIFY_COUNT FINISHERS (DEFAULT 2)   *
000140*                 OF EVERY DIVISION IN THE CLOSING STANDINGS     *
000150*                 FROZEN BY SEASON-CLOSEOUT, RANKED EXACTLY AS   *
000160*                 DIVISION-STANDINGS RANKS THEM (DSTD_ORDER),    *
000170*                 GO INTO ONE SINGLE-ELIMINATION BRACKET         *
000180*                 (COPYBOOK PLAYBRK). DIVISION WINNERS ARE       *
000190*                 SEEDED FIRST, THEN RUNNERS-UP AND SO ON, BY    *
000200*                 POINTS WITHIN EACH FINISHING PLACE; THE TOP    *
000210*                 SEEDS TAKE THE BYES WHEN THE FIELD IS SHORT OF *
000220*                 A FULL BRACKET. PLAY_MODE "A" APPLIES A ROUND'S*
000230*                 RESULTS FROM THE PLAYOFF RESULTS FILE          *
000240*                 (COPYBOOK PLAYRES) - PLAYED OR WALKOVER - AND  *
000250*                 ADVANCES THE WINNERS. ANY OTHER PLAY_MODE ONLY *
000260*                 PRINTS. THE BRACKET REPORT IS REWRITTEN ON     *
000270*                 EVERY RUN. WHEN THE FINAL IS DECIDED THE WHOLE *
000280*                 BRACKET AND THE CHAMPION ARE FROZEN INTO THE   *
000290*                 SEASON HISTORY FILE (COPYBOOK SEASHIST) AS "P" *
000300*                 AND "C" RECORDS FOR SEASON-INQUIRY.            *
000310*----------------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL SEASON-HISTORY
000370         ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
000380         FILE STATUS IS WS-HISTORY-CHECK-KEY
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400
000410     SELECT ROSTERFILE ASSIGN DYNAMIC WS-ROSTER-FILE-NAME
000420         FILE STATUS IS WS-ROSTER-CHECK-KEY
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT OPTIONAL BRACKET-FILE
000460         ASSIGN DYNAMIC WS-BRACKET-FILE-NAME
000470         FILE STATUS IS WS-BRACKET-CHECK-KEY
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500     SELECT PLAYOFF-RESULTS ASSIGN DYNAMIC WS-RESULTS-FILE-NAME
000510         FILE STATUS IS WS-RESULTS-CHECK-KEY
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT BRKREPORT ASSIGN DYNAMIC WS-BRKREP-FILE-NAME
000550         FILE STATUS IS WS-BRKREP-CHECK-KEY
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT DATE-CONTROL
000590         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000600         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*----------------------------------------------------------------*
000660* SEASON-HISTORY - THE MULTI-SEASON HISTORY. THE CLOSING         *
000670* STANDINGS ARE READ FROM ITS "M" RECORDS; THE FINISHED BRACKET  *
000680* AND THE CHAMPION ARE APPENDED TO IT.                           *
000690*----------------------------------------------------------------*
000700 FD  SEASON-HISTORY.
000710     COPY SEASHIST.
000720
000730*----------------------------------------------------------------*
000740* ROSTERFILE - THE REGISTERED-PLAYER ROSTER MASTER. THE ROSTER    *
000750* IS WHAT PUTS A PLAYER IN A DIVISION, SO THE PLAYOFF CANNOT BE  *
000760* SEEDED WITHOUT IT.                                             *
000770*----------------------------------------------------------------*
000780 FD  ROSTERFILE.
000790     COPY ROSTREC.
000800
000810*----------------------------------------------------------------*
000820* BRACKET-FILE - THE PLAYOFF BRACKET, ONE RECORD PER MATCH SLOT. *
000830* READ IN FULL AT THE START OF EVERY RUN AND REWRITTEN IN FULL   *
000840* WHEN IT IS SEEDED OR RESULTS ARE APPLIED.                      *
000850*----------------------------------------------------------------*
000860 FD  BRACKET-FILE.
000870     COPY PLAYBRK.
000880
000890*----------------------------------------------------------------*
000900* PLAYOFF-RESULTS - ONE PLAYOFF MATCH RESULT PER RECORD.         *
000910*----------------------------------------------------------------*
000920 FD  PLAYOFF-RESULTS.
000930     COPY PLAYRES.
000940
000950*----------------------------------------------------------------*
000960* BRKREPORT - THE PRINTED BRACKET, REWRITTEN ON EVERY RUN.       *
000970*----------------------------------------------------------------*
000980 FD  BRKREPORT.
000990 01  BRKREPORT-RECORD            PIC X(80).
001000
001010*----------------------------------------------------------------*
001020* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
001030*----------------------------------------------------------------*
001040 FD  DATE-CONTROL.
001050     COPY DATECTL.
001060
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------*
001090* SWITCHES AND CONTROL FIELDS                                     *
001100*----------------------------------------------------------------*
001110 77  WS-HISTORY-CHECK-KEY        PIC X(02).
001120 77  WS-ROSTER-CHECK-KEY         PIC X(02).
001130 77  WS-BRACKET-CHECK-KEY        PIC X(02).
001140 77  WS-RESULTS-CHECK-KEY        PIC X(02).
001150 77  WS-BRKREP-CHECK-KEY         PIC X(02).
001160 77  WS-HISTORY-FILE-NAME        PIC X(255).
001170 77  WS-ROSTER-FILE-NAME         PIC X(255).
001180 77  WS-BRACKET-FILE-NAME        PIC X(255).
001190 77  WS-RESULTS-FILE-NAME        PIC X(255).
001200 77  WS-BRKREP-FILE-NAME         PIC X(255).
001210 77  WS-MODE-REQUEST             PIC X(01).
001220 77  WS-ORDER-REQUEST            PIC X(01).
001230 77  WS-SEASON-ID                PIC X(08).
001240 77  WS-SWEEP-SEASON-ID          PIC X(08).
001250
001260 01  WS-MODE-SW                  PIC X(01) VALUE "P".
001270     88  WS-MODE-SEED                 VALUE "S".
001280     88  WS-MODE-ADVANCE              VALUE "A".
001290     88  WS-MODE-PRINT                VALUE "P".
001300 01  WS-ORDER-SW                 PIC X(01) VALUE "1".
001310     88  WS-ORDER-PART-1              VALUE "1".
001320     88  WS-ORDER-PART-2              VALUE "2".
001330 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE "N".
001340     88  WS-ROSTER-EOF                VALUE "Y".
001350 01  WS-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001360     88  WS-HISTORY-EOF               VALUE "Y".
001370 01  WS-BRACKET-EOF-SW           PIC X(01) VALUE "N".
001380     88  WS-BRACKET-EOF               VALUE "Y".
001390 01  WS-RESULTS-EOF-SW           PIC X(01) VALUE "N".
001400     88  WS-RESULTS-EOF               VALUE "Y".
001410 01  WS-LOAD-STANDINGS-SW        PIC X(01) VALUE "N".
001420     88  WS-LOAD-STANDINGS            VALUE "Y".
001430 01  WS-HISTORY-PLAYOFF-SW       PIC X(01) VALUE "N".
001440     88  WS-HISTORY-HAS-PLAYOFF       VALUE "Y".
001450 01  WS-FINAL-SW                 PIC X(01) VALUE "N".
001460     88  WS-FINAL-DECIDED             VALUE "Y".
001470 01  WS-FROZEN-SW                PIC X(01) VALUE "N".
001480     88  WS-FROZEN-THIS-RUN           VALUE "Y".
001490 01  WS-RESULT-SW                PIC X(01) VALUE "Y".
001500     88  WS-RESULT-OK                 VALUE "Y".
001510     88  WS-RESULT-REJECTED           VALUE "N".
001520
001530*----------------------------------------------------------------*
001540* QUALIFYING COUNT - HOW MANY PLAYERS AT THE TOP OF EACH         *
001550* DIVISION GO INTO THE PLAYOFF. PICKED UP DIGIT BY DIGIT THE     *
001560* SAME WAY DIVISION-STANDINGS PICKS UP ITS CUT COUNTS.           *
001570*----------------------------------------------------------------*
001580 77  WS-QUALIFY-REQUEST          PIC X(04).
001590 01  WS-CUT-WORK.
001600     05  WS-CUT-WORK-X           PIC X(04).
001610     05  WS-CUT-WORK-BYTES REDEFINES WS-CUT-WORK-X.
001620         10  WS-CUT-WORK-BYTE        PIC X(01) OCCURS 4 TIMES.
001630 77  WS-CUT-BYTE-IDX             PIC 9(02) COMP VALUE ZERO.
001640 77  WS-CUT-VALUE                PIC 9(04) VALUE ZERO.
001650 01  WS-CUT-OK-SW                PIC X(01) VALUE "Y".
001660     88  WS-CUT-OK                    VALUE "Y".
001670     88  WS-CUT-BAD                   VALUE "N".
001680 01  WS-CUT-DONE-SW              PIC X(01) VALUE "N".
001690     88  WS-CUT-DONE                  VALUE "Y".
001700 77  WS-QUALIFY-COUNT            PIC 9(04) VALUE 2.
001710
001720*----------------------------------------------------------------*
001730* CLOSING STANDINGS TABLE - ONE ENTRY PER FROZEN MASTER RECORD   *
001740* OF THE SEASON, IN THE ORDER SEASON-CLOSEOUT FROZE THEM (THE    *
001750* MASTER'S KEY ORDER), SORTED THE WAY DIVISION-STANDINGS SORTS   *
001760* SO TIES FALL THE SAME WAY.                                     *
001770*----------------------------------------------------------------*
001780 01  WS-STANDING-TABLE.
001790     05  WS-STANDING-COUNT       PIC 9(05) COMP VALUE ZERO.
001800     05  WS-STANDING-ENTRY OCCURS 1 TO 50000 TIMES
001810             DEPENDING ON WS-STANDING-COUNT.
001820         10  WS-STANDING-ID          PIC X(10).
001830         10  WS-STANDING-SCORE       PIC 9(08).
001840
001850*        HOLD AREA FOR ONE WS-STANDING-ENTRY DURING THE SORT SWAP.
001860 77  WS-HOLD-ENTRY               PIC X(18).
001870
001880 77  WS-STANDING-IDX             PIC 9(05) COMP VALUE ZERO.
001890 77  WS-SORT-IDX                 PIC 9(05) COMP VALUE ZERO.
001900 77  WS-SCAN-IDX                 PIC 9(05) COMP VALUE ZERO.
001910 77  WS-BEST-IDX                 PIC 9(05) COMP VALUE ZERO.
001920 77  WS-BEST-SCORE               PIC 9(08) COMP VALUE ZERO.
001930 77  WS-SCAN-SCORE               PIC 9(08) COMP VALUE ZERO.
001940
001950*----------------------------------------------------------------*
001960* REGISTERED-PLAYER ROSTER TABLE - DIVISIONS AND NAMES.           *
001970*----------------------------------------------------------------*
001980 01  WS-ROSTER-TABLE.
001990     05  WS-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
002000     05  WS-ROSTER-ENTRY OCCURS 1 TO 50000 TIMES
002010             DEPENDING ON WS-ROSTER-COUNT.
002020         10  WS-ROSTER-ID            PIC X(10).
002030         10  WS-ROSTER-NAME          PIC X(30).
002040         10  WS-ROSTER-DIVISION      PIC X(08).
002050
002060 77  WS-ROSTER-SEARCH-IDX        PIC 9(05) COMP VALUE ZERO.
002070 77  WS-ROSTER-FOUND-IDX         PIC 9(05) COMP VALUE ZERO.
002080 77  WS-LOOKUP-ID                PIC X(10).
002090
002100*----------------------------------------------------------------*
002110* DIVISION TABLE - EVERY DIVISION IN THE CLOSING STANDINGS WITH  *
002120* THE FINISHING PLACE AND SHARED RANK REACHED SO FAR AS THE      *
002130* SORTED TABLE IS WALKED. PLAYERS THE ROSTER DOES NOT KNOW HAVE  *
002140* NO DIVISION AND CANNOT QUALIFY, AS DIVISION-STANDINGS GIVES    *
002150* THEM NO CUT LINE.                                              *
002160*----------------------------------------------------------------*
002170 01  WS-DIVISION-TABLE.
002180     05  WS-DIVISION-COUNT       PIC 9(02) COMP VALUE ZERO.
002190     05  WS-DIVISION-ENTRY OCCURS 50 TIMES.
002200         10  WS-DIVISION-NAME        PIC X(08).
002210         10  WS-DIVISION-POSITION    PIC 9(05) COMP.
002220         10  WS-DIVISION-RANK        PIC 9(05) COMP.
002230         10  WS-DIVISION-PREV-SCORE  PIC 9(08) COMP.
002240 77  WS-DIVISION-SEARCH-IDX      PIC 9(02) COMP VALUE ZERO.
002250 77  WS-DIVISION-FOUND-IDX       PIC 9(02) COMP VALUE ZERO.
002260 77  WS-LINE-DIVISION            PIC X(08).
002270
002280*----------------------------------------------------------------*
002290* QUALIFIER TABLE - THE PLAYOFF FIELD. ONCE SORTED ON THE SEED   *
002300* KEY (FINISHING PLACE FIRST, THEN POINTS) THE TABLE POSITION IS *
002310* THE SEED.                                                      *
002320*----------------------------------------------------------------*
002330 01  WS-QUALIFIER-TABLE.
002340     05  WS-QUALIFIER-COUNT      PIC 9(03) COMP VALUE ZERO.
002350     05  WS-QUALIFIER-ENTRY OCCURS 128 TIMES.
002360         10  WS-QUALIFIER-ID         PIC X(10).
002370         10  WS-QUALIFIER-DIVISION   PIC X(08).
002380         10  WS-QUALIFIER-POSITION   PIC 9(05).
002390         10  WS-QUALIFIER-RANK       PIC 9(05).
002400         10  WS-QUALIFIER-SCORE      PIC 9(08).
002410         10  WS-QUALIFIER-KEY        PIC 9(11).
002420
002430*        HOLD AREA FOR ONE WS-QUALIFIER-ENTRY DURING THE SORT SWAP.
002440 77  WS-HOLD-QUALIFIER           PIC X(47).
002450 77  WS-QUALIFIER-IDX            PIC 9(03) COMP VALUE ZERO.
002460 77  WS-BEST-KEY                 PIC 9(11) COMP VALUE ZERO.
002470 77  WS-SCAN-KEY                 PIC 9(11) COMP VALUE ZERO.
002480
002490*----------------------------------------------------------------*
002500* SEED PLACEMENT - THE STANDARD KNOCKOUT ORDER, BUILT BY         *
002510* DOUBLING: EVERY SEED S IN A BRACKET OF N IS FOLLOWED BY ITS    *
002520* OPPONENT 2N + 1 - S IN THE BRACKET OF 2N. SEED 1 AND SEED 2    *
002530* CANNOT MEET BEFORE THE FINAL.                                  *
002540*----------------------------------------------------------------*
002550 01  WS-SLOT-TABLE.
002560     05  WS-SLOT-SEED            PIC 9(03) OCCURS 128 TIMES.
002570 01  WS-NEW-SLOT-TABLE.
002580     05  WS-NEW-SLOT-SEED        PIC 9(03) OCCURS 128 TIMES.
002590 77  WS-SLOT-COUNT               PIC 9(03) COMP VALUE ZERO.
002600 77  WS-SLOT-IDX                 PIC 9(03) COMP VALUE ZERO.
002610 77  WS-NEW-SLOT-IDX             PIC 9(03) COMP VALUE ZERO.
002620
002630*----------------------------------------------------------------*
002640* BRACKET TABLE - EVERY MATCH SLOT, ROUND BY ROUND. A BRACKET OF *
002650* 128 PLAYERS HAS 127 MATCHES OVER 7 ROUNDS.                     *
002660*----------------------------------------------------------------*
002670 77  WS-BRACKET-SEASON           PIC X(08) VALUE SPACES.
002680 77  WS-FIELD-COUNT              PIC 9(03) COMP VALUE ZERO.
002690 77  WS-BRACKET-SIZE             PIC 9(03) COMP VALUE ZERO.
002700 77  WS-HALF-SIZE                PIC 9(03) COMP VALUE ZERO.
002710 77  WS-NEXT-FIRST-IDX           PIC 9(03) COMP VALUE ZERO.
002720 01  WS-MATCH-TABLE.
002730     05  WS-MATCH-COUNT          PIC 9(03) COMP VALUE ZERO.
002740     05  WS-MATCH-ENTRY OCCURS 127 TIMES.
002750         10  WS-MATCH-ROUND          PIC 9(02).
002760         10  WS-MATCH-NUMBER         PIC 9(03).
002770         10  WS-MATCH-TOP-SEED       PIC 9(03).
002780         10  WS-MATCH-TOP-ID         PIC X(10).
002790         10  WS-MATCH-BOTTOM-SEED    PIC 9(03).
002800         10  WS-MATCH-BOTTOM-ID      PIC X(10).
002810         10  WS-MATCH-STATUS         PIC X(01).
002820             88  WS-MATCH-PENDING        VALUE "N".
002830             88  WS-MATCH-PLAYED         VALUE "P".
002840             88  WS-MATCH-WALKOVER       VALUE "W".
002850             88  WS-MATCH-BYE            VALUE "B".
002860         10  WS-MATCH-WINNER-ID      PIC X(10).
002870         10  WS-MATCH-WINNER-GAMES   PIC 9(02).
002880         10  WS-MATCH-LOSER-GAMES    PIC 9(02).
002890         10  WS-MATCH-DECIDED-DATE   PIC 9(08).
002900 01  WS-ROUND-TABLE.
002910     05  WS-ROUND-COUNT          PIC 9(02) COMP VALUE ZERO.
002920     05  WS-ROUND-ENTRY OCCURS 7 TIMES.
002930         10  WS-ROUND-FIRST-IDX      PIC 9(03) COMP.
002940         10  WS-ROUND-MATCHES        PIC 9(03) COMP.
002950 77  WS-MATCH-IDX                PIC 9(03) COMP VALUE ZERO.
002960 77  WS-TARGET-IDX               PIC 9(03) COMP VALUE ZERO.
002970 77  WS-ROUND-IDX                PIC 9(02) COMP VALUE ZERO.
002980 77  WS-NEXT-ROUND               PIC 9(02) COMP VALUE ZERO.
002990 77  WS-ROUND-MATCH-IDX          PIC 9(03) COMP VALUE ZERO.
003000 77  WS-ROUND-PENDING            PIC 9(03) COMP VALUE ZERO.
003010 77  WS-TOTAL-PENDING            PIC 9(03) COMP VALUE ZERO.
003020 77  WS-WINNER-SEED              PIC 9(03) VALUE ZERO.
003030
003040*----------------------------------------------------------------*
003050* RESULT TALLIES                                                  *
003060*----------------------------------------------------------------*
003070 77  WS-RESULTS-READ             PIC 9(05) COMP VALUE ZERO.
003080 77  WS-RESULTS-APPLIED          PIC 9(05) COMP VALUE ZERO.
003090 77  WS-RESULTS-REJECTED         PIC 9(05) COMP VALUE ZERO.
003100 77  WS-REJECT-REASON            PIC X(30).
003110 77  WS-BRACKET-FROZEN           PIC 9(05) COMP VALUE ZERO.
003120
003130*----------------------------------------------------------------*
003140* REPORT EDIT FIELDS                                              *
003150*----------------------------------------------------------------*
003160 77  WS-RUN-DATE                 PIC 9(08).
003170 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
003180 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
003190 77  WS-SEED-PRINT               PIC Z(02)9.
003200 77  WS-MATCH-PRINT              PIC 9(03).
003210 77  WS-ROUND-PRINT              PIC Z9.
003220 77  WS-COUNT-PRINT              PIC Z(04)9.
003230 77  WS-SCORE-PRINT              PIC Z(08)9.
003240 77  WS-GAMES-PRINT              PIC Z9.
003250 77  WS-REPORT-LINE              PIC X(80).
003260 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
003270 77  WS-NAME-PRINT               PIC X(20).
003280 77  WS-SLOT-SEED-WORK           PIC 9(03).
003290 77  WS-SLOT-ID-WORK             PIC X(10).
003300 77  WS-GAMES-WORK               PIC 9(02).
003310
003320 PROCEDURE DIVISION.
003330*----------------------------------------------------------------*
003340* 0000-MAINLINE                                                   *
003350*----------------------------------------------------------------*
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003380     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
003390     PERFORM 2000-LOAD-BRACKET THRU 2000-EXIT.
003400     IF WS-MODE-SEED
003410         PERFORM 3000-SEED-PLAYOFF THRU 3000-EXIT
003420     END-IF.
003430     PERFORM 8000-WRITE-HEADING THRU 8000-EXIT.
003440     IF WS-MODE-ADVANCE
003450         PERFORM 4000-APPLY-RESULTS THRU 4000-EXIT
003460     END-IF.
003470     IF WS-MODE-SEED OR WS-MODE-ADVANCE
003480         PERFORM 5000-SAVE-BRACKET THRU 5000-EXIT
003490         IF WS-FINAL-DECIDED
003500             PERFORM 6000-FREEZE-PLAYOFF THRU 6000-EXIT
003510         END-IF
003520     END-IF.
003530     PERFORM 8500-WRITE-BRACKET THRU 8500-EXIT.
003540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003550     STOP RUN.
003560
003570*----------------------------------------------------------------*
003580* 1000-INITIALIZE - PICK THE RUN MODE AND, FOR A SEEDING RUN,    *
003590* THE SEASON, THE QUALIFYING COUNT AND THE ORDERING SCHEME, AND  *
003600* NAME THE FILES.                                                *
003610*----------------------------------------------------------------*
003620 1000-INITIALIZE.
003630     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003640
003650     MOVE SPACES TO WS-MODE-REQUEST.
003660     ACCEPT WS-MODE-REQUEST FROM ENVIRONMENT "PLAY_MODE".
003670     IF WS-MODE-REQUEST = "S"
003680         SET WS-MODE-SEED TO TRUE
003690     ELSE
003700         IF WS-MODE-REQUEST = "A"
003710             SET WS-MODE-ADVANCE TO TRUE
003720         ELSE
003730             SET WS-MODE-PRINT TO TRUE
003740         END-IF
003750     END-IF.
003760
003770     IF WS-MODE-SEED
003780         PERFORM 1020-SEEDING-OPTIONS THRU 1020-EXIT
003790     END-IF.
003800
003810     MOVE SPACES TO WS-HISTORY-FILE-NAME.
003820     ACCEPT WS-HISTORY-FILE-NAME
003830         FROM ENVIRONMENT "SCLS_HISTORY_FILE".
003840     IF WS-HISTORY-FILE-NAME = SPACES
003850         MOVE "./season_history.dat" TO WS-HISTORY-FILE-NAME
003860     END-IF.
003870
003880     MOVE SPACES TO WS-BRACKET-FILE-NAME.
003890     ACCEPT WS-BRACKET-FILE-NAME
003900         FROM ENVIRONMENT "PLAY_BRACKET_FILE".
003910     IF WS-BRACKET-FILE-NAME = SPACES
003920         MOVE "./playoff_bracket.dat" TO WS-BRACKET-FILE-NAME
003930     END-IF.
003940
003950     MOVE SPACES TO WS-RESULTS-FILE-NAME.
003960     ACCEPT WS-RESULTS-FILE-NAME
003970         FROM ENVIRONMENT "PLAY_RESULTS_FILE".
003980     IF WS-RESULTS-FILE-NAME = SPACES
003990         MOVE "./playoff_results.dat" TO WS-RESULTS-FILE-NAME
004000     END-IF.
004010
004020     MOVE SPACES TO WS-BRKREP-FILE-NAME.
004030     ACCEPT WS-BRKREP-FILE-NAME
004040         FROM ENVIRONMENT "PLAY_REPORT_FILE".
004050     IF WS-BRKREP-FILE-NAME = SPACES
004060         MOVE "./playoff_bracket.txt" TO WS-BRKREP-FILE-NAME
004070     END-IF.
004080 1000-EXIT.
004090     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 1020-SEEDING-OPTIONS - THE SEASON TO SEED HAS NO SAFE DEFAULT. *
004210* THE QUALIFYING COUNT DEFAULTS TO 2 AND MUST LEAVE THE FIELD    *
004220* INSIDE A 128-PLAYER BRACKET. DSTD_ORDER "2" RANKS ON PART 2    *
004230* SCORE, EXACTLY AS DIVISION-STANDINGS DOES.                     *
004240*----------------------------------------------------------------*
004250 1020-SEEDING-OPTIONS.
004260     MOVE SPACES TO WS-SEASON-ID.
004270     ACCEPT WS-SEASON-ID FROM ENVIRONMENT "PLAY_SEASON_ID".
004280     IF WS-SEASON-ID = SPACES
004290         DISPLAY "PLAY_SEASON_ID IS NOT SET - NOTHING SEEDED"
004300         END-DISPLAY
004310         STOP RUN RETURNING 1
004320     END-IF.
004330
004340     MOVE SPACES TO WS-QUALIFY-REQUEST.
004350     ACCEPT WS-QUALIFY-REQUEST
004360         FROM ENVIRONMENT "PLAY_QUALIFY_COUNT".
004370     IF WS-QUALIFY-REQUEST NOT = SPACES
004380         MOVE WS-QUALIFY-REQUEST TO WS-CUT-WORK-X
004390         PERFORM 1200-PARSE-CUT-COUNT THRU 1200-EXIT
004400         IF WS-CUT-OK
004410             MOVE WS-CUT-VALUE TO WS-QUALIFY-COUNT
004420         ELSE
004430             DISPLAY "PLAY_QUALIFY_COUNT NOT NUMERIC: "
004440                 WS-QUALIFY-REQUEST
004450             END-DISPLAY
004460             STOP RUN RETURNING 1
004470         END-IF
004480     END-IF.
004490     IF WS-QUALIFY-COUNT = ZERO OR WS-QUALIFY-COUNT > 128
004500         DISPLAY "PLAY_QUALIFY_COUNT MUST BE 1 TO 128: "
004510             WS-QUALIFY-REQUEST
004520         END-DISPLAY
004530         STOP RUN RETURNING 1
004540     END-IF.
004550
004560     MOVE SPACES TO WS-ORDER-REQUEST.
004570     ACCEPT WS-ORDER-REQUEST FROM ENVIRONMENT "DSTD_ORDER".
004580     IF WS-ORDER-REQUEST = "2"
004590         SET WS-ORDER-PART-2 TO TRUE
004600     ELSE
004610         SET WS-ORDER-PART-1 TO TRUE
004620     END-IF.
004630 1020-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------*
004670* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
004680* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
004690* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
004700*----------------------------------------------------------------*
004710 1050-READ-BUSINESS-DATE.
004720     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
004730     ACCEPT WS-DATE-CONTROL-FILE-NAME
004740         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
004750     IF WS-DATE-CONTROL-FILE-NAME = SPACES
004760         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
004770     END-IF.
004780     OPEN INPUT DATE-CONTROL.
004790     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
004800         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
004810             WS-DATE-CONTROL-CHECK-KEY
004820         END-DISPLAY
004830         STOP RUN RETURNING 1
004840     END-IF.
004850     READ DATE-CONTROL
004860         AT END
004870             DISPLAY "DATE-CONTROL FILE IS EMPTY"
004880             END-DISPLAY
004890             STOP RUN RETURNING 1
004900     END-READ.
004910     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
004920     CLOSE DATE-CONTROL.
004930 1050-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------*
004970* 1100-LOAD-ROSTER - READ THE ROSTER MASTER INTO ITS TABLE. THE   *
004980* ROSTER ASSIGNS THE DIVISIONS THE FIELD IS DRAWN FROM AND NAMES *
004990* EVERY PLAYER ON THE PRINTED BRACKET.                           *
005000*----------------------------------------------------------------*
005010 1100-LOAD-ROSTER.
005020     MOVE SPACES TO WS-ROSTER-FILE-NAME.
005030     ACCEPT WS-ROSTER-FILE-NAME
005040         FROM ENVIRONMENT "RPS_ROSTER_FILE".
005050     IF WS-ROSTER-FILE-NAME = SPACES
005060         MOVE "./roster.dat" TO WS-ROSTER-FILE-NAME
005070     END-IF.
005080
005090     OPEN INPUT ROSTERFILE.
005100     IF WS-ROSTER-CHECK-KEY NOT = "00"
005110         DISPLAY "UNABLE TO OPEN ROSTERFILE "
005120             WS-ROSTER-FILE-NAME ". STATUS: "
005130             WS-ROSTER-CHECK-KEY
005140         END-DISPLAY
005150         DISPLAY "THE PLAYOFF NEEDS THE ROSTER MASTER"
005160         END-DISPLAY
005170         STOP RUN RETURNING 1
005180     END-IF.
005190
005200     PERFORM 1110-LOAD-ROSTER-RECORD THRU 1110-EXIT
005210         UNTIL WS-ROSTER-EOF.
005220     CLOSE ROSTERFILE.
005230 1100-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------*
005270* 1110-LOAD-ROSTER-RECORD - ADD ONE ROSTER RECORD TO THE TABLE.   *
005280*----------------------------------------------------------------*
005290 1110-LOAD-ROSTER-RECORD.
005300     READ ROSTERFILE
005310         AT END SET WS-ROSTER-EOF TO TRUE
005320     END-READ.
005330     IF NOT WS-ROSTER-EOF
005340         IF WS-ROSTER-COUNT >= 50000
005350             DISPLAY "ROSTER TABLE FULL AT 50000 AT "
005360                 RO-PLAYER-ID
005365             END-DISPLAY
005370             DISPLAY "RUN STOPPED - ROSTER EXCEEDS THE TABLE"
005380             END-DISPLAY
005390             STOP RUN RETURNING 1
005400         END-IF
005410         ADD 1 TO WS-ROSTER-COUNT
005420         MOVE RO-PLAYER-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
005430         MOVE RO-PLAYER-NAME TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
005440         MOVE RO-DIVISION
005450             TO WS-ROSTER-DIVISION(WS-ROSTER-COUNT)
005460     END-IF.
005470 1110-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------*
005510* 1200-PARSE-CUT-COUNT - PICK THE LEFT-JUSTIFIED DIGITS OUT OF    *
005520* WS-CUT-WORK-X INTO WS-CUT-VALUE, STOPPING AT THE FIRST BLANK.   *
005530* WS-CUT-BAD COMES BACK SET WHEN ANYTHING ELSE IS FOUND.          *
005540*----------------------------------------------------------------*
005550 1200-PARSE-CUT-COUNT.
005560     MOVE ZERO TO WS-CUT-VALUE.
005570     SET WS-CUT-OK TO TRUE.
005580     MOVE "N" TO WS-CUT-DONE-SW.
005590     PERFORM 1210-PARSE-CUT-DIGIT THRU 1210-EXIT
005600         VARYING WS-CUT-BYTE-IDX FROM 1 BY 1
005610         UNTIL WS-CUT-BYTE-IDX > 4
005620             OR WS-CUT-DONE
005630             OR WS-CUT-BAD.
005640 1200-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------*
005680* 1210-PARSE-CUT-DIGIT - FOLD ONE DIGIT IN.                       *
005690*----------------------------------------------------------------*
005700 1210-PARSE-CUT-DIGIT.
005710     IF WS-CUT-WORK-BYTE(WS-CUT-BYTE-IDX) = " "
005720         SET WS-CUT-DONE TO TRUE
005730     ELSE
005740         IF WS-CUT-WORK-BYTE(WS-CUT-BYTE-IDX) < "0"
005750                 OR WS-CUT-WORK-BYTE(WS-CUT-BYTE-IDX) > "9"
005760             SET WS-CUT-BAD TO TRUE
005770         ELSE
005780             COMPUTE WS-CUT-VALUE = WS-CUT-VALUE * 10
005790                 + FUNCTION ORD(WS-CUT-WORK-BYTE(WS-CUT-BYTE-IDX))
005800                 - FUNCTION ORD("0")
005810             END-COMPUTE
005820         END-IF
005830     END-IF.
005840 1210-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------*
005880* 2000-LOAD-BRACKET - READ THE BRACKET FILE INTO THE BRACKET     *
005890* TABLE. ONLY A SEEDING RUN MAY FIND IT MISSING OR EMPTY.        *
005900*----------------------------------------------------------------*
005910 2000-LOAD-BRACKET.
005920     OPEN INPUT BRACKET-FILE.
005930     IF WS-BRACKET-CHECK-KEY NOT = "00" AND
005940             WS-BRACKET-CHECK-KEY NOT = "05"
005950         DISPLAY "UNABLE TO READ BRACKET-FILE. STATUS: "
005960             WS-BRACKET-CHECK-KEY
005970         END-DISPLAY
005980         STOP RUN RETURNING 1
005990     END-IF.
006000     PERFORM 2100-LOAD-BRACKET-RECORD THRU 2100-EXIT
006010         UNTIL WS-BRACKET-EOF.
006020     CLOSE BRACKET-FILE.
006030
006040     IF WS-MATCH-COUNT = ZERO
006050         IF NOT WS-MODE-SEED
006060             DISPLAY "NO PLAYOFF BRACKET ON "
006070                 WS-BRACKET-FILE-NAME
006080             END-DISPLAY
006090             DISPLAY "SEED ONE FIRST WITH PLAY_MODE S"
006100             END-DISPLAY
006110             STOP RUN RETURNING 1
006120         END-IF
006130         GO TO 2000-EXIT
006140     END-IF.
006150     PERFORM 2200-MEASURE-BRACKET THRU 2200-EXIT.
006160 2000-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------*
006200* 2100-LOAD-BRACKET-RECORD - ADD ONE MATCH SLOT TO THE TABLE.    *
006210*----------------------------------------------------------------*
006220 2100-LOAD-BRACKET-RECORD.
006230     READ BRACKET-FILE
006240         AT END SET WS-BRACKET-EOF TO TRUE
006250     END-READ.
006260     IF NOT WS-BRACKET-EOF
006270         IF WS-MATCH-COUNT >= 127
006280             DISPLAY "BRACKET FILE HOLDS MORE THAN 127 MATCHES"
006290             END-DISPLAY
006300             STOP RUN RETURNING 1
006310         END-IF
006320         ADD 1 TO WS-MATCH-COUNT
006330         MOVE PB-SEASON-ID TO WS-BRACKET-SEASON
006340         MOVE PB-ROUND-NUMBER
006350             TO WS-MATCH-ROUND(WS-MATCH-COUNT)
006360         MOVE PB-MATCH-NUMBER
006370             TO WS-MATCH-NUMBER(WS-MATCH-COUNT)
006380         MOVE PB-TOP-SEED TO WS-MATCH-TOP-SEED(WS-MATCH-COUNT)
006390         MOVE PB-TOP-ID TO WS-MATCH-TOP-ID(WS-MATCH-COUNT)
006400         MOVE PB-BOTTOM-SEED
006410             TO WS-MATCH-BOTTOM-SEED(WS-MATCH-COUNT)
006420         MOVE PB-BOTTOM-ID TO WS-MATCH-BOTTOM-ID(WS-MATCH-COUNT)
006430         MOVE PB-MATCH-STATUS
006440             TO WS-MATCH-STATUS(WS-MATCH-COUNT)
006450         MOVE PB-WINNER-ID TO WS-MATCH-WINNER-ID(WS-MATCH-COUNT)
006460         MOVE PB-WINNER-GAMES
006470             TO WS-MATCH-WINNER-GAMES(WS-MATCH-COUNT)
006480         MOVE PB-LOSER-GAMES
006490             TO WS-MATCH-LOSER-GAMES(WS-MATCH-COUNT)
006500         MOVE PB-DECIDED-DATE
006510             TO WS-MATCH-DECIDED-DATE(WS-MATCH-COUNT)
006520     END-IF.
006530 2100-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------*
006570* 2200-MEASURE-BRACKET - WORK OUT THE BRACKET SIZE, THE ROUNDS,  *
006580* THE FIELD AND WHETHER THE FINAL IS DECIDED FROM THE MATCHES    *
006590* LOADED. A FULL BRACKET ALWAYS HOLDS ONE MATCH FEWER THAN ITS   *
006600* SIZE; ANYTHING ELSE IS A DAMAGED FILE.                         *
006610*----------------------------------------------------------------*
006620 2200-MEASURE-BRACKET.
006630     COMPUTE WS-BRACKET-SIZE = WS-MATCH-COUNT + 1
006640     END-COMPUTE.
006650     PERFORM 2300-BUILD-ROUND-TABLE THRU 2300-EXIT.
006660     IF WS-NEXT-FIRST-IDX NOT = WS-BRACKET-SIZE
006670             OR WS-ROUND-MATCHES(WS-ROUND-COUNT) NOT = 1
006680         DISPLAY "BRACKET FILE " WS-BRACKET-FILE-NAME
006690             " IS DAMAGED - " WS-MATCH-COUNT " MATCHES"
006700         END-DISPLAY
006710         STOP RUN RETURNING 1
006720     END-IF.
006730
006740     MOVE ZERO TO WS-FIELD-COUNT.
006750     PERFORM 2210-COUNT-FIELD-MATCH THRU 2210-EXIT
006760         VARYING WS-MATCH-IDX FROM 1 BY 1
006770         UNTIL WS-MATCH-IDX > WS-ROUND-MATCHES(1).
006780
006790     IF NOT WS-MATCH-PENDING(WS-MATCH-COUNT)
006800         SET WS-FINAL-DECIDED TO TRUE
006810     END-IF.
006820 2200-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------*
006860* 2210-COUNT-FIELD-MATCH - COUNT THE PLAYERS IN ONE FIRST-ROUND  *
006870* MATCH.                                                         *
006880*----------------------------------------------------------------*
006890 2210-COUNT-FIELD-MATCH.
006900     IF WS-MATCH-TOP-ID(WS-MATCH-IDX) NOT = SPACES
006910         ADD 1 TO WS-FIELD-COUNT
006920     END-IF.
006930     IF WS-MATCH-BOTTOM-ID(WS-MATCH-IDX) NOT = SPACES
006940         ADD 1 TO WS-FIELD-COUNT
006950     END-IF.
006960 2210-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------*
007000* 2300-BUILD-ROUND-TABLE - HALVE THE BRACKET SIZE ROUND BY ROUND *
007010* TO GET EACH ROUND'S MATCH COUNT AND WHERE ITS MATCHES START IN *
007020* THE BRACKET TABLE. WS-NEXT-FIRST-IDX COMES BACK ONE PAST THE   *
007030* LAST MATCH.                                                    *
007040*----------------------------------------------------------------*
007050 2300-BUILD-ROUND-TABLE.
007060     MOVE ZERO TO WS-ROUND-COUNT.
007070     MOVE WS-BRACKET-SIZE TO WS-HALF-SIZE.
007080     MOVE 1 TO WS-NEXT-FIRST-IDX.
007090     PERFORM 2310-MEASURE-ONE-ROUND THRU 2310-EXIT
007100         UNTIL WS-HALF-SIZE < 2
007110             OR WS-ROUND-COUNT >= 7.
007120 2300-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------*
007160* 2310-MEASURE-ONE-ROUND - ONE ROUND OF THE ROUND TABLE.         *
007170*----------------------------------------------------------------*
007180 2310-MEASURE-ONE-ROUND.
007190     ADD 1 TO WS-ROUND-COUNT.
007200     DIVIDE 2 INTO WS-HALF-SIZE.
007210     MOVE WS-HALF-SIZE TO WS-ROUND-MATCHES(WS-ROUND-COUNT).
007220     MOVE WS-NEXT-FIRST-IDX TO WS-ROUND-FIRST-IDX(WS-ROUND-COUNT).
007230     ADD WS-HALF-SIZE TO WS-NEXT-FIRST-IDX.
007240 2310-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------*
007280* 2500-SWEEP-HISTORY - READ THE SEASON HISTORY FOR SEASON        *
007290* WS-SWEEP-SEASON-ID, NOTING WHETHER ITS PLAYOFF IS ALREADY      *
007300* FROZEN AND, WHEN WS-LOAD-STANDINGS IS SET, LOADING ITS CLOSING *
007310* STANDINGS. A HISTORY FILE NOT YET CREATED HOLDS NOTHING.       *
007320*----------------------------------------------------------------*
007330 2500-SWEEP-HISTORY.
007340     MOVE "N" TO WS-HISTORY-PLAYOFF-SW.
007350     MOVE "N" TO WS-HISTORY-EOF-SW.
007360     OPEN INPUT SEASON-HISTORY.
007370     IF WS-HISTORY-CHECK-KEY NOT = "00" AND
007380             WS-HISTORY-CHECK-KEY NOT = "05"
007390         DISPLAY "UNABLE TO READ SEASON-HISTORY. STATUS: "
007400             WS-HISTORY-CHECK-KEY
007410         END-DISPLAY
007420         STOP RUN RETURNING 1
007430     END-IF.
007440     PERFORM 2510-SWEEP-HISTORY-RECORD THRU 2510-EXIT
007450         UNTIL WS-HISTORY-EOF.
007460     CLOSE SEASON-HISTORY.
007470 2500-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------*
007510* 2510-SWEEP-HISTORY-RECORD - LOOK AT ONE HISTORY RECORD.        *
007520*----------------------------------------------------------------*
007530 2510-SWEEP-HISTORY-RECORD.
007540     READ SEASON-HISTORY
007550         AT END SET WS-HISTORY-EOF TO TRUE
007560     END-READ.
007570     IF WS-HISTORY-EOF
007580         GO TO 2510-EXIT
007590     END-IF.
007600     IF SH-SEASON-ID NOT = WS-SWEEP-SEASON-ID
007610         GO TO 2510-EXIT
007620     END-IF.
007630
007640     IF SH-BRACKET-TYPE OR SH-CHAMPION-TYPE
007650         SET WS-HISTORY-HAS-PLAYOFF TO TRUE
007660     END-IF.
007670
007680     IF SH-MASTER-TYPE AND WS-LOAD-STANDINGS
007690         IF WS-STANDING-COUNT >= 50000
007700             DISPLAY "STANDINGS TABLE FULL AT 50000 AT "
007710                 SH-PLAYER-ID
007720             END-DISPLAY
007730             STOP RUN RETURNING 1
007740         END-IF
007750         ADD 1 TO WS-STANDING-COUNT
007760         MOVE SH-PLAYER-ID TO WS-STANDING-ID(WS-STANDING-COUNT)
007770         IF WS-ORDER-PART-2
007780             MOVE SH-SCORE-2
007790                 TO WS-STANDING-SCORE(WS-STANDING-COUNT)
007800         ELSE
007810             MOVE SH-SCORE-1
007820                 TO WS-STANDING-SCORE(WS-STANDING-COUNT)
007830         END-IF
007840     END-IF.
007850 2510-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------*
007890* 3000-SEED-PLAYOFF - DRAW THE FIELD FROM THE CLOSING STANDINGS  *
007900* AND BUILD A NEW BRACKET. A BRACKET ALREADY ON FILE IS ONLY     *
007910* REPLACED ONCE ITS PLAYOFF IS FINISHED AND FROZEN, AND A SEASON *
007920* IS NEVER SEEDED TWICE - RESEEDING WOULD THROW AWAY RESULTS.    *
007930*----------------------------------------------------------------*
007940 3000-SEED-PLAYOFF.
007950     IF WS-MATCH-COUNT NOT = ZERO
007960         IF WS-BRACKET-SEASON = WS-SEASON-ID
007970             DISPLAY "SEED REFUSED: SEASON " WS-SEASON-ID
007980                 " IS ALREADY ON THE BRACKET FILE"
007990             END-DISPLAY
008000             STOP RUN RETURNING 1
008010         END-IF
008020         IF NOT WS-FINAL-DECIDED
008030             DISPLAY "SEED REFUSED: THE BRACKET FILE HOLDS THE "
008040                 "UNFINISHED PLAYOFF FOR SEASON "
008050                 WS-BRACKET-SEASON
008060             END-DISPLAY
008070             STOP RUN RETURNING 1
008080         END-IF
008090         MOVE WS-BRACKET-SEASON TO WS-SWEEP-SEASON-ID
008100         MOVE "N" TO WS-LOAD-STANDINGS-SW
008110         PERFORM 2500-SWEEP-HISTORY THRU 2500-EXIT
008120         IF NOT WS-HISTORY-HAS-PLAYOFF
008130             DISPLAY "SEED REFUSED: SEASON " WS-BRACKET-SEASON
008140                 " PLAYOFF IS NOT YET ON THE HISTORY FILE"
008150             END-DISPLAY
008160             DISPLAY "RUN PLAY_MODE A TO FREEZE IT FIRST"
008170             END-DISPLAY
008180             STOP RUN RETURNING 1
008190         END-IF
008200     END-IF.
008210
008220     MOVE WS-SEASON-ID TO WS-SWEEP-SEASON-ID.
008230     SET WS-LOAD-STANDINGS TO TRUE.
008240     PERFORM 2500-SWEEP-HISTORY THRU 2500-EXIT.
008250     IF WS-HISTORY-HAS-PLAYOFF
008260         DISPLAY "SEED REFUSED: THE PLAYOFF FOR SEASON "
008270             WS-SEASON-ID " IS ALREADY ON THE HISTORY FILE"
008280         END-DISPLAY
008290         STOP RUN RETURNING 1
008300     END-IF.
008310     IF WS-STANDING-COUNT = ZERO
008320         DISPLAY "SEED REFUSED: SEASON " WS-SEASON-ID
008330             " HAS NO CLOSING STANDINGS ON THE HISTORY FILE"
008340         END-DISPLAY
008350         DISPLAY "RUN SEASON-CLOSEOUT FOR THE SEASON FIRST"
008360         END-DISPLAY
008370         STOP RUN RETURNING 1
008380     END-IF.
008390
008400     PERFORM 3100-SORT-STANDINGS THRU 3100-EXIT.
008410     PERFORM 3200-PICK-QUALIFIERS THRU 3200-EXIT.
008420     IF WS-QUALIFIER-COUNT < 2
008430         DISPLAY "SEED REFUSED: FEWER THAN TWO QUALIFIERS IN "
008440             "SEASON " WS-SEASON-ID
008450         END-DISPLAY
008460         STOP RUN RETURNING 1
008470     END-IF.
008480     PERFORM 3300-SEED-QUALIFIERS THRU 3300-EXIT.
008490     PERFORM 3400-BUILD-BRACKET THRU 3400-EXIT.
008500     DISPLAY "PLAYOFF SEEDED FOR SEASON " WS-SEASON-ID
008510     END-DISPLAY.
008520 3000-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------------*
008560* 3100-SORT-STANDINGS - SELECTION SORT OF THE CLOSING STANDINGS  *
008570* INTO DESCENDING SCORE ORDER - THE SAME TECHNIQUE, ON THE SAME  *
008580* RECORD ORDER, AS DIVISION-STANDINGS, SO PLAYERS ON EQUAL       *
008590* POINTS FINISH IN THE SAME PLACES THE PUBLISHED TABLE SHOWS.    *
008600*----------------------------------------------------------------*
008610 3100-SORT-STANDINGS.
008620     IF WS-STANDING-COUNT < 2
008630         GO TO 3100-EXIT
008640     END-IF.
008650     PERFORM 3110-SORT-ONE-SLOT THRU 3110-EXIT
008660         VARYING WS-SORT-IDX FROM 1 BY 1
008670         UNTIL WS-SORT-IDX >= WS-STANDING-COUNT.
008680 3100-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------*
008720* 3110-SORT-ONE-SLOT - FIND THE HIGHEST REMAINING SCORE AND SWAP  *
008730* IT INTO THE CURRENT SLOT.                                       *
008740*----------------------------------------------------------------*
008750 3110-SORT-ONE-SLOT.
008760     MOVE WS-SORT-IDX TO WS-BEST-IDX.
008770     MOVE WS-STANDING-SCORE(WS-SORT-IDX) TO WS-BEST-SCORE.
008780     PERFORM 3120-SCAN-FOR-BEST THRU 3120-EXIT
008790         VARYING WS-SCAN-IDX FROM WS-SORT-IDX BY 1
008800         UNTIL WS-SCAN-IDX > WS-STANDING-COUNT.
008810
008820     IF WS-BEST-IDX NOT = WS-SORT-IDX
008830         MOVE WS-STANDING-ENTRY(WS-SORT-IDX) TO WS-HOLD-ENTRY
008840         MOVE WS-STANDING-ENTRY(WS-BEST-IDX)
008850             TO WS-STANDING-ENTRY(WS-SORT-IDX)
008860         MOVE WS-HOLD-ENTRY TO WS-STANDING-ENTRY(WS-BEST-IDX)
008870     END-IF.
008880 3110-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------*
008920* 3120-SCAN-FOR-BEST - COMPARE ONE REMAINING ENTRY AGAINST THE    *
008930* BEST SEEN SO FAR IN THIS PASS.                                  *
008940*----------------------------------------------------------------*
008950 3120-SCAN-FOR-BEST.
008960     MOVE WS-STANDING-SCORE(WS-SCAN-IDX) TO WS-SCAN-SCORE.
008970     IF WS-SCAN-SCORE > WS-BEST-SCORE
008980         MOVE WS-SCAN-SCORE TO WS-BEST-SCORE
008990         MOVE WS-SCAN-IDX TO WS-BEST-IDX
009000     END-IF.
009010 3120-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------------*
009050* 3200-PICK-QUALIFIERS - WALK THE SORTED STANDINGS, COUNTING     *
009060* EACH PLAYER'S FINISHING PLACE WITHIN THE DIVISION. THE TOP     *
009070* WS-QUALIFY-COUNT PLACES OF EVERY DIVISION QUALIFY - BY TABLE   *
009080* POSITION, AS DIVISION-STANDINGS DRAWS ITS CUT LINES, SO        *
009090* EXACTLY THAT MANY GO THROUGH FROM EACH DIVISION.               *
009100*----------------------------------------------------------------*
009110 3200-PICK-QUALIFIERS.
009120     MOVE ZERO TO WS-QUALIFIER-COUNT.
009130     PERFORM 3210-CHECK-QUALIFIER THRU 3210-EXIT
009140         VARYING WS-STANDING-IDX FROM 1 BY 1
009150         UNTIL WS-STANDING-IDX > WS-STANDING-COUNT.
009160 3200-EXIT.
009170     EXIT.
009180
009190*----------------------------------------------------------------*
009200* 3210-CHECK-QUALIFIER - PLACE ONE PLAYER IN THE DIVISION AND    *
009210* ADD THE PLAYER TO THE FIELD WHEN THE PLACE QUALIFIES. PLAYERS  *
009220* ON EQUAL POINTS SHARE A RANK, AS ON THE PUBLISHED TABLE.       *
009230*----------------------------------------------------------------*
009240 3210-CHECK-QUALIFIER.
009250     MOVE WS-STANDING-ID(WS-STANDING-IDX) TO WS-LOOKUP-ID.
009260     PERFORM 7000-FIND-ROSTER-ENTRY THRU 7000-EXIT.
009270     IF WS-ROSTER-FOUND-IDX = ZERO
009280         GO TO 3210-EXIT
009290     END-IF.
009300     MOVE WS-ROSTER-DIVISION(WS-ROSTER-FOUND-IDX)
009310         TO WS-LINE-DIVISION.
009320
009330     MOVE ZERO TO WS-DIVISION-FOUND-IDX.
009340     PERFORM 3220-CHECK-DIVISION-ENTRY THRU 3220-EXIT
009350         VARYING WS-DIVISION-SEARCH-IDX FROM 1 BY 1
009360         UNTIL WS-DIVISION-SEARCH-IDX > WS-DIVISION-COUNT
009370             OR WS-DIVISION-FOUND-IDX NOT = ZERO.
009380     IF WS-DIVISION-FOUND-IDX = ZERO
009390         IF WS-DIVISION-COUNT >= 50
009400             DISPLAY "DIVISION TABLE FULL AT 50 - SKIPPING "
009410                 WS-LINE-DIVISION
009420             END-DISPLAY
009430             GO TO 3210-EXIT
009440         END-IF
009450         ADD 1 TO WS-DIVISION-COUNT
009460         MOVE WS-DIVISION-COUNT TO WS-DIVISION-FOUND-IDX
009470         MOVE WS-LINE-DIVISION
009480             TO WS-DIVISION-NAME(WS-DIVISION-COUNT)
009490         MOVE ZERO TO WS-DIVISION-POSITION(WS-DIVISION-COUNT)
009500         MOVE ZERO TO WS-DIVISION-RANK(WS-DIVISION-COUNT)
009510         MOVE ZERO TO WS-DIVISION-PREV-SCORE(WS-DIVISION-COUNT)
009520     END-IF.
009530
009540     ADD 1 TO WS-DIVISION-POSITION(WS-DIVISION-FOUND-IDX).
009550     IF WS-DIVISION-POSITION(WS-DIVISION-FOUND-IDX) = 1
009560             OR WS-STANDING-SCORE(WS-STANDING-IDX) NOT =
009570                 WS-DIVISION-PREV-SCORE(WS-DIVISION-FOUND-IDX)
009580         MOVE WS-DIVISION-POSITION(WS-DIVISION-FOUND-IDX)
009590             TO WS-DIVISION-RANK(WS-DIVISION-FOUND-IDX)
009600     END-IF.
009610     MOVE WS-STANDING-SCORE(WS-STANDING-IDX)
009620         TO WS-DIVISION-PREV-SCORE(WS-DIVISION-FOUND-IDX).
009630
009640     IF WS-DIVISION-POSITION(WS-DIVISION-FOUND-IDX)
009650             > WS-QUALIFY-COUNT
009660         GO TO 3210-EXIT
009670     END-IF.
009680
009690     IF WS-QUALIFIER-COUNT >= 128
009700         DISPLAY "PLAYOFF FIELD FULL AT 128 - LOWER "
009710             "PLAY_QUALIFY_COUNT"
009720         END-DISPLAY
009730         STOP RUN RETURNING 1
009740     END-IF.
009750     ADD 1 TO WS-QUALIFIER-COUNT.
009760     MOVE WS-STANDING-ID(WS-STANDING-IDX)
009770         TO WS-QUALIFIER-ID(WS-QUALIFIER-COUNT).
009780     MOVE WS-LINE-DIVISION
009790         TO WS-QUALIFIER-DIVISION(WS-QUALIFIER-COUNT).
009800     MOVE WS-DIVISION-POSITION(WS-DIVISION-FOUND-IDX)
009810         TO WS-QUALIFIER-POSITION(WS-QUALIFIER-COUNT).
009820     MOVE WS-DIVISION-RANK(WS-DIVISION-FOUND-IDX)
009830         TO WS-QUALIFIER-RANK(WS-QUALIFIER-COUNT).
009840     MOVE WS-STANDING-SCORE(WS-STANDING-IDX)
009850         TO WS-QUALIFIER-SCORE(WS-QUALIFIER-COUNT).
009860*        FINISHING PLACE OUTRANKS POINTS - EVERY DIVISION WINNER
009870*        IS SEEDED AHEAD OF EVERY RUNNER-UP.
009880     COMPUTE WS-QUALIFIER-KEY(WS-QUALIFIER-COUNT) =
009890         (999 - WS-DIVISION-POSITION(WS-DIVISION-FOUND-IDX))
009900             * 100000000
009910         + WS-STANDING-SCORE(WS-STANDING-IDX)
009920     END-COMPUTE.
009930 3210-EXIT.
009940     EXIT.
009950
009960*----------------------------------------------------------------*
009970* 3220-CHECK-DIVISION-ENTRY - COMPARE ONE DIVISION TABLE ENTRY.   *
009980*----------------------------------------------------------------*
009990 3220-CHECK-DIVISION-ENTRY.
010000     IF WS-DIVISION-NAME(WS-DIVISION-SEARCH-IDX)
010010             = WS-LINE-DIVISION
010020         MOVE WS-DIVISION-SEARCH-IDX TO WS-DIVISION-FOUND-IDX
010030     END-IF.
010040 3220-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------*
010080* 3300-SEED-QUALIFIERS - SELECTION SORT OF THE FIELD INTO        *
010090* DESCENDING SEED KEY ORDER. THE TABLE POSITION IS THEN THE      *
010100* SEED; EQUAL KEYS KEEP THE DIVISION ORDER.                      *
010110*----------------------------------------------------------------*
010120 3300-SEED-QUALIFIERS.
010130     PERFORM 3310-SEED-ONE-SLOT THRU 3310-EXIT
010140         VARYING WS-SORT-IDX FROM 1 BY 1
010150         UNTIL WS-SORT-IDX >= WS-QUALIFIER-COUNT.
010160 3300-EXIT.
010170     EXIT.
010180
010190*----------------------------------------------------------------*
010200* 3310-SEED-ONE-SLOT - FIND THE HIGHEST REMAINING SEED KEY AND   *
010210* SWAP IT INTO THE CURRENT SLOT.                                 *
010220*----------------------------------------------------------------*
010230 3310-SEED-ONE-SLOT.
010240     MOVE WS-SORT-IDX TO WS-BEST-IDX.
010250     MOVE WS-QUALIFIER-KEY(WS-SORT-IDX) TO WS-BEST-KEY.
010260     PERFORM 3320-SCAN-FOR-BEST-KEY THRU 3320-EXIT
010270         VARYING WS-SCAN-IDX FROM WS-SORT-IDX BY 1
010280         UNTIL WS-SCAN-IDX > WS-QUALIFIER-COUNT.
010290
010300     IF WS-BEST-IDX NOT = WS-SORT-IDX
010310         MOVE WS-QUALIFIER-ENTRY(WS-SORT-IDX)
010320             TO WS-HOLD-QUALIFIER
010330         MOVE WS-QUALIFIER-ENTRY(WS-BEST-IDX)
010340             TO WS-QUALIFIER-ENTRY(WS-SORT-IDX)
010350         MOVE WS-HOLD-QUALIFIER
010360             TO WS-QUALIFIER-ENTRY(WS-BEST-IDX)
010370     END-IF.
010380 3310-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------------*
010420* 3320-SCAN-FOR-BEST-KEY - COMPARE ONE REMAINING QUALIFIER.      *
010430*----------------------------------------------------------------*
010440 3320-SCAN-FOR-BEST-KEY.
010450     MOVE WS-QUALIFIER-KEY(WS-SCAN-IDX) TO WS-SCAN-KEY.
010460     IF WS-SCAN-KEY > WS-BEST-KEY
010470         MOVE WS-SCAN-KEY TO WS-BEST-KEY
010480         MOVE WS-SCAN-IDX TO WS-BEST-IDX
010490     END-IF.
010500 3320-EXIT.
010510     EXIT.
010520
010530*----------------------------------------------------------------*
010540* 3400-BUILD-BRACKET - SIZE THE BRACKET TO THE NEXT POWER OF TWO *
010550* AT OR ABOVE THE FIELD, LAY THE SEEDS OUT IN KNOCKOUT ORDER,    *
010560* CLEAR EVERY MATCH SLOT AND FILL THE FIRST ROUND. A SEED BEYOND *
010570* THE FIELD IS A BYE FOR ITS OPPONENT, WHO GOES STRAIGHT THROUGH.*
010580*----------------------------------------------------------------*
010590 3400-BUILD-BRACKET.
010600     MOVE WS-SEASON-ID TO WS-BRACKET-SEASON.
010610     MOVE WS-QUALIFIER-COUNT TO WS-FIELD-COUNT.
010620     MOVE "N" TO WS-FINAL-SW.
010630     MOVE 2 TO WS-BRACKET-SIZE.
010640     PERFORM 3410-DOUBLE-BRACKET THRU 3410-EXIT
010650         UNTIL WS-BRACKET-SIZE >= WS-FIELD-COUNT.
010660
010670     MOVE 1 TO WS-SLOT-SEED(1).
010680     MOVE 1 TO WS-SLOT-COUNT.
010690     PERFORM 3420-SPREAD-SEEDS THRU 3420-EXIT
010700         UNTIL WS-SLOT-COUNT >= WS-BRACKET-SIZE.
010710
010720     COMPUTE WS-MATCH-COUNT = WS-BRACKET-SIZE - 1
010730     END-COMPUTE.
010740     PERFORM 2300-BUILD-ROUND-TABLE THRU 2300-EXIT.
010750     PERFORM 3430-CLEAR-MATCH THRU 3430-EXIT
010760         VARYING WS-MATCH-IDX FROM 1 BY 1
010770         UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.
010780     PERFORM 3440-PLACE-FIRST-ROUND THRU 3440-EXIT
010790         VARYING WS-MATCH-IDX FROM 1 BY 1
010800         UNTIL WS-MATCH-IDX > WS-ROUND-MATCHES(1).
010810 3400-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------*
010850* 3410-DOUBLE-BRACKET - ONE MORE ROUND'S WORTH OF BRACKET.       *
010860*----------------------------------------------------------------*
010870 3410-DOUBLE-BRACKET.
010880     MULTIPLY 2 BY WS-BRACKET-SIZE.
010890 3410-EXIT.
010900     EXIT.
010910
010920*----------------------------------------------------------------*
010930* 3420-SPREAD-SEEDS - DOUBLE THE SEED ORDER: EACH SEED IS        *
010940* FOLLOWED BY THE OPPONENT IT MEETS IN THE BIGGER BRACKET.       *
010950*----------------------------------------------------------------*
010960 3420-SPREAD-SEEDS.
010970     PERFORM 3425-SPREAD-ONE-SEED THRU 3425-EXIT
010980         VARYING WS-SLOT-IDX FROM 1 BY 1
010990         UNTIL WS-SLOT-IDX > WS-SLOT-COUNT.
011000     MULTIPLY 2 BY WS-SLOT-COUNT.
011010     MOVE WS-NEW-SLOT-TABLE TO WS-SLOT-TABLE.
011020 3420-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------*
011060* 3425-SPREAD-ONE-SEED - ONE SEED AND ITS NEW OPPONENT.          *
011070*----------------------------------------------------------------*
011080 3425-SPREAD-ONE-SEED.
011090     COMPUTE WS-NEW-SLOT-IDX = WS-SLOT-IDX * 2 - 1
011100     END-COMPUTE.
011110     MOVE WS-SLOT-SEED(WS-SLOT-IDX)
011120         TO WS-NEW-SLOT-SEED(WS-NEW-SLOT-IDX).
011130     ADD 1 TO WS-NEW-SLOT-IDX.
011140     COMPUTE WS-NEW-SLOT-SEED(WS-NEW-SLOT-IDX) =
011150         WS-SLOT-COUNT * 2 + 1 - WS-SLOT-SEED(WS-SLOT-IDX)
011160     END-COMPUTE.
011170 3425-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------------*
011210* 3430-CLEAR-MATCH - ONE EMPTY MATCH SLOT, NUMBERED WITHIN ITS   *
011220* ROUND.                                                         *
011230*----------------------------------------------------------------*
011240 3430-CLEAR-MATCH.
011250     MOVE 1 TO WS-ROUND-IDX.
011260     PERFORM 3435-FIND-MATCH-ROUND THRU 3435-EXIT
011270         UNTIL WS-ROUND-IDX >= WS-ROUND-COUNT
011280             OR WS-MATCH-IDX <
011290                 WS-ROUND-FIRST-IDX(WS-ROUND-IDX + 1).
011300     MOVE WS-ROUND-IDX TO WS-MATCH-ROUND(WS-MATCH-IDX).
011310     COMPUTE WS-MATCH-NUMBER(WS-MATCH-IDX) =
011320         WS-MATCH-IDX - WS-ROUND-FIRST-IDX(WS-ROUND-IDX) + 1
011330     END-COMPUTE.
011340     MOVE ZERO TO WS-MATCH-TOP-SEED(WS-MATCH-IDX).
011350     MOVE SPACES TO WS-MATCH-TOP-ID(WS-MATCH-IDX).
011360     MOVE ZERO TO WS-MATCH-BOTTOM-SEED(WS-MATCH-IDX).
011370     MOVE SPACES TO WS-MATCH-BOTTOM-ID(WS-MATCH-IDX).
011380     SET WS-MATCH-PENDING(WS-MATCH-IDX) TO TRUE.
011390     MOVE SPACES TO WS-MATCH-WINNER-ID(WS-MATCH-IDX).
011400     MOVE ZERO TO WS-MATCH-WINNER-GAMES(WS-MATCH-IDX).
011410     MOVE ZERO TO WS-MATCH-LOSER-GAMES(WS-MATCH-IDX).
011420     MOVE ZERO TO WS-MATCH-DECIDED-DATE(WS-MATCH-IDX).
011430 3430-EXIT.
011440     EXIT.
011450
011460*----------------------------------------------------------------*
011470* 3435-FIND-MATCH-ROUND - STEP ON ONE ROUND.                     *
011480*----------------------------------------------------------------*
011490 3435-FIND-MATCH-ROUND.
011500     ADD 1 TO WS-ROUND-IDX.
011510 3435-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------------*
011550* 3440-PLACE-FIRST-ROUND - PUT THE TWO SEEDS OF ONE FIRST-ROUND  *
011560* MATCH IN ITS SLOTS. THE KNOCKOUT ORDER ALWAYS PUTS THE BETTER  *
011570* SEED ON TOP, SO ONLY THE BOTTOM SLOT CAN BE A BYE.             *
011580*----------------------------------------------------------------*
011590 3440-PLACE-FIRST-ROUND.
011600     COMPUTE WS-SLOT-IDX = WS-MATCH-IDX * 2 - 1
011610     END-COMPUTE.
011620     MOVE WS-SLOT-SEED(WS-SLOT-IDX)
011630         TO WS-MATCH-TOP-SEED(WS-MATCH-IDX).
011640     MOVE WS-QUALIFIER-ID(WS-SLOT-SEED(WS-SLOT-IDX))
011650         TO WS-MATCH-TOP-ID(WS-MATCH-IDX).
011660
011670     ADD 1 TO WS-SLOT-IDX.
011680     IF WS-SLOT-SEED(WS-SLOT-IDX) <= WS-FIELD-COUNT
011690         MOVE WS-SLOT-SEED(WS-SLOT-IDX)
011700             TO WS-MATCH-BOTTOM-SEED(WS-MATCH-IDX)
011710         MOVE WS-QUALIFIER-ID(WS-SLOT-SEED(WS-SLOT-IDX))
011720             TO WS-MATCH-BOTTOM-ID(WS-MATCH-IDX)
011730     ELSE
011740         SET WS-MATCH-BYE(WS-MATCH-IDX) TO TRUE
011750         MOVE WS-MATCH-TOP-ID(WS-MATCH-IDX)
011760             TO WS-MATCH-WINNER-ID(WS-MATCH-IDX)
011770         MOVE WS-RUN-DATE TO WS-MATCH-DECIDED-DATE(WS-MATCH-IDX)
011780         PERFORM 7100-ADVANCE-WINNER THRU 7100-EXIT
011790     END-IF.
011800 3440-EXIT.
011810     EXIT.
011820
011830*----------------------------------------------------------------*
011840* 4000-APPLY-RESULTS - WORK EVERY RESULT ON THE PLAYOFF RESULTS  *
011850* FILE, LISTING EACH ONE ON THE REPORT AS APPLIED OR REJECTED.   *
011860* ONCE THE FINAL IS DECIDED NO FURTHER RESULT IS TAKEN.          *
011870*----------------------------------------------------------------*
011880 4000-APPLY-RESULTS.
011890     MOVE "RESULTS THIS RUN" TO BRKREPORT-RECORD.
011900     WRITE BRKREPORT-RECORD.
011910
011920     IF WS-FINAL-DECIDED
011930         MOVE "  FINAL ALREADY DECIDED - NO RESULTS TAKEN"
011940             TO BRKREPORT-RECORD
011950         WRITE BRKREPORT-RECORD
011960         MOVE SPACES TO BRKREPORT-RECORD
011970         WRITE BRKREPORT-RECORD
011980         DISPLAY "FINAL ALREADY DECIDED - NO RESULTS TAKEN"
011990         END-DISPLAY
012000         GO TO 4000-EXIT
012010     END-IF.
012020
012030     OPEN INPUT PLAYOFF-RESULTS.
012040     IF WS-RESULTS-CHECK-KEY NOT = "00"
012050         DISPLAY "UNABLE TO OPEN PLAYOFF-RESULTS "
012060             WS-RESULTS-FILE-NAME ". STATUS: "
012070             WS-RESULTS-CHECK-KEY
012080         END-DISPLAY
012090         STOP RUN RETURNING 1
012100     END-IF.
012110     READ PLAYOFF-RESULTS
012120         AT END SET WS-RESULTS-EOF TO TRUE
012130     END-READ.
012140     PERFORM 4100-APPLY-ONE-RESULT THRU 4100-EXIT
012150         UNTIL WS-RESULTS-EOF.
012160     CLOSE PLAYOFF-RESULTS.
012170
012180     MOVE SPACES TO WS-REPORT-LINE.
012190     MOVE 1 TO WS-STRING-PTR.
012200     MOVE WS-RESULTS-READ TO WS-COUNT-PRINT.
012210     STRING "  READ " DELIMITED BY SIZE
012220         WS-COUNT-PRINT DELIMITED BY SIZE
012230         INTO WS-REPORT-LINE
012240         WITH POINTER WS-STRING-PTR
012250     END-STRING.
012260     MOVE WS-RESULTS-APPLIED TO WS-COUNT-PRINT.
012270     STRING "  APPLIED " DELIMITED BY SIZE
012280         WS-COUNT-PRINT DELIMITED BY SIZE
012290         INTO WS-REPORT-LINE
012300         WITH POINTER WS-STRING-PTR
012310     END-STRING.
012320     MOVE WS-RESULTS-REJECTED TO WS-COUNT-PRINT.
012330     STRING "  REJECTED " DELIMITED BY SIZE
012340         WS-COUNT-PRINT DELIMITED BY SIZE
012350         INTO WS-REPORT-LINE
012360         WITH POINTER WS-STRING-PTR
012370     END-STRING.
012380     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
012390     WRITE BRKREPORT-RECORD.
012400     MOVE SPACES TO BRKREPORT-RECORD.
012410     WRITE BRKREPORT-RECORD.
012420 4000-EXIT.
012430     EXIT.
012440
012450*----------------------------------------------------------------*
012460* 4100-APPLY-ONE-RESULT - VALIDATE AND RECORD ONE RESULT, THEN   *
012470* LIST IT EITHER WAY.                                            *
012480*----------------------------------------------------------------*
012490 4100-APPLY-ONE-RESULT.
012500     ADD 1 TO WS-RESULTS-READ.
012510     SET WS-RESULT-OK TO TRUE.
012520     MOVE SPACES TO WS-REJECT-REASON.
012530
012540     PERFORM 4110-VALIDATE-RESULT THRU 4110-EXIT.
012550
012560     IF WS-RESULT-OK
012570         PERFORM 4200-RECORD-RESULT THRU 4200-EXIT
012580         ADD 1 TO WS-RESULTS-APPLIED
012590     ELSE
012600         ADD 1 TO WS-RESULTS-REJECTED
012610     END-IF.
012620     PERFORM 4300-WRITE-RESULT-LINE THRU 4300-EXIT.
012630
012640     READ PLAYOFF-RESULTS
012650         AT END SET WS-RESULTS-EOF TO TRUE
012660     END-READ.
012670 4100-EXIT.
012680     EXIT.
012690
012700*----------------------------------------------------------------*
012710* 4110-VALIDATE-RESULT - THE MATCH MUST BE IN THE BRACKET, STILL *
012720* UNDECIDED AND WITH BOTH PLAYERS KNOWN; THE WINNER MUST BE ONE  *
012730* OF THEM; A PLAYED MATCH MUST HAVE A CLEAR WINNER ON GAMES.     *
012740* WS-MATCH-IDX COMES BACK POINTING AT THE MATCH.                 *
012750*----------------------------------------------------------------*
012760 4110-VALIDATE-RESULT.
012770     IF PR-ROUND-NUMBER NOT NUMERIC
012780             OR PR-ROUND-NUMBER = ZERO
012790             OR PR-ROUND-NUMBER > WS-ROUND-COUNT
012800         SET WS-RESULT-REJECTED TO TRUE
012810         MOVE "ROUND NOT IN THE BRACKET" TO WS-REJECT-REASON
012820         GO TO 4110-EXIT
012830     END-IF.
012840
012850     IF PR-MATCH-NUMBER NOT NUMERIC
012860             OR PR-MATCH-NUMBER = ZERO
012870             OR PR-MATCH-NUMBER >
012880                 WS-ROUND-MATCHES(PR-ROUND-NUMBER)
012890         SET WS-RESULT-REJECTED TO TRUE
012900         MOVE "MATCH NOT IN THE ROUND" TO WS-REJECT-REASON
012910         GO TO 4110-EXIT
012920     END-IF.
012930     COMPUTE WS-MATCH-IDX =
012940         WS-ROUND-FIRST-IDX(PR-ROUND-NUMBER) + PR-MATCH-NUMBER - 1
012950     END-COMPUTE.
012960
012970     IF NOT WS-MATCH-PENDING(WS-MATCH-IDX)
012980         SET WS-RESULT-REJECTED TO TRUE
012990         MOVE "MATCH ALREADY DECIDED" TO WS-REJECT-REASON
013000         GO TO 4110-EXIT
013010     END-IF.
013020
013030     IF WS-MATCH-TOP-ID(WS-MATCH-IDX) = SPACES
013040             OR WS-MATCH-BOTTOM-ID(WS-MATCH-IDX) = SPACES
013050         SET WS-RESULT-REJECTED TO TRUE
013060         MOVE "PLAYERS NOT YET KNOWN" TO WS-REJECT-REASON
013070         GO TO 4110-EXIT
013080     END-IF.
013090
013100     IF NOT PR-PLAYED AND NOT PR-WALKOVER
013110         SET WS-RESULT-REJECTED TO TRUE
013120         MOVE "RESULT TYPE MUST BE P OR W" TO WS-REJECT-REASON
013130         GO TO 4110-EXIT
013140     END-IF.
013150
013160     IF PR-WINNER-ID NOT = WS-MATCH-TOP-ID(WS-MATCH-IDX)
013170             AND PR-WINNER-ID NOT =
013180                 WS-MATCH-BOTTOM-ID(WS-MATCH-IDX)
013190         SET WS-RESULT-REJECTED TO TRUE
013200         MOVE "WINNER NOT IN THIS MATCH" TO WS-REJECT-REASON
013210         GO TO 4110-EXIT
013220     END-IF.
013230
013240     IF PR-PLAYED
013250         IF PR-WINNER-GAMES NOT NUMERIC
013260                 OR PR-LOSER-GAMES NOT NUMERIC
013270             SET WS-RESULT-REJECTED TO TRUE
013280             MOVE "NON-NUMERIC GAMES" TO WS-REJECT-REASON
013290             GO TO 4110-EXIT
013300         END-IF
013310         IF PR-WINNER-GAMES NOT > PR-LOSER-GAMES
013320             SET WS-RESULT-REJECTED TO TRUE
013330             MOVE "WINNER MUST TAKE MORE GAMES"
013340                 TO WS-REJECT-REASON
013350             GO TO 4110-EXIT
013360         END-IF
013370     END-IF.
013380 4110-EXIT.
013390     EXIT.
013400
013410*----------------------------------------------------------------*
013420* 4200-RECORD-RESULT - DECIDE THE MATCH AND SEND THE WINNER ON.  *
013430* A WALKOVER CARRIES NO GAMES.                                   *
013440*----------------------------------------------------------------*
013450 4200-RECORD-RESULT.
013460     MOVE PR-WINNER-ID TO WS-MATCH-WINNER-ID(WS-MATCH-IDX).
013470     IF PR-PLAYED
013480         SET WS-MATCH-PLAYED(WS-MATCH-IDX) TO TRUE
013490         MOVE PR-WINNER-GAMES
013500             TO WS-MATCH-WINNER-GAMES(WS-MATCH-IDX)
013510         MOVE PR-LOSER-GAMES
013520             TO WS-MATCH-LOSER-GAMES(WS-MATCH-IDX)
013530     ELSE
013540         SET WS-MATCH-WALKOVER(WS-MATCH-IDX) TO TRUE
013550         MOVE ZERO TO WS-MATCH-WINNER-GAMES(WS-MATCH-IDX)
013560         MOVE ZERO TO WS-MATCH-LOSER-GAMES(WS-MATCH-IDX)
013570     END-IF.
013580     MOVE WS-RUN-DATE TO WS-MATCH-DECIDED-DATE(WS-MATCH-IDX).
013590     PERFORM 7100-ADVANCE-WINNER THRU 7100-EXIT.
013600 4200-EXIT.
013610     EXIT.
013620
013630*----------------------------------------------------------------*
013640* 4300-WRITE-RESULT-LINE - ONE RESULT, APPLIED OR REJECTED.      *
013650*----------------------------------------------------------------*
013660 4300-WRITE-RESULT-LINE.
013670     MOVE SPACES TO WS-REPORT-LINE.
013680     MOVE 1 TO WS-STRING-PTR.
013690     IF WS-RESULT-OK
013700         STRING "  APPLIED  " DELIMITED BY SIZE
013710             INTO WS-REPORT-LINE
013720             WITH POINTER WS-STRING-PTR
013730         END-STRING
013740     ELSE
013750         STRING "  REJECTED " DELIMITED BY SIZE
013760             INTO WS-REPORT-LINE
013770             WITH POINTER WS-STRING-PTR
013780         END-STRING
013790     END-IF.
013800
013810     STRING "R" DELIMITED BY SIZE
013820         PR-ROUND-NUMBER DELIMITED BY SIZE
013830         " M" DELIMITED BY SIZE
013840         PR-MATCH-NUMBER DELIMITED BY SIZE
013850         " " DELIMITED BY SIZE
013860         PR-WINNER-ID DELIMITED BY SIZE
013870         " " DELIMITED BY SIZE
013880         PR-RESULT-TYPE DELIMITED BY SIZE
013890         INTO WS-REPORT-LINE
013900         WITH POINTER WS-STRING-PTR
013910     END-STRING.
013920
013930     IF WS-RESULT-OK AND PR-PLAYED
013940         STRING " " DELIMITED BY SIZE
013950             PR-WINNER-GAMES DELIMITED BY SIZE
013960             "-" DELIMITED BY SIZE
013970             PR-LOSER-GAMES DELIMITED BY SIZE
013980             INTO WS-REPORT-LINE
013990             WITH POINTER WS-STRING-PTR
014000         END-STRING
014010     END-IF.
014020
014030     IF WS-RESULT-REJECTED
014040         STRING " - " DELIMITED BY SIZE
014050             WS-REJECT-REASON DELIMITED BY SIZE
014060             INTO WS-REPORT-LINE
014070             WITH POINTER WS-STRING-PTR
014080         END-STRING
014090         DISPLAY "RESULT REJECTED: ROUND " PR-ROUND-NUMBER
014100             " MATCH " PR-MATCH-NUMBER " - " WS-REJECT-REASON
014110         END-DISPLAY
014120     END-IF.
014130
014140     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
014150     WRITE BRKREPORT-RECORD.
014160 4300-EXIT.
014170     EXIT.
014180
014190*----------------------------------------------------------------*
014200* 5000-SAVE-BRACKET - REWRITE THE BRACKET FILE FROM THE TABLE.   *
014210*----------------------------------------------------------------*
014220 5000-SAVE-BRACKET.
014230     OPEN OUTPUT BRACKET-FILE.
014240     IF WS-BRACKET-CHECK-KEY NOT = "00" AND
014250             WS-BRACKET-CHECK-KEY NOT = "05"
014260         DISPLAY "UNABLE TO REWRITE BRACKET-FILE. STATUS: "
014270             WS-BRACKET-CHECK-KEY
014280         END-DISPLAY
014290         STOP RUN RETURNING 1
014300     END-IF.
014310     PERFORM 5100-SAVE-MATCH THRU 5100-EXIT
014320         VARYING WS-MATCH-IDX FROM 1 BY 1
014330         UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.
014340     CLOSE BRACKET-FILE.
014350 5000-EXIT.
014360     EXIT.
014370
014380*----------------------------------------------------------------*
014390* 5100-SAVE-MATCH - WRITE ONE MATCH SLOT.                        *
014400*----------------------------------------------------------------*
014410 5100-SAVE-MATCH.
014420     MOVE SPACES TO PLAYOFF-BRACKET-RECORD.
014430     MOVE WS-BRACKET-SEASON TO PB-SEASON-ID.
014440     MOVE WS-MATCH-ROUND(WS-MATCH-IDX) TO PB-ROUND-NUMBER.
014450     MOVE WS-MATCH-NUMBER(WS-MATCH-IDX) TO PB-MATCH-NUMBER.
014460     MOVE WS-MATCH-TOP-SEED(WS-MATCH-IDX) TO PB-TOP-SEED.
014470     MOVE WS-MATCH-TOP-ID(WS-MATCH-IDX) TO PB-TOP-ID.
014480     MOVE WS-MATCH-BOTTOM-SEED(WS-MATCH-IDX) TO PB-BOTTOM-SEED.
014490     MOVE WS-MATCH-BOTTOM-ID(WS-MATCH-IDX) TO PB-BOTTOM-ID.
014500     MOVE WS-MATCH-STATUS(WS-MATCH-IDX) TO PB-MATCH-STATUS.
014510     MOVE WS-MATCH-WINNER-ID(WS-MATCH-IDX) TO PB-WINNER-ID.
014520     MOVE WS-MATCH-WINNER-GAMES(WS-MATCH-IDX)
014530         TO PB-WINNER-GAMES.
014540     MOVE WS-MATCH-LOSER-GAMES(WS-MATCH-IDX) TO PB-LOSER-GAMES.
014550     MOVE WS-MATCH-DECIDED-DATE(WS-MATCH-IDX)
014560         TO PB-DECIDED-DATE.
014570     WRITE PLAYOFF-BRACKET-RECORD.
014580 5100-EXIT.
014590     EXIT.
014600
014610*----------------------------------------------------------------*
014620* 6000-FREEZE-PLAYOFF - WITH THE FINAL DECIDED, APPEND ONE "P"   *
014630* HISTORY RECORD PER MATCH AND THE "C" CHAMPION RECORD UNDER THE *
014640* BRACKET'S SEASON. A SEASON WHOSE PLAYOFF IS ALREADY ON THE     *
014650* HISTORY IS LEFT ALONE, SO A RERUN CANNOT FREEZE IT TWICE.      *
014660*----------------------------------------------------------------*
014670 6000-FREEZE-PLAYOFF.
014680     MOVE WS-BRACKET-SEASON TO WS-SWEEP-SEASON-ID.
014690     MOVE "N" TO WS-LOAD-STANDINGS-SW.
014700     PERFORM 2500-SWEEP-HISTORY THRU 2500-EXIT.
014710     IF WS-HISTORY-HAS-PLAYOFF
014720         DISPLAY "PLAYOFF FOR SEASON " WS-BRACKET-SEASON
014730             " IS ALREADY ON THE HISTORY FILE"
014740         END-DISPLAY
014750         GO TO 6000-EXIT
014760     END-IF.
014770
014780     OPEN EXTEND SEASON-HISTORY.
014790     IF WS-HISTORY-CHECK-KEY NOT = "00" AND
014800             WS-HISTORY-CHECK-KEY NOT = "05"
014810         DISPLAY "UNABLE TO OPEN SEASON-HISTORY. STATUS: "
014820             WS-HISTORY-CHECK-KEY
014830         END-DISPLAY
014840         STOP RUN RETURNING 1
014850     END-IF.
014860     PERFORM 6100-FREEZE-MATCH THRU 6100-EXIT
014870         VARYING WS-MATCH-IDX FROM 1 BY 1
014880         UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.
014890     PERFORM 6200-FREEZE-CHAMPION THRU 6200-EXIT.
014900     CLOSE SEASON-HISTORY.
014910     SET WS-FROZEN-THIS-RUN TO TRUE.
014920 6000-EXIT.
014930     EXIT.
014940
014950*----------------------------------------------------------------*
014960* 6100-FREEZE-MATCH - APPEND ONE MATCH OF THE FINAL BRACKET.     *
014970*----------------------------------------------------------------*
014980 6100-FREEZE-MATCH.
014990     MOVE SPACES TO SEASON-HISTORY-RECORD.
015000     MOVE WS-BRACKET-SEASON TO SH-SEASON-ID.
015010     SET SH-BRACKET-TYPE TO TRUE.
015020     MOVE WS-RUN-DATE TO SH-CLOSE-DATE.
015030     MOVE WS-MATCH-ROUND(WS-MATCH-IDX) TO SH-BRKT-ROUND-NUMBER.
015040     MOVE WS-MATCH-NUMBER(WS-MATCH-IDX) TO SH-BRKT-MATCH-NUMBER.
015050     MOVE WS-MATCH-TOP-SEED(WS-MATCH-IDX) TO SH-BRKT-TOP-SEED.
015060     MOVE WS-MATCH-TOP-ID(WS-MATCH-IDX) TO SH-BRKT-TOP-ID.
015070     MOVE WS-MATCH-BOTTOM-SEED(WS-MATCH-IDX)
015080         TO SH-BRKT-BOTTOM-SEED.
015090     MOVE WS-MATCH-BOTTOM-ID(WS-MATCH-IDX) TO SH-BRKT-BOTTOM-ID.
015100     MOVE WS-MATCH-STATUS(WS-MATCH-IDX) TO SH-BRKT-MATCH-STATUS.
015110     MOVE WS-MATCH-WINNER-ID(WS-MATCH-IDX) TO SH-BRKT-WINNER-ID.
015120     MOVE WS-MATCH-WINNER-GAMES(WS-MATCH-IDX)
015130         TO SH-BRKT-WINNER-GAMES.
015140     MOVE WS-MATCH-LOSER-GAMES(WS-MATCH-IDX)
015150         TO SH-BRKT-LOSER-GAMES.
015160     MOVE WS-MATCH-DECIDED-DATE(WS-MATCH-IDX)
015170         TO SH-BRKT-DECIDED-DATE.
015180     WRITE SEASON-HISTORY-RECORD.
015190     ADD 1 TO WS-BRACKET-FROZEN.
015200 6100-EXIT.
015210     EXIT.
015220
015230*----------------------------------------------------------------*
015240* 6200-FREEZE-CHAMPION - APPEND THE CHAMPION RECORD: THE FINAL'S *
015250* WINNER, WITH NAME AND DIVISION AS THE ROSTER HAS THEM TODAY,   *
015260* AND THE BEATEN FINALIST.                                       *
015270*----------------------------------------------------------------*
015280 6200-FREEZE-CHAMPION.
015290     MOVE WS-MATCH-COUNT TO WS-MATCH-IDX.
015300     MOVE SPACES TO SEASON-HISTORY-RECORD.
015310     MOVE WS-BRACKET-SEASON TO SH-SEASON-ID.
015320     SET SH-CHAMPION-TYPE TO TRUE.
015330     MOVE WS-RUN-DATE TO SH-CLOSE-DATE.
015340     MOVE WS-MATCH-WINNER-ID(WS-MATCH-IDX) TO SH-CHAMP-PLAYER-ID.
015350     IF WS-MATCH-WINNER-ID(WS-MATCH-IDX)
015360             = WS-MATCH-TOP-ID(WS-MATCH-IDX)
015370         MOVE WS-MATCH-TOP-SEED(WS-MATCH-IDX) TO SH-CHAMP-SEED
015380         MOVE WS-MATCH-BOTTOM-ID(WS-MATCH-IDX)
015390             TO SH-CHAMP-RUNNER-UP-ID
015400     ELSE
015410         MOVE WS-MATCH-BOTTOM-SEED(WS-MATCH-IDX)
015420             TO SH-CHAMP-SEED
015430         MOVE WS-MATCH-TOP-ID(WS-MATCH-IDX)
015440             TO SH-CHAMP-RUNNER-UP-ID
015450     END-IF.
015460     MOVE WS-MATCH-WINNER-ID(WS-MATCH-IDX) TO WS-LOOKUP-ID.
015470     PERFORM 7000-FIND-ROSTER-ENTRY THRU 7000-EXIT.
015480     IF WS-ROSTER-FOUND-IDX NOT = ZERO
015490         MOVE WS-ROSTER-NAME(WS-ROSTER-FOUND-IDX)
015500             TO SH-CHAMP-NAME
015510         MOVE WS-ROSTER-DIVISION(WS-ROSTER-FOUND-IDX)
015520             TO SH-CHAMP-DIVISION
015530     END-IF.
015540     MOVE WS-MATCH-DECIDED-DATE(WS-MATCH-IDX)
015550         TO SH-CHAMP-FINAL-DATE.
015560     MOVE WS-FIELD-COUNT TO SH-CHAMP-FIELD-SIZE.
015570     WRITE SEASON-HISTORY-RECORD.
015580 6200-EXIT.
015590     EXIT.
015600
015610*----------------------------------------------------------------*
015620* 7000-FIND-ROSTER-ENTRY - LOCATE WS-LOOKUP-ID ON THE ROSTER      *
015630* TABLE, LEAVING ZERO IN WS-ROSTER-FOUND-IDX WHEN IT IS NOT       *
015640* THERE.                                                          *
015650*----------------------------------------------------------------*
015660 7000-FIND-ROSTER-ENTRY.
015670     MOVE ZERO TO WS-ROSTER-FOUND-IDX.
015680     PERFORM 7010-CHECK-ROSTER-ENTRY THRU 7010-EXIT
015690         VARYING WS-ROSTER-SEARCH-IDX FROM 1 BY 1
015700         UNTIL WS-ROSTER-SEARCH-IDX > WS-ROSTER-COUNT
015710             OR WS-ROSTER-FOUND-IDX NOT = ZERO.
015720 7000-EXIT.
015730     EXIT.
015740
015750*----------------------------------------------------------------*
015760* 7010-CHECK-ROSTER-ENTRY - COMPARE ONE ROSTER TABLE ENTRY.       *
015770*----------------------------------------------------------------*
015780 7010-CHECK-ROSTER-ENTRY.
015790     IF WS-ROSTER-ID(WS-ROSTER-SEARCH-IDX) = WS-LOOKUP-ID
015800         MOVE WS-ROSTER-SEARCH-IDX TO WS-ROSTER-FOUND-IDX
015810     END-IF.
015820 7010-EXIT.
015830     EXIT.
015840
015850*----------------------------------------------------------------*
015860* 7100-ADVANCE-WINNER - SEND THE WINNER OF THE MATCH AT          *
015870* WS-MATCH-IDX INTO ITS SLOT IN THE NEXT ROUND, CARRYING THE     *
015880* SEED WITH IT. THE WINNER OF THE FINAL IS THE CHAMPION.         *
015890*----------------------------------------------------------------*
015900 7100-ADVANCE-WINNER.
015910     IF WS-MATCH-ROUND(WS-MATCH-IDX) >= WS-ROUND-COUNT
015920         SET WS-FINAL-DECIDED TO TRUE
015930         GO TO 7100-EXIT
015940     END-IF.
015950
015960     IF WS-MATCH-WINNER-ID(WS-MATCH-IDX)
015970             = WS-MATCH-TOP-ID(WS-MATCH-IDX)
015980         MOVE WS-MATCH-TOP-SEED(WS-MATCH-IDX) TO WS-WINNER-SEED
015990     ELSE
016000         MOVE WS-MATCH-BOTTOM-SEED(WS-MATCH-IDX)
016010             TO WS-WINNER-SEED
016020     END-IF.
016030
016040     COMPUTE WS-NEXT-ROUND = WS-MATCH-ROUND(WS-MATCH-IDX) + 1
016050     END-COMPUTE.
016060     COMPUTE WS-TARGET-IDX = WS-ROUND-FIRST-IDX(WS-NEXT-ROUND)
016070         + (WS-MATCH-NUMBER(WS-MATCH-IDX) - 1) / 2
016080     END-COMPUTE.
016090     IF FUNCTION MOD(WS-MATCH-NUMBER(WS-MATCH-IDX), 2) = 1
016100         MOVE WS-WINNER-SEED TO WS-MATCH-TOP-SEED(WS-TARGET-IDX)
016110         MOVE WS-MATCH-WINNER-ID(WS-MATCH-IDX)
016120             TO WS-MATCH-TOP-ID(WS-TARGET-IDX)
016130     ELSE
016140         MOVE WS-WINNER-SEED
016150             TO WS-MATCH-BOTTOM-SEED(WS-TARGET-IDX)
016160         MOVE WS-MATCH-WINNER-ID(WS-MATCH-IDX)
016170             TO WS-MATCH-BOTTOM-ID(WS-TARGET-IDX)
016180     END-IF.
016190 7100-EXIT.
016200     EXIT.
016210
016220*----------------------------------------------------------------*
016223* 8000-WRITE-HEADING - OPEN THE REPORT AND WRITE THE HEADLINE    *
016226* BLOCK. IT IS NOT OPENED UNTIL THE BRACKET IS IN HAND, SO A     *
016229* REFUSED SEEDING LEAVES THE LAST PRINTED BRACKET ALONE. A       *
016232* SEEDING RUN ALSO LISTS THE FIELD IN SEED ORDER WITH EACH       *
016235* PLAYER'S DIVISION PLACE.                                       *
016238*----------------------------------------------------------------*
016241 8000-WRITE-HEADING.
016244     OPEN OUTPUT BRKREPORT.
016247     IF WS-BRKREP-CHECK-KEY NOT = "00"
016250         DISPLAY "UNABLE TO OPEN BRKREPORT. STATUS: "
016253             WS-BRKREP-CHECK-KEY
016256         END-DISPLAY
016259         STOP RUN RETURNING 1
016262     END-IF.
016265
016270     MOVE "END-OF-SEASON PLAYOFF BRACKET" TO BRKREPORT-RECORD.
016280     WRITE BRKREPORT-RECORD.
016290
016300     MOVE SPACES TO WS-REPORT-LINE.
016310     STRING "RUN DATE " DELIMITED BY SIZE
016320         WS-RUN-DATE DELIMITED BY SIZE
016330         INTO WS-REPORT-LINE
016340     END-STRING.
016350     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
016360     WRITE BRKREPORT-RECORD.
016370
016380     MOVE SPACES TO WS-REPORT-LINE.
016390     MOVE 1 TO WS-STRING-PTR.
016400     STRING "SEASON " DELIMITED BY SIZE
016410         WS-BRACKET-SEASON DELIMITED BY SIZE
016420         INTO WS-REPORT-LINE
016430         WITH POINTER WS-STRING-PTR
016440     END-STRING.
016450     MOVE WS-FIELD-COUNT TO WS-COUNT-PRINT.
016460     STRING "  FIELD " DELIMITED BY SIZE
016470         WS-COUNT-PRINT DELIMITED BY SIZE
016480         INTO WS-REPORT-LINE
016490         WITH POINTER WS-STRING-PTR
016500     END-STRING.
016510     MOVE WS-BRACKET-SIZE TO WS-COUNT-PRINT.
016520     STRING "  BRACKET OF " DELIMITED BY SIZE
016530         WS-COUNT-PRINT DELIMITED BY SIZE
016540         INTO WS-REPORT-LINE
016550         WITH POINTER WS-STRING-PTR
016560     END-STRING.
016570     MOVE WS-ROUND-COUNT TO WS-ROUND-PRINT.
016580     STRING "  ROUNDS " DELIMITED BY SIZE
016590         WS-ROUND-PRINT DELIMITED BY SIZE
016600         INTO WS-REPORT-LINE
016610         WITH POINTER WS-STRING-PTR
016620     END-STRING.
016630     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
016640     WRITE BRKREPORT-RECORD.
016650
016660     MOVE SPACES TO BRKREPORT-RECORD.
016670     WRITE BRKREPORT-RECORD.
016680
016690     IF WS-MODE-SEED
016700         PERFORM 8100-WRITE-SEED-LIST THRU 8100-EXIT
016710     END-IF.
016720 8000-EXIT.
016730     EXIT.
016740
016750*----------------------------------------------------------------*
016760* 8100-WRITE-SEED-LIST - THE FIELD AS SEEDED.                    *
016770*----------------------------------------------------------------*
016780 8100-WRITE-SEED-LIST.
016790     MOVE SPACES TO WS-REPORT-LINE.
016800     MOVE 1 TO WS-STRING-PTR.
016810     MOVE WS-QUALIFY-COUNT TO WS-COUNT-PRINT.
016820     STRING "SEEDED FROM THE CLOSING STANDINGS - TOP"
016830             DELIMITED BY SIZE
016840         WS-COUNT-PRINT DELIMITED BY SIZE
016850         " PER DIVISION BY PART " DELIMITED BY SIZE
016860         WS-ORDER-SW DELIMITED BY SIZE
016870         " SCORE" DELIMITED BY SIZE
016880         INTO WS-REPORT-LINE
016890         WITH POINTER WS-STRING-PTR
016900     END-STRING.
016910     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
016920     WRITE BRKREPORT-RECORD.
016930
016940     MOVE " SEED  PLAYER ID   NAME                  DIVISION  PLAC
016950-        "E  RANK      SCORE" TO BRKREPORT-RECORD.
016960     WRITE BRKREPORT-RECORD.
016970     MOVE ALL "-" TO BRKREPORT-RECORD.
016980     WRITE BRKREPORT-RECORD.
016990
017000     PERFORM 8110-WRITE-SEED-LINE THRU 8110-EXIT
017010         VARYING WS-QUALIFIER-IDX FROM 1 BY 1
017020         UNTIL WS-QUALIFIER-IDX > WS-QUALIFIER-COUNT.
017030
017040     MOVE SPACES TO BRKREPORT-RECORD.
017050     WRITE BRKREPORT-RECORD.
017060 8100-EXIT.
017070     EXIT.
017080
017090*----------------------------------------------------------------*
017100* 8110-WRITE-SEED-LINE - ONE SEEDED PLAYER.                      *
017110*----------------------------------------------------------------*
017120 8110-WRITE-SEED-LINE.
017130     MOVE WS-QUALIFIER-ID(WS-QUALIFIER-IDX) TO WS-LOOKUP-ID.
017140     PERFORM 7000-FIND-ROSTER-ENTRY THRU 7000-EXIT.
017150     MOVE SPACES TO WS-NAME-PRINT.
017160     IF WS-ROSTER-FOUND-IDX NOT = ZERO
017170         MOVE WS-ROSTER-NAME(WS-ROSTER-FOUND-IDX)
017180             TO WS-NAME-PRINT
017190     END-IF.
017200
017210     MOVE SPACES TO WS-REPORT-LINE.
017220     MOVE 1 TO WS-STRING-PTR.
017230     MOVE WS-QUALIFIER-IDX TO WS-SEED-PRINT.
017240     STRING "  " DELIMITED BY SIZE
017250         WS-SEED-PRINT DELIMITED BY SIZE
017260         "  " DELIMITED BY SIZE
017270         WS-QUALIFIER-ID(WS-QUALIFIER-IDX) DELIMITED BY SIZE
017280         "  " DELIMITED BY SIZE
017290         WS-NAME-PRINT DELIMITED BY SIZE
017300         "  " DELIMITED BY SIZE
017310         WS-QUALIFIER-DIVISION(WS-QUALIFIER-IDX)
017320             DELIMITED BY SIZE
017330         INTO WS-REPORT-LINE
017340         WITH POINTER WS-STRING-PTR
017350     END-STRING.
017360     MOVE WS-QUALIFIER-POSITION(WS-QUALIFIER-IDX)
017370         TO WS-COUNT-PRINT.
017380     STRING " " DELIMITED BY SIZE
017390         WS-COUNT-PRINT DELIMITED BY SIZE
017400         INTO WS-REPORT-LINE
017410         WITH POINTER WS-STRING-PTR
017420     END-STRING.
017430     MOVE WS-QUALIFIER-RANK(WS-QUALIFIER-IDX) TO WS-COUNT-PRINT.
017440     STRING " " DELIMITED BY SIZE
017450         WS-COUNT-PRINT DELIMITED BY SIZE
017460         INTO WS-REPORT-LINE
017470         WITH POINTER WS-STRING-PTR
017480     END-STRING.
017490     MOVE WS-QUALIFIER-SCORE(WS-QUALIFIER-IDX) TO WS-SCORE-PRINT.
017500     STRING " " DELIMITED BY SIZE
017510         WS-SCORE-PRINT DELIMITED BY SIZE
017520         INTO WS-REPORT-LINE
017530         WITH POINTER WS-STRING-PTR
017540     END-STRING.
017550     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
017560     WRITE BRKREPORT-RECORD.
017570 8110-EXIT.
017580     EXIT.
017590
017600*----------------------------------------------------------------*
017610* 8500-WRITE-BRACKET - THE BRACKET ROUND BY ROUND, THEN THE      *
017620* CHAMPION OR WHAT IS STILL TO PLAY.                             *
017630*----------------------------------------------------------------*
017640 8500-WRITE-BRACKET.
017650     MOVE ZERO TO WS-TOTAL-PENDING.
017660     PERFORM 8510-WRITE-ROUND THRU 8510-EXIT
017670         VARYING WS-ROUND-IDX FROM 1 BY 1
017680         UNTIL WS-ROUND-IDX > WS-ROUND-COUNT.
017690
017700     MOVE SPACES TO WS-REPORT-LINE.
017710     MOVE 1 TO WS-STRING-PTR.
017720     IF WS-FINAL-DECIDED
017730         MOVE WS-MATCH-WINNER-ID(WS-MATCH-COUNT) TO WS-LOOKUP-ID
017740         PERFORM 7000-FIND-ROSTER-ENTRY THRU 7000-EXIT
017750         MOVE SPACES TO WS-NAME-PRINT
017760         IF WS-ROSTER-FOUND-IDX NOT = ZERO
017770             MOVE WS-ROSTER-NAME(WS-ROSTER-FOUND-IDX)
017780                 TO WS-NAME-PRINT
017790         END-IF
017800         STRING "CHAMPION  " DELIMITED BY SIZE
017810             WS-LOOKUP-ID DELIMITED BY SIZE
017820             "  " DELIMITED BY SIZE
017830             WS-NAME-PRINT DELIMITED BY SIZE
017840             INTO WS-REPORT-LINE
017850             WITH POINTER WS-STRING-PTR
017860         END-STRING
017870     ELSE
017880         MOVE WS-TOTAL-PENDING TO WS-COUNT-PRINT
017890         STRING "CHAMPION NOT YET DECIDED -" DELIMITED BY SIZE
017900             WS-COUNT-PRINT DELIMITED BY SIZE
017910             " MATCHES TO PLAY" DELIMITED BY SIZE
017920             INTO WS-REPORT-LINE
017930             WITH POINTER WS-STRING-PTR
017940         END-STRING
017950     END-IF.
017960     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
017970     WRITE BRKREPORT-RECORD.
017980
017990     IF WS-FROZEN-THIS-RUN
018000         MOVE "PLAYOFF FROZEN INTO THE SEASON HISTORY"
018010             TO BRKREPORT-RECORD
018020         WRITE BRKREPORT-RECORD
018030     END-IF.
018040 8500-EXIT.
018050     EXIT.
018060
018070*----------------------------------------------------------------*
018080* 8510-WRITE-ROUND - ONE ROUND'S HEADING AND MATCHES.            *
018090*----------------------------------------------------------------*
018100 8510-WRITE-ROUND.
018110     MOVE ZERO TO WS-ROUND-PENDING.
018120     PERFORM 8515-COUNT-PENDING THRU 8515-EXIT
018130         VARYING WS-ROUND-MATCH-IDX FROM 1 BY 1
018140         UNTIL WS-ROUND-MATCH-IDX >
018150             WS-ROUND-MATCHES(WS-ROUND-IDX).
018160     ADD WS-ROUND-PENDING TO WS-TOTAL-PENDING.
018170
018180     MOVE SPACES TO WS-REPORT-LINE.
018190     MOVE 1 TO WS-STRING-PTR.
018200     MOVE WS-ROUND-IDX TO WS-ROUND-PRINT.
018210     STRING "ROUND " DELIMITED BY SIZE
018220         WS-ROUND-PRINT DELIMITED BY SIZE
018230         INTO WS-REPORT-LINE
018240         WITH POINTER WS-STRING-PTR
018250     END-STRING.
018260     MOVE WS-ROUND-COUNT TO WS-ROUND-PRINT.
018270     STRING " OF " DELIMITED BY SIZE
018280         WS-ROUND-PRINT DELIMITED BY SIZE
018290         " - " DELIMITED BY SIZE
018300         INTO WS-REPORT-LINE
018310         WITH POINTER WS-STRING-PTR
018320     END-STRING.
018330     EVALUATE WS-ROUND-COUNT - WS-ROUND-IDX
018340         WHEN 0
018350             STRING "FINAL" DELIMITED BY SIZE
018360                 INTO WS-REPORT-LINE
018370                 WITH POINTER WS-STRING-PTR
018380             END-STRING
018390         WHEN 1
018400             STRING "SEMI-FINALS" DELIMITED BY SIZE
018410                 INTO WS-REPORT-LINE
018420                 WITH POINTER WS-STRING-PTR
018430             END-STRING
018440         WHEN 2
018450             STRING "QUARTER-FINALS" DELIMITED BY SIZE
018460                 INTO WS-REPORT-LINE
018470                 WITH POINTER WS-STRING-PTR
018480             END-STRING
018490         WHEN OTHER
018495             COMPUTE WS-MATCH-PRINT =
018500                 WS-ROUND-MATCHES(WS-ROUND-IDX) * 2
018505             END-COMPUTE
018510             IF WS-MATCH-PRINT < 100
018515                 STRING "LAST " DELIMITED BY SIZE
018520                     WS-MATCH-PRINT(2:2) DELIMITED BY SIZE
018525                     INTO WS-REPORT-LINE
018530                     WITH POINTER WS-STRING-PTR
018535                 END-STRING
018540             ELSE
018545                 STRING "LAST " DELIMITED BY SIZE
018550                     WS-MATCH-PRINT DELIMITED BY SIZE
018555                     INTO WS-REPORT-LINE
018560                     WITH POINTER WS-STRING-PTR
018565                 END-STRING
018570             END-IF
018580     END-EVALUATE.
018590     IF WS-ROUND-PENDING = ZERO
018600         STRING " - COMPLETE" DELIMITED BY SIZE
018610             INTO WS-REPORT-LINE
018620             WITH POINTER WS-STRING-PTR
018630         END-STRING
018640     ELSE
018650         MOVE WS-ROUND-PENDING TO WS-COUNT-PRINT
018660         STRING " -" DELIMITED BY SIZE
018670             WS-COUNT-PRINT DELIMITED BY SIZE
018680             " TO PLAY" DELIMITED BY SIZE
018690             INTO WS-REPORT-LINE
018700             WITH POINTER WS-STRING-PTR
018710         END-STRING
018720     END-IF.
018730     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
018740     WRITE BRKREPORT-RECORD.
018750     MOVE ALL "-" TO BRKREPORT-RECORD.
018760     WRITE BRKREPORT-RECORD.
018770
018780     PERFORM 8520-WRITE-MATCH THRU 8520-EXIT
018790         VARYING WS-ROUND-MATCH-IDX FROM 1 BY 1
018800         UNTIL WS-ROUND-MATCH-IDX >
018810             WS-ROUND-MATCHES(WS-ROUND-IDX).
018820
018830     MOVE SPACES TO BRKREPORT-RECORD.
018840     WRITE BRKREPORT-RECORD.
018850 8510-EXIT.
018860     EXIT.
018870
018880*----------------------------------------------------------------*
018890* 8515-COUNT-PENDING - COUNT ONE UNDECIDED MATCH OF THE ROUND.   *
018900*----------------------------------------------------------------*
018910 8515-COUNT-PENDING.
018920     COMPUTE WS-MATCH-IDX = WS-ROUND-FIRST-IDX(WS-ROUND-IDX)
018930         + WS-ROUND-MATCH-IDX - 1
018940     END-COMPUTE.
018950     IF WS-MATCH-PENDING(WS-MATCH-IDX)
018960         ADD 1 TO WS-ROUND-PENDING
018970     END-IF.
018980 8515-EXIT.
018990     EXIT.
019000
019010*----------------------------------------------------------------*
019020* 8520-WRITE-MATCH - ONE MATCH AS TWO LINES, TOP SLOT OVER       *
019030* BOTTOM SLOT, WITH THE OUTCOME AGAINST THE WINNER.              *
019040*----------------------------------------------------------------*
019050 8520-WRITE-MATCH.
019060     COMPUTE WS-MATCH-IDX = WS-ROUND-FIRST-IDX(WS-ROUND-IDX)
019070         + WS-ROUND-MATCH-IDX - 1
019080     END-COMPUTE.
019090
019100     MOVE SPACES TO WS-REPORT-LINE.
019110     MOVE 1 TO WS-STRING-PTR.
019120     MOVE WS-MATCH-NUMBER(WS-MATCH-IDX) TO WS-MATCH-PRINT.
019130     STRING "  M" DELIMITED BY SIZE
019140         WS-MATCH-PRINT DELIMITED BY SIZE
019150         "  " DELIMITED BY SIZE
019160         INTO WS-REPORT-LINE
019170         WITH POINTER WS-STRING-PTR
019180     END-STRING.
019190     MOVE WS-MATCH-TOP-SEED(WS-MATCH-IDX) TO WS-SLOT-SEED-WORK.
019200     MOVE WS-MATCH-TOP-ID(WS-MATCH-IDX) TO WS-SLOT-ID-WORK.
019210     PERFORM 8530-STRING-SLOT THRU 8530-EXIT.
019220     IF WS-MATCH-PENDING(WS-MATCH-IDX)
019230             AND WS-MATCH-TOP-ID(WS-MATCH-IDX) NOT = SPACES
019240             AND WS-MATCH-BOTTOM-ID(WS-MATCH-IDX) NOT = SPACES
019250         STRING "  TO PLAY" DELIMITED BY SIZE
019260             INTO WS-REPORT-LINE
019270             WITH POINTER WS-STRING-PTR
019280         END-STRING
019290     END-IF.
019300     PERFORM 8540-STRING-OUTCOME THRU 8540-EXIT.
019310     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
019320     WRITE BRKREPORT-RECORD.
019330
019340     MOVE SPACES TO WS-REPORT-LINE.
019350     MOVE 9 TO WS-STRING-PTR.
019360     MOVE WS-MATCH-BOTTOM-SEED(WS-MATCH-IDX) TO WS-SLOT-SEED-WORK.
019370     MOVE WS-MATCH-BOTTOM-ID(WS-MATCH-IDX) TO WS-SLOT-ID-WORK.
019380     PERFORM 8530-STRING-SLOT THRU 8530-EXIT.
019390     PERFORM 8540-STRING-OUTCOME THRU 8540-EXIT.
019400     MOVE WS-REPORT-LINE TO BRKREPORT-RECORD.
019410     WRITE BRKREPORT-RECORD.
019420 8520-EXIT.
019430     EXIT.
019440
019450*----------------------------------------------------------------*
019460* 8530-STRING-SLOT - ONE SLOT: SEED, PLAYER ID AND NAME. AN      *
019470* EMPTY FIRST-ROUND SLOT IS A BYE; AN EMPTY LATER SLOT WAITS ON  *
019480* AN EARLIER MATCH.                                              *
019490*----------------------------------------------------------------*
019500 8530-STRING-SLOT.
019510     IF WS-SLOT-ID-WORK = SPACES
019520         IF WS-ROUND-IDX = 1
019530             STRING "(  -) *BYE*" DELIMITED BY SIZE
019540                 INTO WS-REPORT-LINE
019550                 WITH POINTER WS-STRING-PTR
019560             END-STRING
019570         ELSE
019580             STRING "(  -) TO BE DECIDED" DELIMITED BY SIZE
019590                 INTO WS-REPORT-LINE
019600                 WITH POINTER WS-STRING-PTR
019610             END-STRING
019620         END-IF
019630         GO TO 8530-EXIT
019640     END-IF.
019650
019660     MOVE WS-SLOT-ID-WORK TO WS-LOOKUP-ID.
019670     PERFORM 7000-FIND-ROSTER-ENTRY THRU 7000-EXIT.
019680     MOVE SPACES TO WS-NAME-PRINT.
019690     IF WS-ROSTER-FOUND-IDX NOT = ZERO
019700         MOVE WS-ROSTER-NAME(WS-ROSTER-FOUND-IDX)
019710             TO WS-NAME-PRINT
019720     END-IF.
019730     MOVE WS-SLOT-SEED-WORK TO WS-SEED-PRINT.
019740     STRING "(" DELIMITED BY SIZE
019750         WS-SEED-PRINT DELIMITED BY SIZE
019760         ") " DELIMITED BY SIZE
019770         WS-SLOT-ID-WORK DELIMITED BY SIZE
019780         " " DELIMITED BY SIZE
019790         WS-NAME-PRINT DELIMITED BY SIZE
019800         INTO WS-REPORT-LINE
019810         WITH POINTER WS-STRING-PTR
019820     END-STRING.
019830 8530-EXIT.
019840     EXIT.
019850
019860*----------------------------------------------------------------*
019870* 8540-STRING-OUTCOME - WHEN THE SLOT JUST STRUNG HOLDS THE      *
019880* MATCH WINNER, ADD HOW THE MATCH WAS WON.                       *
019890*----------------------------------------------------------------*
019900 8540-STRING-OUTCOME.
019910     IF WS-MATCH-PENDING(WS-MATCH-IDX)
019920             OR WS-SLOT-ID-WORK = SPACES
019930             OR WS-SLOT-ID-WORK NOT =
019940                 WS-MATCH-WINNER-ID(WS-MATCH-IDX)
019950         GO TO 8540-EXIT
019960     END-IF.
019970
019980     MOVE 58 TO WS-STRING-PTR.
019990     IF WS-MATCH-BYE(WS-MATCH-IDX)
020000         STRING "BYE" DELIMITED BY SIZE
020010             INTO WS-REPORT-LINE
020020             WITH POINTER WS-STRING-PTR
020030         END-STRING
020040         GO TO 8540-EXIT
020050     END-IF.
020060     IF WS-MATCH-WALKOVER(WS-MATCH-IDX)
020070         STRING "WON W/O" DELIMITED BY SIZE
020080             INTO WS-REPORT-LINE
020090             WITH POINTER WS-STRING-PTR
020100         END-STRING
020110         GO TO 8540-EXIT
020120     END-IF.
020130
020140     STRING "WON " DELIMITED BY SIZE
020150         INTO WS-REPORT-LINE
020160         WITH POINTER WS-STRING-PTR
020170     END-STRING.
020180     MOVE WS-MATCH-WINNER-GAMES(WS-MATCH-IDX) TO WS-GAMES-WORK.
020190     PERFORM 8550-STRING-GAMES THRU 8550-EXIT.
020200     STRING "-" DELIMITED BY SIZE
020210         INTO WS-REPORT-LINE
020220         WITH POINTER WS-STRING-PTR
020230     END-STRING.
020240     MOVE WS-MATCH-LOSER-GAMES(WS-MATCH-IDX) TO WS-GAMES-WORK.
020250     PERFORM 8550-STRING-GAMES THRU 8550-EXIT.
020260 8540-EXIT.
020270     EXIT.
020280
020290*----------------------------------------------------------------*
020300* 8550-STRING-GAMES - A GAMES COUNT WITHOUT ITS LEADING BLANK.   *
020310*----------------------------------------------------------------*
020320 8550-STRING-GAMES.
020330     MOVE WS-GAMES-WORK TO WS-GAMES-PRINT.
020340     IF WS-GAMES-WORK < 10
020350         STRING WS-GAMES-PRINT(2:1) DELIMITED BY SIZE
020360             INTO WS-REPORT-LINE
020370             WITH POINTER WS-STRING-PTR
020380         END-STRING
020390     ELSE
020400         STRING WS-GAMES-PRINT DELIMITED BY SIZE
020410             INTO WS-REPORT-LINE
020420             WITH POINTER WS-STRING-PTR
020430         END-STRING
020440     END-IF.
020450 8550-EXIT.
020460     EXIT.
020470
020480*----------------------------------------------------------------*
020490* 9000-TERMINATE - CLOSE THE REPORT AND SAY WHERE THE PLAYOFF    *
020500* STANDS.                                                        *
020510*----------------------------------------------------------------*
020520 9000-TERMINATE.
020530     CLOSE BRKREPORT.
020540     DISPLAY "PLAYOFF BRACKET WRITTEN TO " WS-BRKREP-FILE-NAME
020550     END-DISPLAY.
020560     DISPLAY "SEASON:              " WS-BRACKET-SEASON
020570     END-DISPLAY.
020580     IF WS-MODE-ADVANCE
020590         DISPLAY "RESULTS APPLIED:     " WS-RESULTS-APPLIED
020600         END-DISPLAY
020610         DISPLAY "RESULTS REJECTED:    " WS-RESULTS-REJECTED
020620         END-DISPLAY
020630     END-IF.
020640     IF WS-FINAL-DECIDED
020650         DISPLAY "CHAMPION:            "
020660             WS-MATCH-WINNER-ID(WS-MATCH-COUNT)
020670         END-DISPLAY
020680     ELSE
020690         DISPLAY "MATCHES TO PLAY:     " WS-TOTAL-PENDING
020700         END-DISPLAY
020710     END-IF.
020720     IF WS-FROZEN-THIS-RUN
020730         DISPLAY "HISTORY RECORDS FROZEN: " WS-BRACKET-FROZEN
020740             " MATCHES PLUS THE CHAMPION"
020750         END-DISPLAY
020760     END-IF.
020770 9000-EXIT.
020780     EXIT.
020790
020800 END PROGRAM PLAYOFF-BRACKET.
