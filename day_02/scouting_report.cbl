000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SCOUTING-REPORT.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - SHAPE-TENDENCY SCOUTING      *
000110*                 REPORT. SWEEPS THE INDEXED ROUND FILE BUILT BY  *
000120*                 ROUND-INDEX-BUILDER OVER A RANGE OF ROUNDS      *
000130*                 (SCOUT_FROM_ROUND TO SCOUT_TO_ROUND, DEFAULT    *
000140*                 THE WHOLE FILE) AND PRINTS, FOR EACH PLAYER,    *
000150*                 HOW OFTEN THEY THREW ROCK, PAPER AND SCISSORS,  *
000160*                 THEIR RESULTS AND WIN RATE WITH EACH SHAPE, AND *
000170*                 WHAT THEY THREW STRAIGHT AFTER A WIN AND        *
000180*                 STRAIGHT AFTER A LOSS. A LEAGUE-WIDE SUMMARY    *
000190*                 OF THE SAME FIGURES CLOSES THE REPORT.          *
000200*                 SCOUT_PLAYER LIMITS THE PLAYER SECTIONS TO ONE  *
000210*                 PLAYER; THE LEAGUE SUMMARY ALWAYS COVERS        *
000220*                 EVERYONE. REPLACES PULLING ROUND-LOOKUP ONE     *
000230*                 ROUND AT A TIME FOR MATCH PREPARATION.          *
000232* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000234*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000236*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000238*                 IS USED.                                        *
000240*----------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT INDEXED-INPUT ASSIGN DYNAMIC WS-INDEXED-FILE-NAME
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS INDEXED-KEY OF INDEXED-RECORD
000330         ALTERNATE RECORD KEY IS FD-ROUND-NUMBER OF INDEXED-RECORD
000340             WITH DUPLICATES
000350         FILE STATUS IS WS-INDEXED-CHECK-KEY.
000360
000370     SELECT SCOUTFILE ASSIGN DYNAMIC WS-SCOUT-FILE-NAME
000380         FILE STATUS IS WS-SCOUT-CHECK-KEY
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
000480* INDEXED-INPUT - TOURNAMENT ROUNDS KEYED ON ROUND NUMBER PLUS    *
000490* PLAYER ID. A SWEEP COMES BACK IN ROUND ORDER, SO EACH PLAYER'S  *
000500* ROUNDS ARRIVE OLDEST FIRST - WHICH IS WHAT "AFTER A WIN" AND    *
000510* "AFTER A LOSS" DEPEND ON.                                       *
000520*----------------------------------------------------------------*
000530 FD  INDEXED-INPUT.
000540     COPY INDXREC.
000550
000560*----------------------------------------------------------------*
000570* SCOUTFILE - THE PRINTED SCOUTING REPORT.                        *
000580*----------------------------------------------------------------*
000590 FD  SCOUTFILE.
000600 01  SCOUT-REPORT-RECORD         PIC X(80).
000610
000620*----------------------------------------------------------------*
000630* ROSTERFILE - THE REGISTERED-PLAYER ROSTER MASTER, READ ONLY     *
000640* FOR NAMES. ABSENT IS FINE.                                      *
000650*----------------------------------------------------------------*
000660 FD  ROSTERFILE.
000670     COPY ROSTREC.
000680
000681*----------------------------------------------------------------*
000682* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000683*----------------------------------------------------------------*
000684 FD  DATE-CONTROL.
000685     COPY DATECTL.
000686
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------*
000710* SWITCHES AND CONTROL FIELDS                                     *
000720*----------------------------------------------------------------*
000730 77  WS-INDEXED-CHECK-KEY        PIC X(02).
000740 77  WS-SCOUT-CHECK-KEY          PIC X(02).
000750 77  WS-ROSTER-CHECK-KEY         PIC X(02).
000760 77  WS-INDEXED-FILE-NAME        PIC X(80).
000770 77  WS-SCOUT-FILE-NAME          PIC X(255).
000780 77  WS-ROSTER-FILE-NAME         PIC X(255).
000790 77  WS-PLAYER-REQUEST           PIC X(10).
000800
000810 01  WS-SWEEP-EOF-SW             PIC X(01) VALUE "N".
000820     88  WS-SWEEP-EOF                 VALUE "Y".
000830 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE "N".
000840     88  WS-ROSTER-EOF                VALUE "Y".
000850 01  WS-ROSTER-LOADED-SW         PIC X(01) VALUE "N".
000860     88  WS-ROSTER-LOADED             VALUE "Y".
000870
000880*----------------------------------------------------------------*
000890* ROUND RANGE PARSE WORK FIELDS - THE ENVIRONMENT HANDS THE       *
000900* NUMBERS OVER LEFT-JUSTIFIED, SO THEY ARE PICKED UP DIGIT BY     *
000910* DIGIT, SAME AS FIXTURE-GEN.                                     *
000920*----------------------------------------------------------------*
000930 77  WS-ROUND-REQUEST            PIC X(04).
000940 01  WS-NUM-WORK.
000950     05  WS-NUM-WORK-X           PIC X(04).
000960     05  WS-NUM-WORK-BYTES REDEFINES WS-NUM-WORK-X.
000970         10  WS-NUM-WORK-BYTE        PIC X(01) OCCURS 4 TIMES.
000980 77  WS-NUM-BYTE-IDX             PIC 9(02) COMP VALUE ZERO.
000990 77  WS-NUM-VALUE                PIC 9(04) VALUE ZERO.
001000 01  WS-NUM-OK-SW                PIC X(01) VALUE "Y".
001010     88  WS-NUM-OK                    VALUE "Y".
001020     88  WS-NUM-BAD                   VALUE "N".
001030 01  WS-NUM-DONE-SW              PIC X(01) VALUE "N".
001040     88  WS-NUM-DONE                  VALUE "Y".
001050 77  WS-FROM-ROUND               PIC 9(04) VALUE 1.
001060 77  WS-TO-ROUND                 PIC 9(04) VALUE 9999.
001070
001080*----------------------------------------------------------------*
001090* SHAPE NAMES - SUBSCRIPT 1 IS ROCK (A/X), 2 PAPER (B/Y), 3       *
001100* SCISSORS (C/Z).                                                 *
001110*----------------------------------------------------------------*
001120 01  WS-SHAPE-NAME-VALUES.
001130     05  FILLER                  PIC X(08) VALUE "ROCK    ".
001140     05  FILLER                  PIC X(08) VALUE "PAPER   ".
001150     05  FILLER                  PIC X(08) VALUE "SCISSORS".
001160 01  WS-SHAPE-NAME-TABLE REDEFINES WS-SHAPE-NAME-VALUES.
001170     05  WS-SHAPE-NAME           PIC X(08) OCCURS 3 TIMES.
001180 77  WS-SHAPE-IDX                PIC 9(01) COMP VALUE ZERO.
001190
001200*----------------------------------------------------------------*
001210* SCOUTED PLAYER TABLE - ONE ENTRY PER PLAYER SEEN IN THE RANGE.  *
001220* WS-SCOUT-LAST-RESULT IS THE PLAYER'S PREVIOUS RESULT IN THE     *
001230* SWEEP (W, D OR L; SPACE BEFORE THEIR FIRST ROUND). THE STATS    *
001240* GROUP HAS THE SAME LAYOUT AS THE LEAGUE AND PRINT GROUPS BELOW  *
001250* SO A WHOLE BLOCK CAN BE MOVED ACROSS IN ONE GO.                 *
001260*----------------------------------------------------------------*
001270 01  WS-SCOUT-TABLE.
001280     05  WS-SCOUT-COUNT          PIC 9(05) COMP VALUE ZERO.
001290     05  WS-SCOUT-ENTRY OCCURS 1 TO 50000 TIMES
001300             DEPENDING ON WS-SCOUT-COUNT.
001310         10  WS-SCOUT-ID             PIC X(10).
001320         10  WS-SCOUT-LAST-RESULT    PIC X(01).
001330         10  WS-SCOUT-HASH-LINK      PIC 9(05) COMP.
001340         10  WS-SCOUT-STATS.
001350             15  WS-SCOUT-ROUNDS         PIC 9(06) COMP.
001360             15  WS-SCOUT-SHAPE OCCURS 3 TIMES.
001370                 20  WS-SCOUT-THROWN         PIC 9(06) COMP.
001380                 20  WS-SCOUT-WON            PIC 9(06) COMP.
001390                 20  WS-SCOUT-DRAWN          PIC 9(06) COMP.
001400                 20  WS-SCOUT-LOST           PIC 9(06) COMP.
001410                 20  WS-SCOUT-AFTER-WIN      PIC 9(06) COMP.
001420                 20  WS-SCOUT-AFTER-LOSS     PIC 9(06) COMP.
001430
001440*        HOLD AREA FOR ONE WS-SCOUT-ENTRY DURING THE SORT SWAP.
001450 77  WS-HOLD-ENTRY               PIC X(91).
001460
001470 77  WS-SCOUT-IDX                PIC 9(05) COMP VALUE ZERO.
001480 77  WS-SCOUT-FOUND-IDX          PIC 9(05) COMP VALUE ZERO.
001490 77  WS-SORT-IDX                 PIC 9(05) COMP VALUE ZERO.
001500 77  WS-SCAN-IDX                 PIC 9(05) COMP VALUE ZERO.
001510 77  WS-BEST-IDX                 PIC 9(05) COMP VALUE ZERO.
001520 77  WS-BEST-ID                  PIC X(10).
001530
001540*----------------------------------------------------------------*
001550* LEAGUE TOTALS - EVERY SCOUTED ROUND, ALL PLAYERS TOGETHER.      *
001560*----------------------------------------------------------------*
001570 01  WS-LEAGUE-STATS.
001580     05  WS-LG-ROUNDS            PIC 9(06) COMP VALUE ZERO.
001590     05  WS-LG-SHAPE OCCURS 3 TIMES.
001600         10  WS-LG-THROWN            PIC 9(06) COMP VALUE ZERO.
001610         10  WS-LG-WON               PIC 9(06) COMP VALUE ZERO.
001620         10  WS-LG-DRAWN             PIC 9(06) COMP VALUE ZERO.
001630         10  WS-LG-LOST              PIC 9(06) COMP VALUE ZERO.
001640         10  WS-LG-AFTER-WIN         PIC 9(06) COMP VALUE ZERO.
001650         10  WS-LG-AFTER-LOSS        PIC 9(06) COMP VALUE ZERO.
001660
001670*----------------------------------------------------------------*
001680* PRINT BLOCK - THE FIGURES BEING PRINTED, EITHER ONE PLAYER'S    *
001690* OR THE LEAGUE'S, PLUS THE TOTALS DERIVED FROM THEM.             *
001700*----------------------------------------------------------------*
001710 01  WS-PRINT-STATS.
001720     05  WS-PR-ROUNDS            PIC 9(06) COMP.
001730     05  WS-PR-SHAPE OCCURS 3 TIMES.
001740         10  WS-PR-THROWN            PIC 9(06) COMP.
001750         10  WS-PR-WON               PIC 9(06) COMP.
001760         10  WS-PR-DRAWN             PIC 9(06) COMP.
001770         10  WS-PR-LOST              PIC 9(06) COMP.
001780         10  WS-PR-AFTER-WIN         PIC 9(06) COMP.
001790         10  WS-PR-AFTER-LOSS        PIC 9(06) COMP.
001800 77  WS-PR-TOTAL-WON             PIC 9(06) COMP VALUE ZERO.
001810 77  WS-PR-TOTAL-DRAWN           PIC 9(06) COMP VALUE ZERO.
001820 77  WS-PR-TOTAL-LOST            PIC 9(06) COMP VALUE ZERO.
001830 77  WS-PR-TOTAL-AFTER-WIN       PIC 9(06) COMP VALUE ZERO.
001840 77  WS-PR-TOTAL-AFTER-LOSS      PIC 9(06) COMP VALUE ZERO.
001850
001860*----------------------------------------------------------------*
001870* HASH LOOKUP FIELDS - THE SCOUTED TABLE IS REACHED THROUGH A     *
001880* BUCKET ARRAY AND PER-ENTRY CHAIN LINKS DURING THE SWEEP, SAME   *
001890* SCHEME AS ROCK-PAPER-SCISSORS.                                  *
001900*----------------------------------------------------------------*
001910 01  WS-SCOUT-HASH-BUCKETS.
001920     05  WS-SCOUT-BUCKET         PIC 9(05) COMP OCCURS 20011
001930                                 TIMES VALUE ZERO.
001940 01  WS-HASH-WORK.
001950     05  WS-HASH-WORK-ID         PIC X(10).
001960     05  WS-HASH-WORK-BYTES REDEFINES WS-HASH-WORK-ID.
001970         10  WS-HASH-WORK-BYTE       PIC X(01) OCCURS 10 TIMES.
001980 77  WS-HASH-VALUE               PIC 9(09) COMP VALUE ZERO.
001990 77  WS-HASH-BYTE-IDX            PIC 9(02) COMP VALUE ZERO.
002000 77  WS-CHAIN-IDX                PIC 9(05) COMP VALUE ZERO.
002010
002020*----------------------------------------------------------------*
002030* REGISTERED-PLAYER ROSTER TABLE - NAMES FOR THE REPORT. EMPTY    *
002040* WHEN NO ROSTER FILE EXISTS.                                     *
002050*----------------------------------------------------------------*
002060 01  WS-ROSTER-TABLE.
002070     05  WS-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
002080     05  WS-ROSTER-ENTRY OCCURS 1 TO 50000 TIMES
002090             DEPENDING ON WS-ROSTER-COUNT.
002100         10  WS-ROSTER-ID            PIC X(10).
002110         10  WS-ROSTER-NAME          PIC X(30).
002120 77  WS-ROSTER-SEARCH-IDX        PIC 9(05) COMP VALUE ZERO.
002130 77  WS-ROSTER-FOUND-IDX         PIC 9(05) COMP VALUE ZERO.
002140 77  WS-LOOKUP-ID                PIC X(10).
002150
002160*----------------------------------------------------------------*
002170* SWEEP WORK FIELDS - SAME OUTCOME ARITHMETIC AS                  *
002180* ROCK-PAPER-SCISSORS' 2120-COMPUTE-SCORE.                        *
002190*----------------------------------------------------------------*
002200 77  WS-OPPONENT                 PIC 9(02).
002210 77  WS-OWN                      PIC 9(02).
002220 77  WS-OUTCOME-1                PIC 9(01).
002230 77  WS-OWN-SHAPE                PIC 9(01) COMP VALUE ZERO.
002240 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
002250 77  WS-RECORDS-BAD              PIC 9(08) COMP VALUE ZERO.
002260 77  WS-PLAYERS-PRINTED          PIC 9(05) COMP VALUE ZERO.
002270
002280*----------------------------------------------------------------*
002290* TENDENCY WORK FIELDS - THE MOST-THROWN SHAPE OF A COLUMN.       *
002300*----------------------------------------------------------------*
002310 77  WS-TOP-COUNT                PIC 9(06) COMP VALUE ZERO.
002320 77  WS-TOP-SHAPE                PIC 9(01) COMP VALUE ZERO.
002330 77  WS-TOP-NAME-ALL             PIC X(08).
002340 77  WS-TOP-NAME-WIN             PIC X(08).
002350 77  WS-TOP-NAME-LOSS            PIC X(08).
002360 77  WS-TENDENCY-COLUMN          PIC X(01).
002370
002380*----------------------------------------------------------------*
002390* REPORT EDIT FIELDS                                              *
002400*----------------------------------------------------------------*
002410 77  WS-RUN-DATE                 PIC 9(08).
002413 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
002416 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
002420 77  WS-PCT-WORK                 PIC 9(03)V9 VALUE ZERO.
002430 77  WS-PCT-PRINT                PIC ZZ9.9.
002440 77  WS-COUNT-PRINT              PIC Z(04)9.
002450 77  WS-TOTAL-PRINT              PIC Z(06)9.
002460 77  WS-ROUND-PRINT              PIC Z(03)9.
002470 77  WS-NAME-PRINT               PIC X(20).
002480 77  WS-PCT-COUNT                PIC 9(06) COMP VALUE ZERO.
002490 77  WS-PCT-BASE                 PIC 9(06) COMP VALUE ZERO.
002500 77  WS-REPORT-LINE              PIC X(80).
002510 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
002520
002530 PROCEDURE DIVISION.
002540*----------------------------------------------------------------*
002550* 0000-MAINLINE                                                   *
002560*----------------------------------------------------------------*
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
002600     PERFORM 2000-SWEEP-ROUNDS THRU 2000-EXIT.
002610     PERFORM 3000-SORT-PLAYERS THRU 3000-EXIT.
002620     PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
002630     PERFORM 8100-WRITE-PLAYER-SECTION THRU 8100-EXIT
002640         VARYING WS-SCOUT-IDX FROM 1 BY 1
002650         UNTIL WS-SCOUT-IDX > WS-SCOUT-COUNT.
002660     PERFORM 8700-WRITE-LEAGUE-SUMMARY THRU 8700-EXIT.
002670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002680     STOP RUN.
002690
002700*----------------------------------------------------------------*
002710* 1000-INITIALIZE - PICK UP THE ROUND RANGE, THE PLAYER FILTER    *
002720* AND THE FILE NAMES, AND OPEN THE INDEXED FILE AND THE REPORT.   *
002730*----------------------------------------------------------------*
002740 1000-INITIALIZE.
002750     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002760
002770     MOVE SPACES TO WS-ROUND-REQUEST.
002780     ACCEPT WS-ROUND-REQUEST FROM ENVIRONMENT "SCOUT_FROM_ROUND".
002790     IF WS-ROUND-REQUEST NOT = SPACES
002800         MOVE WS-ROUND-REQUEST TO WS-NUM-WORK-X
002810         PERFORM 1200-PARSE-NUMBER THRU 1200-EXIT
002820         IF WS-NUM-BAD OR WS-NUM-VALUE = ZERO
002830             DISPLAY "SCOUT_FROM_ROUND NOT A ROUND NUMBER: "
002840                 WS-ROUND-REQUEST
002850             END-DISPLAY
002860             STOP RUN RETURNING 1
002870         END-IF
002880         MOVE WS-NUM-VALUE TO WS-FROM-ROUND
002890     END-IF.
002900
002910     MOVE SPACES TO WS-ROUND-REQUEST.
002920     ACCEPT WS-ROUND-REQUEST FROM ENVIRONMENT "SCOUT_TO_ROUND".
002930     IF WS-ROUND-REQUEST NOT = SPACES
002940         MOVE WS-ROUND-REQUEST TO WS-NUM-WORK-X
002950         PERFORM 1200-PARSE-NUMBER THRU 1200-EXIT
002960         IF WS-NUM-BAD OR WS-NUM-VALUE = ZERO
002970             DISPLAY "SCOUT_TO_ROUND NOT A ROUND NUMBER: "
002980                 WS-ROUND-REQUEST
002990             END-DISPLAY
003000             STOP RUN RETURNING 1
003010         END-IF
003020         MOVE WS-NUM-VALUE TO WS-TO-ROUND
003030     END-IF.
003040
003050     IF WS-FROM-ROUND > WS-TO-ROUND
003060         DISPLAY "SCOUT_FROM_ROUND " WS-FROM-ROUND
003070             " IS AFTER SCOUT_TO_ROUND " WS-TO-ROUND
003080         END-DISPLAY
003090         STOP RUN RETURNING 1
003100     END-IF.
003110
003120     MOVE SPACES TO WS-PLAYER-REQUEST.
003130     ACCEPT WS-PLAYER-REQUEST FROM ENVIRONMENT "SCOUT_PLAYER".
003140
003150     MOVE SPACES TO WS-INDEXED-FILE-NAME.
003160     ACCEPT WS-INDEXED-FILE-NAME
003170         FROM ENVIRONMENT "RPS_INDEXED_FILE".
003180     IF WS-INDEXED-FILE-NAME = SPACES
003190         MOVE "./input_indexed.dat" TO WS-INDEXED-FILE-NAME
003200     END-IF.
003210
003220     MOVE SPACES TO WS-SCOUT-FILE-NAME.
003230     ACCEPT WS-SCOUT-FILE-NAME
003240         FROM ENVIRONMENT "SCOUT_REPORT_FILE".
003250     IF WS-SCOUT-FILE-NAME = SPACES
003260         MOVE "./scouting_report.txt" TO WS-SCOUT-FILE-NAME
003270     END-IF.
003280
003290     OPEN INPUT INDEXED-INPUT.
003300     IF WS-INDEXED-CHECK-KEY NOT = "00"
003310         DISPLAY "UNABLE TO OPEN INDEXED-INPUT "
003320             WS-INDEXED-FILE-NAME ". STATUS: "
003330             WS-INDEXED-CHECK-KEY
003340         END-DISPLAY
003350         STOP RUN RETURNING 1
003360     END-IF.
003370
003380     OPEN OUTPUT SCOUTFILE.
003390     IF WS-SCOUT-CHECK-KEY NOT = "00"
003400         DISPLAY "UNABLE TO OPEN SCOUTFILE. STATUS: "
003410             WS-SCOUT-CHECK-KEY
003420         END-DISPLAY
003430         STOP RUN RETURNING 1
003440     END-IF.
003450 1000-EXIT.
003460     EXIT.
003461
003462*----------------------------------------------------------------*
003463* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
003464* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
003465* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
003466*----------------------------------------------------------------*
003467 1050-READ-BUSINESS-DATE.
003468     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
003469     ACCEPT WS-DATE-CONTROL-FILE-NAME
003470         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
003471     IF WS-DATE-CONTROL-FILE-NAME = SPACES
003472         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
003473     END-IF.
003474     MOVE ZERO TO WS-RUN-DATE.
003475     OPEN INPUT DATE-CONTROL.
003476     IF WS-DATE-CONTROL-CHECK-KEY = "00"
003477         READ DATE-CONTROL
003478             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
003479         END-READ
003480         CLOSE DATE-CONTROL
003481     END-IF.
003482     IF WS-RUN-DATE = ZERO
003483         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003484         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
003485             "SYSTEM DATE"
003486         END-DISPLAY
003487     END-IF.
003488 1050-EXIT.
003489     EXIT.
003490
003491*----------------------------------------------------------------*
003492* 1100-LOAD-ROSTER - READ THE ROSTER MASTER INTO ITS TABLE. WITH  *
003500* NO ROSTER FILE THE REPORT SIMPLY PRINTS RAW IDS.                *
003510*----------------------------------------------------------------*
003520 1100-LOAD-ROSTER.
003530     MOVE SPACES TO WS-ROSTER-FILE-NAME.
003540     ACCEPT WS-ROSTER-FILE-NAME
003550         FROM ENVIRONMENT "RPS_ROSTER_FILE".
003560     IF WS-ROSTER-FILE-NAME = SPACES
003570         MOVE "./roster.dat" TO WS-ROSTER-FILE-NAME
003580     END-IF.
003590
003600     OPEN INPUT ROSTERFILE.
003610     IF WS-ROSTER-CHECK-KEY NOT = "00"
003620         DISPLAY "NO ROSTER FILE - REPORT SHOWS RAW PLAYER IDS"
003630         END-DISPLAY
003640         GO TO 1100-EXIT
003650     END-IF.
003660
003670     PERFORM 1110-LOAD-ROSTER-RECORD THRU 1110-EXIT
003680         UNTIL WS-ROSTER-EOF.
003690     CLOSE ROSTERFILE.
003700     SET WS-ROSTER-LOADED TO TRUE.
003710 1100-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------*
003750* 1110-LOAD-ROSTER-RECORD - ADD ONE ROSTER RECORD TO THE TABLE.   *
003760*----------------------------------------------------------------*
003770 1110-LOAD-ROSTER-RECORD.
003780     READ ROSTERFILE
003790         AT END SET WS-ROSTER-EOF TO TRUE
003800     END-READ.
003810     IF NOT WS-ROSTER-EOF
003820         IF WS-ROSTER-COUNT >= 50000
003830             DISPLAY "ROSTER TABLE FULL AT 50000 - CANNOT ADD "
003840                 RO-PLAYER-ID
003850             END-DISPLAY
003860             STOP RUN RETURNING 1
003870         END-IF
003880         ADD 1 TO WS-ROSTER-COUNT
003890         MOVE RO-PLAYER-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
003900         MOVE RO-PLAYER-NAME TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
003910     END-IF.
003920 1110-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------*
003960* 1200-PARSE-NUMBER - PICK THE LEFT-JUSTIFIED DIGITS OUT OF       *
003970* WS-NUM-WORK-X INTO WS-NUM-VALUE, STOPPING AT THE FIRST BLANK.   *
003980* WS-NUM-BAD COMES BACK SET WHEN ANYTHING ELSE IS FOUND.          *
003990*----------------------------------------------------------------*
004000 1200-PARSE-NUMBER.
004010     MOVE ZERO TO WS-NUM-VALUE.
004020     SET WS-NUM-OK TO TRUE.
004030     MOVE "N" TO WS-NUM-DONE-SW.
004040     PERFORM 1210-PARSE-ONE-DIGIT THRU 1210-EXIT
004050         VARYING WS-NUM-BYTE-IDX FROM 1 BY 1
004060         UNTIL WS-NUM-BYTE-IDX > 4
004070             OR WS-NUM-DONE
004080             OR WS-NUM-BAD.
004090 1200-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------*
004130* 1210-PARSE-ONE-DIGIT - FOLD ONE DIGIT IN.                       *
004140*----------------------------------------------------------------*
004150 1210-PARSE-ONE-DIGIT.
004160     IF WS-NUM-WORK-BYTE(WS-NUM-BYTE-IDX) = " "
004170         SET WS-NUM-DONE TO TRUE
004180     ELSE
004190         IF WS-NUM-WORK-BYTE(WS-NUM-BYTE-IDX) < "0"
004200                 OR WS-NUM-WORK-BYTE(WS-NUM-BYTE-IDX) > "9"
004210             SET WS-NUM-BAD TO TRUE
004220         ELSE
004230             COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
004240                 + FUNCTION ORD(WS-NUM-WORK-BYTE(WS-NUM-BYTE-IDX))
004250                 - FUNCTION ORD("0")
004260             END-COMPUTE
004270         END-IF
004280     END-IF.
004290 1210-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------*
004330* 2000-SWEEP-ROUNDS - POSITION ON THE FIRST ROUND OF THE RANGE    *
004340* AND READ FORWARD UNTIL THE LAST ONE IS PASSED.                  *
004350*----------------------------------------------------------------*
004360 2000-SWEEP-ROUNDS.
004370     MOVE WS-FROM-ROUND TO FD-ROUND-NUMBER OF INDEXED-RECORD.
004380     MOVE LOW-VALUES TO FD-PLAYER-ID OF INDEXED-RECORD.
004390     START INDEXED-INPUT KEY IS NOT LESS THAN INDEXED-KEY
004400         INVALID KEY
004410             SET WS-SWEEP-EOF TO TRUE
004420     END-START.
004430
004440     PERFORM 2100-SCOUT-ONE-RECORD THRU 2100-EXIT
004450         UNTIL WS-SWEEP-EOF.
004460 2000-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------*
004500* 2100-SCOUT-ONE-RECORD - READ THE NEXT ROUND RECORD AND FOLD IT  *
004510* INTO ITS PLAYER'S FIGURES AND THE LEAGUE'S. A RECORD WITH A     *
004520* CODE OUTSIDE A-C / X-Z IS COUNTED AND PASSED OVER - IT NEVER    *
004530* SCORED EITHER.                                                  *
004540*----------------------------------------------------------------*
004550 2100-SCOUT-ONE-RECORD.
004560     READ INDEXED-INPUT NEXT RECORD
004570         AT END SET WS-SWEEP-EOF TO TRUE
004580     END-READ.
004590     IF WS-SWEEP-EOF
004600         GO TO 2100-EXIT
004610     END-IF.
004620     IF FD-ROUND-NUMBER OF INDEXED-RECORD > WS-TO-ROUND
004630         SET WS-SWEEP-EOF TO TRUE
004640         GO TO 2100-EXIT
004650     END-IF.
004660     ADD 1 TO WS-RECORDS-READ.
004670
004680     IF OPPONENT < "A" OR OPPONENT > "C"
004690             OR OWN < "X" OR OWN > "Z"
004700         ADD 1 TO WS-RECORDS-BAD
004710         GO TO 2100-EXIT
004720     END-IF.
004730
004740     COMPUTE WS-OPPONENT = FUNCTION ORD(OPPONENT)
004750         - FUNCTION ORD("A")
004760     END-COMPUTE.
004770     COMPUTE WS-OWN = FUNCTION ORD(OWN)
004780         - FUNCTION ORD("X")
004790     END-COMPUTE.
004800     COMPUTE WS-OUTCOME-1 =
004810         FUNCTION MOD(1 + WS-OWN - WS-OPPONENT, 3)
004820     END-COMPUTE.
004830     COMPUTE WS-OWN-SHAPE = WS-OWN + 1 END-COMPUTE.
004840
004850     MOVE FD-PLAYER-ID OF INDEXED-RECORD TO WS-LOOKUP-ID.
004860     PERFORM 2200-FIND-OR-ADD-PLAYER THRU 2200-EXIT.
004870
004880     ADD 1 TO WS-SCOUT-ROUNDS(WS-SCOUT-FOUND-IDX)
004890         WS-LG-ROUNDS.
004900     ADD 1 TO WS-SCOUT-THROWN(WS-SCOUT-FOUND-IDX, WS-OWN-SHAPE)
004910         WS-LG-THROWN(WS-OWN-SHAPE).
004920     EVALUATE WS-OUTCOME-1
004930         WHEN 2
004940             ADD 1 TO
004950                 WS-SCOUT-WON(WS-SCOUT-FOUND-IDX, WS-OWN-SHAPE)
004960                 WS-LG-WON(WS-OWN-SHAPE)
004970         WHEN 1
004980             ADD 1 TO
004990                 WS-SCOUT-DRAWN(WS-SCOUT-FOUND-IDX, WS-OWN-SHAPE)
005000                 WS-LG-DRAWN(WS-OWN-SHAPE)
005010         WHEN OTHER
005020             ADD 1 TO
005030                 WS-SCOUT-LOST(WS-SCOUT-FOUND-IDX, WS-OWN-SHAPE)
005040                 WS-LG-LOST(WS-OWN-SHAPE)
005050     END-EVALUATE.
005060
005070*        WHAT CAME STRAIGHT AFTER THE PLAYER'S PREVIOUS RESULT.
005080     EVALUATE WS-SCOUT-LAST-RESULT(WS-SCOUT-FOUND-IDX)
005090         WHEN "W"
005100             ADD 1 TO WS-SCOUT-AFTER-WIN(WS-SCOUT-FOUND-IDX,
005110                 WS-OWN-SHAPE)
005120                 WS-LG-AFTER-WIN(WS-OWN-SHAPE)
005130         WHEN "L"
005140             ADD 1 TO WS-SCOUT-AFTER-LOSS(WS-SCOUT-FOUND-IDX,
005150                 WS-OWN-SHAPE)
005160                 WS-LG-AFTER-LOSS(WS-OWN-SHAPE)
005170         WHEN OTHER
005180             CONTINUE
005190     END-EVALUATE.
005200
005210     EVALUATE WS-OUTCOME-1
005220         WHEN 2
005230             MOVE "W" TO WS-SCOUT-LAST-RESULT(WS-SCOUT-FOUND-IDX)
005240         WHEN 1
005250             MOVE "D" TO WS-SCOUT-LAST-RESULT(WS-SCOUT-FOUND-IDX)
005260         WHEN OTHER
005270             MOVE "L" TO WS-SCOUT-LAST-RESULT(WS-SCOUT-FOUND-IDX)
005280     END-EVALUATE.
005290 2100-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------*
005330* 2200-FIND-OR-ADD-PLAYER - LOCATE WS-LOOKUP-ID ON THE SCOUTED    *
005340* TABLE THROUGH ITS HASH BUCKET, ADDING A ZEROED ENTRY THE FIRST  *
005350* TIME THE PLAYER IS SEEN. WS-SCOUT-FOUND-IDX COMES BACK SET.      *
005360*----------------------------------------------------------------*
005370 2200-FIND-OR-ADD-PLAYER.
005380     MOVE ZERO TO WS-SCOUT-FOUND-IDX.
005390     MOVE WS-LOOKUP-ID TO WS-HASH-WORK-ID.
005400     PERFORM 7100-COMPUTE-HASH THRU 7100-EXIT.
005410     MOVE WS-SCOUT-BUCKET(WS-HASH-VALUE) TO WS-CHAIN-IDX.
005420     PERFORM 2210-CHECK-SCOUT-ENTRY THRU 2210-EXIT
005430         UNTIL WS-CHAIN-IDX = ZERO
005440             OR WS-SCOUT-FOUND-IDX NOT = ZERO.
005450     IF WS-SCOUT-FOUND-IDX NOT = ZERO
005460         GO TO 2200-EXIT
005470     END-IF.
005480
005490     IF WS-SCOUT-COUNT >= 50000
005500         DISPLAY "SCOUTED TABLE FULL AT 50000 - CANNOT ADD "
005510             WS-LOOKUP-ID
005520         END-DISPLAY
005530         STOP RUN RETURNING 1
005540     END-IF.
005550     ADD 1 TO WS-SCOUT-COUNT.
005560     MOVE WS-SCOUT-COUNT TO WS-SCOUT-FOUND-IDX.
005570     MOVE WS-LOOKUP-ID TO WS-SCOUT-ID(WS-SCOUT-COUNT).
005580     MOVE SPACE TO WS-SCOUT-LAST-RESULT(WS-SCOUT-COUNT).
005590     INITIALIZE WS-SCOUT-STATS(WS-SCOUT-COUNT).
005600     MOVE WS-SCOUT-BUCKET(WS-HASH-VALUE)
005610         TO WS-SCOUT-HASH-LINK(WS-SCOUT-COUNT).
005620     MOVE WS-SCOUT-COUNT TO WS-SCOUT-BUCKET(WS-HASH-VALUE).
005630 2200-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------*
005670* 2210-CHECK-SCOUT-ENTRY - COMPARE ONE CHAINED ENTRY, STEPPING    *
005680* DOWN THE CHAIN ON A MISS.                                       *
005690*----------------------------------------------------------------*
005700 2210-CHECK-SCOUT-ENTRY.
005710     IF WS-SCOUT-ID(WS-CHAIN-IDX) = WS-LOOKUP-ID
005720         MOVE WS-CHAIN-IDX TO WS-SCOUT-FOUND-IDX
005730     ELSE
005740         MOVE WS-SCOUT-HASH-LINK(WS-CHAIN-IDX) TO WS-CHAIN-IDX
005750     END-IF.
005760 2210-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------*
005800* 3000-SORT-PLAYERS - PUT THE SCOUTED TABLE INTO PLAYER ID ORDER  *
005810* FOR PRINTING. THE HASH CHAINS ARE FINISHED WITH BY NOW.         *
005820*----------------------------------------------------------------*
005830 3000-SORT-PLAYERS.
005840     IF WS-SCOUT-COUNT > 1
005850         PERFORM 3100-SORT-ONE-SLOT THRU 3100-EXIT
005860             VARYING WS-SORT-IDX FROM 1 BY 1
005870             UNTIL WS-SORT-IDX >= WS-SCOUT-COUNT
005880     END-IF.
005890 3000-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------*
005930* 3100-SORT-ONE-SLOT - FIND THE LOWEST REMAINING PLAYER ID AND    *
005940* SWAP IT INTO THE CURRENT SLOT.                                  *
005950*----------------------------------------------------------------*
005960 3100-SORT-ONE-SLOT.
005970     MOVE WS-SORT-IDX TO WS-BEST-IDX.
005980     MOVE WS-SCOUT-ID(WS-SORT-IDX) TO WS-BEST-ID.
005990     PERFORM 3110-SCAN-FOR-BEST THRU 3110-EXIT
006000         VARYING WS-SCAN-IDX FROM WS-SORT-IDX BY 1
006010         UNTIL WS-SCAN-IDX > WS-SCOUT-COUNT.
006020
006030     IF WS-BEST-IDX NOT = WS-SORT-IDX
006040         MOVE WS-SCOUT-ENTRY(WS-SORT-IDX) TO WS-HOLD-ENTRY
006050         MOVE WS-SCOUT-ENTRY(WS-BEST-IDX)
006060             TO WS-SCOUT-ENTRY(WS-SORT-IDX)
006070         MOVE WS-HOLD-ENTRY TO WS-SCOUT-ENTRY(WS-BEST-IDX)
006080     END-IF.
006090 3100-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------*
006130* 3110-SCAN-FOR-BEST - COMPARE ONE REMAINING ENTRY AGAINST THE    *
006140* LOWEST ID SEEN SO FAR IN THIS PASS.                             *
006150*----------------------------------------------------------------*
006160 3110-SCAN-FOR-BEST.
006170     IF WS-SCOUT-ID(WS-SCAN-IDX) < WS-BEST-ID
006180         MOVE WS-SCOUT-ID(WS-SCAN-IDX) TO WS-BEST-ID
006190         MOVE WS-SCAN-IDX TO WS-BEST-IDX
006200     END-IF.
006210 3110-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------*
006250* 7100-COMPUTE-HASH - FOLD THE TEN BYTES OF WS-HASH-WORK-ID INTO  *
006260* A BUCKET NUMBER BETWEEN 1 AND 20011.                            *
006270*----------------------------------------------------------------*
006280 7100-COMPUTE-HASH.
006290     MOVE ZERO TO WS-HASH-VALUE.
006300     PERFORM 7110-FOLD-HASH-BYTE THRU 7110-EXIT
006310         VARYING WS-HASH-BYTE-IDX FROM 1 BY 1
006320         UNTIL WS-HASH-BYTE-IDX > 10.
006330     ADD 1 TO WS-HASH-VALUE.
006340 7100-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380* 7110-FOLD-HASH-BYTE - FOLD ONE BYTE IN.                         *
006390*----------------------------------------------------------------*
006400 7110-FOLD-HASH-BYTE.
006410     COMPUTE WS-HASH-VALUE = FUNCTION MOD(
006420         WS-HASH-VALUE * 31
006430         + FUNCTION ORD(WS-HASH-WORK-BYTE(WS-HASH-BYTE-IDX)),
006440         20011)
006450     END-COMPUTE.
006460 7110-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------*
006500* 7200-FIND-ROSTER-NAME - PUT WS-LOOKUP-ID'S REGISTERED NAME IN    *
006510* WS-NAME-PRINT, OR SPACES WHEN THE ROSTER DOES NOT KNOW IT.      *
006520*----------------------------------------------------------------*
006530 7200-FIND-ROSTER-NAME.
006540     MOVE SPACES TO WS-NAME-PRINT.
006550     MOVE ZERO TO WS-ROSTER-FOUND-IDX.
006560     IF NOT WS-ROSTER-LOADED
006570         GO TO 7200-EXIT
006580     END-IF.
006590     PERFORM 7210-CHECK-ROSTER-ENTRY THRU 7210-EXIT
006600         VARYING WS-ROSTER-SEARCH-IDX FROM 1 BY 1
006610         UNTIL WS-ROSTER-SEARCH-IDX > WS-ROSTER-COUNT
006620             OR WS-ROSTER-FOUND-IDX NOT = ZERO.
006630     IF WS-ROSTER-FOUND-IDX NOT = ZERO
006640         MOVE WS-ROSTER-NAME(WS-ROSTER-FOUND-IDX)
006650             TO WS-NAME-PRINT
006660     END-IF.
006670 7200-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------*
006710* 7210-CHECK-ROSTER-ENTRY - COMPARE ONE ROSTER TABLE ENTRY.       *
006720*----------------------------------------------------------------*
006730 7210-CHECK-ROSTER-ENTRY.
006740     IF WS-ROSTER-ID(WS-ROSTER-SEARCH-IDX) = WS-LOOKUP-ID
006750         MOVE WS-ROSTER-SEARCH-IDX TO WS-ROSTER-FOUND-IDX
006760     END-IF.
006770 7210-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------*
006810* 7300-COMPUTE-PCT - WS-PCT-COUNT AS A PERCENTAGE OF              *
006820* WS-PCT-BASE, ONE DECIMAL, EDITED INTO WS-PCT-PRINT. A ZERO      *
006830* BASE PRINTS 0.0.                                                *
006840*----------------------------------------------------------------*
006850 7300-COMPUTE-PCT.
006860     MOVE ZERO TO WS-PCT-WORK.
006870     IF WS-PCT-BASE NOT = ZERO
006880         COMPUTE WS-PCT-WORK ROUNDED =
006890             WS-PCT-COUNT * 100 / WS-PCT-BASE
006900         END-COMPUTE
006910     END-IF.
006920     MOVE WS-PCT-WORK TO WS-PCT-PRINT.
006930 7300-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------*
006970* 8000-WRITE-HEADINGS - TITLE BLOCK SHOWING THE RANGE SCOUTED.    *
006980*----------------------------------------------------------------*
006990 8000-WRITE-HEADINGS.
007000     MOVE "SHAPE-TENDENCY SCOUTING REPORT" TO SCOUT-REPORT-RECORD.
007010     WRITE SCOUT-REPORT-RECORD.
007020
007030     MOVE SPACES TO WS-REPORT-LINE.
007040     STRING "RUN DATE " DELIMITED BY SIZE
007050         WS-RUN-DATE DELIMITED BY SIZE
007060         INTO WS-REPORT-LINE
007070     END-STRING.
007080     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
007090     WRITE SCOUT-REPORT-RECORD.
007100
007110     MOVE SPACES TO WS-REPORT-LINE.
007120     STRING "ROUNDS " DELIMITED BY SIZE
007130         WS-FROM-ROUND DELIMITED BY SIZE
007140         " TO " DELIMITED BY SIZE
007150         WS-TO-ROUND DELIMITED BY SIZE
007160         INTO WS-REPORT-LINE
007170     END-STRING.
007180     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
007190     WRITE SCOUT-REPORT-RECORD.
007200
007210     IF WS-PLAYER-REQUEST NOT = SPACES
007220         MOVE SPACES TO WS-REPORT-LINE
007230         STRING "PLAYER " DELIMITED BY SIZE
007240             WS-PLAYER-REQUEST DELIMITED BY SIZE
007250             " ONLY" DELIMITED BY SIZE
007260             INTO WS-REPORT-LINE
007270         END-STRING
007280         MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD
007290         WRITE SCOUT-REPORT-RECORD
007300     END-IF.
007310
007320     IF WS-SCOUT-COUNT = ZERO
007330         MOVE SPACES TO SCOUT-REPORT-RECORD
007340         WRITE SCOUT-REPORT-RECORD
007350         MOVE "NO ROUNDS ON FILE IN THIS RANGE"
007360             TO SCOUT-REPORT-RECORD
007370         WRITE SCOUT-REPORT-RECORD
007380     END-IF.
007390 8000-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------------*
007430* 8100-WRITE-PLAYER-SECTION - ONE PLAYER'S SCOUTING BLOCK. WITH   *
007440* SCOUT_PLAYER SET, EVERYONE ELSE IS PASSED OVER.                 *
007450*----------------------------------------------------------------*
007460 8100-WRITE-PLAYER-SECTION.
007470     IF WS-PLAYER-REQUEST NOT = SPACES
007480             AND WS-SCOUT-ID(WS-SCOUT-IDX) NOT = WS-PLAYER-REQUEST
007490         GO TO 8100-EXIT
007500     END-IF.
007510     ADD 1 TO WS-PLAYERS-PRINTED.
007520
007530     MOVE SPACES TO SCOUT-REPORT-RECORD.
007540     WRITE SCOUT-REPORT-RECORD.
007550     MOVE WS-SCOUT-ID(WS-SCOUT-IDX) TO WS-LOOKUP-ID.
007560     PERFORM 7200-FIND-ROSTER-NAME THRU 7200-EXIT.
007570     MOVE SPACES TO WS-REPORT-LINE.
007580     STRING "PLAYER " DELIMITED BY SIZE
007590         WS-SCOUT-ID(WS-SCOUT-IDX) DELIMITED BY SIZE
007600         " " DELIMITED BY SIZE
007610         WS-NAME-PRINT DELIMITED BY SIZE
007620         INTO WS-REPORT-LINE
007630     END-STRING.
007640     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
007650     WRITE SCOUT-REPORT-RECORD.
007660
007670     MOVE WS-SCOUT-STATS(WS-SCOUT-IDX) TO WS-PRINT-STATS.
007680     PERFORM 8200-WRITE-STATS-BLOCK THRU 8200-EXIT.
007690 8100-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------------*
007730* 8200-WRITE-STATS-BLOCK - THE RESULTS LINE, THE SHAPE TABLE AND  *
007740* THE TENDENCY LINE FOR WHATEVER FIGURES ARE IN WS-PRINT-STATS.   *
007750*----------------------------------------------------------------*
007760 8200-WRITE-STATS-BLOCK.
007770     MOVE ZERO TO WS-PR-TOTAL-WON WS-PR-TOTAL-DRAWN
007780         WS-PR-TOTAL-LOST WS-PR-TOTAL-AFTER-WIN
007790         WS-PR-TOTAL-AFTER-LOSS.
007800     PERFORM 8210-ADD-SHAPE-TOTALS THRU 8210-EXIT
007810         VARYING WS-SHAPE-IDX FROM 1 BY 1
007820         UNTIL WS-SHAPE-IDX > 3.
007830
007840     MOVE SPACES TO WS-REPORT-LINE.
007850     MOVE 1 TO WS-STRING-PTR.
007860     MOVE WS-PR-ROUNDS TO WS-COUNT-PRINT.
007870     STRING "ROUNDS " DELIMITED BY SIZE
007880         WS-COUNT-PRINT DELIMITED BY SIZE
007890         INTO WS-REPORT-LINE
007900         WITH POINTER WS-STRING-PTR
007910     END-STRING.
007920     MOVE WS-PR-TOTAL-WON TO WS-COUNT-PRINT.
007930     STRING "  WON " DELIMITED BY SIZE
007940         WS-COUNT-PRINT DELIMITED BY SIZE
007950         INTO WS-REPORT-LINE
007960         WITH POINTER WS-STRING-PTR
007970     END-STRING.
007980     MOVE WS-PR-TOTAL-DRAWN TO WS-COUNT-PRINT.
007990     STRING "  DRAWN " DELIMITED BY SIZE
008000         WS-COUNT-PRINT DELIMITED BY SIZE
008010         INTO WS-REPORT-LINE
008020         WITH POINTER WS-STRING-PTR
008030     END-STRING.
008040     MOVE WS-PR-TOTAL-LOST TO WS-COUNT-PRINT.
008050     STRING "  LOST " DELIMITED BY SIZE
008060         WS-COUNT-PRINT DELIMITED BY SIZE
008070         INTO WS-REPORT-LINE
008080         WITH POINTER WS-STRING-PTR
008090     END-STRING.
008100     MOVE WS-PR-TOTAL-WON TO WS-PCT-COUNT.
008110     MOVE WS-PR-ROUNDS TO WS-PCT-BASE.
008120     PERFORM 7300-COMPUTE-PCT THRU 7300-EXIT.
008130     STRING "  WIN RATE " DELIMITED BY SIZE
008140         WS-PCT-PRINT DELIMITED BY SIZE
008150         "%" DELIMITED BY SIZE
008160         INTO WS-REPORT-LINE
008170         WITH POINTER WS-STRING-PTR
008180     END-STRING.
008190     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
008200     WRITE SCOUT-REPORT-RECORD.
008210
008220     MOVE "SHAPE      THROWN  SHARE   WON DRAWN  LOST WIN RATE  AF
008230-        "TER A WIN AFTER A LOSS" TO SCOUT-REPORT-RECORD.
008240     WRITE SCOUT-REPORT-RECORD.
008250     MOVE "--------   ------ ------ ----- ----- ----- -------- ---
008260-        "--------- ------------" TO SCOUT-REPORT-RECORD.
008270     WRITE SCOUT-REPORT-RECORD.
008280     PERFORM 8300-WRITE-SHAPE-LINE THRU 8300-EXIT
008290         VARYING WS-SHAPE-IDX FROM 1 BY 1
008300         UNTIL WS-SHAPE-IDX > 3.
008310
008320     PERFORM 8400-WRITE-TENDENCY-LINE THRU 8400-EXIT.
008330 8200-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------*
008370* 8210-ADD-SHAPE-TOTALS - ROLL ONE SHAPE'S FIGURES INTO THE       *
008380* BLOCK TOTALS.                                                   *
008390*----------------------------------------------------------------*
008400 8210-ADD-SHAPE-TOTALS.
008410     ADD WS-PR-WON(WS-SHAPE-IDX) TO WS-PR-TOTAL-WON.
008420     ADD WS-PR-DRAWN(WS-SHAPE-IDX) TO WS-PR-TOTAL-DRAWN.
008430     ADD WS-PR-LOST(WS-SHAPE-IDX) TO WS-PR-TOTAL-LOST.
008440     ADD WS-PR-AFTER-WIN(WS-SHAPE-IDX) TO WS-PR-TOTAL-AFTER-WIN.
008450     ADD WS-PR-AFTER-LOSS(WS-SHAPE-IDX)
008460         TO WS-PR-TOTAL-AFTER-LOSS.
008470 8210-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------*
008510* 8300-WRITE-SHAPE-LINE - ONE SHAPE: TIMES THROWN AND SHARE OF    *
008520* ALL THROWS, RESULTS AND WIN RATE WITH IT, AND HOW OFTEN IT WAS  *
008530* THE PICK STRAIGHT AFTER A WIN AND STRAIGHT AFTER A LOSS (COUNT  *
008540* AND SHARE OF ALL THROWS IN THAT SITUATION).                     *
008550*----------------------------------------------------------------*
008560 8300-WRITE-SHAPE-LINE.
008570     MOVE SPACES TO WS-REPORT-LINE.
008580     MOVE 1 TO WS-STRING-PTR.
008590     MOVE WS-PR-THROWN(WS-SHAPE-IDX) TO WS-COUNT-PRINT.
008600     STRING WS-SHAPE-NAME(WS-SHAPE-IDX) DELIMITED BY SIZE
008610         "    " DELIMITED BY SIZE
008620         WS-COUNT-PRINT DELIMITED BY SIZE
008630         INTO WS-REPORT-LINE
008640         WITH POINTER WS-STRING-PTR
008650     END-STRING.
008660
008670     MOVE WS-PR-THROWN(WS-SHAPE-IDX) TO WS-PCT-COUNT.
008680     MOVE WS-PR-ROUNDS TO WS-PCT-BASE.
008690     PERFORM 7300-COMPUTE-PCT THRU 7300-EXIT.
008700     STRING " " DELIMITED BY SIZE
008710         WS-PCT-PRINT DELIMITED BY SIZE
008720         "%" DELIMITED BY SIZE
008730         INTO WS-REPORT-LINE
008740         WITH POINTER WS-STRING-PTR
008750     END-STRING.
008760
008770     MOVE WS-PR-WON(WS-SHAPE-IDX) TO WS-COUNT-PRINT.
008780     STRING " " DELIMITED BY SIZE
008790         WS-COUNT-PRINT DELIMITED BY SIZE
008800         INTO WS-REPORT-LINE
008810         WITH POINTER WS-STRING-PTR
008820     END-STRING.
008830     MOVE WS-PR-DRAWN(WS-SHAPE-IDX) TO WS-COUNT-PRINT.
008840     STRING " " DELIMITED BY SIZE
008850         WS-COUNT-PRINT DELIMITED BY SIZE
008860         INTO WS-REPORT-LINE
008870         WITH POINTER WS-STRING-PTR
008880     END-STRING.
008890     MOVE WS-PR-LOST(WS-SHAPE-IDX) TO WS-COUNT-PRINT.
008900     STRING " " DELIMITED BY SIZE
008910         WS-COUNT-PRINT DELIMITED BY SIZE
008920         INTO WS-REPORT-LINE
008930         WITH POINTER WS-STRING-PTR
008940     END-STRING.
008950
008960     MOVE WS-PR-WON(WS-SHAPE-IDX) TO WS-PCT-COUNT.
008970     MOVE WS-PR-THROWN(WS-SHAPE-IDX) TO WS-PCT-BASE.
008980     PERFORM 7300-COMPUTE-PCT THRU 7300-EXIT.
008990     STRING "   " DELIMITED BY SIZE
009000         WS-PCT-PRINT DELIMITED BY SIZE
009010         "%" DELIMITED BY SIZE
009020         INTO WS-REPORT-LINE
009030         WITH POINTER WS-STRING-PTR
009040     END-STRING.
009050
009060     MOVE WS-PR-AFTER-WIN(WS-SHAPE-IDX) TO WS-COUNT-PRINT.
009070     MOVE WS-PR-AFTER-WIN(WS-SHAPE-IDX) TO WS-PCT-COUNT.
009080     MOVE WS-PR-TOTAL-AFTER-WIN TO WS-PCT-BASE.
009090     PERFORM 7300-COMPUTE-PCT THRU 7300-EXIT.
009100     STRING " " DELIMITED BY SIZE
009110         WS-COUNT-PRINT DELIMITED BY SIZE
009120         " " DELIMITED BY SIZE
009130         WS-PCT-PRINT DELIMITED BY SIZE
009140         "%" DELIMITED BY SIZE
009150         INTO WS-REPORT-LINE
009160         WITH POINTER WS-STRING-PTR
009170     END-STRING.
009180
009190     MOVE WS-PR-AFTER-LOSS(WS-SHAPE-IDX) TO WS-COUNT-PRINT.
009200     MOVE WS-PR-AFTER-LOSS(WS-SHAPE-IDX) TO WS-PCT-COUNT.
009210     MOVE WS-PR-TOTAL-AFTER-LOSS TO WS-PCT-BASE.
009220     PERFORM 7300-COMPUTE-PCT THRU 7300-EXIT.
009230     STRING " " DELIMITED BY SIZE
009240         WS-COUNT-PRINT DELIMITED BY SIZE
009250         " " DELIMITED BY SIZE
009260         WS-PCT-PRINT DELIMITED BY SIZE
009270         "%" DELIMITED BY SIZE
009280         INTO WS-REPORT-LINE
009290         WITH POINTER WS-STRING-PTR
009300     END-STRING.
009310
009320     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
009330     WRITE SCOUT-REPORT-RECORD.
009340 8300-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------------*
009380* 8400-WRITE-TENDENCY-LINE - THE FAVOURITE SHAPE OVERALL, AFTER   *
009390* A WIN AND AFTER A LOSS. A TIE GOES TO THE FIRST SHAPE IN ROCK,  *
009400* PAPER, SCISSORS ORDER; NO THROWS AT ALL PRINTS A DASH.          *
009410*----------------------------------------------------------------*
009420 8400-WRITE-TENDENCY-LINE.
009430     MOVE "A" TO WS-TENDENCY-COLUMN.
009440     PERFORM 8410-FIND-TOP-SHAPE THRU 8410-EXIT.
009450     MOVE "W" TO WS-TENDENCY-COLUMN.
009460     PERFORM 8410-FIND-TOP-SHAPE THRU 8410-EXIT.
009470     MOVE "L" TO WS-TENDENCY-COLUMN.
009480     PERFORM 8410-FIND-TOP-SHAPE THRU 8410-EXIT.
009490
009500     MOVE SPACES TO WS-REPORT-LINE.
009510     STRING "FAVOURS " DELIMITED BY SIZE
009520         WS-TOP-NAME-ALL DELIMITED BY SPACE
009530         "   AFTER A WIN " DELIMITED BY SIZE
009540         WS-TOP-NAME-WIN DELIMITED BY SPACE
009550         "   AFTER A LOSS " DELIMITED BY SIZE
009560         WS-TOP-NAME-LOSS DELIMITED BY SPACE
009570         INTO WS-REPORT-LINE
009580     END-STRING.
009590     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
009600     WRITE SCOUT-REPORT-RECORD.
009610 8400-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------------*
009650* 8410-FIND-TOP-SHAPE - PICK THE MOST-THROWN SHAPE OF THE COLUMN  *
009660* NAMED IN WS-TENDENCY-COLUMN (A ALL, W AFTER A WIN, L AFTER A    *
009670* LOSS) AND LEAVE ITS NAME IN THE MATCHING WS-TOP-NAME FIELD.     *
009680*----------------------------------------------------------------*
009690 8410-FIND-TOP-SHAPE.
009700     MOVE ZERO TO WS-TOP-COUNT WS-TOP-SHAPE.
009710     PERFORM 8420-CHECK-TOP-SHAPE THRU 8420-EXIT
009720         VARYING WS-SHAPE-IDX FROM 1 BY 1
009730         UNTIL WS-SHAPE-IDX > 3.
009740
009750     EVALUATE WS-TENDENCY-COLUMN
009760         WHEN "A"
009770             MOVE "-" TO WS-TOP-NAME-ALL
009780             IF WS-TOP-SHAPE NOT = ZERO
009790                 MOVE WS-SHAPE-NAME(WS-TOP-SHAPE)
009800                     TO WS-TOP-NAME-ALL
009810             END-IF
009820         WHEN "W"
009830             MOVE "-" TO WS-TOP-NAME-WIN
009840             IF WS-TOP-SHAPE NOT = ZERO
009850                 MOVE WS-SHAPE-NAME(WS-TOP-SHAPE)
009860                     TO WS-TOP-NAME-WIN
009870             END-IF
009880         WHEN OTHER
009890             MOVE "-" TO WS-TOP-NAME-LOSS
009900             IF WS-TOP-SHAPE NOT = ZERO
009910                 MOVE WS-SHAPE-NAME(WS-TOP-SHAPE)
009920                     TO WS-TOP-NAME-LOSS
009930             END-IF
009940     END-EVALUATE.
009950 8410-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------*
009990* 8420-CHECK-TOP-SHAPE - COMPARE ONE SHAPE'S COUNT IN THE CHOSEN  *
010000* COLUMN AGAINST THE BEST SO FAR.                                 *
010010*----------------------------------------------------------------*
010020 8420-CHECK-TOP-SHAPE.
010030     EVALUATE WS-TENDENCY-COLUMN
010040         WHEN "A"
010050             MOVE WS-PR-THROWN(WS-SHAPE-IDX) TO WS-PCT-COUNT
010060         WHEN "W"
010070             MOVE WS-PR-AFTER-WIN(WS-SHAPE-IDX) TO WS-PCT-COUNT
010080         WHEN OTHER
010090             MOVE WS-PR-AFTER-LOSS(WS-SHAPE-IDX) TO WS-PCT-COUNT
010100     END-EVALUATE.
010110     IF WS-PCT-COUNT > WS-TOP-COUNT
010120         MOVE WS-PCT-COUNT TO WS-TOP-COUNT
010130         MOVE WS-SHAPE-IDX TO WS-TOP-SHAPE
010140     END-IF.
010150 8420-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------------*
010190* 8700-WRITE-LEAGUE-SUMMARY - THE SAME BLOCK OVER EVERY SCOUTED   *
010200* ROUND IN THE RANGE, PLUS THE SWEEP COUNTS.                      *
010210*----------------------------------------------------------------*
010220 8700-WRITE-LEAGUE-SUMMARY.
010230     MOVE SPACES TO SCOUT-REPORT-RECORD.
010240     WRITE SCOUT-REPORT-RECORD.
010250     MOVE "LEAGUE-WIDE SUMMARY" TO SCOUT-REPORT-RECORD.
010260     WRITE SCOUT-REPORT-RECORD.
010270
010280     MOVE WS-SCOUT-COUNT TO WS-TOTAL-PRINT.
010290     MOVE SPACES TO WS-REPORT-LINE.
010300     STRING "PLAYERS SCOUTED        " DELIMITED BY SIZE
010310         WS-TOTAL-PRINT DELIMITED BY SIZE
010320         INTO WS-REPORT-LINE
010330     END-STRING.
010340     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
010350     WRITE SCOUT-REPORT-RECORD.
010360
010370     MOVE WS-RECORDS-READ TO WS-TOTAL-PRINT.
010380     MOVE SPACES TO WS-REPORT-LINE.
010390     STRING "ROUND RECORDS READ     " DELIMITED BY SIZE
010400         WS-TOTAL-PRINT DELIMITED BY SIZE
010410         INTO WS-REPORT-LINE
010420     END-STRING.
010430     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
010440     WRITE SCOUT-REPORT-RECORD.
010450
010460     MOVE WS-RECORDS-BAD TO WS-TOTAL-PRINT.
010470     MOVE SPACES TO WS-REPORT-LINE.
010480     STRING "BAD CODES PASSED OVER  " DELIMITED BY SIZE
010490         WS-TOTAL-PRINT DELIMITED BY SIZE
010500         INTO WS-REPORT-LINE
010510     END-STRING.
010520     MOVE WS-REPORT-LINE TO SCOUT-REPORT-RECORD.
010530     WRITE SCOUT-REPORT-RECORD.
010540
010550     MOVE SPACES TO SCOUT-REPORT-RECORD.
010560     WRITE SCOUT-REPORT-RECORD.
010570     MOVE WS-LEAGUE-STATS TO WS-PRINT-STATS.
010580     PERFORM 8200-WRITE-STATS-BLOCK THRU 8200-EXIT.
010590 8700-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------------*
010630* 9000-TERMINATE - CLOSE UP AND SAY WHERE THE REPORT IS.          *
010640*----------------------------------------------------------------*
010650 9000-TERMINATE.
010660     CLOSE INDEXED-INPUT.
010670     CLOSE SCOUTFILE.
010680     DISPLAY "SCOUTING REPORT WRITTEN TO " WS-SCOUT-FILE-NAME
010690     END-DISPLAY.
010700     DISPLAY "ROUND RECORDS READ:   " WS-RECORDS-READ
010710     END-DISPLAY.
010720     DISPLAY "PLAYERS SCOUTED:      " WS-SCOUT-COUNT
010730     END-DISPLAY.
010740     DISPLAY "PLAYER SECTIONS:      " WS-PLAYERS-PRINTED
010750     END-DISPLAY.
010760 9000-EXIT.
010770     EXIT.
010780
010790 END PROGRAM SCOUTING-REPORT.
