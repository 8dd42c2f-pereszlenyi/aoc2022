000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCTION-REGISTER.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - PRINTS THE DISCIPLINARY      *
000110*                 SANCTIONS REGISTER FOR THE COMMITTEE FROM THE   *
000120*                 SANCTIONS MASTER KEPT BY SANCTION-MAINT         *
000130*                 (COPYBOOK SANCREC). EVERY SANCTION, IN FORCE OR *
000140*                 LIFTED, IS LISTED UNDER ITS PLAYER WITH ITS     *
000150*                 ROUNDS OR POINTS, REASON, RULING AND STATUS,    *
000160*                 FOLLOWED BY A SUMMARY BY TYPE. SREG_PLAYER      *
000170*                 LIMITS THE REGISTER TO ONE PLAYER;              *
000180*                 SREG_REPORT_FILE NAMES THE OUTPUT (DEFAULT      *
000190*                 ./sanction_register.txt).                       *
000192* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000194*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000196*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000198*                 IS USED.                                        *
000200*----------------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT SANCTFILE ASSIGN DYNAMIC WS-SANCTION-FILE-NAME
000260         FILE STATUS IS WS-SANCTION-CHECK-KEY
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280
000290     SELECT ROSTERFILE ASSIGN DYNAMIC WS-ROSTER-FILE-NAME
000300         FILE STATUS IS WS-ROSTER-CHECK-KEY
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320
000330     SELECT REGFILE ASSIGN DYNAMIC WS-REG-FILE-NAME
000340         FILE STATUS IS WS-REG-CHECK-KEY
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360
000361     SELECT DATE-CONTROL
000362         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000363         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000364         ORGANIZATION IS LINE SEQUENTIAL.
000365
000370 DATA DIVISION.
000380 FILE SECTION.
000390*----------------------------------------------------------------*
000400* SANCTFILE - THE DISCIPLINARY SANCTIONS MASTER.                  *
000410*----------------------------------------------------------------*
000420 FD  SANCTFILE.
000430     COPY SANCREC.
000440
000450*----------------------------------------------------------------*
000460* ROSTERFILE - THE REGISTERED-PLAYER ROSTER, FOR PLAYER NAMES.    *
000470*----------------------------------------------------------------*
000480 FD  ROSTERFILE.
000490     COPY ROSTREC.
000500
000510*----------------------------------------------------------------*
000520* REGFILE - THE PRINTED REGISTER.                                 *
000530*----------------------------------------------------------------*
000540 FD  REGFILE.
000550 01  REG-REPORT-RECORD           PIC X(80).
000560
000561*----------------------------------------------------------------*
000562* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000563*----------------------------------------------------------------*
000564 FD  DATE-CONTROL.
000565     COPY DATECTL.
000566
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------*
000590* SWITCHES AND CONTROL FIELDS                                     *
000600*----------------------------------------------------------------*
000610 77  WS-SANCTION-CHECK-KEY       PIC X(02).
000620 77  WS-ROSTER-CHECK-KEY         PIC X(02).
000630 77  WS-REG-CHECK-KEY            PIC X(02).
000640 77  WS-SANCTION-FILE-NAME       PIC X(255).
000650 77  WS-ROSTER-FILE-NAME         PIC X(255).
000660 77  WS-REG-FILE-NAME            PIC X(255).
000670 77  WS-PLAYER-REQUEST           PIC X(10).
000680
000690 01  WS-SANCTION-EOF-SW          PIC X(01) VALUE "N".
000700     88  WS-SANCTION-EOF              VALUE "Y".
000710 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE "N".
000720     88  WS-ROSTER-EOF                VALUE "Y".
000730 01  WS-ROSTER-LOADED-SW         PIC X(01) VALUE "N".
000740     88  WS-ROSTER-LOADED             VALUE "Y".
000750
000760*----------------------------------------------------------------*
000770* ROSTER TABLE - IDS AND NAMES ONLY.                              *
000780*----------------------------------------------------------------*
000790 01  WS-ROSTER-TABLE.
000800     05  WS-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
000810     05  WS-ROSTER-ENTRY OCCURS 1 TO 50000 TIMES
000820             DEPENDING ON WS-ROSTER-COUNT.
000830         10  WS-ROSTER-ID            PIC X(10).
000840         10  WS-ROSTER-NAME          PIC X(30).
000850
000860 77  WS-ROSTER-SEARCH-IDX        PIC 9(05) COMP VALUE ZERO.
000870 77  WS-ROSTER-FOUND-IDX         PIC 9(05) COMP VALUE ZERO.
000880 77  WS-LOOKUP-ID                PIC X(10).
000890 77  WS-NAME-PRINT               PIC X(30).
000900
000910*----------------------------------------------------------------*
000920* SANCTIONS TABLE - ONE ENTRY PER SANCTION, SORTED ON PLAYER AND  *
000930* SANCTION ID BEFORE PRINTING. WS-REG-SORT-KEY OVERLAYS THE TWO   *
000940* SO ONE COMPARE ORDERS THEM.                                     *
000950*----------------------------------------------------------------*
000960 01  WS-REG-TABLE.
000970     05  WS-REG-COUNT            PIC 9(05) COMP VALUE ZERO.
000980     05  WS-REG-ENTRY OCCURS 1 TO 50000 TIMES
000990             DEPENDING ON WS-REG-COUNT.
001000         10  WS-REG-SORT-KEY.
001010             15  WS-REG-PLAYER       PIC X(10).
001020             15  WS-REG-ID           PIC 9(06).
001030         10  WS-REG-TYPE             PIC X(01).
001040         10  WS-REG-START            PIC 9(04).
001050         10  WS-REG-END              PIC 9(04).
001060         10  WS-REG-FORFEIT-1        PIC 9(08).
001070         10  WS-REG-FORFEIT-2        PIC 9(08).
001080         10  WS-REG-REASON-CODE      PIC X(04).
001090         10  WS-REG-REASON-TEXT      PIC X(30).
001100         10  WS-REG-RULING           PIC X(12).
001110         10  WS-REG-EFF-DATE         PIC 9(08).
001120         10  WS-REG-STATUS           PIC X(01).
001130         10  WS-REG-POSTED           PIC X(01).
001140         10  WS-REG-LIFT-RULING      PIC X(12).
001150         10  WS-REG-LIFT-DATE        PIC 9(08).
001160
001170*        HOLD AREA FOR ONE WS-REG-ENTRY DURING THE SORT SWAP.
001180 77  WS-HOLD-ENTRY               PIC X(117).
001190
001200 77  WS-REG-IDX                  PIC 9(05) COMP VALUE ZERO.
001210 77  WS-SORT-IDX                 PIC 9(05) COMP VALUE ZERO.
001220 77  WS-SCAN-IDX                 PIC 9(05) COMP VALUE ZERO.
001230 77  WS-BEST-IDX                 PIC 9(05) COMP VALUE ZERO.
001240 77  WS-BEST-KEY                 PIC X(16).
001250
001260*----------------------------------------------------------------*
001270* REGISTER TALLIES                                                *
001280*----------------------------------------------------------------*
001290 77  WS-PREV-PLAYER              PIC X(10) VALUE SPACES.
001300 77  WS-PLAYER-SANCTIONS         PIC 9(05) COMP VALUE ZERO.
001310 77  WS-PLAYERS-SANCTIONED       PIC 9(05) COMP VALUE ZERO.
001320 77  WS-REPEAT-PLAYERS           PIC 9(05) COMP VALUE ZERO.
001330 77  WS-SUSP-IN-FORCE            PIC 9(05) COMP VALUE ZERO.
001340 77  WS-SUSP-LIFTED              PIC 9(05) COMP VALUE ZERO.
001350 77  WS-FORFEIT-POSTED           PIC 9(05) COMP VALUE ZERO.
001360 77  WS-FORFEIT-PENDING          PIC 9(05) COMP VALUE ZERO.
001370 77  WS-FORFEIT-LIFTED           PIC 9(05) COMP VALUE ZERO.
001380 77  WS-WARN-IN-FORCE            PIC 9(05) COMP VALUE ZERO.
001390 77  WS-WARN-LIFTED              PIC 9(05) COMP VALUE ZERO.
001400 77  WS-POINTS-POSTED-1          PIC 9(08) COMP VALUE ZERO.
001410 77  WS-POINTS-POSTED-2          PIC 9(08) COMP VALUE ZERO.
001420
001430*----------------------------------------------------------------*
001440* REPORT EDIT FIELDS                                              *
001450*----------------------------------------------------------------*
001460 77  WS-COUNT-PRINT              PIC Z(04)9.
001470 77  WS-POINTS-PRINT             PIC Z(05)9.
001480 77  WS-TOTAL-PRINT              PIC Z(07)9.
001490 77  WS-TYPE-PRINT               PIC X(10).
001500 77  WS-STATUS-PRINT             PIC X(08).
001510 77  WS-ROUNDS-PRINT             PIC X(09).
001520 77  WS-REPORT-LINE              PIC X(80).
001530 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
001540 77  WS-RUN-DATE                 PIC 9(08).
001543 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001546 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001550
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------*
001580* 0000-MAINLINE                                                   *
001590*----------------------------------------------------------------*
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
001630     PERFORM 2000-LOAD-SANCTIONS THRU 2000-EXIT.
001640     PERFORM 3000-SORT-SANCTIONS THRU 3000-EXIT.
001650     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
001660     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT.
001670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001680     STOP RUN.
001690
001700*----------------------------------------------------------------*
001710* 1000-INITIALIZE - PICK UP THE OPTIONAL PLAYER FILTER, NAME THE  *
001720* FILES AND OPEN THE OUTPUT.                                      *
001730*----------------------------------------------------------------*
001740 1000-INITIALIZE.
001750     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001760
001770     MOVE SPACES TO WS-PLAYER-REQUEST.
001780     ACCEPT WS-PLAYER-REQUEST FROM ENVIRONMENT "SREG_PLAYER".
001790
001800     MOVE SPACES TO WS-SANCTION-FILE-NAME.
001810     ACCEPT WS-SANCTION-FILE-NAME
001820         FROM ENVIRONMENT "RPS_SANCTION_FILE".
001830     IF WS-SANCTION-FILE-NAME = SPACES
001840         MOVE "./sanctions.dat" TO WS-SANCTION-FILE-NAME
001850     END-IF.
001860
001870     MOVE SPACES TO WS-REG-FILE-NAME.
001880     ACCEPT WS-REG-FILE-NAME
001890         FROM ENVIRONMENT "SREG_REPORT_FILE".
001900     IF WS-REG-FILE-NAME = SPACES
001910         MOVE "./sanction_register.txt" TO WS-REG-FILE-NAME
001920     END-IF.
001930
001940     OPEN OUTPUT REGFILE.
001950     IF WS-REG-CHECK-KEY NOT = "00"
001960         DISPLAY "UNABLE TO OPEN REGFILE. STATUS: "
001970             WS-REG-CHECK-KEY
001980         END-DISPLAY
001990         STOP RUN RETURNING 1
002000     END-IF.
002010 1000-EXIT.
002020     EXIT.
002021
002022*----------------------------------------------------------------*
002023* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002024* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
002025* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
002026*----------------------------------------------------------------*
002027 1050-READ-BUSINESS-DATE.
002028     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002029     ACCEPT WS-DATE-CONTROL-FILE-NAME
002030         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002031     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002032         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002033     END-IF.
002034     MOVE ZERO TO WS-RUN-DATE.
002035     OPEN INPUT DATE-CONTROL.
002036     IF WS-DATE-CONTROL-CHECK-KEY = "00"
002037         READ DATE-CONTROL
002038             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
002039         END-READ
002040         CLOSE DATE-CONTROL
002041     END-IF.
002042     IF WS-RUN-DATE = ZERO
002043         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002044         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
002045             "SYSTEM DATE"
002046         END-DISPLAY
002047     END-IF.
002048 1050-EXIT.
002049     EXIT.
002050
002051*----------------------------------------------------------------*
002052* 1100-LOAD-ROSTER - READ THE ROSTER MASTER INTO ITS TABLE. WITH  *
002060* NO ROSTER FILE THE REGISTER SIMPLY PRINTS RAW IDS.              *
002070*----------------------------------------------------------------*
002080 1100-LOAD-ROSTER.
002090     MOVE SPACES TO WS-ROSTER-FILE-NAME.
002100     ACCEPT WS-ROSTER-FILE-NAME
002110         FROM ENVIRONMENT "RPS_ROSTER_FILE".
002120     IF WS-ROSTER-FILE-NAME = SPACES
002130         MOVE "./roster.dat" TO WS-ROSTER-FILE-NAME
002140     END-IF.
002150
002160     OPEN INPUT ROSTERFILE.
002170     IF WS-ROSTER-CHECK-KEY NOT = "00"
002180         DISPLAY "NO ROSTER FILE - REGISTER SHOWS RAW PLAYER IDS"
002190         END-DISPLAY
002200         GO TO 1100-EXIT
002210     END-IF.
002220
002230     PERFORM 1110-LOAD-ROSTER-RECORD THRU 1110-EXIT
002240         UNTIL WS-ROSTER-EOF.
002250     CLOSE ROSTERFILE.
002260     SET WS-ROSTER-LOADED TO TRUE.
002270 1100-EXIT.
002280     EXIT.
002290
002300*----------------------------------------------------------------*
002310* 1110-LOAD-ROSTER-RECORD - ADD ONE ROSTER RECORD TO THE TABLE.   *
002320*----------------------------------------------------------------*
002330 1110-LOAD-ROSTER-RECORD.
002340     READ ROSTERFILE
002350         AT END SET WS-ROSTER-EOF TO TRUE
002360     END-READ.
002370     IF NOT WS-ROSTER-EOF
002380         IF WS-ROSTER-COUNT >= 50000
002390             DISPLAY "ROSTER TABLE FULL AT 50000 - CANNOT ADD "
002400                 RO-PLAYER-ID
002410             END-DISPLAY
002420             STOP RUN RETURNING 1
002430         END-IF
002440         ADD 1 TO WS-ROSTER-COUNT
002450         MOVE RO-PLAYER-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
002460         MOVE RO-PLAYER-NAME TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
002470     END-IF.
002480 1110-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------------*
002520* 2000-LOAD-SANCTIONS - READ THE SANCTIONS MASTER INTO THE        *
002530* REGISTER TABLE. NO MASTER MEANS NO SANCTION HAS EVER BEEN       *
002540* ISSUED - THE REGISTER IS STILL PRINTED, EMPTY.                  *
002550*----------------------------------------------------------------*
002560 2000-LOAD-SANCTIONS.
002570     OPEN INPUT SANCTFILE.
002580     IF WS-SANCTION-CHECK-KEY NOT = "00"
002590         DISPLAY "NO SANCTIONS FILE " WS-SANCTION-FILE-NAME
002600             " - REGISTER IS EMPTY"
002610         END-DISPLAY
002620         GO TO 2000-EXIT
002630     END-IF.
002640     PERFORM 2100-LOAD-SANCTION-RECORD THRU 2100-EXIT
002650         UNTIL WS-SANCTION-EOF.
002660     CLOSE SANCTFILE.
002670 2000-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------------*
002710* 2100-LOAD-SANCTION-RECORD - ADD ONE SANCTION TO THE TABLE,      *
002720* HONOURING THE PLAYER FILTER.                                    *
002730*----------------------------------------------------------------*
002740 2100-LOAD-SANCTION-RECORD.
002750     READ SANCTFILE
002760         AT END SET WS-SANCTION-EOF TO TRUE
002770     END-READ.
002780     IF WS-SANCTION-EOF
002790         GO TO 2100-EXIT
002800     END-IF.
002810     IF WS-PLAYER-REQUEST NOT = SPACES
002820             AND SN-PLAYER-ID NOT = WS-PLAYER-REQUEST
002830         GO TO 2100-EXIT
002840     END-IF.
002850
002860     IF WS-REG-COUNT >= 50000
002870         DISPLAY "REGISTER TABLE FULL AT 50000 AT "
002880             SN-SANCTION-ID
002890         END-DISPLAY
002900         STOP RUN RETURNING 1
002910     END-IF.
002920     ADD 1 TO WS-REG-COUNT.
002930     MOVE WS-REG-COUNT TO WS-REG-IDX.
002940     MOVE SN-PLAYER-ID       TO WS-REG-PLAYER(WS-REG-IDX).
002950     MOVE SN-SANCTION-ID     TO WS-REG-ID(WS-REG-IDX).
002960     MOVE SN-TYPE            TO WS-REG-TYPE(WS-REG-IDX).
002970     MOVE SN-START-ROUND     TO WS-REG-START(WS-REG-IDX).
002980     MOVE SN-END-ROUND       TO WS-REG-END(WS-REG-IDX).
002990     MOVE SN-FORFEIT-1       TO WS-REG-FORFEIT-1(WS-REG-IDX).
003000     MOVE SN-FORFEIT-2       TO WS-REG-FORFEIT-2(WS-REG-IDX).
003010     MOVE SN-REASON-CODE     TO WS-REG-REASON-CODE(WS-REG-IDX).
003020     MOVE SN-REASON-TEXT     TO WS-REG-REASON-TEXT(WS-REG-IDX).
003030     MOVE SN-RULING-REF      TO WS-REG-RULING(WS-REG-IDX).
003040     MOVE SN-EFFECTIVE-DATE  TO WS-REG-EFF-DATE(WS-REG-IDX).
003050     MOVE SN-STATUS          TO WS-REG-STATUS(WS-REG-IDX).
003060     MOVE SN-POSTED          TO WS-REG-POSTED(WS-REG-IDX).
003070     MOVE SN-LIFT-RULING-REF TO WS-REG-LIFT-RULING(WS-REG-IDX).
003080     MOVE SN-LIFT-DATE       TO WS-REG-LIFT-DATE(WS-REG-IDX).
003090 2100-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------------*
003130* 3000-SORT-SANCTIONS - SELECTION SORT ON PLAYER ID, THEN         *
003140* SANCTION ID, SO EACH PLAYER'S RECORD READS OLDEST FIRST.        *
003150*----------------------------------------------------------------*
003160 3000-SORT-SANCTIONS.
003170     IF WS-REG-COUNT > 1
003180         PERFORM 3100-SORT-ONE-SLOT THRU 3100-EXIT
003190             VARYING WS-SORT-IDX FROM 1 BY 1
003200             UNTIL WS-SORT-IDX >= WS-REG-COUNT
003210     END-IF.
003220 3000-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------------*
003260* 3100-SORT-ONE-SLOT - FIND THE LOWEST REMAINING KEY AND SWAP IT  *
003270* INTO THE CURRENT SLOT.                                          *
003280*----------------------------------------------------------------*
003290 3100-SORT-ONE-SLOT.
003300     MOVE WS-SORT-IDX TO WS-BEST-IDX.
003310     MOVE WS-REG-SORT-KEY(WS-SORT-IDX) TO WS-BEST-KEY.
003320     PERFORM 3110-SCAN-FOR-BEST THRU 3110-EXIT
003330         VARYING WS-SCAN-IDX FROM WS-SORT-IDX BY 1
003340         UNTIL WS-SCAN-IDX > WS-REG-COUNT.
003350
003360     IF WS-BEST-IDX NOT = WS-SORT-IDX
003370         MOVE WS-REG-ENTRY(WS-SORT-IDX) TO WS-HOLD-ENTRY
003380         MOVE WS-REG-ENTRY(WS-BEST-IDX)
003390             TO WS-REG-ENTRY(WS-SORT-IDX)
003400         MOVE WS-HOLD-ENTRY TO WS-REG-ENTRY(WS-BEST-IDX)
003410     END-IF.
003420 3100-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460* 3110-SCAN-FOR-BEST - COMPARE ONE REMAINING ENTRY AGAINST THE    *
003470* LOWEST KEY SEEN SO FAR IN THIS PASS.                            *
003480*----------------------------------------------------------------*
003490 3110-SCAN-FOR-BEST.
003500     IF WS-REG-SORT-KEY(WS-SCAN-IDX) < WS-BEST-KEY
003510         MOVE WS-REG-SORT-KEY(WS-SCAN-IDX) TO WS-BEST-KEY
003520         MOVE WS-SCAN-IDX TO WS-BEST-IDX
003530     END-IF.
003540 3110-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------*
003580* 7200-FIND-ROSTER-NAME - NAME FOR WS-LOOKUP-ID, OR SPACES WHEN   *
003590* THE ROSTER IS ABSENT OR DOES NOT CARRY THE ID.                  *
003600*----------------------------------------------------------------*
003610 7200-FIND-ROSTER-NAME.
003620     MOVE SPACES TO WS-NAME-PRINT.
003630     MOVE ZERO TO WS-ROSTER-FOUND-IDX.
003640     IF NOT WS-ROSTER-LOADED
003650         GO TO 7200-EXIT
003660     END-IF.
003670     PERFORM 7210-CHECK-ROSTER-ENTRY THRU 7210-EXIT
003680         VARYING WS-ROSTER-SEARCH-IDX FROM 1 BY 1
003690         UNTIL WS-ROSTER-SEARCH-IDX > WS-ROSTER-COUNT
003700             OR WS-ROSTER-FOUND-IDX NOT = ZERO.
003710     IF WS-ROSTER-FOUND-IDX NOT = ZERO
003720         MOVE WS-ROSTER-NAME(WS-ROSTER-FOUND-IDX)
003730             TO WS-NAME-PRINT
003740     END-IF.
003750 7200-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------*
003790* 7210-CHECK-ROSTER-ENTRY - COMPARE ONE ROSTER TABLE ENTRY.       *
003800*----------------------------------------------------------------*
003810 7210-CHECK-ROSTER-ENTRY.
003820     IF WS-ROSTER-ID(WS-ROSTER-SEARCH-IDX) = WS-LOOKUP-ID
003830         MOVE WS-ROSTER-SEARCH-IDX TO WS-ROSTER-FOUND-IDX
003840     END-IF.
003850 7210-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------*
003890* 8000-WRITE-REGISTER - HEADLINE BLOCK, THEN EVERY SANCTION       *
003900* GROUPED UNDER ITS PLAYER.                                       *
003910*----------------------------------------------------------------*
003920 8000-WRITE-REGISTER.
003930     MOVE "DISCIPLINARY SANCTIONS REGISTER" TO REG-REPORT-RECORD.
003940     WRITE REG-REPORT-RECORD.
003950
003960     MOVE SPACES TO WS-REPORT-LINE.
003970     STRING "RUN DATE " DELIMITED BY SIZE
003980         WS-RUN-DATE DELIMITED BY SIZE
003990         INTO WS-REPORT-LINE
004000     END-STRING.
004010     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
004020     WRITE REG-REPORT-RECORD.
004030
004040     IF WS-PLAYER-REQUEST NOT = SPACES
004050         MOVE SPACES TO WS-REPORT-LINE
004060         STRING "PLAYER " DELIMITED BY SIZE
004070             WS-PLAYER-REQUEST DELIMITED BY SIZE
004080             " ONLY" DELIMITED BY SIZE
004090             INTO WS-REPORT-LINE
004100         END-STRING
004110         MOVE WS-REPORT-LINE TO REG-REPORT-RECORD
004120         WRITE REG-REPORT-RECORD
004130     END-IF.
004140
004150     MOVE WS-REG-COUNT TO WS-COUNT-PRINT.
004160     MOVE SPACES TO WS-REPORT-LINE.
004170     STRING "SANCTIONS ON REGISTER " DELIMITED BY SIZE
004180         WS-COUNT-PRINT DELIMITED BY SIZE
004190         INTO WS-REPORT-LINE
004200     END-STRING.
004210     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
004220     WRITE REG-REPORT-RECORD.
004230
004240     MOVE SPACES TO REG-REPORT-RECORD.
004250     WRITE REG-REPORT-RECORD.
004260
004270     MOVE "    NO TYPE       ROUNDS     PTS 1  PTS 2 STATUS   RULI
004280-        "NG       EFFECTIVE" TO REG-REPORT-RECORD.
004290     WRITE REG-REPORT-RECORD.
004300     MOVE "------ ---------- --------- ------ ------ -------- ----
004310-        "-------- --------" TO REG-REPORT-RECORD.
004320     WRITE REG-REPORT-RECORD.
004330
004340     PERFORM 8100-WRITE-SANCTION THRU 8100-EXIT
004350         VARYING WS-REG-IDX FROM 1 BY 1
004360         UNTIL WS-REG-IDX > WS-REG-COUNT.
004370     PERFORM 8300-CLOSE-PLAYER THRU 8300-EXIT.
004380 8000-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------*
004420* 8100-WRITE-SANCTION - ONE SANCTION: A PLAYER HEADING WHEN THE   *
004430* PLAYER CHANGES, THE SANCTION LINE, AND A REASON LINE CARRYING   *
004440* THE LIFTING RULING WHEN THERE IS ONE.                           *
004450*----------------------------------------------------------------*
004460 8100-WRITE-SANCTION.
004470     IF WS-REG-PLAYER(WS-REG-IDX) NOT = WS-PREV-PLAYER
004480         PERFORM 8300-CLOSE-PLAYER THRU 8300-EXIT
004490         PERFORM 8200-WRITE-PLAYER-HEADING THRU 8200-EXIT
004500     END-IF.
004510     ADD 1 TO WS-PLAYER-SANCTIONS.
004520
004530     MOVE SPACES TO WS-ROUNDS-PRINT.
004540     EVALUATE WS-REG-TYPE(WS-REG-IDX)
004550         WHEN "S"
004560             MOVE "SUSPENSION" TO WS-TYPE-PRINT
004570             STRING WS-REG-START(WS-REG-IDX) DELIMITED BY SIZE
004580                 "-" DELIMITED BY SIZE
004590                 WS-REG-END(WS-REG-IDX) DELIMITED BY SIZE
004600                 INTO WS-ROUNDS-PRINT
004610             END-STRING
004620         WHEN "F"
004630             MOVE "FORFEIT" TO WS-TYPE-PRINT
004640             MOVE WS-REG-START(WS-REG-IDX) TO WS-ROUNDS-PRINT
004650         WHEN "W"
004660             MOVE "WARNING" TO WS-TYPE-PRINT
004670         WHEN OTHER
004680             MOVE "UNKNOWN" TO WS-TYPE-PRINT
004690     END-EVALUATE.
004700
004710     EVALUATE TRUE
004720         WHEN WS-REG-STATUS(WS-REG-IDX) = "L"
004730             MOVE "LIFTED" TO WS-STATUS-PRINT
004740         WHEN WS-REG-TYPE(WS-REG-IDX) = "F"
004750                 AND WS-REG-POSTED(WS-REG-IDX) = "Y"
004760             MOVE "POSTED" TO WS-STATUS-PRINT
004770         WHEN WS-REG-TYPE(WS-REG-IDX) = "F"
004780             MOVE "PENDING" TO WS-STATUS-PRINT
004790         WHEN OTHER
004800             MOVE "IN FORCE" TO WS-STATUS-PRINT
004810     END-EVALUATE.
004820
004830     PERFORM 8110-COUNT-SANCTION THRU 8110-EXIT.
004840
004850     MOVE SPACES TO WS-REPORT-LINE.
004860     MOVE 1 TO WS-STRING-PTR.
004870     STRING WS-REG-ID(WS-REG-IDX) DELIMITED BY SIZE
004880         " " DELIMITED BY SIZE
004890         WS-TYPE-PRINT DELIMITED BY SIZE
004900         " " DELIMITED BY SIZE
004910         WS-ROUNDS-PRINT DELIMITED BY SIZE
004920         INTO WS-REPORT-LINE
004930         WITH POINTER WS-STRING-PTR
004940     END-STRING.
004950
004960     IF WS-REG-TYPE(WS-REG-IDX) = "F"
004970         MOVE WS-REG-FORFEIT-1(WS-REG-IDX) TO WS-POINTS-PRINT
004980         STRING " " DELIMITED BY SIZE
004990             WS-POINTS-PRINT DELIMITED BY SIZE
005000             INTO WS-REPORT-LINE
005010             WITH POINTER WS-STRING-PTR
005020         END-STRING
005030         MOVE WS-REG-FORFEIT-2(WS-REG-IDX) TO WS-POINTS-PRINT
005040         STRING " " DELIMITED BY SIZE
005050             WS-POINTS-PRINT DELIMITED BY SIZE
005060             INTO WS-REPORT-LINE
005070             WITH POINTER WS-STRING-PTR
005080         END-STRING
005090     ELSE
005100         STRING "              " DELIMITED BY SIZE
005110             INTO WS-REPORT-LINE
005120             WITH POINTER WS-STRING-PTR
005130         END-STRING
005140     END-IF.
005150
005160     STRING " " DELIMITED BY SIZE
005170         WS-STATUS-PRINT DELIMITED BY SIZE
005180         " " DELIMITED BY SIZE
005190         WS-REG-RULING(WS-REG-IDX) DELIMITED BY SIZE
005200         " " DELIMITED BY SIZE
005210         WS-REG-EFF-DATE(WS-REG-IDX) DELIMITED BY SIZE
005220         INTO WS-REPORT-LINE
005230         WITH POINTER WS-STRING-PTR
005240     END-STRING.
005250     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
005260     WRITE REG-REPORT-RECORD.
005270
005280     MOVE SPACES TO WS-REPORT-LINE.
005290     MOVE 1 TO WS-STRING-PTR.
005300     STRING "       RSN " DELIMITED BY SIZE
005310         WS-REG-REASON-CODE(WS-REG-IDX) DELIMITED BY SIZE
005320         " " DELIMITED BY SIZE
005330         WS-REG-REASON-TEXT(WS-REG-IDX) DELIMITED BY SIZE
005340         INTO WS-REPORT-LINE
005350         WITH POINTER WS-STRING-PTR
005360     END-STRING.
005370     IF WS-REG-STATUS(WS-REG-IDX) = "L"
005380         STRING " LIFTED " DELIMITED BY SIZE
005390             WS-REG-LIFT-DATE(WS-REG-IDX) DELIMITED BY SIZE
005400             " BY " DELIMITED BY SIZE
005410             WS-REG-LIFT-RULING(WS-REG-IDX) DELIMITED BY SIZE
005420             INTO WS-REPORT-LINE
005430             WITH POINTER WS-STRING-PTR
005440         END-STRING
005450     END-IF.
005460     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
005470     WRITE REG-REPORT-RECORD.
005480 8100-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------*
005520* 8110-COUNT-SANCTION - ADD ONE SANCTION TO THE SUMMARY TALLIES.  *
005530*----------------------------------------------------------------*
005540 8110-COUNT-SANCTION.
005550     EVALUATE TRUE
005560         WHEN WS-REG-TYPE(WS-REG-IDX) = "S"
005570                 AND WS-REG-STATUS(WS-REG-IDX) = "L"
005580             ADD 1 TO WS-SUSP-LIFTED
005590         WHEN WS-REG-TYPE(WS-REG-IDX) = "S"
005600             ADD 1 TO WS-SUSP-IN-FORCE
005610         WHEN WS-REG-TYPE(WS-REG-IDX) = "F"
005620                 AND WS-REG-STATUS(WS-REG-IDX) = "L"
005630             ADD 1 TO WS-FORFEIT-LIFTED
005640         WHEN WS-REG-TYPE(WS-REG-IDX) = "F"
005650                 AND WS-REG-POSTED(WS-REG-IDX) = "Y"
005660             ADD 1 TO WS-FORFEIT-POSTED
005670             ADD WS-REG-FORFEIT-1(WS-REG-IDX)
005680                 TO WS-POINTS-POSTED-1
005690             ADD WS-REG-FORFEIT-2(WS-REG-IDX)
005700                 TO WS-POINTS-POSTED-2
005710         WHEN WS-REG-TYPE(WS-REG-IDX) = "F"
005720             ADD 1 TO WS-FORFEIT-PENDING
005730         WHEN WS-REG-STATUS(WS-REG-IDX) = "L"
005740             ADD 1 TO WS-WARN-LIFTED
005750         WHEN OTHER
005760             ADD 1 TO WS-WARN-IN-FORCE
005770     END-EVALUATE.
005780 8110-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------*
005820* 8200-WRITE-PLAYER-HEADING - BLANK LINE, THEN THE PLAYER ID AND  *
005830* REGISTERED NAME.                                                *
005840*----------------------------------------------------------------*
005850 8200-WRITE-PLAYER-HEADING.
005860     MOVE WS-REG-PLAYER(WS-REG-IDX) TO WS-PREV-PLAYER.
005870     MOVE ZERO TO WS-PLAYER-SANCTIONS.
005880     ADD 1 TO WS-PLAYERS-SANCTIONED.
005890
005900     MOVE SPACES TO REG-REPORT-RECORD.
005910     WRITE REG-REPORT-RECORD.
005920     MOVE WS-REG-PLAYER(WS-REG-IDX) TO WS-LOOKUP-ID.
005930     PERFORM 7200-FIND-ROSTER-NAME THRU 7200-EXIT.
005940     MOVE SPACES TO WS-REPORT-LINE.
005950     STRING "PLAYER " DELIMITED BY SIZE
005960         WS-REG-PLAYER(WS-REG-IDX) DELIMITED BY SIZE
005970         "  " DELIMITED BY SIZE
005980         WS-NAME-PRINT DELIMITED BY SIZE
005990         INTO WS-REPORT-LINE
006000     END-STRING.
006010     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
006020     WRITE REG-REPORT-RECORD.
006030 8200-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------*
006070* 8300-CLOSE-PLAYER - COUNT THE PLAYER JUST FINISHED AS A REPEAT  *
006080* OFFENDER WHEN IT CARRIED MORE THAN ONE SANCTION.                *
006090*----------------------------------------------------------------*
006100 8300-CLOSE-PLAYER.
006110     IF WS-PLAYER-SANCTIONS > 1
006120         ADD 1 TO WS-REPEAT-PLAYERS
006130     END-IF.
006140     MOVE ZERO TO WS-PLAYER-SANCTIONS.
006150 8300-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------*
006190* 8500-WRITE-SUMMARY - THE REGISTER TOTALS BY TYPE AND STATUS.    *
006200*----------------------------------------------------------------*
006210 8500-WRITE-SUMMARY.
006220     MOVE SPACES TO REG-REPORT-RECORD.
006230     WRITE REG-REPORT-RECORD.
006240     MOVE "REGISTER SUMMARY" TO REG-REPORT-RECORD.
006250     WRITE REG-REPORT-RECORD.
006260
006270     MOVE WS-PLAYERS-SANCTIONED TO WS-COUNT-PRINT.
006280     MOVE SPACES TO WS-REPORT-LINE.
006290     STRING "PLAYERS SANCTIONED ........ " DELIMITED BY SIZE
006300         WS-COUNT-PRINT DELIMITED BY SIZE
006310         INTO WS-REPORT-LINE
006320     END-STRING.
006330     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
006340     WRITE REG-REPORT-RECORD.
006350
006360     MOVE WS-REPEAT-PLAYERS TO WS-COUNT-PRINT.
006370     MOVE SPACES TO WS-REPORT-LINE.
006380     STRING "  WITH MORE THAN ONE ...... " DELIMITED BY SIZE
006390         WS-COUNT-PRINT DELIMITED BY SIZE
006400         INTO WS-REPORT-LINE
006410     END-STRING.
006420     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
006430     WRITE REG-REPORT-RECORD.
006440
006450     MOVE WS-SUSP-IN-FORCE TO WS-COUNT-PRINT.
006460     MOVE SPACES TO WS-REPORT-LINE.
006470     STRING "SUSPENSIONS IN FORCE ...... " DELIMITED BY SIZE
006480         WS-COUNT-PRINT DELIMITED BY SIZE
006490         INTO WS-REPORT-LINE
006500     END-STRING.
006510     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
006520     WRITE REG-REPORT-RECORD.
006530
006540     MOVE WS-SUSP-LIFTED TO WS-COUNT-PRINT.
006550     MOVE SPACES TO WS-REPORT-LINE.
006560     STRING "SUSPENSIONS LIFTED ........ " DELIMITED BY SIZE
006570         WS-COUNT-PRINT DELIMITED BY SIZE
006580         INTO WS-REPORT-LINE
006590     END-STRING.
006600     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
006610     WRITE REG-REPORT-RECORD.
006620
006630     MOVE WS-FORFEIT-POSTED TO WS-COUNT-PRINT.
006640     MOVE SPACES TO WS-REPORT-LINE.
006650     STRING "FORFEITS POSTED ........... " DELIMITED BY SIZE
006660         WS-COUNT-PRINT DELIMITED BY SIZE
006670         INTO WS-REPORT-LINE
006680     END-STRING.
006690     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
006700     WRITE REG-REPORT-RECORD.
006710
006720     MOVE WS-POINTS-POSTED-1 TO WS-TOTAL-PRINT.
006730     MOVE SPACES TO WS-REPORT-LINE.
006740     MOVE 1 TO WS-STRING-PTR.
006750     STRING "  POINTS FORFEITED PART 1 . " DELIMITED BY SIZE
006760         WS-TOTAL-PRINT DELIMITED BY SIZE
006770         "  PART 2 " DELIMITED BY SIZE
006780         INTO WS-REPORT-LINE
006790         WITH POINTER WS-STRING-PTR
006800     END-STRING.
006810     MOVE WS-POINTS-POSTED-2 TO WS-TOTAL-PRINT.
006820     STRING WS-TOTAL-PRINT DELIMITED BY SIZE
006830         INTO WS-REPORT-LINE
006840         WITH POINTER WS-STRING-PTR
006850     END-STRING.
006860     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
006870     WRITE REG-REPORT-RECORD.
006880
006890     MOVE WS-FORFEIT-PENDING TO WS-COUNT-PRINT.
006900     MOVE SPACES TO WS-REPORT-LINE.
006910     STRING "FORFEITS PENDING .......... " DELIMITED BY SIZE
006920         WS-COUNT-PRINT DELIMITED BY SIZE
006930         INTO WS-REPORT-LINE
006940     END-STRING.
006950     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
006960     WRITE REG-REPORT-RECORD.
006970
006980     MOVE WS-FORFEIT-LIFTED TO WS-COUNT-PRINT.
006990     MOVE SPACES TO WS-REPORT-LINE.
007000     STRING "FORFEITS LIFTED ........... " DELIMITED BY SIZE
007010         WS-COUNT-PRINT DELIMITED BY SIZE
007020         INTO WS-REPORT-LINE
007030     END-STRING.
007040     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
007050     WRITE REG-REPORT-RECORD.
007060
007070     MOVE WS-WARN-IN-FORCE TO WS-COUNT-PRINT.
007080     MOVE SPACES TO WS-REPORT-LINE.
007090     STRING "WARNINGS ON RECORD ........ " DELIMITED BY SIZE
007100         WS-COUNT-PRINT DELIMITED BY SIZE
007110         INTO WS-REPORT-LINE
007120     END-STRING.
007130     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
007140     WRITE REG-REPORT-RECORD.
007150
007160     MOVE WS-WARN-LIFTED TO WS-COUNT-PRINT.
007170     MOVE SPACES TO WS-REPORT-LINE.
007180     STRING "WARNINGS LIFTED ........... " DELIMITED BY SIZE
007190         WS-COUNT-PRINT DELIMITED BY SIZE
007200         INTO WS-REPORT-LINE
007210     END-STRING.
007220     MOVE WS-REPORT-LINE TO REG-REPORT-RECORD.
007230     WRITE REG-REPORT-RECORD.
007240 8500-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------*
007280* 9000-TERMINATE - CLOSE THE REGISTER AND REPORT THE COUNTS.      *
007290*----------------------------------------------------------------*
007300 9000-TERMINATE.
007310     CLOSE REGFILE.
007320     DISPLAY "SANCTIONS REGISTER WRITTEN TO " WS-REG-FILE-NAME
007330     END-DISPLAY.
007340     DISPLAY "SANCTIONS LISTED:   " WS-REG-COUNT
007350     END-DISPLAY.
007360     DISPLAY "PLAYERS SANCTIONED: " WS-PLAYERS-SANCTIONED
007370     END-DISPLAY.
007380 9000-EXIT.
007390     EXIT.
007400
007410 END PROGRAM SANCTION-REGISTER.
