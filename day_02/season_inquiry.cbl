000160*                 RANKED ON THE FIRST SEASON NAMED - THE "LAST    *
000170*                 THREE SEASONS, SIDE BY SIDE" VIEW THE LEAGUE    *
000180*                 ASKED FOR AT THE AGM AND COULD NOT BE GIVEN.    *
000181* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000182*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000183*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000184*                 IS USED.                                        *
000185* 2026-10-15  DP  LISTS EVERY PAST PLAYOFF CHAMPION FROZEN INTO  *
000186*                 THE HISTORY BY PLAYOFF-BRACKET ("C" RECORDS),  *
000187*                 WHICHEVER SEASONS ARE REQUESTED.               *
000190*----------------------------------------------------------------*
000200
000210 ENVIRONMENT DIVISION.
000270
000280     SELECT INQREPORT ASSIGN DYNAMIC WS-INQREP-FILE-NAME
000290         FILE STATUS IS WS-INQREP-CHECK-KEY
000291         ORGANIZATION IS LINE SEQUENTIAL.
000292
000293     SELECT DATE-CONTROL
000294         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000295         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000430*----------------------------------------------------------------*
000440 FD  INQREPORT.
000450 01  INQREPORT-RECORD            PIC X(80).
000451
000452*----------------------------------------------------------------*
000453* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000454*----------------------------------------------------------------*
000455 FD  DATE-CONTROL.
000456     COPY DATECTL.
000460
000470 WORKING-STORAGE SECTION.
000480*----------------------------------------------------------------*
001000 77  WS-SCAN-SCORE               PIC 9(08) COMP VALUE ZERO.
001010
001020*----------------------------------------------------------------*
001021* PLAYOFF CHAMPIONS TABLE - ONE ENTRY PER SEASON WHOSE PLAYOFF   *
001022* HAS BEEN FROZEN, IN THE ORDER THE HISTORY FILE HOLDS THEM.     *
001023*----------------------------------------------------------------*
001024 01  WS-CHAMPION-TABLE.
001025     05  WS-CHAMPION-COUNT       PIC 9(03) COMP VALUE ZERO.
001026     05  WS-CHAMPION-ENTRY OCCURS 100 TIMES.
001027         10  WS-CHAMPION-SEASON      PIC X(08).
001028         10  WS-CHAMPION-ID          PIC X(10).
001029         10  WS-CHAMPION-NAME        PIC X(30).
001030         10  WS-CHAMPION-SEED        PIC 9(03).
001031         10  WS-CHAMPION-RUNNER-UP   PIC X(10).
001032         10  WS-CHAMPION-FINAL-DATE  PIC 9(08).
001033 77  WS-CHAMPION-IDX             PIC 9(03) COMP VALUE ZERO.
001034
001035*----------------------------------------------------------------*
001030* REPORT EDIT FIELDS                                              *
001040*----------------------------------------------------------------*
001050 77  WS-RUN-DATE                 PIC 9(08).
001053 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001056 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001060 77  WS-SCORE-PRINT              PIC Z(08)9.
001070 77  WS-COUNT-PRINT              PIC Z(06)9.
001080 77  WS-REPORT-LINE              PIC X(80).
001090 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
001100 77  WS-BLANK-COLUMN             PIC X(09) VALUE SPACES.
001103 77  WS-SEED-PRINT               PIC Z(02)9.
001106 77  WS-NAME-PRINT               PIC X(20).
001110
001120 PROCEDURE DIVISION.
001130*----------------------------------------------------------------*
001260* SCHEME AND THE FILE NAMES, AND OPEN THE REPORT.                 *
001270*----------------------------------------------------------------*
001280 1000-INITIALIZE.
001290     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001300
001310     MOVE SPACES TO WS-SEASON-REQUEST-TABLE.
001320     MOVE ZERO TO WS-SEASON-REQ-COUNT.
001870     EXIT.
001880
001890*----------------------------------------------------------------*
001891* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
001892* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
001893* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
001894*----------------------------------------------------------------*
001895 1050-READ-BUSINESS-DATE.
001896     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
001897     ACCEPT WS-DATE-CONTROL-FILE-NAME
001898         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
001899     IF WS-DATE-CONTROL-FILE-NAME = SPACES
001900         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
001901     END-IF.
001902     MOVE ZERO TO WS-RUN-DATE.
001903     OPEN INPUT DATE-CONTROL.
001904     IF WS-DATE-CONTROL-CHECK-KEY = "00"
001905         READ DATE-CONTROL
001906             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
001907         END-READ
001908         CLOSE DATE-CONTROL
001909     END-IF.
001910     IF WS-RUN-DATE = ZERO
001911         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001912         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
001913             "SYSTEM DATE"
001914         END-DISPLAY
001915     END-IF.
001916 1050-EXIT.
001917     EXIT.
001918
001919*----------------------------------------------------------------*
001900* 1100-ZERO-SEASON-TOTALS - CLEAR ONE SEASON COLUMN'S TOTALS.     *
001910*----------------------------------------------------------------*
001920 1100-ZERO-SEASON-TOTALS.
001970
001980*----------------------------------------------------------------*
001990* 2000-LOAD-HISTORY - SWEEP THE HISTORY FILE ONCE, PICKING UP     *
001994* EVERY FROZEN MASTER RECORD BELONGING TO A REQUESTED SEASON AND *
002001* EVERY PLAYOFF CHAMPION OF ANY SEASON.                          *
002010*----------------------------------------------------------------*
002020 2000-LOAD-HISTORY.
002030     OPEN INPUT SEASON-HISTORY.
002240         AT END SET WS-HISTORY-EOF TO TRUE
002250     END-READ.
002260     IF WS-HISTORY-EOF
002262         GO TO 2100-EXIT
002264     END-IF.
002266     IF SH-CHAMPION-TYPE
002268         PERFORM 2300-LOAD-CHAMPION THRU 2300-EXIT
002270         GO TO 2100-EXIT
002280     END-IF.
002290     IF NOT SH-MASTER-TYPE
003200     EXIT.
003210
003220*----------------------------------------------------------------*
003221* 2300-LOAD-CHAMPION - FILE ONE SEASON'S PLAYOFF CHAMPION.       *
003222*----------------------------------------------------------------*
003223 2300-LOAD-CHAMPION.
003224     IF WS-CHAMPION-COUNT >= 100
003225         DISPLAY "CHAMPIONS TABLE FULL AT 100 - SKIPPING SEASON "
003226             SH-SEASON-ID
003227         END-DISPLAY
003228         GO TO 2300-EXIT
003229     END-IF.
003230     ADD 1 TO WS-CHAMPION-COUNT.
003231     MOVE SH-SEASON-ID TO WS-CHAMPION-SEASON(WS-CHAMPION-COUNT).
003232     MOVE SH-CHAMP-PLAYER-ID TO WS-CHAMPION-ID(WS-CHAMPION-COUNT).
003233     MOVE SH-CHAMP-NAME TO WS-CHAMPION-NAME(WS-CHAMPION-COUNT).
003234     MOVE SH-CHAMP-SEED TO WS-CHAMPION-SEED(WS-CHAMPION-COUNT).
003235     MOVE SH-CHAMP-RUNNER-UP-ID
003236         TO WS-CHAMPION-RUNNER-UP(WS-CHAMPION-COUNT).
003237     MOVE SH-CHAMP-FINAL-DATE
003238         TO WS-CHAMPION-FINAL-DATE(WS-CHAMPION-COUNT).
003239 2300-EXIT.
003240     EXIT.
003241
003242*----------------------------------------------------------------*
003230* 3000-SORT-PLAYERS - SELECTION SORT INTO DESCENDING ORDER ON     *
003240* THE FIRST REQUESTED SEASON'S SCORE, SAME TECHNIQUE THE          *
003250* REPORTING SIDE USES.                                            *
003690
003700*----------------------------------------------------------------*
003710* 8000-WRITE-REPORT - HEADLINE BLOCK, COLUMN HEADINGS, ONE LINE   *
003716* PER PLAYER, A PER-SEASON TOTALS FOOTER AND THE PAST PLAYOFF    *
003722* CHAMPIONS.                                                     *
003730*----------------------------------------------------------------*
003740 8000-WRITE-REPORT.
003750     MOVE "SEASON FINAL STANDINGS INQUIRY" TO INQREPORT-RECORD.
004160     PERFORM 8300-WRITE-SEASON-FOOTER THRU 8300-EXIT
004170         VARYING WS-SEASON-IDX FROM 1 BY 1
004180         UNTIL WS-SEASON-IDX > WS-SEASON-REQ-COUNT.
004181
004182     MOVE SPACES TO INQREPORT-RECORD.
004183     WRITE INQREPORT-RECORD.
004184     MOVE "PLAYOFF CHAMPIONS" TO INQREPORT-RECORD.
004185     WRITE INQREPORT-RECORD.
004186     IF WS-CHAMPION-COUNT = ZERO
004187         MOVE " NO PLAYOFF HAS BEEN FROZEN ON THE HISTORY FILE"
004188             TO INQREPORT-RECORD
004189         WRITE INQREPORT-RECORD
004190     ELSE
004191         MOVE " SEASON    CHAMPION    NAME                  SEED"
004192             TO WS-REPORT-LINE
004193         MOVE "RUNNER-UP   FINAL" TO WS-REPORT-LINE(51:)
004194         MOVE WS-REPORT-LINE TO INQREPORT-RECORD
004195         WRITE INQREPORT-RECORD
004196         PERFORM 8400-WRITE-CHAMPION-LINE THRU 8400-EXIT
004197             VARYING WS-CHAMPION-IDX FROM 1 BY 1
004198             UNTIL WS-CHAMPION-IDX > WS-CHAMPION-COUNT
004199     END-IF.
004190 8000-EXIT.
004200     EXIT.
004210
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005161* 8400-WRITE-CHAMPION-LINE - ONE SEASON'S CHAMPION AND BEATEN    *
005162* FINALIST.                                                      *
005163*----------------------------------------------------------------*
005164 8400-WRITE-CHAMPION-LINE.
005165     MOVE WS-CHAMPION-NAME(WS-CHAMPION-IDX) TO WS-NAME-PRINT.
005166     MOVE WS-CHAMPION-SEED(WS-CHAMPION-IDX) TO WS-SEED-PRINT.
005167     MOVE SPACES TO WS-REPORT-LINE.
005168     MOVE 1 TO WS-STRING-PTR.
005169     STRING " " DELIMITED BY SIZE
005170         WS-CHAMPION-SEASON(WS-CHAMPION-IDX) DELIMITED BY SIZE
005171         "  " DELIMITED BY SIZE
005172         WS-CHAMPION-ID(WS-CHAMPION-IDX) DELIMITED BY SIZE
005173         "  " DELIMITED BY SIZE
005174         WS-NAME-PRINT DELIMITED BY SIZE
005175         "  " DELIMITED BY SIZE
005176         WS-SEED-PRINT DELIMITED BY SIZE
005177         "  " DELIMITED BY SIZE
005178         WS-CHAMPION-RUNNER-UP(WS-CHAMPION-IDX)
005179             DELIMITED BY SIZE
005180         "  " DELIMITED BY SIZE
005181         WS-CHAMPION-FINAL-DATE(WS-CHAMPION-IDX)
005182             DELIMITED BY SIZE
005183         INTO WS-REPORT-LINE
005184         WITH POINTER WS-STRING-PTR
005185     END-STRING.
005186     MOVE WS-REPORT-LINE TO INQREPORT-RECORD.
005187     WRITE INQREPORT-RECORD.
005188 8400-EXIT.
005189     EXIT.
005190
005191*----------------------------------------------------------------*
005170* 9000-TERMINATE - CLOSE THE REPORT AND REPORT WHERE IT IS.       *
005180*----------------------------------------------------------------*
005190 9000-TERMINATE.
