000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VENUE-COMPLIANCE.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - VENUE COMPLIANCE REPORT FOR *
000110*                 THE LEAGUE OFFICE, BUILT FROM THE VENUE        *
000120*                 SUBMISSION HISTORY VENUE-INTAKE KEEPS          *
000130*                 (COPYBOOK VENUHIST). FOR EVERY VENUE: EVENTS   *
000140*                 HOSTED, EVENTS NEVER SUBMITTED, SUBMISSIONS,   *
000150*                 ACCEPTED, REJECTED, REJECTION RATE, ROUND      *
000160*                 COUNTS THAT DID NOT MATCH THE HEADER, AND THE  *
000170*                 MOST COMMON REJECT REASONS. EVENTS ON THE      *
000180*                 HOSTING CALENDAR (COPYBOOK VENUECAL) WITH NO   *
000190*                 SUBMISSION, OR WITH NOTHING ACCEPTED, ARE      *
000200*                 LISTED. VCMP_FROM_DATE AND VCMP_TO_DATE LIMIT  *
000210*                 THE REPORT TO A PERIOD OF EVENT DATES. VENUES  *
000220*                 ARE LISTED WORST FIRST, SO THE ONES THAT NEED  *
000230*                 RETRAINING OR LOSE HOSTING RIGHTS HEAD THE     *
000240*                 PAGE.                                          *
000250*----------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL VENUE-HISTORY
000310         ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
000320         FILE STATUS IS WS-HISTORY-CHECK-KEY
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT OPTIONAL VENUE-CALENDAR
000360         ASSIGN DYNAMIC WS-CALENDAR-FILE-NAME
000370         FILE STATUS IS WS-CALENDAR-CHECK-KEY
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400     SELECT CMPREPORT ASSIGN DYNAMIC WS-CMPREP-FILE-NAME
000410         FILE STATUS IS WS-CMPREP-CHECK-KEY
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT DATE-CONTROL
000450         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000460         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------------*
000520* VENUE-HISTORY - EVERY INTAKE OUTCOME, AS VENUE-INTAKE LOGGED   *
000530* IT.                                                            *
000540*----------------------------------------------------------------*
000550 FD  VENUE-HISTORY.
000560     COPY VENUHIST.
000570
000580*----------------------------------------------------------------*
000590* VENUE-CALENDAR - THE HOSTING CALENDAR. WITHOUT ONE THE REPORT  *
000600* STILL RUNS BUT CANNOT SAY WHICH EVENTS WERE NEVER SUBMITTED.   *
000610*----------------------------------------------------------------*
000620 FD  VENUE-CALENDAR.
000630     COPY VENUECAL.
000640
000650*----------------------------------------------------------------*
000660* CMPREPORT - THE PRINTED COMPLIANCE REPORT.                     *
000670*----------------------------------------------------------------*
000680 FD  CMPREPORT.
000690 01  CMPREPORT-RECORD            PIC X(80).
000700
000710*----------------------------------------------------------------*
000720* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000730*----------------------------------------------------------------*
000740 FD  DATE-CONTROL.
000750     COPY DATECTL.
000760
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------*
000790* SWITCHES AND CONTROL FIELDS                                     *
000800*----------------------------------------------------------------*
000810 77  WS-HISTORY-CHECK-KEY        PIC X(02).
000820 77  WS-CALENDAR-CHECK-KEY       PIC X(02).
000830 77  WS-CMPREP-CHECK-KEY         PIC X(02).
000840 77  WS-HISTORY-FILE-NAME        PIC X(255).
000850 77  WS-CALENDAR-FILE-NAME       PIC X(255).
000860 77  WS-CMPREP-FILE-NAME         PIC X(255).
000870
000880 01  WS-HISTORY-EOF-SW           PIC X(01) VALUE "N".
000890     88  WS-HISTORY-EOF               VALUE "Y".
000900 01  WS-CALENDAR-EOF-SW          PIC X(01) VALUE "N".
000910     88  WS-CALENDAR-EOF              VALUE "Y".
000920 01  WS-CALENDAR-SW              PIC X(01) VALUE "N".
000930     88  WS-CALENDAR-SUPPLIED         VALUE "Y".
000940
000950*----------------------------------------------------------------*
000960* REPORTING PERIOD - EVENT DATES FROM VCMP_FROM_DATE TO          *
000970* VCMP_TO_DATE INCLUSIVE, EITHER END OPEN WHEN NOT SET. A        *
000980* SUBMISSION WHOSE EVENT DATE COULD NOT BE READ IS PLACED BY THE *
000990* DATE IT WAS TAKEN IN INSTEAD.                                  *
001000*----------------------------------------------------------------*
001010 77  WS-FROM-REQUEST             PIC X(08).
001020 77  WS-TO-REQUEST               PIC X(08).
001030 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001040 77  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
001050 77  WS-PERIOD-DATE              PIC 9(08) VALUE ZERO.
001060
001070*----------------------------------------------------------------*
001080* VENUE TABLE - ONE ENTRY PER VENUE ON THE CALENDAR OR IN THE    *
001090* HISTORY FOR THE PERIOD, WITH ITS OWN REJECT REASON TALLIES.    *
001100* A SUBMISSION WITH NO READABLE HEADER IS FILED UNDER A BLANK    *
001110* VENUE.                                                         *
001120*----------------------------------------------------------------*
001130 01  WS-VENUE-TABLE.
001140     05  WS-VENUE-COUNT          PIC 9(03) COMP VALUE ZERO.
001150     05  WS-VENUE-ENTRY OCCURS 1 TO 500 TIMES
001160             DEPENDING ON WS-VENUE-COUNT.
001170         10  WS-VENUE-ID             PIC X(08).
001180         10  WS-VENUE-EVENTS         PIC 9(05).
001190         10  WS-VENUE-MISSED         PIC 9(05).
001200         10  WS-VENUE-SUBMITS        PIC 9(05).
001210         10  WS-VENUE-ACCEPTED       PIC 9(05).
001220         10  WS-VENUE-REJECTED       PIC 9(05).
001230         10  WS-VENUE-SHORT          PIC 9(05).
001240         10  WS-VENUE-RATE           PIC 9(04).
001250         10  WS-VENUE-KEY            PIC 9(09).
001260         10  WS-VENUE-REASON-COUNT   PIC 9(02).
001270         10  WS-VENUE-REASON OCCURS 20 TIMES.
001280             15  WS-VENUE-REASON-CODE    PIC X(04).
001290             15  WS-VENUE-REASON-TALLY   PIC 9(05).
001300
001310*        HOLD AREA FOR ONE WS-VENUE-ENTRY DURING THE SORT SWAP.
001320 77  WS-HOLD-VENUE               PIC X(233).
001330*        HOLD AREA FOR ONE WS-VENUE-REASON DURING THE SORT SWAP.
001340 77  WS-HOLD-VENUE-REASON        PIC X(09).
001350
001360 77  WS-VENUE-IDX                PIC 9(03) COMP VALUE ZERO.
001370 77  WS-VENUE-SEARCH-IDX         PIC 9(03) COMP VALUE ZERO.
001380 77  WS-VENUE-FOUND-IDX          PIC 9(03) COMP VALUE ZERO.
001390 77  WS-LOOKUP-VENUE             PIC X(08).
001400 77  WS-REASON-IDX               PIC 9(02) COMP VALUE ZERO.
001410 77  WS-REASON-FOUND-IDX         PIC 9(02) COMP VALUE ZERO.
001420
001430*----------------------------------------------------------------*
001440* HOSTING CALENDAR TABLE - EVERY EVENT IN THE PERIOD, MARKED AS  *
001450* THE HISTORY SHOWS IT SUBMITTED AND ACCEPTED.                   *
001460*----------------------------------------------------------------*
001470 01  WS-EVENT-TABLE.
001480     05  WS-EVENT-COUNT          PIC 9(05) COMP VALUE ZERO.
001490     05  WS-EVENT-ENTRY OCCURS 1 TO 5000 TIMES
001500             DEPENDING ON WS-EVENT-COUNT.
001510         10  WS-EVENT-VENUE          PIC X(08).
001520         10  WS-EVENT-DATE           PIC 9(08).
001530         10  WS-EVENT-SUBMITTED-SW   PIC X(01).
001540             88  WS-EVENT-SUBMITTED      VALUE "Y".
001550         10  WS-EVENT-ACCEPTED-SW    PIC X(01).
001560             88  WS-EVENT-ACCEPTED       VALUE "Y".
001570 77  WS-EVENT-IDX                PIC 9(05) COMP VALUE ZERO.
001580 77  WS-EVENTS-OPEN              PIC 9(05) COMP VALUE ZERO.
001590
001600*----------------------------------------------------------------*
001610* LEAGUE-WIDE REJECT REASONS - EVERY CODE SEEN, WITH THE LATEST  *
001620* WORDING THE ACKNOWLEDGMENTS USED FOR IT.                       *
001630*----------------------------------------------------------------*
001640 01  WS-REASON-TABLE.
001650     05  WS-REASON-COUNT         PIC 9(02) COMP VALUE ZERO.
001660     05  WS-REASON-ENTRY OCCURS 30 TIMES.
001670         10  WS-REASON-CODE          PIC X(04).
001680         10  WS-REASON-TALLY         PIC 9(05).
001690         10  WS-REASON-TEXT          PIC X(70).
001700*        HOLD AREA FOR ONE WS-REASON-ENTRY DURING THE SORT SWAP.
001710 77  WS-HOLD-REASON              PIC X(79).
001720
001730 77  WS-SORT-IDX                 PIC 9(05) COMP VALUE ZERO.
001740 77  WS-SCAN-IDX                 PIC 9(05) COMP VALUE ZERO.
001750 77  WS-BEST-IDX                 PIC 9(05) COMP VALUE ZERO.
001760 77  WS-BEST-KEY                 PIC 9(09) COMP VALUE ZERO.
001770 77  WS-SCAN-KEY                 PIC 9(09) COMP VALUE ZERO.
001780
001790*----------------------------------------------------------------*
001800* LEAGUE TOTALS                                                   *
001810*----------------------------------------------------------------*
001820 77  WS-TOTAL-SUBMITS            PIC 9(07) COMP VALUE ZERO.
001830 77  WS-TOTAL-ACCEPTED           PIC 9(07) COMP VALUE ZERO.
001840 77  WS-TOTAL-REJECTED           PIC 9(07) COMP VALUE ZERO.
001850 77  WS-TOTAL-MISSED             PIC 9(07) COMP VALUE ZERO.
001860 77  WS-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
001870
001880*----------------------------------------------------------------*
001890* REPORT EDIT FIELDS                                              *
001900*----------------------------------------------------------------*
001910 77  WS-RUN-DATE                 PIC 9(08).
001920 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001930 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001940 77  WS-COUNT-PRINT              PIC Z(05)9.
001950 77  WS-RATE-PRINT               PIC ZZ9.9.
001960 77  WS-TALLY-PRINT              PIC Z(04)9.
001970 77  WS-VENUE-PRINT              PIC X(08).
001980 77  WS-REPORT-LINE              PIC X(80).
001990 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
002000
002010 PROCEDURE DIVISION.
002020*----------------------------------------------------------------*
002030* 0000-MAINLINE                                                   *
002040*----------------------------------------------------------------*
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
002080     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
002090     PERFORM 4000-SCORE-VENUES THRU 4000-EXIT.
002100     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     STOP RUN.
002130
002140*----------------------------------------------------------------*
002150* 1000-INITIALIZE - PICK UP THE PERIOD, NAME THE FILES AND OPEN  *
002160* THE REPORT.                                                    *
002170*----------------------------------------------------------------*
002180 1000-INITIALIZE.
002190     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002200
002210     MOVE SPACES TO WS-FROM-REQUEST.
002220     ACCEPT WS-FROM-REQUEST FROM ENVIRONMENT "VCMP_FROM_DATE".
002230     IF WS-FROM-REQUEST NOT = SPACES
002240         IF WS-FROM-REQUEST NOT NUMERIC
002250             DISPLAY "VCMP_FROM_DATE NOT NUMERIC: "
002260                 WS-FROM-REQUEST
002270             END-DISPLAY
002280             STOP RUN RETURNING 1
002290         END-IF
002300         MOVE WS-FROM-REQUEST TO WS-FROM-DATE
002310     END-IF.
002320
002330     MOVE SPACES TO WS-TO-REQUEST.
002340     ACCEPT WS-TO-REQUEST FROM ENVIRONMENT "VCMP_TO_DATE".
002350     IF WS-TO-REQUEST NOT = SPACES
002360         IF WS-TO-REQUEST NOT NUMERIC
002370             DISPLAY "VCMP_TO_DATE NOT NUMERIC: " WS-TO-REQUEST
002380             END-DISPLAY
002390             STOP RUN RETURNING 1
002400         END-IF
002410         MOVE WS-TO-REQUEST TO WS-TO-DATE
002420     END-IF.
002430
002440     IF WS-FROM-DATE > WS-TO-DATE
002450         DISPLAY "VCMP_FROM_DATE IS AFTER VCMP_TO_DATE"
002460         END-DISPLAY
002470         STOP RUN RETURNING 1
002480     END-IF.
002490
002500     MOVE SPACES TO WS-HISTORY-FILE-NAME.
002510     ACCEPT WS-HISTORY-FILE-NAME
002520         FROM ENVIRONMENT "VINT_HISTORY_FILE".
002530     IF WS-HISTORY-FILE-NAME = SPACES
002540         MOVE "./venue_history.dat" TO WS-HISTORY-FILE-NAME
002550     END-IF.
002560
002570     MOVE SPACES TO WS-CALENDAR-FILE-NAME.
002580     ACCEPT WS-CALENDAR-FILE-NAME
002590         FROM ENVIRONMENT "VCMP_CALENDAR_FILE".
002600     IF WS-CALENDAR-FILE-NAME = SPACES
002610         MOVE "./venue_calendar.dat" TO WS-CALENDAR-FILE-NAME
002620     END-IF.
002630
002640     MOVE SPACES TO WS-CMPREP-FILE-NAME.
002650     ACCEPT WS-CMPREP-FILE-NAME
002660         FROM ENVIRONMENT "VCMP_REPORT_FILE".
002670     IF WS-CMPREP-FILE-NAME = SPACES
002680         MOVE "./venue_compliance.txt" TO WS-CMPREP-FILE-NAME
002690     END-IF.
002700
002710     OPEN OUTPUT CMPREPORT.
002720     IF WS-CMPREP-CHECK-KEY NOT = "00"
002730         DISPLAY "UNABLE TO OPEN CMPREPORT. STATUS: "
002740             WS-CMPREP-CHECK-KEY
002750         END-DISPLAY
002760         STOP RUN RETURNING 1
002770     END-IF.
002780 1000-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------*
002820* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002830* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT CAN STILL    *
002840* RUN WITHOUT ONE, DATED WITH THE SYSTEM DATE.                    *
002850*----------------------------------------------------------------*
002860 1050-READ-BUSINESS-DATE.
002870     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002880     ACCEPT WS-DATE-CONTROL-FILE-NAME
002890         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002900     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002910         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002920     END-IF.
002930     MOVE ZERO TO WS-RUN-DATE.
002940     OPEN INPUT DATE-CONTROL.
002950     IF WS-DATE-CONTROL-CHECK-KEY = "00"
002960         READ DATE-CONTROL
002970             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
002980         END-READ
002990         CLOSE DATE-CONTROL
003000     END-IF.
003010     IF WS-RUN-DATE = ZERO
003020         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003030         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
003040             "SYSTEM DATE"
003050         END-DISPLAY
003060     END-IF.
003070 1050-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------*
003110* 2000-LOAD-CALENDAR - LOAD THE HOSTING CALENDAR'S EVENTS FOR    *
003120* THE PERIOD. EVERY VENUE ON IT GETS A LINE ON THE REPORT, EVEN  *
003130* ONE THAT HAS NEVER SUBMITTED ANYTHING.                         *
003140*----------------------------------------------------------------*
003150 2000-LOAD-CALENDAR.
003160     OPEN INPUT VENUE-CALENDAR.
003170     IF WS-CALENDAR-CHECK-KEY = "05"
003180         CLOSE VENUE-CALENDAR
003190         DISPLAY "NO HOSTING CALENDAR AT " WS-CALENDAR-FILE-NAME
003200         END-DISPLAY
003210         GO TO 2000-EXIT
003220     END-IF.
003230     IF WS-CALENDAR-CHECK-KEY NOT = "00"
003240         DISPLAY "UNABLE TO OPEN VENUE-CALENDAR. STATUS: "
003250             WS-CALENDAR-CHECK-KEY
003260         END-DISPLAY
003270         STOP RUN RETURNING 1
003280     END-IF.
003290     SET WS-CALENDAR-SUPPLIED TO TRUE.
003300     PERFORM 2100-LOAD-CALENDAR-EVENT THRU 2100-EXIT
003310         UNTIL WS-CALENDAR-EOF.
003320     CLOSE VENUE-CALENDAR.
003330 2000-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------*
003370* 2100-LOAD-CALENDAR-EVENT - ONE CALENDAR ENTRY.                 *
003380*----------------------------------------------------------------*
003390 2100-LOAD-CALENDAR-EVENT.
003400     READ VENUE-CALENDAR
003410         AT END SET WS-CALENDAR-EOF TO TRUE
003420     END-READ.
003430     IF WS-CALENDAR-EOF
003440         GO TO 2100-EXIT
003450     END-IF.
003460     IF VC-EVENT-DATE NOT NUMERIC
003470         DISPLAY "CALENDAR ENTRY SKIPPED - EVENT DATE NOT "
003480             "NUMERIC FOR VENUE " VC-VENUE-ID
003490         END-DISPLAY
003500         GO TO 2100-EXIT
003510     END-IF.
003520     IF VC-EVENT-DATE < WS-FROM-DATE
003530             OR VC-EVENT-DATE > WS-TO-DATE
003540         GO TO 2100-EXIT
003550     END-IF.
003560     IF WS-EVENT-COUNT >= 5000
003570         DISPLAY "CALENDAR TABLE FULL AT 5000 - SHORTEN THE "
003580             "PERIOD"
003590         END-DISPLAY
003600         STOP RUN RETURNING 1
003610     END-IF.
003620
003630     ADD 1 TO WS-EVENT-COUNT.
003640     MOVE VC-VENUE-ID TO WS-EVENT-VENUE(WS-EVENT-COUNT).
003650     MOVE VC-EVENT-DATE TO WS-EVENT-DATE(WS-EVENT-COUNT).
003660     MOVE "N" TO WS-EVENT-SUBMITTED-SW(WS-EVENT-COUNT).
003670     MOVE "N" TO WS-EVENT-ACCEPTED-SW(WS-EVENT-COUNT).
003680
003690     MOVE VC-VENUE-ID TO WS-LOOKUP-VENUE.
003700     PERFORM 7000-FIND-OR-ADD-VENUE THRU 7000-EXIT.
003710     ADD 1 TO WS-VENUE-EVENTS(WS-VENUE-FOUND-IDX).
003720 2100-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------*
003760* 3000-LOAD-HISTORY - SWEEP THE SUBMISSION HISTORY, COUNTING     *
003770* EVERY SUBMISSION AND REJECT REASON IN THE PERIOD.              *
003780*----------------------------------------------------------------*
003790 3000-LOAD-HISTORY.
003800     OPEN INPUT VENUE-HISTORY.
003810     IF WS-HISTORY-CHECK-KEY NOT = "00" AND
003820             WS-HISTORY-CHECK-KEY NOT = "05"
003830         DISPLAY "UNABLE TO OPEN VENUE-HISTORY. STATUS: "
003840             WS-HISTORY-CHECK-KEY
003850         END-DISPLAY
003860         STOP RUN RETURNING 1
003870     END-IF.
003880     PERFORM 3100-LOAD-HISTORY-RECORD THRU 3100-EXIT
003890         UNTIL WS-HISTORY-EOF.
003900     CLOSE VENUE-HISTORY.
003910 3000-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------*
003950* 3100-LOAD-HISTORY-RECORD - FILE ONE HISTORY RECORD UNDER ITS   *
003960* VENUE WHEN IT FALLS IN THE PERIOD.                             *
003970*----------------------------------------------------------------*
003980 3100-LOAD-HISTORY-RECORD.
003990     READ VENUE-HISTORY
004000         AT END SET WS-HISTORY-EOF TO TRUE
004010     END-READ.
004020     IF WS-HISTORY-EOF
004030         GO TO 3100-EXIT
004040     END-IF.
004050     ADD 1 TO WS-HISTORY-READ.
004060
004070     IF VH-EVENT-DATE NUMERIC AND VH-EVENT-DATE NOT = ZERO
004080         MOVE VH-EVENT-DATE TO WS-PERIOD-DATE
004090     ELSE
004100         MOVE VH-INTAKE-DATE TO WS-PERIOD-DATE
004110     END-IF.
004120     IF WS-PERIOD-DATE < WS-FROM-DATE
004130             OR WS-PERIOD-DATE > WS-TO-DATE
004140         GO TO 3100-EXIT
004150     END-IF.
004160
004170     MOVE VH-VENUE-ID TO WS-LOOKUP-VENUE.
004180     PERFORM 7000-FIND-OR-ADD-VENUE THRU 7000-EXIT.
004190
004200     IF VH-SUBMISSION-TYPE
004210         PERFORM 3200-COUNT-SUBMISSION THRU 3200-EXIT
004220     END-IF.
004230     IF VH-REASON-TYPE
004240         PERFORM 3300-COUNT-REASON THRU 3300-EXIT
004250     END-IF.
004260 3100-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------*
004300* 3200-COUNT-SUBMISSION - ONE SUBMISSION AND ITS VERDICT, AND    *
004310* MARK THE CALENDAR EVENT IT ANSWERS.                            *
004320*----------------------------------------------------------------*
004330 3200-COUNT-SUBMISSION.
004340     ADD 1 TO WS-VENUE-SUBMITS(WS-VENUE-FOUND-IDX).
004350     ADD 1 TO WS-TOTAL-SUBMITS.
004360     IF VH-ACCEPTED
004370         ADD 1 TO WS-VENUE-ACCEPTED(WS-VENUE-FOUND-IDX)
004380         ADD 1 TO WS-TOTAL-ACCEPTED
004390     ELSE
004400         ADD 1 TO WS-VENUE-REJECTED(WS-VENUE-FOUND-IDX)
004410         ADD 1 TO WS-TOTAL-REJECTED
004420     END-IF.
004430     IF VH-COUNTED-ROUNDS NOT = VH-DECLARED-ROUNDS
004440         ADD 1 TO WS-VENUE-SHORT(WS-VENUE-FOUND-IDX)
004450     END-IF.
004460
004470     PERFORM 3210-MARK-CALENDAR-EVENT THRU 3210-EXIT
004480         VARYING WS-EVENT-IDX FROM 1 BY 1
004490         UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.
004500 3200-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------*
004540* 3210-MARK-CALENDAR-EVENT - MARK ONE CALENDAR EVENT WHEN THIS   *
004550* SUBMISSION IS FOR IT.                                          *
004560*----------------------------------------------------------------*
004570 3210-MARK-CALENDAR-EVENT.
004580     IF WS-EVENT-VENUE(WS-EVENT-IDX) = VH-VENUE-ID
004590             AND WS-EVENT-DATE(WS-EVENT-IDX) = VH-EVENT-DATE
004600         SET WS-EVENT-SUBMITTED(WS-EVENT-IDX) TO TRUE
004610         IF VH-ACCEPTED
004620             SET WS-EVENT-ACCEPTED(WS-EVENT-IDX) TO TRUE
004630         END-IF
004640     END-IF.
004650 3210-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------*
004690* 3300-COUNT-REASON - ONE REJECT REASON, TALLIED FOR THE VENUE   *
004700* AND FOR THE LEAGUE.                                            *
004710*----------------------------------------------------------------*
004720 3300-COUNT-REASON.
004730     MOVE ZERO TO WS-REASON-FOUND-IDX.
004740     PERFORM 3310-CHECK-VENUE-REASON THRU 3310-EXIT
004750         VARYING WS-REASON-IDX FROM 1 BY 1
004760         UNTIL WS-REASON-IDX >
004770             WS-VENUE-REASON-COUNT(WS-VENUE-FOUND-IDX)
004780             OR WS-REASON-FOUND-IDX NOT = ZERO.
004790     IF WS-REASON-FOUND-IDX = ZERO
004800         IF WS-VENUE-REASON-COUNT(WS-VENUE-FOUND-IDX) < 20
004810             ADD 1 TO WS-VENUE-REASON-COUNT(WS-VENUE-FOUND-IDX)
004820             MOVE WS-VENUE-REASON-COUNT(WS-VENUE-FOUND-IDX)
004830                 TO WS-REASON-FOUND-IDX
004840             MOVE VH-REASON-CODE TO
004850                 WS-VENUE-REASON-CODE(WS-VENUE-FOUND-IDX
004860                     WS-REASON-FOUND-IDX)
004870             MOVE ZERO TO
004880                 WS-VENUE-REASON-TALLY(WS-VENUE-FOUND-IDX
004890                     WS-REASON-FOUND-IDX)
004900         END-IF
004910     END-IF.
004920     IF WS-REASON-FOUND-IDX NOT = ZERO
004930         ADD 1 TO WS-VENUE-REASON-TALLY(WS-VENUE-FOUND-IDX
004940             WS-REASON-FOUND-IDX)
004950     END-IF.
004960
004970     MOVE ZERO TO WS-REASON-FOUND-IDX.
004980     PERFORM 3320-CHECK-LEAGUE-REASON THRU 3320-EXIT
004990         VARYING WS-REASON-IDX FROM 1 BY 1
005000         UNTIL WS-REASON-IDX > WS-REASON-COUNT
005010             OR WS-REASON-FOUND-IDX NOT = ZERO.
005020     IF WS-REASON-FOUND-IDX = ZERO
005030         IF WS-REASON-COUNT >= 30
005040             GO TO 3300-EXIT
005050         END-IF
005060         ADD 1 TO WS-REASON-COUNT
005070         MOVE WS-REASON-COUNT TO WS-REASON-FOUND-IDX
005080         MOVE VH-REASON-CODE TO WS-REASON-CODE(WS-REASON-COUNT)
005090         MOVE ZERO TO WS-REASON-TALLY(WS-REASON-COUNT)
005100     END-IF.
005110     ADD 1 TO WS-REASON-TALLY(WS-REASON-FOUND-IDX).
005120     MOVE VH-REASON-TEXT TO WS-REASON-TEXT(WS-REASON-FOUND-IDX).
005130 3300-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005170* 3310-CHECK-VENUE-REASON - COMPARE ONE OF THE VENUE'S REASONS.  *
005180*----------------------------------------------------------------*
005190 3310-CHECK-VENUE-REASON.
005200     IF WS-VENUE-REASON-CODE(WS-VENUE-FOUND-IDX WS-REASON-IDX)
005210             = VH-REASON-CODE
005220         MOVE WS-REASON-IDX TO WS-REASON-FOUND-IDX
005230     END-IF.
005240 3310-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------*
005280* 3320-CHECK-LEAGUE-REASON - COMPARE ONE LEAGUE-WIDE REASON.     *
005290*----------------------------------------------------------------*
005300 3320-CHECK-LEAGUE-REASON.
005310     IF WS-REASON-CODE(WS-REASON-IDX) = VH-REASON-CODE
005320         MOVE WS-REASON-IDX TO WS-REASON-FOUND-IDX
005330     END-IF.
005340 3320-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------*
005380* 4000-SCORE-VENUES - COUNT EACH VENUE'S MISSED EVENTS, WORK OUT *
005390* ITS REJECTION RATE (TENTHS OF A PERCENT) AND RANK THE VENUES   *
005400* WORST FIRST: HIGHEST REJECTION RATE, THEN MOST EVENTS MISSED.  *
005410*----------------------------------------------------------------*
005420 4000-SCORE-VENUES.
005430     PERFORM 4100-CHECK-EVENT THRU 4100-EXIT
005440         VARYING WS-EVENT-IDX FROM 1 BY 1
005450         UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.
005460     PERFORM 4200-RATE-VENUE THRU 4200-EXIT
005470         VARYING WS-VENUE-IDX FROM 1 BY 1
005480         UNTIL WS-VENUE-IDX > WS-VENUE-COUNT.
005490     IF WS-VENUE-COUNT > 1
005500         PERFORM 4300-SORT-ONE-VENUE THRU 4300-EXIT
005510             VARYING WS-SORT-IDX FROM 1 BY 1
005520             UNTIL WS-SORT-IDX >= WS-VENUE-COUNT
005530     END-IF.
005540     IF WS-REASON-COUNT > 1
005550         PERFORM 4500-SORT-ONE-REASON THRU 4500-EXIT
005560             VARYING WS-SORT-IDX FROM 1 BY 1
005570             UNTIL WS-SORT-IDX >= WS-REASON-COUNT
005580     END-IF.
005590 4000-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------*
005630* 4100-CHECK-EVENT - A CALENDAR EVENT NEVER SUBMITTED IS A MISS  *
005640* FOR ITS VENUE. ONE SUBMITTED BUT NEVER ACCEPTED IS STILL OPEN. *
005650*----------------------------------------------------------------*
005660 4100-CHECK-EVENT.
005670     IF WS-EVENT-SUBMITTED(WS-EVENT-IDX)
005680         IF NOT WS-EVENT-ACCEPTED(WS-EVENT-IDX)
005690             ADD 1 TO WS-EVENTS-OPEN
005700         END-IF
005710         GO TO 4100-EXIT
005720     END-IF.
005730     MOVE WS-EVENT-VENUE(WS-EVENT-IDX) TO WS-LOOKUP-VENUE.
005740     PERFORM 7000-FIND-OR-ADD-VENUE THRU 7000-EXIT.
005750     ADD 1 TO WS-VENUE-MISSED(WS-VENUE-FOUND-IDX).
005760     ADD 1 TO WS-TOTAL-MISSED.
005770 4100-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------*
005810* 4200-RATE-VENUE - REJECTION RATE AND RANKING KEY FOR ONE VENUE,*
005820* AND ITS REASONS PUT IN ORDER, MOST FREQUENT FIRST.             *
005830*----------------------------------------------------------------*
005840 4200-RATE-VENUE.
005850     MOVE ZERO TO WS-VENUE-RATE(WS-VENUE-IDX).
005860     IF WS-VENUE-SUBMITS(WS-VENUE-IDX) NOT = ZERO
005870         COMPUTE WS-VENUE-RATE(WS-VENUE-IDX) ROUNDED =
005880             WS-VENUE-REJECTED(WS-VENUE-IDX) * 1000
005890                 / WS-VENUE-SUBMITS(WS-VENUE-IDX)
005900         END-COMPUTE
005910     END-IF.
005920     COMPUTE WS-VENUE-KEY(WS-VENUE-IDX) =
005930         WS-VENUE-RATE(WS-VENUE-IDX) * 100000
005940             + WS-VENUE-MISSED(WS-VENUE-IDX)
005950     END-COMPUTE.
005960
005970     IF WS-VENUE-REASON-COUNT(WS-VENUE-IDX) > 1
005980         PERFORM 4210-SORT-ONE-VENUE-REASON THRU 4210-EXIT
005990             VARYING WS-SORT-IDX FROM 1 BY 1
006000             UNTIL WS-SORT-IDX >=
006010                 WS-VENUE-REASON-COUNT(WS-VENUE-IDX)
006020     END-IF.
006030 4200-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------*
006070* 4210-SORT-ONE-VENUE-REASON - SELECTION SORT STEP OVER ONE      *
006080* VENUE'S REASONS, HIGHEST TALLY FIRST.                          *
006090*----------------------------------------------------------------*
006100 4210-SORT-ONE-VENUE-REASON.
006110     MOVE WS-SORT-IDX TO WS-BEST-IDX.
006120     MOVE WS-VENUE-REASON-TALLY(WS-VENUE-IDX WS-SORT-IDX)
006130         TO WS-BEST-KEY.
006140     PERFORM 4220-SCAN-VENUE-REASON THRU 4220-EXIT
006150         VARYING WS-SCAN-IDX FROM WS-SORT-IDX BY 1
006160         UNTIL WS-SCAN-IDX > WS-VENUE-REASON-COUNT(WS-VENUE-IDX).
006170     IF WS-BEST-IDX NOT = WS-SORT-IDX
006180         MOVE WS-VENUE-REASON(WS-VENUE-IDX WS-SORT-IDX)
006190             TO WS-HOLD-VENUE-REASON
006200         MOVE WS-VENUE-REASON(WS-VENUE-IDX WS-BEST-IDX)
006210             TO WS-VENUE-REASON(WS-VENUE-IDX WS-SORT-IDX)
006220         MOVE WS-HOLD-VENUE-REASON
006230             TO WS-VENUE-REASON(WS-VENUE-IDX WS-BEST-IDX)
006240     END-IF.
006250 4210-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------*
006290* 4220-SCAN-VENUE-REASON - COMPARE ONE REMAINING REASON.         *
006300*----------------------------------------------------------------*
006310 4220-SCAN-VENUE-REASON.
006320     MOVE WS-VENUE-REASON-TALLY(WS-VENUE-IDX WS-SCAN-IDX)
006330         TO WS-SCAN-KEY.
006340     IF WS-SCAN-KEY > WS-BEST-KEY
006350         MOVE WS-SCAN-KEY TO WS-BEST-KEY
006360         MOVE WS-SCAN-IDX TO WS-BEST-IDX
006370     END-IF.
006380 4220-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------*
006420* 4300-SORT-ONE-VENUE - SELECTION SORT STEP OVER THE VENUES ON   *
006430* THE RANKING KEY, WORST FIRST.                                  *
006440*----------------------------------------------------------------*
006450 4300-SORT-ONE-VENUE.
006460     MOVE WS-SORT-IDX TO WS-BEST-IDX.
006470     MOVE WS-VENUE-KEY(WS-SORT-IDX) TO WS-BEST-KEY.
006480     PERFORM 4310-SCAN-VENUE THRU 4310-EXIT
006490         VARYING WS-SCAN-IDX FROM WS-SORT-IDX BY 1
006500         UNTIL WS-SCAN-IDX > WS-VENUE-COUNT.
006510     IF WS-BEST-IDX NOT = WS-SORT-IDX
006520         MOVE WS-VENUE-ENTRY(WS-SORT-IDX) TO WS-HOLD-VENUE
006530         MOVE WS-VENUE-ENTRY(WS-BEST-IDX)
006540             TO WS-VENUE-ENTRY(WS-SORT-IDX)
006550         MOVE WS-HOLD-VENUE TO WS-VENUE-ENTRY(WS-BEST-IDX)
006560     END-IF.
006570 4300-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------*
006610* 4310-SCAN-VENUE - COMPARE ONE REMAINING VENUE.                 *
006620*----------------------------------------------------------------*
006630 4310-SCAN-VENUE.
006640     MOVE WS-VENUE-KEY(WS-SCAN-IDX) TO WS-SCAN-KEY.
006650     IF WS-SCAN-KEY > WS-BEST-KEY
006660         MOVE WS-SCAN-KEY TO WS-BEST-KEY
006670         MOVE WS-SCAN-IDX TO WS-BEST-IDX
006680     END-IF.
006690 4310-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------*
006730* 4500-SORT-ONE-REASON - SELECTION SORT STEP OVER THE LEAGUE-    *
006740* WIDE REASONS, MOST FREQUENT FIRST.                             *
006750*----------------------------------------------------------------*
006760 4500-SORT-ONE-REASON.
006770     MOVE WS-SORT-IDX TO WS-BEST-IDX.
006780     MOVE WS-REASON-TALLY(WS-SORT-IDX) TO WS-BEST-KEY.
006790     PERFORM 4510-SCAN-REASON THRU 4510-EXIT
006800         VARYING WS-SCAN-IDX FROM WS-SORT-IDX BY 1
006810         UNTIL WS-SCAN-IDX > WS-REASON-COUNT.
006820     IF WS-BEST-IDX NOT = WS-SORT-IDX
006830         MOVE WS-REASON-ENTRY(WS-SORT-IDX) TO WS-HOLD-REASON
006840         MOVE WS-REASON-ENTRY(WS-BEST-IDX)
006850             TO WS-REASON-ENTRY(WS-SORT-IDX)
006860         MOVE WS-HOLD-REASON TO WS-REASON-ENTRY(WS-BEST-IDX)
006870     END-IF.
006880 4500-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------*
006920* 4510-SCAN-REASON - COMPARE ONE REMAINING LEAGUE-WIDE REASON.   *
006930*----------------------------------------------------------------*
006940 4510-SCAN-REASON.
006950     MOVE WS-REASON-TALLY(WS-SCAN-IDX) TO WS-SCAN-KEY.
006960     IF WS-SCAN-KEY > WS-BEST-KEY
006970         MOVE WS-SCAN-KEY TO WS-BEST-KEY
006980         MOVE WS-SCAN-IDX TO WS-BEST-IDX
006990     END-IF.
007000 4510-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------*
007040* 7000-FIND-OR-ADD-VENUE - LOCATE WS-LOOKUP-VENUE ON THE VENUE   *
007050* TABLE, ADDING IT WHEN NEW. WS-VENUE-FOUND-IDX COMES BACK       *
007060* POINTING AT THE ENTRY.                                         *
007070*----------------------------------------------------------------*
007080 7000-FIND-OR-ADD-VENUE.
007090     MOVE ZERO TO WS-VENUE-FOUND-IDX.
007100     PERFORM 7010-CHECK-VENUE-ENTRY THRU 7010-EXIT
007110         VARYING WS-VENUE-SEARCH-IDX FROM 1 BY 1
007120         UNTIL WS-VENUE-SEARCH-IDX > WS-VENUE-COUNT
007130             OR WS-VENUE-FOUND-IDX NOT = ZERO.
007140     IF WS-VENUE-FOUND-IDX NOT = ZERO
007150         GO TO 7000-EXIT
007160     END-IF.
007170
007180     IF WS-VENUE-COUNT >= 500
007190         DISPLAY "VENUE TABLE FULL AT 500 AT VENUE "
007200             WS-LOOKUP-VENUE
007210         END-DISPLAY
007220         STOP RUN RETURNING 1
007230     END-IF.
007240     ADD 1 TO WS-VENUE-COUNT.
007250     MOVE WS-VENUE-COUNT TO WS-VENUE-FOUND-IDX.
007260     MOVE WS-LOOKUP-VENUE TO WS-VENUE-ID(WS-VENUE-COUNT).
007270     MOVE ZERO TO WS-VENUE-EVENTS(WS-VENUE-COUNT).
007280     MOVE ZERO TO WS-VENUE-MISSED(WS-VENUE-COUNT).
007290     MOVE ZERO TO WS-VENUE-SUBMITS(WS-VENUE-COUNT).
007300     MOVE ZERO TO WS-VENUE-ACCEPTED(WS-VENUE-COUNT).
007310     MOVE ZERO TO WS-VENUE-REJECTED(WS-VENUE-COUNT).
007320     MOVE ZERO TO WS-VENUE-SHORT(WS-VENUE-COUNT).
007330     MOVE ZERO TO WS-VENUE-RATE(WS-VENUE-COUNT).
007340     MOVE ZERO TO WS-VENUE-KEY(WS-VENUE-COUNT).
007350     MOVE ZERO TO WS-VENUE-REASON-COUNT(WS-VENUE-COUNT).
007360 7000-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------*
007400* 7010-CHECK-VENUE-ENTRY - COMPARE ONE VENUE TABLE ENTRY.        *
007410*----------------------------------------------------------------*
007420 7010-CHECK-VENUE-ENTRY.
007430     IF WS-VENUE-ID(WS-VENUE-SEARCH-IDX) = WS-LOOKUP-VENUE
007440         MOVE WS-VENUE-SEARCH-IDX TO WS-VENUE-FOUND-IDX
007450     END-IF.
007460 7010-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------*
007500* 8000-WRITE-REPORT - HEADLINE BLOCK, ONE LINE PER VENUE WITH    *
007510* ITS COMMONEST REASONS UNDER IT, THE EVENTS WITHOUT AN ACCEPTED *
007520* SUBMISSION, THE LEAGUE-WIDE REASONS AND THE TOTALS.            *
007530*----------------------------------------------------------------*
007540 8000-WRITE-REPORT.
007550     MOVE "VENUE COMPLIANCE REPORT" TO CMPREPORT-RECORD.
007560     WRITE CMPREPORT-RECORD.
007570
007580     MOVE SPACES TO WS-REPORT-LINE.
007590     STRING "RUN DATE " DELIMITED BY SIZE
007600         WS-RUN-DATE DELIMITED BY SIZE
007610         INTO WS-REPORT-LINE
007620     END-STRING.
007630     MOVE WS-REPORT-LINE TO CMPREPORT-RECORD.
007640     WRITE CMPREPORT-RECORD.
007650
007660     MOVE SPACES TO WS-REPORT-LINE.
007670     STRING "EVENT DATES " DELIMITED BY SIZE
007680         WS-FROM-DATE DELIMITED BY SIZE
007690         " TO " DELIMITED BY SIZE
007700         WS-TO-DATE DELIMITED BY SIZE
007710         INTO WS-REPORT-LINE
007720     END-STRING.
007730     MOVE WS-REPORT-LINE TO CMPREPORT-RECORD.
007740     WRITE CMPREPORT-RECORD.
007750
007760     IF WS-CALENDAR-SUPPLIED
007770         MOVE SPACES TO WS-REPORT-LINE
007780         MOVE WS-EVENT-COUNT TO WS-COUNT-PRINT
007790         STRING "HOSTING CALENDAR EVENTS IN PERIOD "
007800                 DELIMITED BY SIZE
007810             WS-COUNT-PRINT DELIMITED BY SIZE
007820             INTO WS-REPORT-LINE
007830         END-STRING
007840         MOVE WS-REPORT-LINE TO CMPREPORT-RECORD
007850     ELSE
007860         MOVE "NO HOSTING CALENDAR - MISSED EVENTS NOT CHECKED"
007870             TO CMPREPORT-RECORD
007880     END-IF.
007890     WRITE CMPREPORT-RECORD.
007900     MOVE SPACES TO CMPREPORT-RECORD.
007910     WRITE CMPREPORT-RECORD.
007920
007930     MOVE SPACES TO WS-REPORT-LINE.
007940     MOVE 1 TO WS-STRING-PTR.
007950     STRING "VENUE   " DELIMITED BY SIZE
007960         "   EVENTS" DELIMITED BY SIZE
007970         "   MISSED" DELIMITED BY SIZE
007980         "  SUBMITS" DELIMITED BY SIZE
007990         " ACCEPTED" DELIMITED BY SIZE
008000         " REJECTED" DELIMITED BY SIZE
008010         "    REJ %" DELIMITED BY SIZE
008020         "    SHORT" DELIMITED BY SIZE
008030         INTO WS-REPORT-LINE
008040         WITH POINTER WS-STRING-PTR
008050     END-STRING.
008060     MOVE WS-REPORT-LINE TO CMPREPORT-RECORD.
008070     WRITE CMPREPORT-RECORD.
008080     MOVE ALL "-" TO CMPREPORT-RECORD.
008090     WRITE CMPREPORT-RECORD.
008100
008110     IF WS-VENUE-COUNT = ZERO
008120         MOVE "NO SUBMISSIONS OR HOSTED EVENTS IN THE PERIOD"
008130             TO CMPREPORT-RECORD
008140         WRITE CMPREPORT-RECORD
008150     END-IF.
008160     PERFORM 8100-WRITE-VENUE-LINE THRU 8100-EXIT
008170         VARYING WS-VENUE-IDX FROM 1 BY 1
008180         UNTIL WS-VENUE-IDX > WS-VENUE-COUNT.
008190     MOVE "SHORT = ROUNDS COUNTED DID NOT MATCH THE HEADER"
008200         TO CMPREPORT-RECORD.
008210     WRITE CMPREPORT-RECORD.
008220
008230     IF WS-CALENDAR-SUPPLIED
008240         PERFORM 8200-WRITE-OPEN-EVENTS THRU 8200-EXIT
008250     END-IF.
008260
008270     MOVE SPACES TO CMPREPORT-RECORD.
008280     WRITE CMPREPORT-RECORD.
008290     MOVE "REJECT REASONS - ALL VENUES" TO CMPREPORT-RECORD.
008300     WRITE CMPREPORT-RECORD.
008310     IF WS-REASON-COUNT = ZERO
008320         MOVE "  NO REJECTIONS IN THE PERIOD" TO CMPREPORT-RECORD
008330         WRITE CMPREPORT-RECORD
008340     END-IF.
008350     PERFORM 8300-WRITE-REASON-LINE THRU 8300-EXIT
008360         VARYING WS-REASON-IDX FROM 1 BY 1
008370         UNTIL WS-REASON-IDX > WS-REASON-COUNT.
008380
008390     MOVE SPACES TO CMPREPORT-RECORD.
008400     WRITE CMPREPORT-RECORD.
008410     MOVE SPACES TO WS-REPORT-LINE.
008420     MOVE 1 TO WS-STRING-PTR.
008430     MOVE WS-TOTAL-SUBMITS TO WS-COUNT-PRINT.
008440     STRING "TOTAL SUBMISSIONS" DELIMITED BY SIZE
008450         WS-COUNT-PRINT DELIMITED BY SIZE
008460         INTO WS-REPORT-LINE
008470         WITH POINTER WS-STRING-PTR
008480     END-STRING.
008490     MOVE WS-TOTAL-ACCEPTED TO WS-COUNT-PRINT.
008500     STRING "  ACCEPTED" DELIMITED BY SIZE
008510         WS-COUNT-PRINT DELIMITED BY SIZE
008520         INTO WS-REPORT-LINE
008530         WITH POINTER WS-STRING-PTR
008540     END-STRING.
008550     MOVE WS-TOTAL-REJECTED TO WS-COUNT-PRINT.
008560     STRING "  REJECTED" DELIMITED BY SIZE
008570         WS-COUNT-PRINT DELIMITED BY SIZE
008580         INTO WS-REPORT-LINE
008590         WITH POINTER WS-STRING-PTR
008600     END-STRING.
008610     MOVE WS-TOTAL-MISSED TO WS-COUNT-PRINT.
008620     STRING "  MISSED" DELIMITED BY SIZE
008630         WS-COUNT-PRINT DELIMITED BY SIZE
008640         INTO WS-REPORT-LINE
008650         WITH POINTER WS-STRING-PTR
008660     END-STRING.
008670     MOVE WS-REPORT-LINE TO CMPREPORT-RECORD.
008680     WRITE CMPREPORT-RECORD.
008690 8000-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------*
008730* 8100-WRITE-VENUE-LINE - ONE VENUE'S FIGURES AND, WHEN IT HAS   *
008740* BEEN REJECTED, ITS THREE COMMONEST REASON CODES.               *
008750*----------------------------------------------------------------*
008760 8100-WRITE-VENUE-LINE.
008770     IF WS-VENUE-ID(WS-VENUE-IDX) = SPACES
008780         MOVE "(NO HDR)" TO WS-VENUE-PRINT
008790     ELSE
008800         MOVE WS-VENUE-ID(WS-VENUE-IDX) TO WS-VENUE-PRINT
008810     END-IF.
008820     MOVE SPACES TO WS-REPORT-LINE.
008830     MOVE 1 TO WS-STRING-PTR.
008840     STRING WS-VENUE-PRINT DELIMITED BY SIZE
008850         INTO WS-REPORT-LINE
008860         WITH POINTER WS-STRING-PTR
008870     END-STRING.
008880     MOVE WS-VENUE-EVENTS(WS-VENUE-IDX) TO WS-COUNT-PRINT.
008890     PERFORM 8110-STRING-COUNT THRU 8110-EXIT.
008900     MOVE WS-VENUE-MISSED(WS-VENUE-IDX) TO WS-COUNT-PRINT.
008910     PERFORM 8110-STRING-COUNT THRU 8110-EXIT.
008920     MOVE WS-VENUE-SUBMITS(WS-VENUE-IDX) TO WS-COUNT-PRINT.
008930     PERFORM 8110-STRING-COUNT THRU 8110-EXIT.
008940     MOVE WS-VENUE-ACCEPTED(WS-VENUE-IDX) TO WS-COUNT-PRINT.
008950     PERFORM 8110-STRING-COUNT THRU 8110-EXIT.
008960     MOVE WS-VENUE-REJECTED(WS-VENUE-IDX) TO WS-COUNT-PRINT.
008970     PERFORM 8110-STRING-COUNT THRU 8110-EXIT.
008980     COMPUTE WS-RATE-PRINT = WS-VENUE-RATE(WS-VENUE-IDX) / 10
008990     END-COMPUTE.
009000     STRING "    " DELIMITED BY SIZE
009010         WS-RATE-PRINT DELIMITED BY SIZE
009020         INTO WS-REPORT-LINE
009030         WITH POINTER WS-STRING-PTR
009040     END-STRING.
009050     MOVE WS-VENUE-SHORT(WS-VENUE-IDX) TO WS-COUNT-PRINT.
009060     PERFORM 8110-STRING-COUNT THRU 8110-EXIT.
009070     MOVE WS-REPORT-LINE TO CMPREPORT-RECORD.
009080     WRITE CMPREPORT-RECORD.
009090
009100     IF WS-VENUE-REASON-COUNT(WS-VENUE-IDX) = ZERO
009110         GO TO 8100-EXIT
009120     END-IF.
009130     MOVE SPACES TO WS-REPORT-LINE.
009140     MOVE 1 TO WS-STRING-PTR.
009150     STRING "          COMMONEST REASONS:" DELIMITED BY SIZE
009160         INTO WS-REPORT-LINE
009170         WITH POINTER WS-STRING-PTR
009180     END-STRING.
009190     PERFORM 8120-STRING-VENUE-REASON THRU 8120-EXIT
009200         VARYING WS-REASON-IDX FROM 1 BY 1
009210         UNTIL WS-REASON-IDX >
009220             WS-VENUE-REASON-COUNT(WS-VENUE-IDX)
009230             OR WS-REASON-IDX > 3.
009240     MOVE WS-REPORT-LINE TO CMPREPORT-RECORD.
009250     WRITE CMPREPORT-RECORD.
009260 8100-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------------*
009300* 8110-STRING-COUNT - ONE NINE-CHARACTER COUNT COLUMN.           *
009310*----------------------------------------------------------------*
009320 8110-STRING-COUNT.
009330     STRING "   " DELIMITED BY SIZE
009340         WS-COUNT-PRINT DELIMITED BY SIZE
009350         INTO WS-REPORT-LINE
009360         WITH POINTER WS-STRING-PTR
009370     END-STRING.
009380 8110-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------*
009420* 8120-STRING-VENUE-REASON - ONE REASON CODE AND ITS TALLY.      *
009430*----------------------------------------------------------------*
009440 8120-STRING-VENUE-REASON.
009450     MOVE WS-VENUE-REASON-TALLY(WS-VENUE-IDX WS-REASON-IDX)
009460         TO WS-TALLY-PRINT.
009470     STRING "  " DELIMITED BY SIZE
009480         WS-VENUE-REASON-CODE(WS-VENUE-IDX WS-REASON-IDX)
009490             DELIMITED BY SIZE
009500         " X" DELIMITED BY SIZE
009510         WS-TALLY-PRINT DELIMITED BY SIZE
009520         INTO WS-REPORT-LINE
009530         WITH POINTER WS-STRING-PTR
009540     END-STRING.
009550 8120-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------------*
009590* 8200-WRITE-OPEN-EVENTS - EVERY CALENDAR EVENT IN THE PERIOD    *
009600* WITH NO SUBMISSION AT ALL, OR WITH NOTHING ACCEPTED, IN        *
009610* CALENDAR ORDER.                                                *
009620*----------------------------------------------------------------*
009630 8200-WRITE-OPEN-EVENTS.
009640     MOVE SPACES TO CMPREPORT-RECORD.
009650     WRITE CMPREPORT-RECORD.
009660     MOVE "EVENTS WITHOUT AN ACCEPTED SUBMISSION"
009670         TO CMPREPORT-RECORD.
009680     WRITE CMPREPORT-RECORD.
009690     IF WS-TOTAL-MISSED = ZERO AND WS-EVENTS-OPEN = ZERO
009700         MOVE "  NONE - EVERY HOSTED EVENT WAS ACCEPTED"
009710             TO CMPREPORT-RECORD
009720         WRITE CMPREPORT-RECORD
009730         GO TO 8200-EXIT
009740     END-IF.
009750     MOVE "  VENUE     EVENT DATE" TO CMPREPORT-RECORD.
009760     WRITE CMPREPORT-RECORD.
009770     PERFORM 8210-WRITE-OPEN-EVENT THRU 8210-EXIT
009780         VARYING WS-EVENT-IDX FROM 1 BY 1
009790         UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.
009800 8200-EXIT.
009810     EXIT.
009820
009830*----------------------------------------------------------------*
009840* 8210-WRITE-OPEN-EVENT - ONE EVENT, WHEN IT IS STILL OPEN.      *
009850*----------------------------------------------------------------*
009860 8210-WRITE-OPEN-EVENT.
009870     IF WS-EVENT-ACCEPTED(WS-EVENT-IDX)
009880         GO TO 8210-EXIT
009890     END-IF.
009900     MOVE SPACES TO WS-REPORT-LINE.
009910     MOVE 1 TO WS-STRING-PTR.
009920     STRING "  " DELIMITED BY SIZE
009930         WS-EVENT-VENUE(WS-EVENT-IDX) DELIMITED BY SIZE
009940         "  " DELIMITED BY SIZE
009950         WS-EVENT-DATE(WS-EVENT-IDX) DELIMITED BY SIZE
009960         "    " DELIMITED BY SIZE
009970         INTO WS-REPORT-LINE
009980         WITH POINTER WS-STRING-PTR
009990     END-STRING.
010000     IF WS-EVENT-SUBMITTED(WS-EVENT-IDX)
010010         STRING "SUBMITTED - EVERY SUBMISSION REJECTED"
010020                 DELIMITED BY SIZE
010030             INTO WS-REPORT-LINE
010040             WITH POINTER WS-STRING-PTR
010050         END-STRING
010060     ELSE
010070         STRING "NO SUBMISSION RECEIVED" DELIMITED BY SIZE
010080             INTO WS-REPORT-LINE
010090             WITH POINTER WS-STRING-PTR
010100         END-STRING
010110     END-IF.
010120     MOVE WS-REPORT-LINE TO CMPREPORT-RECORD.
010130     WRITE CMPREPORT-RECORD.
010140 8210-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------*
010180* 8300-WRITE-REASON-LINE - ONE LEAGUE-WIDE REASON CODE, ITS      *
010190* TALLY AND HOW THE ACKNOWLEDGMENT WORDED IT.                    *
010200*----------------------------------------------------------------*
010210 8300-WRITE-REASON-LINE.
010220     MOVE WS-REASON-TALLY(WS-REASON-IDX) TO WS-TALLY-PRINT.
010230     MOVE SPACES TO WS-REPORT-LINE.
010240     STRING "  " DELIMITED BY SIZE
010250         WS-REASON-CODE(WS-REASON-IDX) DELIMITED BY SIZE
010260         WS-TALLY-PRINT DELIMITED BY SIZE
010270         "  " DELIMITED BY SIZE
010280         WS-REASON-TEXT(WS-REASON-IDX) DELIMITED BY SIZE
010290         INTO WS-REPORT-LINE
010300     END-STRING.
010310     MOVE WS-REPORT-LINE TO CMPREPORT-RECORD.
010320     WRITE CMPREPORT-RECORD.
010330 8300-EXIT.
010340     EXIT.
010350
010360*----------------------------------------------------------------*
010370* 9000-TERMINATE - CLOSE THE REPORT AND SAY WHERE IT IS.         *
010380*----------------------------------------------------------------*
010390 9000-TERMINATE.
010400     CLOSE CMPREPORT.
010410     DISPLAY "VENUE COMPLIANCE REPORT WRITTEN TO "
010420         WS-CMPREP-FILE-NAME
010430     END-DISPLAY.
010440     DISPLAY "HISTORY RECORDS READ: " WS-HISTORY-READ
010450     END-DISPLAY.
010460     DISPLAY "VENUES LISTED:        " WS-VENUE-COUNT
010470     END-DISPLAY.
010480 9000-EXIT.
010490     EXIT.
010500
010510 END PROGRAM VENUE-COMPLIANCE.
