000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PLAYER-STATEMENT.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - THE PLAYER SEASON           *
000110*                 STATEMENT. ANSWERING "WHY IS MY TOTAL WHAT IT  *
000120*                 IS" MEANT RUNNING FIVE PROGRAMS AND READING    *
000130*                 THEM SIDE BY SIDE. FOR ONE PLAYER              *
000140*                 (PSTM_PLAYER_ID) OR THE WHOLE ROSTER THIS      *
000150*                 PRINTS, IN ONE DOCUMENT, THE ROSTER DETAILS,   *
000160*                 THE SEASON TOTALS FROM THE STANDINGS MASTER,   *
000170*                 THE DAY-BY-DAY POSTINGS FROM THE PLAYER        *
000180*                 DAILY-HISTORY, EVERY JOURNALED ADJUSTMENT WITH *
000190*                 ITS REASON CODE, A RECONCILIATION OF THE       *
000200*                 POSTINGS AND ADJUSTMENTS AGAINST THE TOTALS,   *
000210*                 THE PLAYER'S ROUNDS STILL ON THE REJECT TRAIL  *
000220*                 WITH NO APPLIED CORRECTION, AND THE UPCOMING   *
000230*                 FIXTURES. THE SAME STATEMENT IS ALSO WRITTEN   *
000240*                 FLAT (COPYBOOK STMTREC) FOR THE MONTH-END      *
000250*                 MAILING.                                       *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PLAYER-HISTORY ASSIGN TO "./player_history.dat"
000320         FILE STATUS IS WS-PHIST-CHECK-KEY
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT OPTIONAL ADJUST-JOURNAL
000360         ASSIGN TO "./adjust_journal.dat"
000370         FILE STATUS IS WS-JOURNAL-CHECK-KEY
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400     SELECT STANDINGS-MASTER ASSIGN TO "./standings_ix.dat"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS MR-PLAYER-ID OF MASTER-RECORD
000440         FILE STATUS IS WS-MASTER-CHECK-KEY.
000450
000460     SELECT INDEXED-INPUT ASSIGN DYNAMIC WS-INDEXED-FILE-NAME
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS INDEXED-KEY OF INDEXED-RECORD
000500         ALTERNATE RECORD KEY IS FD-ROUND-NUMBER OF INDEXED-RECORD
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-INDEXED-CHECK-KEY.
000530
000540     SELECT ROSTERFILE ASSIGN DYNAMIC WS-ROSTER-FILE-NAME
000550         FILE STATUS IS WS-ROSTER-CHECK-KEY
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT REJECTFILE ASSIGN DYNAMIC WS-REJECT-FILE-NAME
000590         FILE STATUS IS WS-REJECT-CHECK-KEY
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610
000620     SELECT APPLIEDFILE ASSIGN DYNAMIC WS-APPLIED-FILE-NAME
000630         FILE STATUS IS WS-APPLIED-CHECK-KEY
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT CORRFILE ASSIGN DYNAMIC WS-CORR-FILE-NAME
000670         FILE STATUS IS WS-CORR-CHECK-KEY
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700     SELECT FIXTUREFILE ASSIGN DYNAMIC WS-FIXTURE-FILE-NAME
000710         FILE STATUS IS WS-FIXTURE-CHECK-KEY
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT STATEMENTFILE ASSIGN DYNAMIC WS-STATEMENT-FILE-NAME
000750         FILE STATUS IS WS-STATEMENT-CHECK-KEY
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770
000780     SELECT FLATFILE ASSIGN DYNAMIC WS-FLAT-FILE-NAME
000790         FILE STATUS IS WS-FLAT-CHECK-KEY
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT DATE-CONTROL
000830         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000840         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890*----------------------------------------------------------------*
000900* PLAYER-HISTORY - ONE RECORD PER PLAYER PER POSTED DAY, AS      *
000910* WRITTEN BY STANDINGS-POST. SWEPT ONCE PER STATEMENT.           *
000920*----------------------------------------------------------------*
000930 FD  PLAYER-HISTORY.
000940     COPY PHISTREC.
000950
000960*----------------------------------------------------------------*
000970* ADJUST-JOURNAL - EVERY APPLIED ADJUSTMENT, AS JOURNALED BY     *
000980* STANDINGS-ADJUST. SWEPT ONCE PER STATEMENT.                    *
000990*----------------------------------------------------------------*
001000 FD  ADJUST-JOURNAL.
001010     COPY ADJJRNL.
001020
001030*----------------------------------------------------------------*
001040* STANDINGS-MASTER - THE SEASON TOTALS, READ BY KEY.             *
001050*----------------------------------------------------------------*
001060 FD  STANDINGS-MASTER.
001070     COPY MASTRREC.
001080
001090*----------------------------------------------------------------*
001100* INDEXED-INPUT - THE ROUND INDEX BUILT BY ROUND-INDEX-BUILDER.  *
001110* A FIXTURE SEAT WITH A RESULT ON IT HAS BEEN PLAYED.            *
001120*----------------------------------------------------------------*
001130 FD  INDEXED-INPUT.
001140     COPY INDXREC.
001150
001160*----------------------------------------------------------------*
001170* ROSTERFILE - THE REGISTERED-PLAYER ROSTER MASTER. IT DRIVES A  *
001180* WHOLE-ROSTER RUN AND SUPPLIES THE NAMES EVERYWHERE ELSE.       *
001190*----------------------------------------------------------------*
001200 FD  ROSTERFILE.
001210     COPY ROSTREC.
001220
001230*----------------------------------------------------------------*
001240* REJECTFILE - THE LIVE REJECT TRAIL CORRECTION-ENTRY WORKS      *
001250* FROM.                                                          *
001260*----------------------------------------------------------------*
001270 FD  REJECTFILE.
001280     COPY REJREC.
001290
001300*----------------------------------------------------------------*
001310* APPLIEDFILE - THE APPLIED-CORRECTIONS TRAIL LEFT BY            *
001320* REJECT-RESUBMIT, CORRREC LAYOUT. A REJECTED ROUND ON IT HAS    *
001330* BEEN SETTLED.                                                  *
001340*----------------------------------------------------------------*
001350 FD  APPLIEDFILE.
001360 01  APPLIED-RECORD.
001370     05  AP-ROUND-NUMBER         PIC X(04).
001380     05  AP-PLAYER-ID            PIC X(10).
001390     05  FILLER                  PIC X(51).
001400
001410*----------------------------------------------------------------*
001420* CORRFILE - CORRECTIONS ENTERED BY CORRECTION-ENTRY AND NOT YET *
001430* PICKED UP BY REJECT-RESUBMIT.                                  *
001440*----------------------------------------------------------------*
001450 FD  CORRFILE.
001460     COPY CORRREC.
001470
001480*----------------------------------------------------------------*
001490* FIXTUREFILE - THE SCHEDULED PAIRING SEATS (COPYBOOK FIXTREC).  *
001500* SWEPT ONCE PER STATEMENT.                                      *
001510*----------------------------------------------------------------*
001520 FD  FIXTUREFILE.
001530     COPY FIXTREC.
001540
001550*----------------------------------------------------------------*
001560* STATEMENTFILE - THE PRINTABLE STATEMENTS.                      *
001570*----------------------------------------------------------------*
001580 FD  STATEMENTFILE.
001590 01  STATEMENT-LINE              PIC X(80).
001600
001610*----------------------------------------------------------------*
001620* FLATFILE - THE SAME STATEMENTS, ONE FIXED RECORD PER LINE.     *
001630*----------------------------------------------------------------*
001640 FD  FLATFILE.
001650     COPY STMTREC.
001660
001670*----------------------------------------------------------------*
001680* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).    *
001690*----------------------------------------------------------------*
001700 FD  DATE-CONTROL.
001710     COPY DATECTL.
001720
001730 WORKING-STORAGE SECTION.
001740*----------------------------------------------------------------*
001750* SWITCHES AND CONTROL FIELDS                                    *
001760*----------------------------------------------------------------*
001770 77  WS-PHIST-CHECK-KEY          PIC X(02).
001780 77  WS-JOURNAL-CHECK-KEY        PIC X(02).
001790 77  WS-MASTER-CHECK-KEY         PIC X(02).
001800 77  WS-INDEXED-CHECK-KEY        PIC X(02).
001810 77  WS-ROSTER-CHECK-KEY         PIC X(02).
001820 77  WS-REJECT-CHECK-KEY         PIC X(02).
001830 77  WS-APPLIED-CHECK-KEY        PIC X(02).
001840 77  WS-CORR-CHECK-KEY           PIC X(02).
001850 77  WS-FIXTURE-CHECK-KEY        PIC X(02).
001860 77  WS-STATEMENT-CHECK-KEY      PIC X(02).
001870 77  WS-FLAT-CHECK-KEY           PIC X(02).
001880 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001890 77  WS-INDEXED-FILE-NAME        PIC X(255).
001900 77  WS-ROSTER-FILE-NAME         PIC X(255).
001910 77  WS-REJECT-FILE-NAME         PIC X(255).
001920 77  WS-APPLIED-FILE-NAME        PIC X(255).
001930 77  WS-CORR-FILE-NAME           PIC X(255).
001940 77  WS-FIXTURE-FILE-NAME        PIC X(255).
001950 77  WS-STATEMENT-FILE-NAME      PIC X(255).
001960 77  WS-FLAT-FILE-NAME           PIC X(255).
001970 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001980
001990 01  WS-PHIST-EOF-SW             PIC X(01) VALUE "N".
002000     88  WS-PHIST-EOF                 VALUE "Y".
002010 01  WS-JOURNAL-EOF-SW           PIC X(01) VALUE "N".
002020     88  WS-JOURNAL-EOF               VALUE "Y".
002030 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE "N".
002040     88  WS-ROSTER-EOF                VALUE "Y".
002050 01  WS-REJECT-EOF-SW            PIC X(01) VALUE "N".
002060     88  WS-REJECT-EOF                VALUE "Y".
002070 01  WS-APPLIED-EOF-SW           PIC X(01) VALUE "N".
002080     88  WS-APPLIED-EOF               VALUE "Y".
002090 01  WS-CORR-EOF-SW              PIC X(01) VALUE "N".
002100     88  WS-CORR-EOF                  VALUE "Y".
002110 01  WS-FIXTURE-EOF-SW           PIC X(01) VALUE "N".
002120     88  WS-FIXTURE-EOF               VALUE "Y".
002130 01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
002140     88  WS-MASTER-OPEN               VALUE "Y".
002150 01  WS-INDEX-OPEN-SW            PIC X(01) VALUE "N".
002160     88  WS-INDEX-OPEN                VALUE "Y".
002170 01  WS-MASTER-FOUND-SW          PIC X(01) VALUE "N".
002180     88  WS-MASTER-FOUND              VALUE "Y".
002190 01  WS-SEAT-SW                  PIC X(01) VALUE "U".
002200     88  WS-SEAT-UPCOMING             VALUE "U".
002210     88  WS-SEAT-PLAYED               VALUE "P".
002220 01  WS-FIGURES-SW               PIC X(01) VALUE "Y".
002230     88  WS-FIGURES-AGREE             VALUE "Y".
002240     88  WS-FIGURES-DIFFER            VALUE "N".
002250
002260*----------------------------------------------------------------*
002270* REQUEST FIELDS - THE PLAYER ASKED FOR (BLANK FOR THE WHOLE     *
002280* ROSTER) AND THE PLAYER WHOSE STATEMENT IS BEING WRITTEN.       *
002290*----------------------------------------------------------------*
002300 77  WS-PLAYER-REQUEST           PIC X(10).
002310 77  WS-STMT-PLAYER-ID           PIC X(10).
002320
002330*----------------------------------------------------------------*
002340* ROSTER TABLE - THE ROSTER IN FILE ORDER, HELD IN CORE FOR THE  *
002350* WHOLE-ROSTER RUN AND THE NAME LOOKUPS.                         *
002360*----------------------------------------------------------------*
002370 01  WS-ROSTER-TABLE.
002380     05  WS-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
002390     05  WS-ROSTER-ENTRY OCCURS 1 TO 50000 TIMES
002400             DEPENDING ON WS-ROSTER-COUNT.
002410         10  WS-RT-PLAYER-ID         PIC X(10).
002420         10  WS-RT-PLAYER-NAME       PIC X(30).
002430         10  WS-RT-DIVISION          PIC X(08).
002440         10  WS-RT-STATUS            PIC X(01).
002450 77  WS-ROSTER-IDX               PIC 9(05) COMP VALUE ZERO.
002460 77  WS-ROSTER-SEARCH-IDX        PIC 9(05) COMP VALUE ZERO.
002470 77  WS-ROSTER-FOUND-IDX         PIC 9(05) COMP VALUE ZERO.
002480
002490*----------------------------------------------------------------*
002500* REJECTED ROUNDS TABLE - THE TRAIL, HELD IN CORE.               *
002510*----------------------------------------------------------------*
002520 01  WS-REJECT-TABLE.
002530     05  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
002540     05  WS-REJECT-ENTRY OCCURS 1 TO 50000 TIMES
002550             DEPENDING ON WS-REJECT-COUNT.
002560         10  WS-REJECT-ROUND         PIC X(04).
002570         10  WS-REJECT-PLAYER        PIC X(10).
002580         10  WS-REJECT-OPPONENT      PIC X(01).
002590         10  WS-REJECT-OWN           PIC X(01).
002600         10  WS-REJECT-REASON        PIC X(40).
002610         10  WS-REJECT-RUN-DATE      PIC 9(08).
002620 77  WS-REJECT-IDX               PIC 9(05) COMP VALUE ZERO.
002630 77  WS-REJECT-SEARCH-IDX        PIC 9(05) COMP VALUE ZERO.
002640 77  WS-REJECT-FOUND-IDX         PIC 9(05) COMP VALUE ZERO.
002650
002660*----------------------------------------------------------------*
002670* APPLIED CORRECTIONS TABLE - EVERY ROUND/PLAYER PAIR ALREADY    *
002680* CORRECTED AND POSTED.                                          *
002690*----------------------------------------------------------------*
002700 01  WS-APPLIED-TABLE.
002710     05  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
002720     05  WS-APPLIED-ENTRY OCCURS 1 TO 50000 TIMES
002730             DEPENDING ON WS-APPLIED-COUNT.
002740         10  WS-APPLIED-ROUND        PIC X(04).
002750         10  WS-APPLIED-PLAYER       PIC X(10).
002760 77  WS-APPLIED-SEARCH-IDX       PIC 9(05) COMP VALUE ZERO.
002770 77  WS-APPLIED-FOUND-IDX        PIC 9(05) COMP VALUE ZERO.
002780
002790*----------------------------------------------------------------*
002800* PENDING CORRECTIONS TABLE - EVERY ROUND/PLAYER PAIR WITH A     *
002810* CORRECTION ENTERED AND WAITING FOR REJECT-RESUBMIT.            *
002820*----------------------------------------------------------------*
002830 01  WS-PENDING-TABLE.
002840     05  WS-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
002850     05  WS-PENDING-ENTRY OCCURS 1 TO 50000 TIMES
002860             DEPENDING ON WS-PENDING-COUNT.
002870         10  WS-PENDING-ROUND        PIC X(04).
002880         10  WS-PENDING-PLAYER       PIC X(10).
002890 77  WS-PENDING-SEARCH-IDX       PIC 9(05) COMP VALUE ZERO.
002900 77  WS-PENDING-FOUND-IDX        PIC 9(05) COMP VALUE ZERO.
002910
002920 77  WS-LOOKUP-ID                PIC X(10).
002930 77  WS-LOOKUP-ROUND             PIC X(04).
002940
002950*----------------------------------------------------------------*
002960* RECORD IMAGES - THE HISTORY, MASTER AND JOURNALED ADJREC       *
002970* RECORDS WITH THEIR EIGHT FIGURES LAID OUT AS A TABLE, IN       *
002980* MASTRREC ORDER: PART 1 AND PART 2 POINTS, THEN WON, DRAWN AND  *
002990* LOST UNDER EACH PART.                                          *
003000*----------------------------------------------------------------*
003010 01  WS-HISTORY-IMAGE.
003020     05  WS-HI-PLAYER-ID         PIC X(10).
003030     05  WS-HI-POST-DATE         PIC 9(08).
003040     05  WS-HI-FIGURE            PIC 9(08) OCCURS 8 TIMES.
003050
003060 01  WS-MASTER-IMAGE.
003070     05  WS-MI-PLAYER-ID         PIC X(10).
003080     05  WS-MI-FIGURES.
003090         10  WS-MI-FIGURE            PIC 9(08) OCCURS 8 TIMES.
003100
003110 01  WS-JOURNAL-IMAGE.
003120     05  WS-JI-ACTION            PIC X(02).
003130         88  WS-JI-ADJUST            VALUE "AJ".
003140         88  WS-JI-INSERT            VALUE "IN".
003150         88  WS-JI-RETIRE            VALUE "RT".
003160     05  WS-JI-PLAYER-ID         PIC X(10).
003170     05  WS-JI-SIGN              PIC X(01).
003180         88  WS-JI-SIGN-SUBTRACT     VALUE "-".
003190     05  WS-JI-FIGURE            PIC 9(08) OCCURS 8 TIMES.
003200     05  WS-JI-REASON-CODE       PIC X(04).
003210     05  WS-JI-DISPUTED-ROUND    PIC 9(04).
003220
003230*----------------------------------------------------------------*
003240* STATEMENT FIGURES - THE PLAYER'S POSTINGS AND NET ADJUSTMENTS  *
003250* SUMMED, WHAT THEY SAY THE MASTER SHOULD HOLD, WHAT IT DOES     *
003260* HOLD, AND THE LINE BEING PRINTED. ALL FIVE SHARE ONE LAYOUT SO *
003270* ANY OF THEM CAN BE MOVED TO THE PRINT LINE WHOLE.              *
003280*----------------------------------------------------------------*
003290 01  WS-POSTED-FIGURES.
003300     05  WS-POSTED-FIGURE        PIC S9(09) OCCURS 8 TIMES.
003310 01  WS-ADJUSTED-FIGURES.
003320     05  WS-ADJUSTED-FIGURE      PIC S9(09) OCCURS 8 TIMES.
003330 01  WS-EXPECTED-FIGURES.
003340     05  WS-EXPECTED-FIGURE      PIC S9(09) OCCURS 8 TIMES.
003350 01  WS-MASTER-FIGURES.
003360     05  WS-MASTER-FIGURE        PIC S9(09) OCCURS 8 TIMES.
003370 01  WS-LINE-FIGURES.
003380     05  WS-LINE-FIGURE          PIC S9(09) OCCURS 8 TIMES.
003390 77  WS-FIG-IDX                  PIC 9(02) COMP VALUE ZERO.
003400
003410*----------------------------------------------------------------*
003420* COUNTERS - PER STATEMENT, THEN FOR THE RUN.                    *
003430*----------------------------------------------------------------*
003440 77  WS-POSTING-COUNT            PIC 9(05) COMP VALUE ZERO.
003450 77  WS-ADJUSTMENT-COUNT         PIC 9(05) COMP VALUE ZERO.
003460 77  WS-OPEN-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
003470 77  WS-UPCOMING-COUNT           PIC 9(05) COMP VALUE ZERO.
003480 77  WS-STATEMENT-COUNT          PIC 9(05) COMP VALUE ZERO.
003490 77  WS-FLAT-COUNT               PIC 9(07) COMP VALUE ZERO.
003500
003510*----------------------------------------------------------------*
003520* REPORT EDIT FIELDS                                             *
003530*----------------------------------------------------------------*
003540 77  WS-RUN-DATE                 PIC 9(08).
003550 77  WS-FIGURE-PRINT             PIC -(06)9.
003560 77  WS-COUNT-PRINT              PIC Z(04)9.
003570 77  WS-LINE-LABEL               PIC X(10).
003580 77  WS-ACTION-TEXT              PIC X(06).
003590 77  WS-STATUS-TEXT              PIC X(08).
003600 77  WS-REPORT-LINE              PIC X(80).
003610 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
003620
003630 PROCEDURE DIVISION.
003640*----------------------------------------------------------------*
003650* 0000-MAINLINE                                                  *
003660*----------------------------------------------------------------*
003670 0000-MAINLINE.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003690     PERFORM 1500-LOAD-ROSTER THRU 1500-EXIT.
003700     PERFORM 1600-LOAD-REJECT-TRAIL THRU 1600-EXIT.
003710     PERFORM 1700-LOAD-APPLIED-TRAIL THRU 1700-EXIT.
003720     PERFORM 1800-LOAD-PENDING-CORRECTIONS THRU 1800-EXIT.
003730     PERFORM 1900-OPEN-FILES THRU 1900-EXIT.
003740     IF WS-PLAYER-REQUEST NOT = SPACES
003750         MOVE WS-PLAYER-REQUEST TO WS-STMT-PLAYER-ID
003760         PERFORM 2000-WRITE-STATEMENT THRU 2000-EXIT
003770     ELSE
003780         PERFORM 1950-STATEMENT-FOR-ROSTER-ENTRY THRU 1950-EXIT
003790             VARYING WS-ROSTER-IDX FROM 1 BY 1
003800             UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
003810     END-IF.
003820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003830     STOP RUN.
003840
003850*----------------------------------------------------------------*
003860* 1000-INITIALIZE - PICK UP THE RUN DATE, THE PLAYER AND THE     *
003870* FILE NAMES. A BLANK PSTM_PLAYER_ID MEANS THE WHOLE ROSTER.     *
003880*----------------------------------------------------------------*
003890 1000-INITIALIZE.
003900     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003910
003920     MOVE SPACES TO WS-PLAYER-REQUEST.
003930     ACCEPT WS-PLAYER-REQUEST FROM ENVIRONMENT "PSTM_PLAYER_ID".
003940
003950     MOVE SPACES TO WS-STATEMENT-FILE-NAME.
003960     ACCEPT WS-STATEMENT-FILE-NAME
003970         FROM ENVIRONMENT "PSTM_REPORT_FILE".
003980     IF WS-STATEMENT-FILE-NAME = SPACES
003990         MOVE "./player_statement.txt" TO WS-STATEMENT-FILE-NAME
004000     END-IF.
004010
004020     MOVE SPACES TO WS-FLAT-FILE-NAME.
004030     ACCEPT WS-FLAT-FILE-NAME FROM ENVIRONMENT "PSTM_FLAT_FILE".
004040     IF WS-FLAT-FILE-NAME = SPACES
004050         MOVE "./player_statement.dat" TO WS-FLAT-FILE-NAME
004060     END-IF.
004070
004080     MOVE SPACES TO WS-FIXTURE-FILE-NAME.
004090     ACCEPT WS-FIXTURE-FILE-NAME
004100         FROM ENVIRONMENT "PSTM_FIXTURE_FILE".
004110     IF WS-FIXTURE-FILE-NAME = SPACES
004120         MOVE "./fixtures.dat" TO WS-FIXTURE-FILE-NAME
004130     END-IF.
004140
004150     MOVE SPACES TO WS-INDEXED-FILE-NAME.
004160     ACCEPT WS-INDEXED-FILE-NAME
004170         FROM ENVIRONMENT "RPS_INDEXED_FILE".
004180     IF WS-INDEXED-FILE-NAME = SPACES
004190         MOVE "./input_indexed.dat" TO WS-INDEXED-FILE-NAME
004200     END-IF.
004210
004220     MOVE SPACES TO WS-ROSTER-FILE-NAME.
004230     ACCEPT WS-ROSTER-FILE-NAME
004240         FROM ENVIRONMENT "RPS_ROSTER_FILE".
004250     IF WS-ROSTER-FILE-NAME = SPACES
004260         MOVE "./roster.dat" TO WS-ROSTER-FILE-NAME
004270     END-IF.
004280
004290     MOVE SPACES TO WS-REJECT-FILE-NAME.
004300     ACCEPT WS-REJECT-FILE-NAME
004310         FROM ENVIRONMENT "RPS_REJECT_FILE".
004320     IF WS-REJECT-FILE-NAME = SPACES
004330         MOVE "./reject.txt" TO WS-REJECT-FILE-NAME
004340     END-IF.
004350
004360     MOVE SPACES TO WS-APPLIED-FILE-NAME.
004370     ACCEPT WS-APPLIED-FILE-NAME
004380         FROM ENVIRONMENT "CENT_APPLIED_FILE".
004390     IF WS-APPLIED-FILE-NAME = SPACES
004400         MOVE "./corrections_applied.dat"
004410             TO WS-APPLIED-FILE-NAME
004420     END-IF.
004430
004440     MOVE SPACES TO WS-CORR-FILE-NAME.
004450     ACCEPT WS-CORR-FILE-NAME FROM ENVIRONMENT "CENT_CORR_FILE".
004460     IF WS-CORR-FILE-NAME = SPACES
004470         MOVE "./corrections.txt" TO WS-CORR-FILE-NAME
004480     END-IF.
004490 1000-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------*
004530* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE    *
004540* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS  *
004550* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                        *
004560*----------------------------------------------------------------*
004570 1050-READ-BUSINESS-DATE.
004580     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
004590     ACCEPT WS-DATE-CONTROL-FILE-NAME
004600         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
004610     IF WS-DATE-CONTROL-FILE-NAME = SPACES
004620         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
004630     END-IF.
004640     MOVE ZERO TO WS-RUN-DATE.
004650     OPEN INPUT DATE-CONTROL.
004660     IF WS-DATE-CONTROL-CHECK-KEY = "00"
004670         READ DATE-CONTROL
004680             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
004690         END-READ
004700         CLOSE DATE-CONTROL
004710     END-IF.
004720     IF WS-RUN-DATE = ZERO
004730         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004740         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
004750             "SYSTEM DATE"
004760         END-DISPLAY
004770     END-IF.
004780 1050-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------*
004820* 1500-LOAD-ROSTER - READ THE ROSTER INTO ITS TABLE. FOR ONE     *
004830* PLAYER NO ROSTER ONLY COSTS THE NAMES; A WHOLE-ROSTER RUN HAS  *
004840* NOTHING TO WORK THROUGH WITHOUT ONE.                           *
004850*----------------------------------------------------------------*
004860 1500-LOAD-ROSTER.
004870     OPEN INPUT ROSTERFILE.
004880     IF WS-ROSTER-CHECK-KEY = "00"
004890         PERFORM 1510-LOAD-ROSTER-RECORD THRU 1510-EXIT
004900             UNTIL WS-ROSTER-EOF
004910         CLOSE ROSTERFILE
004920     END-IF.
004930     IF WS-PLAYER-REQUEST = SPACES AND WS-ROSTER-COUNT = ZERO
004940         DISPLAY "PSTM_PLAYER_ID IS NOT SET AND THERE IS NO "
004950             "ROSTER TO WORK THROUGH"
004960         END-DISPLAY
004970         STOP RUN RETURNING 1
004980     END-IF.
004990 1500-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------*
005030* 1510-LOAD-ROSTER-RECORD - ADD ONE ROSTER RECORD TO THE TABLE.  *
005040*----------------------------------------------------------------*
005050 1510-LOAD-ROSTER-RECORD.
005060     READ ROSTERFILE
005070         AT END SET WS-ROSTER-EOF TO TRUE
005080     END-READ.
005090     IF WS-ROSTER-EOF
005100         GO TO 1510-EXIT
005110     END-IF.
005120     IF WS-ROSTER-COUNT >= 50000
005130         DISPLAY "ROSTER TABLE FULL AT 50000 AT " RO-PLAYER-ID
005140         END-DISPLAY
005150         STOP RUN RETURNING 1
005160     END-IF.
005170     ADD 1 TO WS-ROSTER-COUNT.
005180     MOVE RO-PLAYER-ID TO WS-RT-PLAYER-ID(WS-ROSTER-COUNT).
005190     MOVE RO-PLAYER-NAME TO WS-RT-PLAYER-NAME(WS-ROSTER-COUNT).
005200     MOVE RO-DIVISION TO WS-RT-DIVISION(WS-ROSTER-COUNT).
005210     MOVE RO-STATUS TO WS-RT-STATUS(WS-ROSTER-COUNT).
005220 1510-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005260* 1600-LOAD-REJECT-TRAIL - READ THE REJECT TRAIL INTO ITS TABLE. *
005270* NO TRAIL ON DISK MEANS NOTHING HAS BEEN REJECTED.              *
005280*----------------------------------------------------------------*
005290 1600-LOAD-REJECT-TRAIL.
005300     OPEN INPUT REJECTFILE.
005310     IF WS-REJECT-CHECK-KEY NOT = "00"
005320         GO TO 1600-EXIT
005330     END-IF.
005340     PERFORM 1610-LOAD-REJECT-RECORD THRU 1610-EXIT
005350         UNTIL WS-REJECT-EOF.
005360     CLOSE REJECTFILE.
005370 1600-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------*
005410* 1610-LOAD-REJECT-RECORD - ADD ONE REJECTED ROUND TO THE TABLE. *
005420*----------------------------------------------------------------*
005430 1610-LOAD-REJECT-RECORD.
005440     READ REJECTFILE
005450         AT END SET WS-REJECT-EOF TO TRUE
005460     END-READ.
005470     IF WS-REJECT-EOF
005480         GO TO 1610-EXIT
005490     END-IF.
005500     IF WS-REJECT-COUNT >= 50000
005510         DISPLAY "REJECT TABLE FULL AT 50000 AT " RJ-PLAYER-ID
005520         END-DISPLAY
005530         STOP RUN RETURNING 1
005540     END-IF.
005550     ADD 1 TO WS-REJECT-COUNT.
005560     MOVE RJ-ROUND-NUMBER TO WS-REJECT-ROUND(WS-REJECT-COUNT).
005570     MOVE RJ-PLAYER-ID TO WS-REJECT-PLAYER(WS-REJECT-COUNT).
005580     MOVE RJ-OPPONENT TO WS-REJECT-OPPONENT(WS-REJECT-COUNT).
005590     MOVE RJ-OWN TO WS-REJECT-OWN(WS-REJECT-COUNT).
005600     MOVE RJ-REASON TO WS-REJECT-REASON(WS-REJECT-COUNT).
005610     MOVE RJ-RUN-DATE TO WS-REJECT-RUN-DATE(WS-REJECT-COUNT).
005620 1610-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------*
005660* 1700-LOAD-APPLIED-TRAIL - READ THE APPLIED-CORRECTIONS TRAIL   *
005670* INTO ITS TABLE. NO TRAIL ON DISK ONLY MEANS NO CORRECTION HAS  *
005680* EVER BEEN POSTED.                                              *
005690*----------------------------------------------------------------*
005700 1700-LOAD-APPLIED-TRAIL.
005710     OPEN INPUT APPLIEDFILE.
005720     IF WS-APPLIED-CHECK-KEY NOT = "00"
005730         GO TO 1700-EXIT
005740     END-IF.
005750     PERFORM 1710-LOAD-APPLIED-RECORD THRU 1710-EXIT
005760         UNTIL WS-APPLIED-EOF.
005770     CLOSE APPLIEDFILE.
005780 1700-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------*
005820* 1710-LOAD-APPLIED-RECORD - ADD ONE APPLIED PAIR TO THE TABLE.  *
005830*----------------------------------------------------------------*
005840 1710-LOAD-APPLIED-RECORD.
005850     READ APPLIEDFILE
005860         AT END SET WS-APPLIED-EOF TO TRUE
005870     END-READ.
005880     IF WS-APPLIED-EOF
005890         GO TO 1710-EXIT
005900     END-IF.
005910     IF WS-APPLIED-COUNT >= 50000
005920         DISPLAY "APPLIED TABLE FULL AT 50000 AT " AP-PLAYER-ID
005930         END-DISPLAY
005940         STOP RUN RETURNING 1
005950     END-IF.
005960     ADD 1 TO WS-APPLIED-COUNT.
005970     MOVE AP-ROUND-NUMBER TO WS-APPLIED-ROUND(WS-APPLIED-COUNT).
005980     MOVE AP-PLAYER-ID TO WS-APPLIED-PLAYER(WS-APPLIED-COUNT).
005990 1710-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------*
006030* 1800-LOAD-PENDING-CORRECTIONS - READ THE CORRECTIONS WAITING   *
006040* FOR REJECT-RESUBMIT INTO THEIR TABLE. NONE ON DISK MEANS NONE  *
006050* ARE WAITING.                                                   *
006060*----------------------------------------------------------------*
006070 1800-LOAD-PENDING-CORRECTIONS.
006080     OPEN INPUT CORRFILE.
006090     IF WS-CORR-CHECK-KEY NOT = "00"
006100         GO TO 1800-EXIT
006110     END-IF.
006120     PERFORM 1810-LOAD-PENDING-RECORD THRU 1810-EXIT
006130         UNTIL WS-CORR-EOF.
006140     CLOSE CORRFILE.
006150 1800-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------*
006190* 1810-LOAD-PENDING-RECORD - ADD ONE PENDING PAIR TO THE TABLE.  *
006200*----------------------------------------------------------------*
006210 1810-LOAD-PENDING-RECORD.
006220     READ CORRFILE
006230         AT END SET WS-CORR-EOF TO TRUE
006240     END-READ.
006250     IF WS-CORR-EOF
006260         GO TO 1810-EXIT
006270     END-IF.
006280     IF WS-PENDING-COUNT >= 50000
006290         DISPLAY "PENDING TABLE FULL AT 50000 AT " CO-PLAYER-ID
006300         END-DISPLAY
006310         STOP RUN RETURNING 1
006320     END-IF.
006330     ADD 1 TO WS-PENDING-COUNT.
006340     MOVE CO-ROUND-NUMBER TO WS-PENDING-ROUND(WS-PENDING-COUNT).
006350     MOVE CO-PLAYER-ID TO WS-PENDING-PLAYER(WS-PENDING-COUNT).
006360 1810-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------------*
006400* 1900-OPEN-FILES - OPEN THE TWO OUTPUTS, THEN THE MASTER AND    *
006410* THE ROUND INDEX FOR KEYED READS. WITHOUT A MASTER THE          *
006420* STATEMENTS CARRY NO TOTALS; WITHOUT AN INDEX EVERY FIXTURE     *
006430* SEAT IS SHOWN.                                                 *
006440*----------------------------------------------------------------*
006450 1900-OPEN-FILES.
006460     OPEN OUTPUT STATEMENTFILE.
006470     IF WS-STATEMENT-CHECK-KEY NOT = "00"
006480         DISPLAY "UNABLE TO OPEN STATEMENTFILE. STATUS: "
006490             WS-STATEMENT-CHECK-KEY
006500         END-DISPLAY
006510         STOP RUN RETURNING 1
006520     END-IF.
006530
006540     OPEN OUTPUT FLATFILE.
006550     IF WS-FLAT-CHECK-KEY NOT = "00"
006560         DISPLAY "UNABLE TO OPEN FLATFILE. STATUS: "
006570             WS-FLAT-CHECK-KEY
006580         END-DISPLAY
006590         CLOSE STATEMENTFILE
006600         STOP RUN RETURNING 1
006610     END-IF.
006620
006630     OPEN INPUT STANDINGS-MASTER.
006640     IF WS-MASTER-CHECK-KEY = "00"
006650         SET WS-MASTER-OPEN TO TRUE
006660     ELSE
006670         DISPLAY "NO STANDINGS MASTER FOUND - STATEMENTS CARRY "
006680             "NO SEASON TOTALS"
006690         END-DISPLAY
006700     END-IF.
006710
006720     OPEN INPUT INDEXED-INPUT.
006730     IF WS-INDEXED-CHECK-KEY = "00"
006740         SET WS-INDEX-OPEN TO TRUE
006750     ELSE
006760         DISPLAY "NO ROUND INDEX FOUND - EVERY FIXTURE IS SHOWN "
006770             "AS UPCOMING"
006780         END-DISPLAY
006790     END-IF.
006800 1900-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------*
006840* 1950-STATEMENT-FOR-ROSTER-ENTRY - ONE WHOLE-ROSTER STATEMENT.  *
006850*----------------------------------------------------------------*
006860 1950-STATEMENT-FOR-ROSTER-ENTRY.
006870     MOVE WS-RT-PLAYER-ID(WS-ROSTER-IDX) TO WS-STMT-PLAYER-ID.
006880     PERFORM 2000-WRITE-STATEMENT THRU 2000-EXIT.
006890 1950-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------------*
006930* 2000-WRITE-STATEMENT - ONE PLAYER'S STATEMENT, SECTION BY      *
006940* SECTION, CLOSED OFF BY A RULE.                                 *
006950*----------------------------------------------------------------*
006960 2000-WRITE-STATEMENT.
006970     ADD 1 TO WS-STATEMENT-COUNT.
006980     PERFORM 2010-CLEAR-FIGURE THRU 2010-EXIT
006990         VARYING WS-FIG-IDX FROM 1 BY 1
007000         UNTIL WS-FIG-IDX > 8.
007010
007020     PERFORM 2100-ROSTER-SECTION THRU 2100-EXIT.
007030     PERFORM 2200-TOTALS-SECTION THRU 2200-EXIT.
007040     PERFORM 2300-POSTINGS-SECTION THRU 2300-EXIT.
007050     PERFORM 2400-ADJUSTMENTS-SECTION THRU 2400-EXIT.
007060     PERFORM 2500-RECONCILE-SECTION THRU 2500-EXIT.
007070     PERFORM 2600-REJECTS-SECTION THRU 2600-EXIT.
007080     PERFORM 2700-FIXTURES-SECTION THRU 2700-EXIT.
007090
007100     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007110     MOVE ALL "=" TO WS-REPORT-LINE.
007120     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007130     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007140 2000-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------*
007180* 2010-CLEAR-FIGURE - ZERO ONE COLUMN OF THE STATEMENT FIGURES.  *
007190*----------------------------------------------------------------*
007200 2010-CLEAR-FIGURE.
007210     MOVE ZERO TO WS-POSTED-FIGURE(WS-FIG-IDX)
007220                  WS-ADJUSTED-FIGURE(WS-FIG-IDX)
007230                  WS-EXPECTED-FIGURE(WS-FIG-IDX)
007240                  WS-MASTER-FIGURE(WS-FIG-IDX).
007250 2010-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------*
007290* 2100-ROSTER-SECTION - THE HEADING AND THE ROSTER DETAILS. A    *
007300* PLAYER ASKED FOR BY ID MAY NOT BE REGISTERED; THE STATEMENT    *
007310* STILL SHOWS WHATEVER THE OTHER FILES HOLD ON THE ID.           *
007320*----------------------------------------------------------------*
007330 2100-ROSTER-SECTION.
007340     MOVE WS-STMT-PLAYER-ID TO WS-LOOKUP-ID.
007350     PERFORM 7700-FIND-ROSTER-ENTRY THRU 7700-EXIT.
007360
007370     MOVE "PLAYER SEASON STATEMENT" TO WS-REPORT-LINE.
007380     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007390     STRING "STATEMENT DATE " DELIMITED BY SIZE
007400         WS-RUN-DATE DELIMITED BY SIZE
007410         INTO WS-REPORT-LINE
007420         WITH POINTER WS-STRING-PTR
007430     END-STRING.
007440     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007450
007460     STRING "PLAYER " DELIMITED BY SIZE
007470         WS-STMT-PLAYER-ID DELIMITED BY SIZE
007480         INTO WS-REPORT-LINE
007490         WITH POINTER WS-STRING-PTR
007500     END-STRING.
007510     IF WS-ROSTER-FOUND-IDX NOT = ZERO
007520         STRING "  " DELIMITED BY SIZE
007530             WS-RT-PLAYER-NAME(WS-ROSTER-FOUND-IDX)
007540                 DELIMITED BY SIZE
007550             INTO WS-REPORT-LINE
007560             WITH POINTER WS-STRING-PTR
007570         END-STRING
007580     END-IF.
007590     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007600
007610     PERFORM 8500-START-FLAT-RECORD THRU 8500-EXIT.
007620     SET ST-ROSTER-TYPE TO TRUE.
007630     IF WS-ROSTER-FOUND-IDX = ZERO
007640         MOVE "NOT ON THE ROSTER" TO WS-REPORT-LINE
007650         PERFORM 8000-PUT-LINE THRU 8000-EXIT
007660         MOVE "N" TO ST-ON-ROSTER
007670         PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT
007680         GO TO 2100-EXIT
007690     END-IF.
007700
007710     EVALUATE WS-RT-STATUS(WS-ROSTER-FOUND-IDX)
007720         WHEN "A"
007730             MOVE "ACTIVE" TO WS-STATUS-TEXT
007740         WHEN "I"
007750             MOVE "INACTIVE" TO WS-STATUS-TEXT
007760         WHEN OTHER
007770             MOVE WS-RT-STATUS(WS-ROSTER-FOUND-IDX)
007780                 TO WS-STATUS-TEXT
007790     END-EVALUATE.
007800     STRING "DIVISION " DELIMITED BY SIZE
007810         WS-RT-DIVISION(WS-ROSTER-FOUND-IDX) DELIMITED BY SIZE
007820         "  STATUS " DELIMITED BY SIZE
007830         WS-STATUS-TEXT DELIMITED BY SIZE
007840         INTO WS-REPORT-LINE
007850         WITH POINTER WS-STRING-PTR
007860     END-STRING.
007870     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
007880
007890     MOVE WS-RT-PLAYER-NAME(WS-ROSTER-FOUND-IDX)
007900         TO ST-PLAYER-NAME.
007910     MOVE WS-RT-DIVISION(WS-ROSTER-FOUND-IDX) TO ST-DIVISION.
007920     MOVE WS-RT-STATUS(WS-ROSTER-FOUND-IDX) TO ST-STATUS.
007930     MOVE "Y" TO ST-ON-ROSTER.
007940     PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT.
007950 2100-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------------*
007990* 2200-TOTALS-SECTION - THE PLAYER'S SEASON TOTALS, READ BY KEY  *
008000* FROM THE STANDINGS MASTER. NO RECORD LEAVES THE TOTALS AT      *
008010* ZERO FOR THE RECONCILIATION.                                   *
008020*----------------------------------------------------------------*
008030 2200-TOTALS-SECTION.
008040     MOVE "N" TO WS-MASTER-FOUND-SW.
008050     IF WS-MASTER-OPEN
008060         MOVE WS-STMT-PLAYER-ID TO MR-PLAYER-ID
008070         READ STANDINGS-MASTER
008080             INVALID KEY CONTINUE
008090             NOT INVALID KEY SET WS-MASTER-FOUND TO TRUE
008100         END-READ
008110     END-IF.
008120     IF WS-MASTER-FOUND
008130         MOVE MASTER-RECORD TO WS-MASTER-IMAGE
008140     ELSE
008150         MOVE ZERO TO WS-MI-FIGURES
008160     END-IF.
008170
008180     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
008190     MOVE "SEASON TOTALS (STANDINGS MASTER)" TO WS-REPORT-LINE.
008200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
008210
008220     PERFORM 8500-START-FLAT-RECORD THRU 8500-EXIT.
008230     SET ST-TOTALS-TYPE TO TRUE.
008240     MOVE ZERO TO ST-FIGURE-DATE.
008250     PERFORM 2210-TAKE-MASTER-FIGURE THRU 2210-EXIT
008260         VARYING WS-FIG-IDX FROM 1 BY 1
008270         UNTIL WS-FIG-IDX > 8.
008280
008290     IF WS-MASTER-FOUND
008300         MOVE "Y" TO ST-FIGURE-FLAG
008310         PERFORM 8050-PUT-FIGURE-HEADING THRU 8050-EXIT
008320         MOVE "    SEASON" TO WS-LINE-LABEL
008330         PERFORM 8100-PUT-FIGURE-LINE THRU 8100-EXIT
008340     ELSE
008350         MOVE "N" TO ST-FIGURE-FLAG
008360         IF WS-MASTER-OPEN
008370             MOVE "  NO RECORD ON THE STANDINGS MASTER"
008380                 TO WS-REPORT-LINE
008390         ELSE
008400             MOVE "  NO STANDINGS MASTER ON DISK"
008410                 TO WS-REPORT-LINE
008420         END-IF
008430         PERFORM 8000-PUT-LINE THRU 8000-EXIT
008440     END-IF.
008450     PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT.
008460 2200-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------*
008500* 2210-TAKE-MASTER-FIGURE - ONE COLUMN OF THE SEASON TOTALS.     *
008510*----------------------------------------------------------------*
008520 2210-TAKE-MASTER-FIGURE.
008530     MOVE WS-MI-FIGURE(WS-FIG-IDX)
008540         TO WS-MASTER-FIGURE(WS-FIG-IDX)
008550            WS-LINE-FIGURE(WS-FIG-IDX)
008560            ST-FIGURE(WS-FIG-IDX).
008570 2210-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------*
008610* 2300-POSTINGS-SECTION - SWEEP THE PLAYER DAILY-HISTORY FOR THE *
008620* PLAYER'S POSTINGS, ONE LINE EACH IN FILE ORDER, SUMMING THEM   *
008630* FOR THE RECONCILIATION.                                        *
008640*----------------------------------------------------------------*
008650 2300-POSTINGS-SECTION.
008660     MOVE ZERO TO WS-POSTING-COUNT.
008670     MOVE "N" TO WS-PHIST-EOF-SW.
008680     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
008690     MOVE "DAY-BY-DAY POSTINGS (PLAYER DAILY-HISTORY)"
008700         TO WS-REPORT-LINE.
008710     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
008720
008730     OPEN INPUT PLAYER-HISTORY.
008740     IF WS-PHIST-CHECK-KEY NOT = "00"
008750         MOVE "  NO PLAYER DAILY-HISTORY FILE ON DISK"
008760             TO WS-REPORT-LINE
008770         PERFORM 8000-PUT-LINE THRU 8000-EXIT
008780         GO TO 2300-EXIT
008790     END-IF.
008800     PERFORM 2310-TAKE-POSTING THRU 2310-EXIT
008810         UNTIL WS-PHIST-EOF.
008820     CLOSE PLAYER-HISTORY.
008830
008840     IF WS-POSTING-COUNT = ZERO
008850         MOVE "  NO POSTINGS THIS SEASON" TO WS-REPORT-LINE
008860         PERFORM 8000-PUT-LINE THRU 8000-EXIT
008870     END-IF.
008880 2300-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------*
008920* 2310-TAKE-POSTING - PRINT AND SUM ONE HISTORY RECORD WHEN IT   *
008930* BELONGS TO THE PLAYER.                                         *
008940*----------------------------------------------------------------*
008950 2310-TAKE-POSTING.
008960     READ PLAYER-HISTORY
008970         AT END SET WS-PHIST-EOF TO TRUE
008980     END-READ.
008990     IF WS-PHIST-EOF
009000         GO TO 2310-EXIT
009010     END-IF.
009020     IF PH-PLAYER-ID NOT = WS-STMT-PLAYER-ID
009030         GO TO 2310-EXIT
009040     END-IF.
009050
009060     ADD 1 TO WS-POSTING-COUNT.
009070     IF WS-POSTING-COUNT = 1
009080         PERFORM 8050-PUT-FIGURE-HEADING THRU 8050-EXIT
009090     END-IF.
009100     MOVE PLAYER-HISTORY-RECORD TO WS-HISTORY-IMAGE.
009110
009120     PERFORM 8500-START-FLAT-RECORD THRU 8500-EXIT.
009130     SET ST-POSTING-TYPE TO TRUE.
009140     MOVE WS-HI-POST-DATE TO ST-FIGURE-DATE.
009150     PERFORM 2320-TAKE-POSTING-FIGURE THRU 2320-EXIT
009160         VARYING WS-FIG-IDX FROM 1 BY 1
009170         UNTIL WS-FIG-IDX > 8.
009180     PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT.
009190
009200     MOVE SPACES TO WS-LINE-LABEL.
009210     STRING "  " DELIMITED BY SIZE
009220         WS-HI-POST-DATE DELIMITED BY SIZE
009230         INTO WS-LINE-LABEL
009240     END-STRING.
009250     PERFORM 8100-PUT-FIGURE-LINE THRU 8100-EXIT.
009260 2310-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------------*
009300* 2320-TAKE-POSTING-FIGURE - ONE COLUMN OF ONE POSTING.          *
009310*----------------------------------------------------------------*
009320 2320-TAKE-POSTING-FIGURE.
009330     MOVE WS-HI-FIGURE(WS-FIG-IDX)
009340         TO WS-LINE-FIGURE(WS-FIG-IDX)
009350            ST-FIGURE(WS-FIG-IDX).
009360     ADD WS-HI-FIGURE(WS-FIG-IDX)
009370         TO WS-POSTED-FIGURE(WS-FIG-IDX).
009380 2320-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------*
009420* 2400-ADJUSTMENTS-SECTION - SWEEP THE ADJUSTMENT JOURNAL FOR    *
009430* THE PLAYER'S ADJUSTMENTS, NETTING THEM FOR THE RECONCILIATION  *
009440* THE WAY NIGHT-RECON DOES: A "-" SIGN, INCLUDING THE FIGURES A  *
009450* RETIRE CARRIED OUT OF THE MASTER, SUBTRACTS. NO JOURNAL ON     *
009460* DISK MEANS NO ADJUSTMENT WAS EVER APPLIED.                     *
009470*----------------------------------------------------------------*
009480 2400-ADJUSTMENTS-SECTION.
009490     MOVE ZERO TO WS-ADJUSTMENT-COUNT.
009500     MOVE "N" TO WS-JOURNAL-EOF-SW.
009510     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
009520     MOVE "ADJUSTMENTS (ADJUSTMENT JOURNAL)" TO WS-REPORT-LINE.
009530     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
009540
009550     OPEN INPUT ADJUST-JOURNAL.
009560     IF WS-JOURNAL-CHECK-KEY NOT = "00" AND
009570             WS-JOURNAL-CHECK-KEY NOT = "05"
009580         STRING "  ADJUSTMENT JOURNAL COULD NOT BE READ. "
009590                 DELIMITED BY SIZE
009600             "STATUS: " DELIMITED BY SIZE
009610             WS-JOURNAL-CHECK-KEY DELIMITED BY SIZE
009620             INTO WS-REPORT-LINE
009630             WITH POINTER WS-STRING-PTR
009640         END-STRING
009650         PERFORM 8000-PUT-LINE THRU 8000-EXIT
009660         GO TO 2400-EXIT
009670     END-IF.
009680     PERFORM 2410-TAKE-ADJUSTMENT THRU 2410-EXIT
009690         UNTIL WS-JOURNAL-EOF.
009700     CLOSE ADJUST-JOURNAL.
009710
009720     IF WS-ADJUSTMENT-COUNT = ZERO
009730         MOVE "  NO ADJUSTMENTS THIS SEASON" TO WS-REPORT-LINE
009740         PERFORM 8000-PUT-LINE THRU 8000-EXIT
009750     END-IF.
009760 2400-EXIT.
009770     EXIT.
009780
009790*----------------------------------------------------------------*
009800* 2410-TAKE-ADJUSTMENT - PRINT AND NET ONE JOURNALED ADJUSTMENT  *
009810* WHEN IT BELONGS TO THE PLAYER: THE TRANSACTION LINE, THEN ITS  *
009820* FIGURES WITH THE SIGN APPLIED.                                 *
009830*----------------------------------------------------------------*
009840 2410-TAKE-ADJUSTMENT.
009850     READ ADJUST-JOURNAL
009860         AT END SET WS-JOURNAL-EOF TO TRUE
009870     END-READ.
009880     IF WS-JOURNAL-EOF
009890         GO TO 2410-EXIT
009900     END-IF.
009910     MOVE AJR-TRANSACTION TO WS-JOURNAL-IMAGE.
009920     IF WS-JI-PLAYER-ID NOT = WS-STMT-PLAYER-ID
009930         GO TO 2410-EXIT
009940     END-IF.
009950
009960     ADD 1 TO WS-ADJUSTMENT-COUNT.
009970     IF WS-ADJUSTMENT-COUNT = 1
009980         STRING "  APPLIED   TIME      ACTION" DELIMITED BY SIZE
009990             "  SIGN  REASON  ROUND" DELIMITED BY SIZE
010000             INTO WS-REPORT-LINE
010010             WITH POINTER WS-STRING-PTR
010020         END-STRING
010030         PERFORM 8000-PUT-LINE THRU 8000-EXIT
010040         PERFORM 8050-PUT-FIGURE-HEADING THRU 8050-EXIT
010050     END-IF.
010060
010070     EVALUATE TRUE
010080         WHEN WS-JI-ADJUST
010090             MOVE "ADJUST" TO WS-ACTION-TEXT
010100         WHEN WS-JI-INSERT
010110             MOVE "INSERT" TO WS-ACTION-TEXT
010120         WHEN WS-JI-RETIRE
010130             MOVE "RETIRE" TO WS-ACTION-TEXT
010140         WHEN OTHER
010150             MOVE WS-JI-ACTION TO WS-ACTION-TEXT
010160     END-EVALUATE.
010170     STRING "  " DELIMITED BY SIZE
010180         AJR-APPLY-DATE DELIMITED BY SIZE
010190         "  " DELIMITED BY SIZE
010200         AJR-APPLY-TIME DELIMITED BY SIZE
010210         "  " DELIMITED BY SIZE
010220         WS-ACTION-TEXT DELIMITED BY SIZE
010230         "  " DELIMITED BY SIZE
010240         WS-JI-SIGN DELIMITED BY SIZE
010250         "     " DELIMITED BY SIZE
010260         WS-JI-REASON-CODE DELIMITED BY SIZE
010270         "    " DELIMITED BY SIZE
010280         WS-JI-DISPUTED-ROUND DELIMITED BY SIZE
010290         INTO WS-REPORT-LINE
010300         WITH POINTER WS-STRING-PTR
010310     END-STRING.
010320     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
010330
010340     PERFORM 8500-START-FLAT-RECORD THRU 8500-EXIT.
010350     SET ST-ADJUSTMENT-TYPE TO TRUE.
010360     MOVE AJR-APPLY-DATE TO ST-APPLY-DATE.
010370     MOVE AJR-APPLY-TIME TO ST-APPLY-TIME.
010380     MOVE WS-JI-ACTION TO ST-ACTION.
010390     MOVE WS-JI-SIGN TO ST-SIGN.
010400     MOVE WS-JI-REASON-CODE TO ST-REASON-CODE.
010410     MOVE WS-JI-DISPUTED-ROUND TO ST-DISPUTED-ROUND.
010420     PERFORM 2420-TAKE-ADJUSTMENT-FIGURE THRU 2420-EXIT
010430         VARYING WS-FIG-IDX FROM 1 BY 1
010440         UNTIL WS-FIG-IDX > 8.
010450     PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT.
010460
010470     MOVE "    AMOUNT" TO WS-LINE-LABEL.
010480     PERFORM 8100-PUT-FIGURE-LINE THRU 8100-EXIT.
010490 2410-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------------*
010530* 2420-TAKE-ADJUSTMENT-FIGURE - ONE COLUMN OF ONE ADJUSTMENT.    *
010540*----------------------------------------------------------------*
010550 2420-TAKE-ADJUSTMENT-FIGURE.
010560     MOVE WS-JI-FIGURE(WS-FIG-IDX)
010570         TO ST-ADJUST-FIGURE(WS-FIG-IDX).
010580     IF WS-JI-SIGN-SUBTRACT
010590         COMPUTE WS-LINE-FIGURE(WS-FIG-IDX) =
010600             ZERO - WS-JI-FIGURE(WS-FIG-IDX)
010610         END-COMPUTE
010620     ELSE
010630         MOVE WS-JI-FIGURE(WS-FIG-IDX)
010640             TO WS-LINE-FIGURE(WS-FIG-IDX)
010650     END-IF.
010660     ADD WS-LINE-FIGURE(WS-FIG-IDX)
010670         TO WS-ADJUSTED-FIGURE(WS-FIG-IDX).
010680 2420-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------------*
010720* 2500-RECONCILE-SECTION - THE POSTINGS PLUS THE NET             *
010730* ADJUSTMENTS, SET AGAINST THE SEASON TOTALS. THEY SHOULD AGREE  *
010740* COLUMN FOR COLUMN - THE SAME EQUATION NIGHT-RECON CERTIFIES    *
010750* FOR THE WHOLE MASTER.                                          *
010760*----------------------------------------------------------------*
010770 2500-RECONCILE-SECTION.
010780     SET WS-FIGURES-AGREE TO TRUE.
010790     PERFORM 8500-START-FLAT-RECORD THRU 8500-EXIT.
010800     SET ST-RECONCILE-TYPE TO TRUE.
010810     MOVE ZERO TO ST-FIGURE-DATE.
010820     PERFORM 2510-RECONCILE-FIGURE THRU 2510-EXIT
010830         VARYING WS-FIG-IDX FROM 1 BY 1
010840         UNTIL WS-FIG-IDX > 8.
010850
010860     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
010870     MOVE "RECONCILIATION" TO WS-REPORT-LINE.
010880     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
010890     PERFORM 8050-PUT-FIGURE-HEADING THRU 8050-EXIT.
010900     MOVE WS-POSTED-FIGURES TO WS-LINE-FIGURES.
010910     MOVE "    POSTED" TO WS-LINE-LABEL.
010920     PERFORM 8100-PUT-FIGURE-LINE THRU 8100-EXIT.
010930     MOVE WS-ADJUSTED-FIGURES TO WS-LINE-FIGURES.
010940     MOVE "  ADJUSTED" TO WS-LINE-LABEL.
010950     PERFORM 8100-PUT-FIGURE-LINE THRU 8100-EXIT.
010960     MOVE WS-EXPECTED-FIGURES TO WS-LINE-FIGURES.
010970     MOVE "  EXPECTED" TO WS-LINE-LABEL.
010980     PERFORM 8100-PUT-FIGURE-LINE THRU 8100-EXIT.
010990
011000     IF NOT WS-MASTER-OPEN
011010         MOVE SPACE TO ST-FIGURE-FLAG
011020         MOVE "  NOT CHECKED - NO STANDINGS MASTER ON DISK"
011030             TO WS-REPORT-LINE
011040         PERFORM 8000-PUT-LINE THRU 8000-EXIT
011050         PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT
011060         GO TO 2500-EXIT
011070     END-IF.
011080
011090     MOVE WS-MASTER-FIGURES TO WS-LINE-FIGURES.
011100     MOVE "    MASTER" TO WS-LINE-LABEL.
011110     PERFORM 8100-PUT-FIGURE-LINE THRU 8100-EXIT.
011120     IF WS-FIGURES-AGREE
011130         MOVE "Y" TO ST-FIGURE-FLAG
011140         MOVE "  MASTER AGREES" TO WS-REPORT-LINE
011150     ELSE
011160         MOVE "N" TO ST-FIGURE-FLAG
011170         MOVE "  MASTER DOES NOT AGREE - REFER TO NIGHT-RECON"
011180             TO WS-REPORT-LINE
011190     END-IF.
011200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
011210     PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT.
011220 2500-EXIT.
011230     EXIT.
011240
011250*----------------------------------------------------------------*
011260* 2510-RECONCILE-FIGURE - ONE COLUMN OF THE RECONCILIATION.      *
011270*----------------------------------------------------------------*
011280 2510-RECONCILE-FIGURE.
011290     COMPUTE WS-EXPECTED-FIGURE(WS-FIG-IDX) =
011300         WS-POSTED-FIGURE(WS-FIG-IDX)
011310         + WS-ADJUSTED-FIGURE(WS-FIG-IDX)
011320     END-COMPUTE.
011330     MOVE WS-EXPECTED-FIGURE(WS-FIG-IDX) TO ST-FIGURE(WS-FIG-IDX).
011340     IF WS-EXPECTED-FIGURE(WS-FIG-IDX)
011350             NOT = WS-MASTER-FIGURE(WS-FIG-IDX)
011360         SET WS-FIGURES-DIFFER TO TRUE
011370     END-IF.
011380 2510-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------------*
011420* 2600-REJECTS-SECTION - THE PLAYER'S ROUNDS ON THE REJECT TRAIL *
011430* THAT NO APPLIED CORRECTION HAS SETTLED. ONE WITH A CORRECTION  *
011440* ENTERED AND WAITING FOR REJECT-RESUBMIT IS MARKED SO.          *
011450*----------------------------------------------------------------*
011460 2600-REJECTS-SECTION.
011470     MOVE ZERO TO WS-OPEN-REJECT-COUNT.
011480     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
011490     MOVE "REJECTED ROUNDS NOT YET CORRECTED (REJECT TRAIL)"
011500         TO WS-REPORT-LINE.
011510     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
011520     PERFORM 2610-CHECK-REJECT THRU 2610-EXIT
011530         VARYING WS-REJECT-IDX FROM 1 BY 1
011540         UNTIL WS-REJECT-IDX > WS-REJECT-COUNT.
011550     IF WS-OPEN-REJECT-COUNT = ZERO
011560         MOVE "  NONE" TO WS-REPORT-LINE
011570         PERFORM 8000-PUT-LINE THRU 8000-EXIT
011580     END-IF.
011590 2600-EXIT.
011600     EXIT.
011610
011620*----------------------------------------------------------------*
011630* 2610-CHECK-REJECT - PRINT ONE TRAIL ENTRY WHEN IT IS THE       *
011640* PLAYER'S AND STILL UNCORRECTED.                                *
011650*----------------------------------------------------------------*
011660 2610-CHECK-REJECT.
011670     IF WS-REJECT-PLAYER(WS-REJECT-IDX) NOT = WS-STMT-PLAYER-ID
011680         GO TO 2610-EXIT
011690     END-IF.
011700     MOVE WS-REJECT-ROUND(WS-REJECT-IDX) TO WS-LOOKUP-ROUND.
011710     MOVE WS-STMT-PLAYER-ID TO WS-LOOKUP-ID.
011720     PERFORM 7720-FIND-APPLIED THRU 7720-EXIT.
011730     IF WS-APPLIED-FOUND-IDX NOT = ZERO
011740         GO TO 2610-EXIT
011750     END-IF.
011760     PERFORM 7730-FIND-PENDING THRU 7730-EXIT.
011770
011780     ADD 1 TO WS-OPEN-REJECT-COUNT.
011790     IF WS-OPEN-REJECT-COUNT = 1
011800         MOVE "  ROUND  OPP OWN  REJECTED  REASON"
011810             TO WS-REPORT-LINE
011820         PERFORM 8000-PUT-LINE THRU 8000-EXIT
011830     END-IF.
011840     STRING "  " DELIMITED BY SIZE
011850         WS-REJECT-ROUND(WS-REJECT-IDX) DELIMITED BY SIZE
011860         "   " DELIMITED BY SIZE
011870         WS-REJECT-OPPONENT(WS-REJECT-IDX) DELIMITED BY SIZE
011880         "   " DELIMITED BY SIZE
011890         WS-REJECT-OWN(WS-REJECT-IDX) DELIMITED BY SIZE
011900         "    " DELIMITED BY SIZE
011910         WS-REJECT-RUN-DATE(WS-REJECT-IDX) DELIMITED BY SIZE
011920         "  " DELIMITED BY SIZE
011930         WS-REJECT-REASON(WS-REJECT-IDX) DELIMITED BY SIZE
011940         INTO WS-REPORT-LINE
011950         WITH POINTER WS-STRING-PTR
011960     END-STRING.
011970     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
011980
011990     PERFORM 8500-START-FLAT-RECORD THRU 8500-EXIT.
012000     SET ST-REJECT-TYPE TO TRUE.
012010     MOVE WS-REJECT-ROUND(WS-REJECT-IDX) TO ST-REJECT-ROUND.
012020     MOVE WS-REJECT-OPPONENT(WS-REJECT-IDX)
012030         TO ST-REJECT-OPPONENT.
012040     MOVE WS-REJECT-OWN(WS-REJECT-IDX) TO ST-REJECT-OWN.
012050     MOVE WS-REJECT-REASON(WS-REJECT-IDX) TO ST-REJECT-REASON.
012060     MOVE WS-REJECT-RUN-DATE(WS-REJECT-IDX)
012070         TO ST-REJECT-RUN-DATE.
012080     IF WS-PENDING-FOUND-IDX NOT = ZERO
012090         MOVE "Y" TO ST-CORRECTION-PENDING
012100         STRING "        CORRECTION ENTERED - " DELIMITED BY SIZE
012110             "AWAITING REJECT-RESUBMIT" DELIMITED BY SIZE
012120             INTO WS-REPORT-LINE
012130             WITH POINTER WS-STRING-PTR
012140         END-STRING
012150         PERFORM 8000-PUT-LINE THRU 8000-EXIT
012160     ELSE
012170         MOVE "N" TO ST-CORRECTION-PENDING
012180     END-IF.
012190     PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT.
012200 2610-EXIT.
012210     EXIT.
012220
012230*----------------------------------------------------------------*
012240* 2700-FIXTURES-SECTION - SWEEP THE FIXTURES FILE FOR THE        *
012250* PLAYER'S SEATS THAT HAVE NOT BEEN PLAYED YET.                  *
012260*----------------------------------------------------------------*
012270 2700-FIXTURES-SECTION.
012280     MOVE ZERO TO WS-UPCOMING-COUNT.
012290     MOVE "N" TO WS-FIXTURE-EOF-SW.
012300     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012310     MOVE "UPCOMING FIXTURES" TO WS-REPORT-LINE.
012320     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
012330
012340     OPEN INPUT FIXTUREFILE.
012350     IF WS-FIXTURE-CHECK-KEY NOT = "00"
012360         MOVE "  NO FIXTURES FILE ON DISK" TO WS-REPORT-LINE
012370         PERFORM 8000-PUT-LINE THRU 8000-EXIT
012380         GO TO 2700-EXIT
012390     END-IF.
012400     PERFORM 2710-TAKE-FIXTURE THRU 2710-EXIT
012410         UNTIL WS-FIXTURE-EOF.
012420     CLOSE FIXTUREFILE.
012430
012440     IF WS-UPCOMING-COUNT = ZERO
012450         MOVE "  NONE" TO WS-REPORT-LINE
012460         PERFORM 8000-PUT-LINE THRU 8000-EXIT
012470     END-IF.
012480 2700-EXIT.
012490     EXIT.
012500
012510*----------------------------------------------------------------*
012520* 2710-TAKE-FIXTURE - PRINT ONE FIXTURE SEAT WHEN IT IS THE      *
012530* PLAYER'S AND STILL TO BE PLAYED, WITH THE OPPONENT'S NAME.     *
012540*----------------------------------------------------------------*
012550 2710-TAKE-FIXTURE.
012560     READ FIXTUREFILE
012570         AT END SET WS-FIXTURE-EOF TO TRUE
012580     END-READ.
012590     IF WS-FIXTURE-EOF
012600         GO TO 2710-EXIT
012610     END-IF.
012620     IF FX-PLAYER-ID NOT = WS-STMT-PLAYER-ID
012630         GO TO 2710-EXIT
012640     END-IF.
012650     PERFORM 2720-JUDGE-SEAT THRU 2720-EXIT.
012660     IF WS-SEAT-PLAYED
012670         GO TO 2710-EXIT
012680     END-IF.
012690
012700     ADD 1 TO WS-UPCOMING-COUNT.
012710     IF WS-UPCOMING-COUNT = 1
012720         MOVE "  ROUND OPPONENT    NAME" TO WS-REPORT-LINE
012730         PERFORM 8000-PUT-LINE THRU 8000-EXIT
012740     END-IF.
012750
012760     PERFORM 8500-START-FLAT-RECORD THRU 8500-EXIT.
012770     SET ST-FIXTURE-TYPE TO TRUE.
012780     MOVE FX-ROUND-NUMBER TO ST-FIXTURE-ROUND.
012790     MOVE FX-OPPONENT-ID TO ST-FIXTURE-OPPONENT.
012800     IF FX-BYE
012810         MOVE "BYE - NO MATCH TO PLAY" TO ST-OPPONENT-NAME
012820     ELSE
012830         MOVE FX-OPPONENT-ID TO WS-LOOKUP-ID
012840         PERFORM 7700-FIND-ROSTER-ENTRY THRU 7700-EXIT
012850         IF WS-ROSTER-FOUND-IDX NOT = ZERO
012860             MOVE WS-RT-PLAYER-NAME(WS-ROSTER-FOUND-IDX)
012870                 TO ST-OPPONENT-NAME
012880         END-IF
012890     END-IF.
012900     PERFORM 8510-WRITE-FLAT-RECORD THRU 8510-EXIT.
012910
012920     STRING "  " DELIMITED BY SIZE
012930         FX-ROUND-NUMBER DELIMITED BY SIZE
012940         "  " DELIMITED BY SIZE
012950         FX-OPPONENT-ID DELIMITED BY SIZE
012960         "  " DELIMITED BY SIZE
012970         ST-OPPONENT-NAME DELIMITED BY SIZE
012980         INTO WS-REPORT-LINE
012990         WITH POINTER WS-STRING-PTR
013000     END-STRING.
013010     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
013020 2710-EXIT.
013030     EXIT.
013040
013050*----------------------------------------------------------------*
013060* 2720-JUDGE-SEAT - A SEAT HAS BEEN PLAYED WHEN THE ROUND INDEX  *
013070* HOLDS THE PLAYER'S RESULT FOR THE ROUND, OR THE RESULT WAS     *
013080* REJECTED (IT IS THEN ON THE REJECT SECTION INSTEAD). A BYE IS  *
013090* OWED NO RESULT, SO IT COUNTS AS PLAYED ONCE ANY RESULT FOR ITS *
013100* ROUND IS ON THE INDEX. WITHOUT AN INDEX EVERY SEAT IS SHOWN.   *
013110*----------------------------------------------------------------*
013120 2720-JUDGE-SEAT.
013130     SET WS-SEAT-UPCOMING TO TRUE.
013140     IF NOT WS-INDEX-OPEN
013150         GO TO 2720-EXIT
013160     END-IF.
013170
013180     MOVE FX-ROUND-NUMBER TO FD-ROUND-NUMBER.
013190     IF FX-BYE
013200         START INDEXED-INPUT KEY IS EQUAL TO FD-ROUND-NUMBER
013210             INVALID KEY CONTINUE
013220             NOT INVALID KEY SET WS-SEAT-PLAYED TO TRUE
013230         END-START
013240         GO TO 2720-EXIT
013250     END-IF.
013260
013270     MOVE FX-PLAYER-ID TO FD-PLAYER-ID.
013280     READ INDEXED-INPUT
013290         KEY IS INDEXED-KEY
013300         INVALID KEY CONTINUE
013310         NOT INVALID KEY SET WS-SEAT-PLAYED TO TRUE
013320     END-READ.
013330     IF WS-SEAT-PLAYED
013340         GO TO 2720-EXIT
013350     END-IF.
013360
013370     MOVE FX-ROUND-NUMBER TO WS-LOOKUP-ROUND.
013380     MOVE FX-PLAYER-ID TO WS-LOOKUP-ID.
013390     PERFORM 7710-FIND-REJECT THRU 7710-EXIT.
013400     IF WS-REJECT-FOUND-IDX NOT = ZERO
013410         SET WS-SEAT-PLAYED TO TRUE
013420     END-IF.
013430 2720-EXIT.
013440     EXIT.
013450
013460*----------------------------------------------------------------*
013470* 7700-FIND-ROSTER-ENTRY - LOCATE WS-LOOKUP-ID IN THE ROSTER     *
013480* TABLE. WS-ROSTER-FOUND-IDX COMES BACK ZERO WHEN IT IS NOT      *
013490* REGISTERED.                                                    *
013500*----------------------------------------------------------------*
013510 7700-FIND-ROSTER-ENTRY.
013520     MOVE ZERO TO WS-ROSTER-FOUND-IDX.
013530     PERFORM 7705-CHECK-ROSTER-ENTRY THRU 7705-EXIT
013540         VARYING WS-ROSTER-SEARCH-IDX FROM 1 BY 1
013550         UNTIL WS-ROSTER-SEARCH-IDX > WS-ROSTER-COUNT
013560             OR WS-ROSTER-FOUND-IDX NOT = ZERO.
013570 7700-EXIT.
013580     EXIT.
013590
013600*----------------------------------------------------------------*
013610* 7705-CHECK-ROSTER-ENTRY - COMPARE ONE ROSTER ENTRY.            *
013620*----------------------------------------------------------------*
013630 7705-CHECK-ROSTER-ENTRY.
013640     IF WS-RT-PLAYER-ID(WS-ROSTER-SEARCH-IDX) = WS-LOOKUP-ID
013650         MOVE WS-ROSTER-SEARCH-IDX TO WS-ROSTER-FOUND-IDX
013660     END-IF.
013670 7705-EXIT.
013680     EXIT.
013690
013700*----------------------------------------------------------------*
013710* 7710-FIND-REJECT - LOCATE THE WS-LOOKUP-ROUND/WS-LOOKUP-ID     *
013720* PAIR ON THE REJECT TRAIL.                                      *
013730*----------------------------------------------------------------*
013740 7710-FIND-REJECT.
013750     MOVE ZERO TO WS-REJECT-FOUND-IDX.
013760     PERFORM 7715-CHECK-REJECT-ENTRY THRU 7715-EXIT
013770         VARYING WS-REJECT-SEARCH-IDX FROM 1 BY 1
013780         UNTIL WS-REJECT-SEARCH-IDX > WS-REJECT-COUNT
013790             OR WS-REJECT-FOUND-IDX NOT = ZERO.
013800 7710-EXIT.
013810     EXIT.
013820
013830*----------------------------------------------------------------*
013840* 7715-CHECK-REJECT-ENTRY - COMPARE ONE REJECT TRAIL ENTRY.      *
013850*----------------------------------------------------------------*
013860 7715-CHECK-REJECT-ENTRY.
013870     IF WS-REJECT-ROUND(WS-REJECT-SEARCH-IDX) = WS-LOOKUP-ROUND
013880             AND WS-REJECT-PLAYER(WS-REJECT-SEARCH-IDX)
013890                 = WS-LOOKUP-ID
013900         MOVE WS-REJECT-SEARCH-IDX TO WS-REJECT-FOUND-IDX
013910     END-IF.
013920 7715-EXIT.
013930     EXIT.
013940
013950*----------------------------------------------------------------*
013960* 7720-FIND-APPLIED - LOCATE THE WS-LOOKUP-ROUND/WS-LOOKUP-ID    *
013970* PAIR ON THE APPLIED-CORRECTIONS TRAIL.                         *
013980*----------------------------------------------------------------*
013990 7720-FIND-APPLIED.
014000     MOVE ZERO TO WS-APPLIED-FOUND-IDX.
014010     PERFORM 7725-CHECK-APPLIED-ENTRY THRU 7725-EXIT
014020         VARYING WS-APPLIED-SEARCH-IDX FROM 1 BY 1
014030         UNTIL WS-APPLIED-SEARCH-IDX > WS-APPLIED-COUNT
014040             OR WS-APPLIED-FOUND-IDX NOT = ZERO.
014050 7720-EXIT.
014060     EXIT.
014070
014080*----------------------------------------------------------------*
014090* 7725-CHECK-APPLIED-ENTRY - COMPARE ONE APPLIED PAIR.           *
014100*----------------------------------------------------------------*
014110 7725-CHECK-APPLIED-ENTRY.
014120     IF WS-APPLIED-ROUND(WS-APPLIED-SEARCH-IDX) = WS-LOOKUP-ROUND
014130             AND WS-APPLIED-PLAYER(WS-APPLIED-SEARCH-IDX)
014140                 = WS-LOOKUP-ID
014150         MOVE WS-APPLIED-SEARCH-IDX TO WS-APPLIED-FOUND-IDX
014160     END-IF.
014170 7725-EXIT.
014180     EXIT.
014190
014200*----------------------------------------------------------------*
014210* 7730-FIND-PENDING - LOCATE THE WS-LOOKUP-ROUND/WS-LOOKUP-ID    *
014220* PAIR AMONG THE CORRECTIONS WAITING FOR REJECT-RESUBMIT.        *
014230*----------------------------------------------------------------*
014240 7730-FIND-PENDING.
014250     MOVE ZERO TO WS-PENDING-FOUND-IDX.
014260     PERFORM 7735-CHECK-PENDING-ENTRY THRU 7735-EXIT
014270         VARYING WS-PENDING-SEARCH-IDX FROM 1 BY 1
014280         UNTIL WS-PENDING-SEARCH-IDX > WS-PENDING-COUNT
014290             OR WS-PENDING-FOUND-IDX NOT = ZERO.
014300 7730-EXIT.
014310     EXIT.
014320
014330*----------------------------------------------------------------*
014340* 7735-CHECK-PENDING-ENTRY - COMPARE ONE PENDING PAIR.           *
014350*----------------------------------------------------------------*
014360 7735-CHECK-PENDING-ENTRY.
014370     IF WS-PENDING-ROUND(WS-PENDING-SEARCH-IDX) = WS-LOOKUP-ROUND
014380             AND WS-PENDING-PLAYER(WS-PENDING-SEARCH-IDX)
014390                 = WS-LOOKUP-ID
014400         MOVE WS-PENDING-SEARCH-IDX TO WS-PENDING-FOUND-IDX
014410     END-IF.
014420 7735-EXIT.
014430     EXIT.
014440
014450*----------------------------------------------------------------*
014460* 8000-PUT-LINE - WRITE WS-REPORT-LINE TO THE STATEMENT AND      *
014470* CLEAR IT, AND ITS POINTER, FOR THE NEXT LINE.                  *
014480*----------------------------------------------------------------*
014490 8000-PUT-LINE.
014500     MOVE WS-REPORT-LINE TO STATEMENT-LINE.
014510     WRITE STATEMENT-LINE.
014520     MOVE SPACES TO WS-REPORT-LINE.
014530     MOVE 1 TO WS-STRING-PTR.
014540 8000-EXIT.
014550     EXIT.
014560
014570*----------------------------------------------------------------*
014580* 8050-PUT-FIGURE-HEADING - THE COLUMN HEADINGS OVER A BLOCK OF  *
014590* FIGURE LINES.                                                  *
014600*----------------------------------------------------------------*
014610 8050-PUT-FIGURE-HEADING.
014620     STRING "             PTS 1   PTS 2   WON 1   DRW 1"
014630             DELIMITED BY SIZE
014640         "  LOST 1   WON 2   DRW 2  LOST 2" DELIMITED BY SIZE
014650         INTO WS-REPORT-LINE
014660         WITH POINTER WS-STRING-PTR
014670     END-STRING.
014680     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
014690     STRING "            ------  ------  ------  ------"
014700             DELIMITED BY SIZE
014710         "  ------  ------  ------  ------" DELIMITED BY SIZE
014720         INTO WS-REPORT-LINE
014730         WITH POINTER WS-STRING-PTR
014740     END-STRING.
014750     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
014760 8050-EXIT.
014770     EXIT.
014780
014790*----------------------------------------------------------------*
014800* 8100-PUT-FIGURE-LINE - WS-LINE-LABEL FOLLOWED BY THE EIGHT     *
014810* WS-LINE-FIGURE COLUMNS.                                        *
014820*----------------------------------------------------------------*
014830 8100-PUT-FIGURE-LINE.
014840     STRING WS-LINE-LABEL DELIMITED BY SIZE
014850         INTO WS-REPORT-LINE
014860         WITH POINTER WS-STRING-PTR
014870     END-STRING.
014880     PERFORM 8110-PUT-ONE-FIGURE THRU 8110-EXIT
014890         VARYING WS-FIG-IDX FROM 1 BY 1
014900         UNTIL WS-FIG-IDX > 8.
014910     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
014920 8100-EXIT.
014930     EXIT.
014940
014950*----------------------------------------------------------------*
014960* 8110-PUT-ONE-FIGURE - ONE EDITED FIGURE COLUMN.                *
014970*----------------------------------------------------------------*
014980 8110-PUT-ONE-FIGURE.
014990     MOVE WS-LINE-FIGURE(WS-FIG-IDX) TO WS-FIGURE-PRINT.
015000     STRING " " DELIMITED BY SIZE
015010         WS-FIGURE-PRINT DELIMITED BY SIZE
015020         INTO WS-REPORT-LINE
015030         WITH POINTER WS-STRING-PTR
015040     END-STRING.
015050 8110-EXIT.
015060     EXIT.
015070
015080*----------------------------------------------------------------*
015090* 8500-START-FLAT-RECORD - CLEAR THE FLAT RECORD AND STAMP IT    *
015100* WITH THE PLAYER AND THE STATEMENT DATE.                        *
015110*----------------------------------------------------------------*
015120 8500-START-FLAT-RECORD.
015130     MOVE SPACES TO STATEMENT-FLAT-RECORD.
015140     MOVE WS-STMT-PLAYER-ID TO ST-PLAYER-ID.
015150     MOVE WS-RUN-DATE TO ST-STATEMENT-DATE.
015160 8500-EXIT.
015170     EXIT.
015180
015190*----------------------------------------------------------------*
015200* 8510-WRITE-FLAT-RECORD - WRITE AND COUNT ONE FLAT RECORD.      *
015210*----------------------------------------------------------------*
015220 8510-WRITE-FLAT-RECORD.
015230     WRITE STATEMENT-FLAT-RECORD.
015240     ADD 1 TO WS-FLAT-COUNT.
015250 8510-EXIT.
015260     EXIT.
015270
015280*----------------------------------------------------------------*
015290* 9000-TERMINATE - CLOSE EVERYTHING AND REPORT WHERE THE         *
015300* STATEMENTS ARE.                                                *
015310*----------------------------------------------------------------*
015320 9000-TERMINATE.
015330     CLOSE STATEMENTFILE.
015340     CLOSE FLATFILE.
015350     IF WS-MASTER-OPEN
015360         CLOSE STANDINGS-MASTER
015370     END-IF.
015380     IF WS-INDEX-OPEN
015390         CLOSE INDEXED-INPUT
015400     END-IF.
015410     DISPLAY "PLAYER STATEMENTS WRITTEN TO "
015420         WS-STATEMENT-FILE-NAME
015430     END-DISPLAY.
015440     DISPLAY "FLAT STATEMENTS WRITTEN TO " WS-FLAT-FILE-NAME
015450     END-DISPLAY.
015460     DISPLAY "STATEMENTS WRITTEN: " WS-STATEMENT-COUNT
015470     END-DISPLAY.
015480     DISPLAY "FLAT RECORDS WRITTEN: " WS-FLAT-COUNT
015490     END-DISPLAY.
015500 9000-EXIT.
015510     EXIT.
015520
015530 END PROGRAM PLAYER-STATEMENT.
