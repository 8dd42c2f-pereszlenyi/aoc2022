000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SANCTION-MAINT.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - MAINTAINS THE DISCIPLINARY   *
000110*                 SANCTIONS MASTER (COPYBOOK SANCREC) FROM A      *
000120*                 TRANSACTION FILE (COPYBOOK SANCTRAN), IN THE    *
000130*                 SAME STYLE ROSTER-MAINT MAINTAINS THE ROSTER:   *
000140*                 SUSPEND A PLAYER FOR A RANGE OF ROUNDS, FORFEIT *
000150*                 POINTS, RECORD A WARNING, OR LIFT A SANCTION.   *
000160*                 EVERY SANCTION CARRIES A REASON AND THE         *
000170*                 COMMITTEE RULING IT CARRIES OUT. A NEW POINT    *
000180*                 FORFEIT IS WRITTEN OUT AS A REASON-CODE SNFF    *
000190*                 ADJUSTMENT (COPYBOOK ADJREC) FOR STANDINGS-     *
000200*                 ADJUST TO APPLY, SO THE SEASON MASTER IS NEVER  *
000210*                 DOCKED BY A HAND-KEYED TRANSACTION.             *
000212* 2026-10-15  DP  SN-ENTRY-DATE AND THE AUDIT RUN DATE ARE NOW THE*
000214*                 LEAGUE BUSINESS DATE FROM THE DATE-CONTROL      *
000216*                 RECORD (COPYBOOK DATECTL) INSTEAD OF THE SYSTEM *
000218*                 DATE.                                           *
000219* 2026-10-15  DP  THE SNFF FORFEIT FILE IS APPENDED TO INSTEAD OF *
000220*                 REWRITTEN, SO A BATCH STANDINGS-ADJUST HAS NOT  *
000221*                 YET APPLIED IS NO LONGER LOST TO THE NEXT RUN.  *
000222*                 NEW ACTION RS RE-SENDS A FORFEIT ALREADY MARKED *
000223*                 POSTED, FOR A FORFEIT FILE LOST BEFORE IT WAS   *
000224*                 APPLIED; STANDINGS-ADJUST REFUSES ONE IT HAS    *
000225*                 ALREADY JOURNALED.                              *
000226*----------------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SANCTION-TRANS ASSIGN DYNAMIC WS-TRAN-FILE-NAME
000280         FILE STATUS IS WS-TRAN-CHECK-KEY
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300
000310     SELECT SANCTFILE ASSIGN DYNAMIC WS-SANCTION-FILE-NAME
000320         FILE STATUS IS WS-SANCTION-CHECK-KEY
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT ROSTERFILE ASSIGN DYNAMIC WS-ROSTER-FILE-NAME
000360         FILE STATUS IS WS-ROSTER-CHECK-KEY
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380
000390     SELECT SANCAUDIT ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
000400         FILE STATUS IS WS-AUDIT-CHECK-KEY
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000426     SELECT OPTIONAL FORFEIT-ADJUST
000432         ASSIGN DYNAMIC WS-ADJUST-FILE-NAME
000440         FILE STATUS IS WS-ADJUST-CHECK-KEY
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000461     SELECT DATE-CONTROL
000462         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000463         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000464         ORGANIZATION IS LINE SEQUENTIAL.
000465
000470 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------------*
000500* SANCTION-TRANS - ONE DISCIPLINARY TRANSACTION PER RECORD.       *
000510*----------------------------------------------------------------*
000520 FD  SANCTION-TRANS.
000530     COPY SANCTRAN.
000540
000550*----------------------------------------------------------------*
000560* SANCTFILE - THE SANCTIONS MASTER. REWRITTEN IN FULL AFTER THE   *
000570* TRANSACTIONS ARE APPLIED AND THE FORFEITS SENT ON.              *
000580*----------------------------------------------------------------*
000590 FD  SANCTFILE.
000600     COPY SANCREC.
000610
000620*----------------------------------------------------------------*
000630* ROSTERFILE - THE REGISTERED-PLAYER ROSTER MASTER. A SANCTION    *
000640* CAN ONLY BE ISSUED AGAINST A REGISTERED PLAYER.                 *
000650*----------------------------------------------------------------*
000660 FD  ROSTERFILE.
000670     COPY ROSTREC.
000680
000690*----------------------------------------------------------------*
000700* SANCAUDIT - ONE LINE PER TRANSACTION, APPLIED OR REJECTED, AND  *
000710* ONE LINE PER FORFEIT SENT TO STANDINGS-ADJUST.                  *
000720*----------------------------------------------------------------*
000730 FD  SANCAUDIT.
000740 01  SANCAUDIT-RECORD            PIC X(80).
000750
000760*----------------------------------------------------------------*
000768* FORFEIT-ADJUST - POINT FORFEITS AS STANDINGS-ADJUST             *
000776* TRANSACTIONS. THIS RUN'S FORFEITS ARE ADDED TO THE END, SO A    *
000784* BATCH STANDINGS-ADJUST HAS NOT YET APPLIED IS KEPT. ONLY OPENED *
000792* WHEN THERE IS A FORFEIT TO SEND.                                *
000800*----------------------------------------------------------------*
000810 FD  FORFEIT-ADJUST.
000820     COPY ADJREC.
000830
000831*----------------------------------------------------------------*
000832* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000833*----------------------------------------------------------------*
000834 FD  DATE-CONTROL.
000835     COPY DATECTL.
000836
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------*
000860* SWITCHES AND CONTROL FIELDS                                     *
000870*----------------------------------------------------------------*
000880 77  WS-TRAN-CHECK-KEY           PIC X(02).
000890 77  WS-SANCTION-CHECK-KEY       PIC X(02).
000900 77  WS-ROSTER-CHECK-KEY         PIC X(02).
000910 77  WS-AUDIT-CHECK-KEY          PIC X(02).
000920 77  WS-ADJUST-CHECK-KEY         PIC X(02).
000930 77  WS-TRAN-FILE-NAME           PIC X(255).
000940 77  WS-SANCTION-FILE-NAME       PIC X(255).
000950 77  WS-ROSTER-FILE-NAME         PIC X(255).
000960 77  WS-AUDIT-FILE-NAME          PIC X(255).
000970 77  WS-ADJUST-FILE-NAME         PIC X(255).
000980
000990 01  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
001000     88  WS-TRAN-EOF                  VALUE "Y".
001010 01  WS-SANCTION-EOF-SW          PIC X(01) VALUE "N".
001020     88  WS-SANCTION-EOF              VALUE "Y".
001030 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE "N".
001040     88  WS-ROSTER-EOF                VALUE "Y".
001050 01  WS-TRAN-OK-SW               PIC X(01) VALUE "Y".
001060     88  WS-TRAN-OK                   VALUE "Y".
001070     88  WS-TRAN-REJECTED             VALUE "N".
001080 01  WS-ADJUST-OPEN-SW           PIC X(01) VALUE "N".
001090     88  WS-ADJUST-OPEN               VALUE "Y".
001100
001110*----------------------------------------------------------------*
001120* ROSTER TABLE - REGISTERED PLAYER IDS, FOR VALIDATION ONLY.      *
001130*----------------------------------------------------------------*
001140 01  WS-ROSTER-TABLE.
001150     05  WS-ROSTER-COUNT         PIC 9(05) COMP VALUE ZERO.
001160     05  WS-ROSTER-ENTRY OCCURS 1 TO 50000 TIMES
001170             DEPENDING ON WS-ROSTER-COUNT.
001180         10  WS-ROSTER-ID            PIC X(10).
001190
001200 77  WS-ROSTER-SEARCH-IDX        PIC 9(05) COMP VALUE ZERO.
001210 77  WS-ROSTER-FOUND-IDX         PIC 9(05) COMP VALUE ZERO.
001220 77  WS-LOOKUP-ID                PIC X(10).
001230
001240*----------------------------------------------------------------*
001250* SANCTIONS TABLE - THE SANCTIONS MASTER, HELD IN CORE WHILE THE  *
001260* TRANSACTIONS ARE APPLIED. NEW SANCTIONS ARE NUMBERED ON FROM    *
001270* THE HIGHEST ID ALREADY ON THE MASTER.                           *
001280*----------------------------------------------------------------*
001290 01  WS-SANCTION-TABLE.
001300     05  WS-SANCTION-COUNT       PIC 9(05) COMP VALUE ZERO.
001310     05  WS-SANCTION-ENTRY OCCURS 1 TO 50000 TIMES
001320             DEPENDING ON WS-SANCTION-COUNT.
001330         10  WS-SANCTION-ID          PIC 9(06).
001340         10  WS-SANCTION-PLAYER      PIC X(10).
001350         10  WS-SANCTION-TYPE        PIC X(01).
001360         10  WS-SANCTION-START       PIC 9(04).
001370         10  WS-SANCTION-END         PIC 9(04).
001380         10  WS-SANCTION-FORFEIT-1   PIC 9(08).
001390         10  WS-SANCTION-FORFEIT-2   PIC 9(08).
001400         10  WS-SANCTION-REASON-CODE PIC X(04).
001410         10  WS-SANCTION-REASON-TEXT PIC X(30).
001420         10  WS-SANCTION-RULING      PIC X(12).
001430         10  WS-SANCTION-EFF-DATE    PIC 9(08).
001440         10  WS-SANCTION-ENTRY-DATE  PIC 9(08).
001450         10  WS-SANCTION-STATUS      PIC X(01).
001460         10  WS-SANCTION-POSTED      PIC X(01).
001470         10  WS-SANCTION-LIFT-RULING PIC X(12).
001480         10  WS-SANCTION-LIFT-DATE   PIC 9(08).
001490
001500 77  WS-SANCTION-IDX             PIC 9(05) COMP VALUE ZERO.
001510 77  WS-SANCTION-SEARCH-IDX      PIC 9(05) COMP VALUE ZERO.
001520 77  WS-SANCTION-FOUND-IDX       PIC 9(05) COMP VALUE ZERO.
001530 77  WS-HIGH-SANCTION-ID         PIC 9(06) VALUE ZERO.
001540 77  WS-AUDIT-SANCTION-ID        PIC 9(06) VALUE ZERO.
001550
001560*----------------------------------------------------------------*
001570* TRANSACTION BOOKKEEPING FIELDS                                  *
001580*----------------------------------------------------------------*
001590 77  WS-TRAN-COUNT               PIC 9(05) COMP VALUE ZERO.
001600 77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
001610 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001620 77  WS-POSTED-COUNT             PIC 9(05) COMP VALUE ZERO.
001630 77  WS-REJECT-REASON            PIC X(30).
001640
001650*----------------------------------------------------------------*
001660* REPORT EDIT FIELDS                                              *
001670*----------------------------------------------------------------*
001680 77  WS-COUNT-PRINT              PIC Z(04)9.
001690 77  WS-POINTS-PRINT             PIC Z(07)9.
001700 77  WS-REPORT-LINE              PIC X(80).
001710 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
001720 77  WS-RUN-DATE                 PIC 9(08).
001723 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001726 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001730
001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------------*
001760* 0000-MAINLINE                                                   *
001770*----------------------------------------------------------------*
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
001810     PERFORM 2000-LOAD-SANCTIONS THRU 2000-EXIT.
001820     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
001830     PERFORM 4000-POST-FORFEITS THRU 4000-EXIT.
001840     PERFORM 5000-WRITE-SANCTIONS THRU 5000-EXIT.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     STOP RUN.
001870
001880*----------------------------------------------------------------*
001890* 1000-INITIALIZE - NAME AND OPEN THE TRANSACTION FILE AND THE    *
001900* AUDIT TRAIL. THE SANCTIONS MASTER AND ROSTER NAMES FOLLOW THE   *
001910* SAME RPS_ CONVENTION EVERY READER OF THOSE FILES USES.          *
001920*----------------------------------------------------------------*
001930 1000-INITIALIZE.
001940     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001950
001960     MOVE SPACES TO WS-TRAN-FILE-NAME.
001970     ACCEPT WS-TRAN-FILE-NAME
001980         FROM ENVIRONMENT "SNCT_TRAN_FILE".
001990     IF WS-TRAN-FILE-NAME = SPACES
002000         MOVE "./sanction_trans.txt" TO WS-TRAN-FILE-NAME
002010     END-IF.
002020
002030     MOVE SPACES TO WS-SANCTION-FILE-NAME.
002040     ACCEPT WS-SANCTION-FILE-NAME
002050         FROM ENVIRONMENT "RPS_SANCTION_FILE".
002060     IF WS-SANCTION-FILE-NAME = SPACES
002070         MOVE "./sanctions.dat" TO WS-SANCTION-FILE-NAME
002080     END-IF.
002090
002100     MOVE SPACES TO WS-ROSTER-FILE-NAME.
002110     ACCEPT WS-ROSTER-FILE-NAME
002120         FROM ENVIRONMENT "RPS_ROSTER_FILE".
002130     IF WS-ROSTER-FILE-NAME = SPACES
002140         MOVE "./roster.dat" TO WS-ROSTER-FILE-NAME
002150     END-IF.
002160
002170     MOVE SPACES TO WS-AUDIT-FILE-NAME.
002180     ACCEPT WS-AUDIT-FILE-NAME
002190         FROM ENVIRONMENT "SNCT_AUDIT_FILE".
002200     IF WS-AUDIT-FILE-NAME = SPACES
002210         MOVE "./sanction_audit.txt" TO WS-AUDIT-FILE-NAME
002220     END-IF.
002230
002240     MOVE SPACES TO WS-ADJUST-FILE-NAME.
002250     ACCEPT WS-ADJUST-FILE-NAME
002260         FROM ENVIRONMENT "SNCT_ADJUST_FILE".
002270     IF WS-ADJUST-FILE-NAME = SPACES
002280         MOVE "./sanction_adjust.txt" TO WS-ADJUST-FILE-NAME
002290     END-IF.
002300
002310     OPEN INPUT SANCTION-TRANS.
002320     IF WS-TRAN-CHECK-KEY NOT = "00"
002330         DISPLAY "UNABLE TO OPEN SANCTION-TRANS "
002340             WS-TRAN-FILE-NAME ". STATUS: "
002350             WS-TRAN-CHECK-KEY
002360         END-DISPLAY
002370         STOP RUN RETURNING 1
002380     END-IF.
002390
002400     OPEN OUTPUT SANCAUDIT.
002410     IF WS-AUDIT-CHECK-KEY NOT = "00"
002420         DISPLAY "UNABLE TO OPEN SANCAUDIT. STATUS: "
002430             WS-AUDIT-CHECK-KEY
002440         END-DISPLAY
002450         STOP RUN RETURNING 1
002460     END-IF.
002470
002480     MOVE "SANCTION MAINTENANCE AUDIT" TO SANCAUDIT-RECORD.
002490     WRITE SANCAUDIT-RECORD.
002500     MOVE SPACES TO WS-REPORT-LINE.
002510     STRING "RUN DATE " DELIMITED BY SIZE
002520         WS-RUN-DATE DELIMITED BY SIZE
002530         INTO WS-REPORT-LINE
002540     END-STRING.
002550     MOVE WS-REPORT-LINE TO SANCAUDIT-RECORD.
002560     WRITE SANCAUDIT-RECORD.
002570     MOVE SPACES TO SANCAUDIT-RECORD.
002580     WRITE SANCAUDIT-RECORD.
002590 1000-EXIT.
002600     EXIT.
002601
002602*----------------------------------------------------------------*
002603* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002604* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
002605* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
002606*----------------------------------------------------------------*
002607 1050-READ-BUSINESS-DATE.
002608     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002609     ACCEPT WS-DATE-CONTROL-FILE-NAME
002610         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002611     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002612         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002613     END-IF.
002614     OPEN INPUT DATE-CONTROL.
002615     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
002616         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
002617             WS-DATE-CONTROL-CHECK-KEY
002618         END-DISPLAY
002619         STOP RUN RETURNING 1
002620     END-IF.
002621     READ DATE-CONTROL
002622         AT END
002623             DISPLAY "DATE-CONTROL FILE IS EMPTY"
002624             END-DISPLAY
002625             STOP RUN RETURNING 1
002626     END-READ.
002627     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
002628     CLOSE DATE-CONTROL.
002629 1050-EXIT.
002630     EXIT.
002631
002632*----------------------------------------------------------------*
002633* 1100-LOAD-ROSTER - READ THE REGISTERED PLAYER IDS. UNLIKE THE   *
002640* SCORING RUN, A MISSING ROSTER STOPS THIS PROGRAM - A SANCTION   *
002650* AGAINST AN ID NOBODY CAN CHECK IS NOT ISSUED.                   *
002660*----------------------------------------------------------------*
002670 1100-LOAD-ROSTER.
002680     OPEN INPUT ROSTERFILE.
002690     IF WS-ROSTER-CHECK-KEY NOT = "00"
002700         DISPLAY "UNABLE TO OPEN ROSTERFILE "
002710             WS-ROSTER-FILE-NAME ". STATUS: "
002720             WS-ROSTER-CHECK-KEY
002730         END-DISPLAY
002740         STOP RUN RETURNING 1
002750     END-IF.
002760     PERFORM 1110-LOAD-ROSTER-RECORD THRU 1110-EXIT
002770         UNTIL WS-ROSTER-EOF.
002780     CLOSE ROSTERFILE.
002790 1100-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------*
002830* 1110-LOAD-ROSTER-RECORD - ADD ONE ROSTER ID TO THE TABLE.       *
002840*----------------------------------------------------------------*
002850 1110-LOAD-ROSTER-RECORD.
002860     READ ROSTERFILE
002870         AT END SET WS-ROSTER-EOF TO TRUE
002880     END-READ.
002890     IF NOT WS-ROSTER-EOF
002900         IF WS-ROSTER-COUNT >= 50000
002910             DISPLAY "ROSTER TABLE FULL AT 50000 - CANNOT ADD "
002920                 RO-PLAYER-ID
002930             END-DISPLAY
002940             STOP RUN RETURNING 1
002950         END-IF
002960         ADD 1 TO WS-ROSTER-COUNT
002970         MOVE RO-PLAYER-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
002980     END-IF.
002990 1110-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------*
003030* 2000-LOAD-SANCTIONS - READ THE SANCTIONS MASTER INTO THE        *
003040* SANCTIONS TABLE. A MISSING MASTER IS AN EMPTY ONE - THE FIRST   *
003050* EVER RUN BUILDS THE FILE FROM TRANSACTIONS ALONE.               *
003060*----------------------------------------------------------------*
003070 2000-LOAD-SANCTIONS.
003080     OPEN INPUT SANCTFILE.
003090     IF WS-SANCTION-CHECK-KEY = "00"
003100         PERFORM 2100-LOAD-SANCTION-RECORD THRU 2100-EXIT
003110             UNTIL WS-SANCTION-EOF
003120         CLOSE SANCTFILE
003130     END-IF.
003140 2000-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------*
003180* 2100-LOAD-SANCTION-RECORD - ADD ONE SANCTION TO THE TABLE AND   *
003190* KEEP THE HIGHEST SANCTION ID SEEN.                              *
003200*----------------------------------------------------------------*
003210 2100-LOAD-SANCTION-RECORD.
003220     READ SANCTFILE
003230         AT END SET WS-SANCTION-EOF TO TRUE
003240     END-READ.
003250     IF NOT WS-SANCTION-EOF
003260         IF WS-SANCTION-COUNT >= 50000
003270             DISPLAY "SANCTION TABLE FULL AT 50000 AT "
003280                 SN-SANCTION-ID
003290             END-DISPLAY
003300             STOP RUN RETURNING 1
003310         END-IF
003320         ADD 1 TO WS-SANCTION-COUNT
003330         MOVE WS-SANCTION-COUNT TO WS-SANCTION-IDX
003340         MOVE SN-SANCTION-ID
003350             TO WS-SANCTION-ID(WS-SANCTION-IDX)
003360         MOVE SN-PLAYER-ID
003370             TO WS-SANCTION-PLAYER(WS-SANCTION-IDX)
003380         MOVE SN-TYPE
003390             TO WS-SANCTION-TYPE(WS-SANCTION-IDX)
003400         MOVE SN-START-ROUND
003410             TO WS-SANCTION-START(WS-SANCTION-IDX)
003420         MOVE SN-END-ROUND
003430             TO WS-SANCTION-END(WS-SANCTION-IDX)
003440         MOVE SN-FORFEIT-1
003450             TO WS-SANCTION-FORFEIT-1(WS-SANCTION-IDX)
003460         MOVE SN-FORFEIT-2
003470             TO WS-SANCTION-FORFEIT-2(WS-SANCTION-IDX)
003480         MOVE SN-REASON-CODE
003490             TO WS-SANCTION-REASON-CODE(WS-SANCTION-IDX)
003500         MOVE SN-REASON-TEXT
003510             TO WS-SANCTION-REASON-TEXT(WS-SANCTION-IDX)
003520         MOVE SN-RULING-REF
003530             TO WS-SANCTION-RULING(WS-SANCTION-IDX)
003540         MOVE SN-EFFECTIVE-DATE
003550             TO WS-SANCTION-EFF-DATE(WS-SANCTION-IDX)
003560         MOVE SN-ENTRY-DATE
003570             TO WS-SANCTION-ENTRY-DATE(WS-SANCTION-IDX)
003580         MOVE SN-STATUS
003590             TO WS-SANCTION-STATUS(WS-SANCTION-IDX)
003600         MOVE SN-POSTED
003610             TO WS-SANCTION-POSTED(WS-SANCTION-IDX)
003620         MOVE SN-LIFT-RULING-REF
003630             TO WS-SANCTION-LIFT-RULING(WS-SANCTION-IDX)
003640         MOVE SN-LIFT-DATE
003650             TO WS-SANCTION-LIFT-DATE(WS-SANCTION-IDX)
003660         IF SN-SANCTION-ID > WS-HIGH-SANCTION-ID
003670             MOVE SN-SANCTION-ID TO WS-HIGH-SANCTION-ID
003680         END-IF
003690     END-IF.
003700 2100-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------*
003740* 3000-APPLY-TRANSACTIONS - WORK EVERY TRANSACTION ON THE FILE.   *
003750*----------------------------------------------------------------*
003760 3000-APPLY-TRANSACTIONS.
003770     READ SANCTION-TRANS
003780         AT END SET WS-TRAN-EOF TO TRUE
003790     END-READ.
003800     PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
003810         UNTIL WS-TRAN-EOF.
003820 3000-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------*
003860* 3100-APPLY-ONE-TRANSACTION - VALIDATE AND APPLY ONE             *
003870* TRANSACTION, THEN LOG IT TO THE AUDIT TRAIL EITHER WAY.         *
003880*----------------------------------------------------------------*
003890 3100-APPLY-ONE-TRANSACTION.
003900     ADD 1 TO WS-TRAN-COUNT.
003910     SET WS-TRAN-OK TO TRUE.
003920     MOVE SPACES TO WS-REJECT-REASON.
003930     MOVE ZERO TO WS-AUDIT-SANCTION-ID.
003940
003950     PERFORM 3110-VALIDATE-TRANSACTION THRU 3110-EXIT.
003960
003970     IF WS-TRAN-OK
003980         EVALUATE TRUE
003990             WHEN SX-SUSPEND
004000             WHEN SX-POINT-FORFEIT
004010             WHEN SX-WARN
004020                 PERFORM 3200-APPLY-NEW-SANCTION THRU 3200-EXIT
004030             WHEN SX-LIFT
004040                 PERFORM 3300-APPLY-LIFT THRU 3300-EXIT
004043             WHEN SX-RESEND
004046                 PERFORM 3400-APPLY-RESEND THRU 3400-EXIT
004050         END-EVALUATE
004060     END-IF.
004070
004080     IF WS-TRAN-OK
004090         ADD 1 TO WS-APPLIED-COUNT
004100     ELSE
004110         ADD 1 TO WS-REJECTED-COUNT
004120     END-IF.
004130     PERFORM 3600-WRITE-AUDIT-LINE THRU 3600-EXIT.
004140
004150     READ SANCTION-TRANS
004160         AT END SET WS-TRAN-EOF TO TRUE
004170     END-READ.
004180 3100-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------*
004220* 3110-VALIDATE-TRANSACTION - CHECKS COMMON TO EVERY ACTION, THEN *
004230* THE ROUND AND POINT FIELDS EACH ACTION RELIES ON.               *
004240*----------------------------------------------------------------*
004250 3110-VALIDATE-TRANSACTION.
004260     IF NOT SX-SUSPEND AND NOT SX-POINT-FORFEIT
004270             AND NOT SX-WARN AND NOT SX-LIFT AND NOT SX-RESEND
004280         SET WS-TRAN-REJECTED TO TRUE
004290         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
004300         GO TO 3110-EXIT
004310     END-IF.
004320
004330     IF SX-PLAYER-ID = SPACES
004340         SET WS-TRAN-REJECTED TO TRUE
004350         MOVE "PLAYER ID MISSING" TO WS-REJECT-REASON
004360         GO TO 3110-EXIT
004370     END-IF.
004380
004390     MOVE SX-PLAYER-ID TO WS-LOOKUP-ID.
004400     PERFORM 7000-FIND-ROSTER-ENTRY THRU 7000-EXIT.
004410     IF WS-ROSTER-FOUND-IDX = ZERO
004420         SET WS-TRAN-REJECTED TO TRUE
004430         MOVE "PLAYER NOT ON ROSTER" TO WS-REJECT-REASON
004440         GO TO 3110-EXIT
004450     END-IF.
004460
004470     IF SX-EFFECTIVE-DATE NOT NUMERIC
004480             OR SX-EFFECTIVE-DATE = ZERO
004490         SET WS-TRAN-REJECTED TO TRUE
004500         MOVE "EFFECTIVE DATE MISSING" TO WS-REJECT-REASON
004510         GO TO 3110-EXIT
004520     END-IF.
004530
004540     IF SX-REASON-CODE = SPACES
004550         SET WS-TRAN-REJECTED TO TRUE
004560         MOVE "REASON CODE MISSING" TO WS-REJECT-REASON
004570         GO TO 3110-EXIT
004580     END-IF.
004590
004600     IF SX-RULING-REF = SPACES
004610         SET WS-TRAN-REJECTED TO TRUE
004620         MOVE "RULING REFERENCE MISSING" TO WS-REJECT-REASON
004630         GO TO 3110-EXIT
004640     END-IF.
004650
004660     IF NOT SX-LIFT AND NOT SX-RESEND AND SX-REASON-TEXT = SPACES
004670         SET WS-TRAN-REJECTED TO TRUE
004680         MOVE "REASON TEXT MISSING" TO WS-REJECT-REASON
004690         GO TO 3110-EXIT
004700     END-IF.
004710
004720     IF (SX-SUSPEND OR SX-POINT-FORFEIT)
004730             AND (SX-START-ROUND NOT NUMERIC
004740                 OR SX-START-ROUND = ZERO)
004750         SET WS-TRAN-REJECTED TO TRUE
004760         MOVE "START ROUND MISSING" TO WS-REJECT-REASON
004770         GO TO 3110-EXIT
004780     END-IF.
004790
004800     IF SX-SUSPEND
004810             AND (SX-END-ROUND NOT NUMERIC
004820                 OR SX-END-ROUND < SX-START-ROUND)
004830         SET WS-TRAN-REJECTED TO TRUE
004840         MOVE "END ROUND BEFORE START ROUND" TO WS-REJECT-REASON
004850         GO TO 3110-EXIT
004860     END-IF.
004870
004880     IF SX-POINT-FORFEIT
004890             AND (SX-FORFEIT-1 NOT NUMERIC
004900                 OR SX-FORFEIT-2 NOT NUMERIC)
004910         SET WS-TRAN-REJECTED TO TRUE
004920         MOVE "FORFEIT POINTS NOT NUMERIC" TO WS-REJECT-REASON
004930         GO TO 3110-EXIT
004940     END-IF.
004950
004960     IF SX-POINT-FORFEIT
004970             AND SX-FORFEIT-1 = ZERO AND SX-FORFEIT-2 = ZERO
004980         SET WS-TRAN-REJECTED TO TRUE
004990         MOVE "FORFEIT OF ZERO POINTS" TO WS-REJECT-REASON
005000         GO TO 3110-EXIT
005010     END-IF.
005020
005030     IF (SX-LIFT OR SX-RESEND)
005040             AND (SX-SANCTION-ID NOT NUMERIC
005050                 OR SX-SANCTION-ID = ZERO)
005060         SET WS-TRAN-REJECTED TO TRUE
005070         MOVE "SANCTION ID MISSING" TO WS-REJECT-REASON
005080         GO TO 3110-EXIT
005090     END-IF.
005100 3110-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------*
005140* 3200-APPLY-NEW-SANCTION - ADD A SUSPENSION, POINT FORFEIT OR    *
005150* WARNING UNDER THE NEXT SANCTION ID. A FORFEIT STARTS PENDING    *
005160* AND IS SENT ON BY 4000-POST-FORFEITS.                           *
005170*----------------------------------------------------------------*
005180 3200-APPLY-NEW-SANCTION.
005190     IF WS-SANCTION-COUNT >= 50000
005200         SET WS-TRAN-REJECTED TO TRUE
005210         MOVE "SANCTION TABLE FULL" TO WS-REJECT-REASON
005220         GO TO 3200-EXIT
005230     END-IF.
005240
005250     ADD 1 TO WS-HIGH-SANCTION-ID.
005260     ADD 1 TO WS-SANCTION-COUNT.
005270     MOVE WS-SANCTION-COUNT TO WS-SANCTION-IDX.
005280     MOVE WS-HIGH-SANCTION-ID TO WS-SANCTION-ID(WS-SANCTION-IDX).
005290     MOVE WS-HIGH-SANCTION-ID TO WS-AUDIT-SANCTION-ID.
005300     MOVE SX-PLAYER-ID TO WS-SANCTION-PLAYER(WS-SANCTION-IDX).
005310     MOVE ZERO TO WS-SANCTION-START(WS-SANCTION-IDX)
005320                  WS-SANCTION-END(WS-SANCTION-IDX)
005330                  WS-SANCTION-FORFEIT-1(WS-SANCTION-IDX)
005340                  WS-SANCTION-FORFEIT-2(WS-SANCTION-IDX)
005350                  WS-SANCTION-LIFT-DATE(WS-SANCTION-IDX).
005360     MOVE "N" TO WS-SANCTION-POSTED(WS-SANCTION-IDX).
005370
005380     EVALUATE TRUE
005390         WHEN SX-SUSPEND
005400             MOVE "S" TO WS-SANCTION-TYPE(WS-SANCTION-IDX)
005410             MOVE SX-START-ROUND
005420                 TO WS-SANCTION-START(WS-SANCTION-IDX)
005430             MOVE SX-END-ROUND
005440                 TO WS-SANCTION-END(WS-SANCTION-IDX)
005450         WHEN SX-POINT-FORFEIT
005460             MOVE "F" TO WS-SANCTION-TYPE(WS-SANCTION-IDX)
005470             MOVE SX-START-ROUND
005480                 TO WS-SANCTION-START(WS-SANCTION-IDX)
005490             MOVE SX-START-ROUND
005500                 TO WS-SANCTION-END(WS-SANCTION-IDX)
005510             MOVE SX-FORFEIT-1
005520                 TO WS-SANCTION-FORFEIT-1(WS-SANCTION-IDX)
005530             MOVE SX-FORFEIT-2
005540                 TO WS-SANCTION-FORFEIT-2(WS-SANCTION-IDX)
005550         WHEN SX-WARN
005560             MOVE "W" TO WS-SANCTION-TYPE(WS-SANCTION-IDX)
005570     END-EVALUATE.
005580
005590     MOVE SX-REASON-CODE
005600         TO WS-SANCTION-REASON-CODE(WS-SANCTION-IDX).
005610     MOVE SX-REASON-TEXT
005620         TO WS-SANCTION-REASON-TEXT(WS-SANCTION-IDX).
005630     MOVE SX-RULING-REF TO WS-SANCTION-RULING(WS-SANCTION-IDX).
005640     MOVE SX-EFFECTIVE-DATE
005650         TO WS-SANCTION-EFF-DATE(WS-SANCTION-IDX).
005660     MOVE WS-RUN-DATE TO WS-SANCTION-ENTRY-DATE(WS-SANCTION-IDX).
005670     MOVE "A" TO WS-SANCTION-STATUS(WS-SANCTION-IDX).
005680     MOVE SPACES TO WS-SANCTION-LIFT-RULING(WS-SANCTION-IDX).
005690 3200-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------*
005730* 3300-APPLY-LIFT - LIFT A SANCTION STILL IN FORCE. THE SANCTION  *
005740* STAYS ON THE MASTER, MARKED LIFTED, WITH THE LIFTING RULING. A  *
005750* FORFEIT ALREADY SENT TO THE STANDINGS IS REFUSED - TAKING IT    *
005760* OFF THE REGISTER WOULD NOT PUT THE POINTS BACK.                 *
005770*----------------------------------------------------------------*
005780 3300-APPLY-LIFT.
005790     MOVE SX-SANCTION-ID TO WS-AUDIT-SANCTION-ID.
005800     PERFORM 7100-FIND-SANCTION THRU 7100-EXIT.
005810     IF WS-SANCTION-FOUND-IDX = ZERO
005820         SET WS-TRAN-REJECTED TO TRUE
005830         MOVE "SANCTION NOT ON MASTER" TO WS-REJECT-REASON
005840         GO TO 3300-EXIT
005850     END-IF.
005860     IF WS-SANCTION-PLAYER(WS-SANCTION-FOUND-IDX)
005870             NOT = SX-PLAYER-ID
005880         SET WS-TRAN-REJECTED TO TRUE
005890         MOVE "SANCTION IS FOR ANOTHER PLAYER" TO WS-REJECT-REASON
005900         GO TO 3300-EXIT
005910     END-IF.
005920     IF WS-SANCTION-STATUS(WS-SANCTION-FOUND-IDX) = "L"
005930         SET WS-TRAN-REJECTED TO TRUE
005940         MOVE "SANCTION ALREADY LIFTED" TO WS-REJECT-REASON
005950         GO TO 3300-EXIT
005960     END-IF.
005970     IF WS-SANCTION-TYPE(WS-SANCTION-FOUND-IDX) = "F"
005980             AND WS-SANCTION-POSTED(WS-SANCTION-FOUND-IDX) = "Y"
005990         SET WS-TRAN-REJECTED TO TRUE
006000         MOVE "FORFEIT POSTED - USE ADJUSTMENT"
006010             TO WS-REJECT-REASON
006020         GO TO 3300-EXIT
006030     END-IF.
006040     MOVE "L" TO WS-SANCTION-STATUS(WS-SANCTION-FOUND-IDX).
006050     MOVE SX-RULING-REF
006060         TO WS-SANCTION-LIFT-RULING(WS-SANCTION-FOUND-IDX).
006070     MOVE SX-EFFECTIVE-DATE
006080         TO WS-SANCTION-LIFT-DATE(WS-SANCTION-FOUND-IDX).
006090 3300-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------*
006121* 3400-APPLY-RESEND - MARK A POSTED POINT FORFEIT PENDING AGAIN   *
006122* SO 4000-POST-FORFEITS SENDS IT ON ONCE MORE. ONLY A FORFEIT     *
006123* STILL IN FORCE AND ALREADY SENT CAN BE RE-SENT; STANDINGS-      *
006124* ADJUST REFUSES IT IF IT WAS IN FACT APPLIED.                    *
006125*----------------------------------------------------------------*
006126 3400-APPLY-RESEND.
006127     MOVE SX-SANCTION-ID TO WS-AUDIT-SANCTION-ID.
006128     PERFORM 7100-FIND-SANCTION THRU 7100-EXIT.
006129     IF WS-SANCTION-FOUND-IDX = ZERO
006130         SET WS-TRAN-REJECTED TO TRUE
006131         MOVE "SANCTION NOT ON MASTER" TO WS-REJECT-REASON
006132         GO TO 3400-EXIT
006133     END-IF.
006134     IF WS-SANCTION-PLAYER(WS-SANCTION-FOUND-IDX)
006135             NOT = SX-PLAYER-ID
006136         SET WS-TRAN-REJECTED TO TRUE
006137         MOVE "SANCTION IS FOR ANOTHER PLAYER" TO WS-REJECT-REASON
006138         GO TO 3400-EXIT
006139     END-IF.
006140     IF WS-SANCTION-TYPE(WS-SANCTION-FOUND-IDX) NOT = "F"
006141         SET WS-TRAN-REJECTED TO TRUE
006142         MOVE "SANCTION IS NOT A FORFEIT" TO WS-REJECT-REASON
006143         GO TO 3400-EXIT
006144     END-IF.
006145     IF WS-SANCTION-STATUS(WS-SANCTION-FOUND-IDX) = "L"
006146         SET WS-TRAN-REJECTED TO TRUE
006147         MOVE "SANCTION ALREADY LIFTED" TO WS-REJECT-REASON
006148         GO TO 3400-EXIT
006149     END-IF.
006150     IF WS-SANCTION-POSTED(WS-SANCTION-FOUND-IDX) NOT = "Y"
006151         SET WS-TRAN-REJECTED TO TRUE
006152         MOVE "FORFEIT NOT YET SENT" TO WS-REJECT-REASON
006153         GO TO 3400-EXIT
006154     END-IF.
006155     MOVE "N" TO WS-SANCTION-POSTED(WS-SANCTION-FOUND-IDX).
006156 3400-EXIT.
006157     EXIT.
006158
006159*----------------------------------------------------------------*
006160* 3600-WRITE-AUDIT-LINE - ONE LINE PER TRANSACTION ON THE AUDIT   *
006161* TRAIL: VERDICT, ACTION, PLAYER, SANCTION ID, RULING, REASON     *
006162* CODE, AND THE REJECT REASON WHEN THERE IS ONE.                  *
006163*----------------------------------------------------------------*
006170 3600-WRITE-AUDIT-LINE.
006180     MOVE SPACES TO WS-REPORT-LINE.
006190     MOVE 1 TO WS-STRING-PTR.
006200     IF WS-TRAN-OK
006210         STRING "APPLIED  " DELIMITED BY SIZE
006220             INTO WS-REPORT-LINE
006230             WITH POINTER WS-STRING-PTR
006240         END-STRING
006250     ELSE
006260         STRING "REJECTED " DELIMITED BY SIZE
006270             INTO WS-REPORT-LINE
006280             WITH POINTER WS-STRING-PTR
006290         END-STRING
006300     END-IF.
006310
006320     STRING SX-ACTION DELIMITED BY SIZE
006330         " " DELIMITED BY SIZE
006340         SX-PLAYER-ID DELIMITED BY SIZE
006350         INTO WS-REPORT-LINE
006360         WITH POINTER WS-STRING-PTR
006370     END-STRING.
006380
006390     IF WS-TRAN-OK
006400         STRING " #" DELIMITED BY SIZE
006410             WS-AUDIT-SANCTION-ID DELIMITED BY SIZE
006420             " RUL=" DELIMITED BY SIZE
006430             SX-RULING-REF DELIMITED BY SIZE
006440             " RSN=" DELIMITED BY SIZE
006450             SX-REASON-CODE DELIMITED BY SIZE
006460             INTO WS-REPORT-LINE
006470             WITH POINTER WS-STRING-PTR
006480         END-STRING
006490     ELSE
006500         STRING " RUL=" DELIMITED BY SIZE
006510             SX-RULING-REF DELIMITED BY SIZE
006520             " - " DELIMITED BY SIZE
006530             WS-REJECT-REASON DELIMITED BY SIZE
006540             INTO WS-REPORT-LINE
006550             WITH POINTER WS-STRING-PTR
006560         END-STRING
006570     END-IF.
006580
006590     MOVE WS-REPORT-LINE TO SANCAUDIT-RECORD.
006600     WRITE SANCAUDIT-RECORD.
006610 3600-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------*
006650* 4000-POST-FORFEITS - SEND EVERY POINT FORFEIT STILL IN FORCE    *
006660* AND NOT YET SENT TO STANDINGS-ADJUST, THEN MARK IT POSTED.      *
006670*----------------------------------------------------------------*
006680 4000-POST-FORFEITS.
006690     PERFORM 4100-POST-ONE-FORFEIT THRU 4100-EXIT
006700         VARYING WS-SANCTION-IDX FROM 1 BY 1
006710         UNTIL WS-SANCTION-IDX > WS-SANCTION-COUNT.
006720     IF WS-ADJUST-OPEN
006730         CLOSE FORFEIT-ADJUST
006740     END-IF.
006750 4000-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------*
006790* 4100-POST-ONE-FORFEIT - WRITE ONE PENDING FORFEIT AS AN "AJ"    *
006800* SUBTRACT TRANSACTION, REASON CODE SNFF, DISPUTED ROUND = THE    *
006810* ROUND THE FORFEIT WAS RULED FOR. STANDINGS-ADJUST CROSS-CHECKS  *
006820* EVERY SNFF TRANSACTION AGAINST THE MASTER BEFORE APPLYING IT.   *
006830*----------------------------------------------------------------*
006840 4100-POST-ONE-FORFEIT.
006850     IF WS-SANCTION-TYPE(WS-SANCTION-IDX) NOT = "F"
006860             OR WS-SANCTION-STATUS(WS-SANCTION-IDX) NOT = "A"
006870             OR WS-SANCTION-POSTED(WS-SANCTION-IDX) = "Y"
006880         GO TO 4100-EXIT
006890     END-IF.
006900
006910     IF NOT WS-ADJUST-OPEN
006917         OPEN EXTEND FORFEIT-ADJUST
006924         IF WS-ADJUST-CHECK-KEY NOT = "00" AND
006931                 WS-ADJUST-CHECK-KEY NOT = "05"
006940             DISPLAY "UNABLE TO OPEN FORFEIT-ADJUST "
006950                 WS-ADJUST-FILE-NAME ". STATUS: "
006960                 WS-ADJUST-CHECK-KEY
006970             END-DISPLAY
006980             STOP RUN RETURNING 1
006990         END-IF
007000         SET WS-ADJUST-OPEN TO TRUE
007010     END-IF.
007020
007030     MOVE SPACES TO ADJUST-RECORD.
007040     SET AJ-ADJUST TO TRUE.
007050     MOVE WS-SANCTION-PLAYER(WS-SANCTION-IDX) TO AJ-PLAYER-ID.
007060     SET AJ-SIGN-SUBTRACT TO TRUE.
007070     MOVE WS-SANCTION-FORFEIT-1(WS-SANCTION-IDX) TO AJ-SCORE-1.
007080     MOVE WS-SANCTION-FORFEIT-2(WS-SANCTION-IDX) TO AJ-SCORE-2.
007090     MOVE ZERO TO AJ-WIN-1 AJ-DRAW-1 AJ-LOSS-1
007100                  AJ-WIN-2 AJ-DRAW-2 AJ-LOSS-2.
007110     MOVE "SNFF" TO AJ-REASON-CODE.
007120     MOVE WS-SANCTION-START(WS-SANCTION-IDX)
007130         TO AJ-DISPUTED-ROUND.
007140     WRITE ADJUST-RECORD.
007150
007160     MOVE "Y" TO WS-SANCTION-POSTED(WS-SANCTION-IDX).
007170     ADD 1 TO WS-POSTED-COUNT.
007180
007190     MOVE SPACES TO WS-REPORT-LINE.
007200     MOVE 1 TO WS-STRING-PTR.
007210     STRING "POSTED   PF " DELIMITED BY SIZE
007220         WS-SANCTION-PLAYER(WS-SANCTION-IDX) DELIMITED BY SIZE
007230         " #" DELIMITED BY SIZE
007240         WS-SANCTION-ID(WS-SANCTION-IDX) DELIMITED BY SIZE
007250         " RND=" DELIMITED BY SIZE
007260         WS-SANCTION-START(WS-SANCTION-IDX) DELIMITED BY SIZE
007270         " PTS=" DELIMITED BY SIZE
007280         INTO WS-REPORT-LINE
007290         WITH POINTER WS-STRING-PTR
007300     END-STRING.
007310     MOVE WS-SANCTION-FORFEIT-1(WS-SANCTION-IDX)
007320         TO WS-POINTS-PRINT.
007330     STRING WS-POINTS-PRINT DELIMITED BY SIZE
007340         "/" DELIMITED BY SIZE
007350         INTO WS-REPORT-LINE
007360         WITH POINTER WS-STRING-PTR
007370     END-STRING.
007380     MOVE WS-SANCTION-FORFEIT-2(WS-SANCTION-IDX)
007390         TO WS-POINTS-PRINT.
007400     STRING WS-POINTS-PRINT DELIMITED BY SIZE
007410         " RSN=SNFF" DELIMITED BY SIZE
007420         INTO WS-REPORT-LINE
007430         WITH POINTER WS-STRING-PTR
007440     END-STRING.
007450     MOVE WS-REPORT-LINE TO SANCAUDIT-RECORD.
007460     WRITE SANCAUDIT-RECORD.
007470 4100-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------*
007510* 5000-WRITE-SANCTIONS - REWRITE THE SANCTIONS MASTER IN FULL     *
007520* FROM THE MAINTAINED SANCTIONS TABLE.                            *
007530*----------------------------------------------------------------*
007540 5000-WRITE-SANCTIONS.
007550     OPEN OUTPUT SANCTFILE.
007560     IF WS-SANCTION-CHECK-KEY NOT = "00"
007570         DISPLAY "UNABLE TO OPEN SANCTFILE. STATUS: "
007580             WS-SANCTION-CHECK-KEY
007590         END-DISPLAY
007600         STOP RUN RETURNING 1
007610     END-IF.
007620
007630     PERFORM 5100-WRITE-SANCTION-RECORD THRU 5100-EXIT
007640         VARYING WS-SANCTION-IDX FROM 1 BY 1
007650         UNTIL WS-SANCTION-IDX > WS-SANCTION-COUNT.
007660
007670     CLOSE SANCTFILE.
007680 5000-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------*
007720* 5100-WRITE-SANCTION-RECORD - WRITE ONE SANCTION RECORD.         *
007730*----------------------------------------------------------------*
007740 5100-WRITE-SANCTION-RECORD.
007750     MOVE WS-SANCTION-ID(WS-SANCTION-IDX)     TO SN-SANCTION-ID.
007760     MOVE WS-SANCTION-PLAYER(WS-SANCTION-IDX) TO SN-PLAYER-ID.
007770     MOVE WS-SANCTION-TYPE(WS-SANCTION-IDX)   TO SN-TYPE.
007780     MOVE WS-SANCTION-START(WS-SANCTION-IDX)  TO SN-START-ROUND.
007790     MOVE WS-SANCTION-END(WS-SANCTION-IDX)    TO SN-END-ROUND.
007800     MOVE WS-SANCTION-FORFEIT-1(WS-SANCTION-IDX)
007810         TO SN-FORFEIT-1.
007820     MOVE WS-SANCTION-FORFEIT-2(WS-SANCTION-IDX)
007830         TO SN-FORFEIT-2.
007840     MOVE WS-SANCTION-REASON-CODE(WS-SANCTION-IDX)
007850         TO SN-REASON-CODE.
007860     MOVE WS-SANCTION-REASON-TEXT(WS-SANCTION-IDX)
007870         TO SN-REASON-TEXT.
007880     MOVE WS-SANCTION-RULING(WS-SANCTION-IDX) TO SN-RULING-REF.
007890     MOVE WS-SANCTION-EFF-DATE(WS-SANCTION-IDX)
007900         TO SN-EFFECTIVE-DATE.
007910     MOVE WS-SANCTION-ENTRY-DATE(WS-SANCTION-IDX)
007920         TO SN-ENTRY-DATE.
007930     MOVE WS-SANCTION-STATUS(WS-SANCTION-IDX) TO SN-STATUS.
007940     MOVE WS-SANCTION-POSTED(WS-SANCTION-IDX) TO SN-POSTED.
007950     MOVE WS-SANCTION-LIFT-RULING(WS-SANCTION-IDX)
007960         TO SN-LIFT-RULING-REF.
007970     MOVE WS-SANCTION-LIFT-DATE(WS-SANCTION-IDX)
007980         TO SN-LIFT-DATE.
007990     WRITE SANCTION-RECORD.
008000 5100-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------*
008040* 7000-FIND-ROSTER-ENTRY - LOCATE WS-LOOKUP-ID IN THE ROSTER      *
008050* TABLE, LEAVING ZERO IN WS-ROSTER-FOUND-IDX WHEN IT IS NOT       *
008060* THERE.                                                          *
008070*----------------------------------------------------------------*
008080 7000-FIND-ROSTER-ENTRY.
008090     MOVE ZERO TO WS-ROSTER-FOUND-IDX.
008100     PERFORM 7010-CHECK-ROSTER-ENTRY THRU 7010-EXIT
008110         VARYING WS-ROSTER-SEARCH-IDX FROM 1 BY 1
008120         UNTIL WS-ROSTER-SEARCH-IDX > WS-ROSTER-COUNT
008130             OR WS-ROSTER-FOUND-IDX NOT = ZERO.
008140 7000-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------*
008180* 7010-CHECK-ROSTER-ENTRY - COMPARE ONE ROSTER TABLE ENTRY.       *
008190*----------------------------------------------------------------*
008200 7010-CHECK-ROSTER-ENTRY.
008210     IF WS-ROSTER-ID(WS-ROSTER-SEARCH-IDX) = WS-LOOKUP-ID
008220         MOVE WS-ROSTER-SEARCH-IDX TO WS-ROSTER-FOUND-IDX
008230     END-IF.
008240 7010-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------*
008280* 7100-FIND-SANCTION - LOCATE SX-SANCTION-ID IN THE SANCTIONS     *
008290* TABLE, LEAVING ZERO IN WS-SANCTION-FOUND-IDX WHEN IT IS NOT     *
008300* THERE.                                                          *
008310*----------------------------------------------------------------*
008320 7100-FIND-SANCTION.
008330     MOVE ZERO TO WS-SANCTION-FOUND-IDX.
008340     PERFORM 7110-CHECK-SANCTION THRU 7110-EXIT
008350         VARYING WS-SANCTION-SEARCH-IDX FROM 1 BY 1
008360         UNTIL WS-SANCTION-SEARCH-IDX > WS-SANCTION-COUNT
008370             OR WS-SANCTION-FOUND-IDX NOT = ZERO.
008380 7100-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------*
008420* 7110-CHECK-SANCTION - COMPARE ONE SANCTIONS TABLE ENTRY.        *
008430*----------------------------------------------------------------*
008440 7110-CHECK-SANCTION.
008450     IF WS-SANCTION-ID(WS-SANCTION-SEARCH-IDX) = SX-SANCTION-ID
008460         MOVE WS-SANCTION-SEARCH-IDX TO WS-SANCTION-FOUND-IDX
008470     END-IF.
008480 7110-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------*
008520* 9000-TERMINATE - CLOSE THE FILES AND REPORT THE COUNTS.         *
008530*----------------------------------------------------------------*
008540 9000-TERMINATE.
008550     CLOSE SANCTION-TRANS.
008560
008570     MOVE SPACES TO SANCAUDIT-RECORD.
008580     WRITE SANCAUDIT-RECORD.
008590     MOVE WS-TRAN-COUNT TO WS-COUNT-PRINT.
008600     MOVE SPACES TO WS-REPORT-LINE.
008610     STRING "TRANSACTIONS READ " DELIMITED BY SIZE
008620         WS-COUNT-PRINT DELIMITED BY SIZE
008630         INTO WS-REPORT-LINE
008640     END-STRING.
008650     MOVE WS-REPORT-LINE TO SANCAUDIT-RECORD.
008660     WRITE SANCAUDIT-RECORD.
008670
008680     MOVE WS-APPLIED-COUNT TO WS-COUNT-PRINT.
008690     MOVE SPACES TO WS-REPORT-LINE.
008700     STRING "APPLIED ......... " DELIMITED BY SIZE
008710         WS-COUNT-PRINT DELIMITED BY SIZE
008720         INTO WS-REPORT-LINE
008730     END-STRING.
008740     MOVE WS-REPORT-LINE TO SANCAUDIT-RECORD.
008750     WRITE SANCAUDIT-RECORD.
008760
008770     MOVE WS-REJECTED-COUNT TO WS-COUNT-PRINT.
008780     MOVE SPACES TO WS-REPORT-LINE.
008790     STRING "REJECTED ........ " DELIMITED BY SIZE
008800         WS-COUNT-PRINT DELIMITED BY SIZE
008810         INTO WS-REPORT-LINE
008820     END-STRING.
008830     MOVE WS-REPORT-LINE TO SANCAUDIT-RECORD.
008840     WRITE SANCAUDIT-RECORD.
008850
008860     MOVE WS-POSTED-COUNT TO WS-COUNT-PRINT.
008870     MOVE SPACES TO WS-REPORT-LINE.
008880     STRING "FORFEITS POSTED . " DELIMITED BY SIZE
008890         WS-COUNT-PRINT DELIMITED BY SIZE
008900         INTO WS-REPORT-LINE
008910     END-STRING.
008920     MOVE WS-REPORT-LINE TO SANCAUDIT-RECORD.
008930     WRITE SANCAUDIT-RECORD.
008940
008950     CLOSE SANCAUDIT.
008960
008970     DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT
008980     END-DISPLAY.
008990     DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
009000     END-DISPLAY.
009010     DISPLAY "SANCTIONS ON MASTER:   " WS-SANCTION-COUNT
009020     END-DISPLAY.
009030     IF WS-POSTED-COUNT > ZERO
009040         DISPLAY "FORFEITS POSTED:       " WS-POSTED-COUNT
009050             " - RUN STANDINGS-ADJUST AGAINST "
009060             WS-ADJUST-FILE-NAME
009070         END-DISPLAY
009080     END-IF.
009090 9000-EXIT.
009100     EXIT.
009110
009120 END PROGRAM SANCTION-MAINT.
