001090*                 CAN NOW BE PULLED UP BY CORRECTION-ENTRY AND     *
001100*                 RESUBMITTED BY REJECT-RESUBMIT INSTEAD OF DYING  *
001110*                 IN A FILE ONLY AN EYEBALL COULD PARSE.           *
001111* 2026-10-15  DP  ROUNDS HELD BY MIRROR-CHECK ARE NO LONGER SCORED. *
001112*                 THE HELD-ROUNDS FILE (COPYBOOK HOLDREC, FILE     *
001113*                 NAMED BY RPS_HOLD_FILE) IS LOADED AT START-UP    *
001114*                 AND A ROUND WHOSE ROUND/PLAYER PAIR IS ON IT IS  *
001115*                 SENT TO THE REJECT TRAIL WITH THE DISPUTE        *
001116*                 REASON, THE SAME WAY AN OFF-ROSTER ROUND IS.     *
001117*                 NO HELD-ROUNDS FILE MEANS NO HOLDS, WITH A       *
001118*                 CONSOLE WARNING.                                 *
001119* 2026-10-15  DP  ROUNDS PLAYED BY A SUSPENDED PLAYER ARE NO       *
001120*                 LONGER SCORED. SUSPENSIONS IN FORCE ARE LOADED   *
001121*                 FROM THE SANCTIONS MASTER (COPYBOOK SANCREC,     *
001122*                 FILE NAMED BY RPS_SANCTION_FILE) AND A ROUND     *
001123*                 INSIDE A PLAYER'S SUSPENDED RANGE GOES TO THE    *
001124*                 REJECT TRAIL WITH THE RULING REFERENCE, THE SAME *
001125*                 WAY AN OFF-ROSTER ROUND DOES. NO SANCTIONS FILE  *
001126*                 MEANS NO SUSPENSIONS, WITH A CONSOLE WARNING.    *
001127* 2026-10-15  DP  RJ-RUN-DATE AND THE AUDIT TRAIL STAMP NOW CARRY *
001128*                 THE LEAGUE BUSINESS DATE FROM THE DATE-CONTROL  *
001129*                 RECORD (COPYBOOK DATECTL) INSTEAD OF THE SYSTEM *
001130*                 DATE. THE CLOCK TIME IS STILL STAMPED ALONGSIDE *
001131*                 FOR THE AUDIT.                                  *
001120*----------------------------------------------------------------*
001130
001140 ENVIRONMENT DIVISION.
001520
001530     SELECT BATCHSUM ASSIGN TO "./batch_summary.txt"
001540         FILE STATUS IS WS-BATCHSUM-CHECK-KEY
001541         ORGANIZATION IS LINE SEQUENTIAL.
001542
001543     SELECT HOLDFILE ASSIGN DYNAMIC WS-HOLD-FILE-NAME
001544         FILE STATUS IS WS-HOLD-CHECK-KEY
001545         ORGANIZATION IS LINE SEQUENTIAL.
001546
001547     SELECT SANCTFILE ASSIGN DYNAMIC WS-SANCTION-FILE-NAME
001548         FILE STATUS IS WS-SANCTION-CHECK-KEY
001549         ORGANIZATION IS LINE SEQUENTIAL.
001550
001551     SELECT DATE-CONTROL
001552         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
001553         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
001550         ORGANIZATION IS LINE SEQUENTIAL.
001560
001570 DATA DIVISION.
002590 FD  BATCHSUM.
002600     COPY BATCHRES.
002610
002611*----------------------------------------------------------------*
002612* HOLDFILE - ROUNDS HELD OUT OF SCORING BY MIRROR-CHECK BECAUSE   *
002613* THE TWO SEATS OF THE PAIRING DO NOT AGREE.                      *
002614*----------------------------------------------------------------*
002615 FD  HOLDFILE.
002616     COPY HOLDREC.
002617
002618*----------------------------------------------------------------*
002619* SANCTFILE - THE DISCIPLINARY SANCTIONS MASTER. ONLY SUSPENSIONS *
002620* STILL IN FORCE ARE TAKEN FROM IT.                               *
002621*----------------------------------------------------------------*
002622 FD  SANCTFILE.
002623     COPY SANCREC.
002624
002625*----------------------------------------------------------------*
002626* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
002627*----------------------------------------------------------------*
002628 FD  DATE-CONTROL.
002629     COPY DATECTL.
002630
002620 WORKING-STORAGE SECTION.
002630*----------------------------------------------------------------*
002640* SWITCHES AND CONTROL FIELDS                                     *
002790 77  WS-DAILY-FILE-NAME          PIC X(255).
002800 77  WS-ROSTER-CHECK-KEY         PIC X(02).
002810 77  WS-ROSTER-FILE-NAME         PIC X(255).
002813 77  WS-HOLD-CHECK-KEY           PIC X(02).
002816 77  WS-HOLD-FILE-NAME           PIC X(255).
002817 77  WS-SANCTION-CHECK-KEY       PIC X(02).
002818 77  WS-SANCTION-FILE-NAME       PIC X(255).
002820
002830 01  WS-RECORD-VALID-SW          PIC X(01) VALUE "Y".
002840     88  WS-RECORD-VALID              VALUE "Y".
003700 01  WS-ROSTER-HASH-BUCKETS.
003710     05  WS-ROSTER-BUCKET        PIC 9(05) COMP OCCURS 20011
003720                                 TIMES VALUE ZERO.
003722 01  WS-HELD-HASH-BUCKETS.
003724     05  WS-HELD-BUCKET          PIC 9(05) COMP OCCURS 20011
003726                                 TIMES VALUE ZERO.
003727 01  WS-SUSP-HASH-BUCKETS.
003728     05  WS-SUSP-BUCKET          PIC 9(05) COMP OCCURS 20011
003729                                 TIMES VALUE ZERO.
003730 01  WS-HASH-WORK.
003740     05  WS-HASH-WORK-ID         PIC X(10).
003750     05  WS-HASH-WORK-BYTES REDEFINES WS-HASH-WORK-ID.
004010     88  WS-ROSTER-LOADED             VALUE "Y".
004020
004030*----------------------------------------------------------------*
004031* HELD-ROUNDS TABLE - LOADED FROM HOLDFILE AT START-UP, CHAINED   *
004032* ON PLAYER ID LIKE THE ROSTER TABLE. A CHAIN HIT MUST ALSO       *
004033* MATCH THE ROUND NUMBER.                                         *
004034*----------------------------------------------------------------*
004035 01  WS-HELD-TABLE.
004036     05  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
004037     05  WS-HELD-ENTRY OCCURS 1 TO 50000 TIMES
004038             DEPENDING ON WS-HELD-COUNT.
004039         10  WS-HELD-ROUND           PIC 9(04).
004040         10  WS-HELD-PLAYER          PIC X(10).
004041         10  WS-HELD-REASON          PIC X(40).
004042         10  WS-HELD-HASH-LINK       PIC 9(05) COMP.
004043
004044 77  WS-HELD-FOUND-IDX           PIC 9(05) COMP VALUE ZERO.
004045 01  WS-HELD-EOF-SW              PIC X(01) VALUE "N".
004046     88  WS-HELD-EOF                  VALUE "Y".
004047 01  WS-HOLDS-LOADED-SW          PIC X(01) VALUE "N".
004048     88  WS-HOLDS-LOADED              VALUE "Y".
004049
004050*----------------------------------------------------------------*
004051* SUSPENSION TABLE - SUSPENSIONS IN FORCE, LOADED FROM SANCTFILE  *
004052* AT START-UP AND CHAINED ON PLAYER ID LIKE THE ROSTER TABLE. A   *
004053* CHAIN HIT MUST ALSO HAVE THE ROUND INSIDE ITS SUSPENDED RANGE.  *
004054*----------------------------------------------------------------*
004055 01  WS-SUSP-TABLE.
004056     05  WS-SUSP-COUNT           PIC 9(05) COMP VALUE ZERO.
004057     05  WS-SUSP-ENTRY OCCURS 1 TO 50000 TIMES
004058             DEPENDING ON WS-SUSP-COUNT.
004059         10  WS-SUSP-PLAYER          PIC X(10).
004060         10  WS-SUSP-START-ROUND     PIC 9(04).
004061         10  WS-SUSP-END-ROUND       PIC 9(04).
004062         10  WS-SUSP-RULING          PIC X(12).
004063         10  WS-SUSP-HASH-LINK       PIC 9(05) COMP.
004064
004065 77  WS-SUSP-FOUND-IDX           PIC 9(05) COMP VALUE ZERO.
004066 01  WS-SANCTION-EOF-SW          PIC X(01) VALUE "N".
004067     88  WS-SANCTION-EOF              VALUE "Y".
004068 01  WS-SUSPENSIONS-LOADED-SW    PIC X(01) VALUE "N".
004069     88  WS-SUSPENSIONS-LOADED        VALUE "Y".
004070
004071*----------------------------------------------------------------*
004040* SCORING-RULES TABLE - POINT VALUES FOR BOTH SCORING SCHEMES.    *
004050* SEE COPYBOOKS/SCORERUL.CPY TO RUN A DIFFERENT RULE SET.         *
004060*----------------------------------------------------------------*
004150* AUDIT TRAIL FIELDS                                              *
004160*----------------------------------------------------------------*
004170 77  WS-RUN-DATE                 PIC 9(08).
004173 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
004176 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
004180 77  WS-RUN-TIME                 PIC 9(08).
004190 77  WS-AUDIT-LINE               PIC X(80).
004200 77  WS-AUDIT-POINTS-PRINT       PIC Z(3)9.
004460     PERFORM 1010-DETERMINE-INPUT-FILE THRU 1010-EXIT.
004470     PERFORM 1015-DETERMINE-OUTPUT-FILES THRU 1015-EXIT.
004480     PERFORM 1070-LOAD-ROSTER THRU 1070-EXIT.
004485     PERFORM 1150-LOAD-HELD-ROUNDS THRU 1150-EXIT.
004487     PERFORM 1170-LOAD-SUSPENSIONS THRU 1170-EXIT.
004490     PERFORM 1090-DECIDE-RESUME THRU 1090-EXIT.
004500
004510     OPEN INPUT INPUTFILE.
006390* EVERY AUDIT TRAIL LINE WRITTEN THIS RUN CARRIES THE SAME STAMP. *
006400*----------------------------------------------------------------*
006410 1060-CAPTURE-RUN-TIMESTAMP.
006420     PERFORM 1065-READ-BUSINESS-DATE THRU 1065-EXIT.
006430     ACCEPT WS-RUN-TIME FROM TIME.
006440 1060-EXIT.
006441     EXIT.
006442
006443*----------------------------------------------------------------*
006444* 1065-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
006445* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
006446* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
006447*----------------------------------------------------------------*
006448 1065-READ-BUSINESS-DATE.
006449     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
006450     ACCEPT WS-DATE-CONTROL-FILE-NAME
006451         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
006452     IF WS-DATE-CONTROL-FILE-NAME = SPACES
006453         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
006454     END-IF.
006455     OPEN INPUT DATE-CONTROL.
006456     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
006457         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
006458             WS-DATE-CONTROL-CHECK-KEY
006459         END-DISPLAY
006460         STOP RUN RETURNING 1
006461     END-IF.
006462     READ DATE-CONTROL
006463         AT END
006464             DISPLAY "DATE-CONTROL FILE IS EMPTY"
006465             END-DISPLAY
006466             STOP RUN RETURNING 1
006467     END-READ.
006468     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
006469     CLOSE DATE-CONTROL.
006470 1065-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------*
007410 1085-EXIT.
007420     EXIT.
007430
007431*----------------------------------------------------------------*
007432* 1150-LOAD-HELD-ROUNDS - LOAD THE ROUNDS MIRROR-CHECK HELD OUT   *
007433* OF TONIGHT'S SCORING. WITHOUT THE FILE NOTHING IS HELD.         *
007434*----------------------------------------------------------------*
007435 1150-LOAD-HELD-ROUNDS.
007436     MOVE SPACES TO WS-HOLD-FILE-NAME.
007437     ACCEPT WS-HOLD-FILE-NAME FROM ENVIRONMENT "RPS_HOLD_FILE".
007438     IF WS-HOLD-FILE-NAME = SPACES
007439         MOVE "./held_rounds.dat" TO WS-HOLD-FILE-NAME
007440     END-IF.
007441
007442     OPEN INPUT HOLDFILE.
007443     IF WS-HOLD-CHECK-KEY NOT = "00"
007444         DISPLAY "NO HELD-ROUNDS FILE " WS-HOLD-FILE-NAME
007445             " - PAIRING HOLDS ARE OFF"
007446         END-DISPLAY
007447         GO TO 1150-EXIT
007448     END-IF.
007449
007450     PERFORM 1155-LOAD-HELD-RECORD THRU 1155-EXIT
007451         UNTIL WS-HELD-EOF.
007452     CLOSE HOLDFILE.
007453     SET WS-HOLDS-LOADED TO TRUE.
007454     DISPLAY "HELD ROUNDS LOADED: " WS-HELD-COUNT
007455     END-DISPLAY.
007456 1150-EXIT.
007457     EXIT.
007458
007459*----------------------------------------------------------------*
007460* 1155-LOAD-HELD-RECORD - ADD ONE HELD ROUND TO THE TABLE AND     *
007461* CHAIN IT INTO ITS HASH BUCKET.                                  *
007462*----------------------------------------------------------------*
007463 1155-LOAD-HELD-RECORD.
007464     READ HOLDFILE
007465         AT END SET WS-HELD-EOF TO TRUE
007466     END-READ.
007467     IF NOT WS-HELD-EOF
007468         IF WS-HELD-COUNT >= 50000
007469             DISPLAY "HELD TABLE FULL AT 50000 - CANNOT ADD "
007470                 HD-PLAYER-ID
007471             END-DISPLAY
007472             STOP RUN RETURNING 1
007473         END-IF
007474         ADD 1 TO WS-HELD-COUNT
007475         MOVE HD-ROUND-NUMBER TO WS-HELD-ROUND(WS-HELD-COUNT)
007476         MOVE HD-PLAYER-ID TO WS-HELD-PLAYER(WS-HELD-COUNT)
007477         MOVE HD-REASON TO WS-HELD-REASON(WS-HELD-COUNT)
007478         MOVE HD-PLAYER-ID TO WS-HASH-WORK-ID
007479         PERFORM 2143-COMPUTE-HASH THRU 2143-EXIT
007480         MOVE WS-HELD-BUCKET(WS-HASH-VALUE)
007481             TO WS-HELD-HASH-LINK(WS-HELD-COUNT)
007482         MOVE WS-HELD-COUNT TO WS-HELD-BUCKET(WS-HASH-VALUE)
007483     END-IF.
007484 1155-EXIT.
007485     EXIT.
007486
007487*----------------------------------------------------------------*
007488* 1160-FIND-HELD-ROUND - LOCATE FD-ROUND-NUMBER/FD-PLAYER-ID ON   *
007489* THE HELD-ROUNDS TABLE, LEAVING ZERO IN WS-HELD-FOUND-IDX WHEN   *
007490* THE ROUND IS NOT HELD.                                          *
007491*----------------------------------------------------------------*
007492 1160-FIND-HELD-ROUND.
007493     MOVE ZERO TO WS-HELD-FOUND-IDX.
007494     MOVE FD-PLAYER-ID TO WS-HASH-WORK-ID.
007495     PERFORM 2143-COMPUTE-HASH THRU 2143-EXIT.
007496     MOVE WS-HELD-BUCKET(WS-HASH-VALUE) TO WS-CHAIN-IDX.
007497     PERFORM 1165-CHECK-HELD-ENTRY THRU 1165-EXIT
007498         UNTIL WS-CHAIN-IDX = ZERO
007499             OR WS-HELD-FOUND-IDX NOT = ZERO.
007500 1160-EXIT.
007501     EXIT.
007502
007503*----------------------------------------------------------------*
007504* 1165-CHECK-HELD-ENTRY - COMPARE ONE CHAINED HELD ENTRY,         *
007505* STEPPING DOWN THE CHAIN ON A MISS.                              *
007506*----------------------------------------------------------------*
007507 1165-CHECK-HELD-ENTRY.
007508     IF WS-HELD-PLAYER(WS-CHAIN-IDX) = FD-PLAYER-ID
007509             AND WS-HELD-ROUND(WS-CHAIN-IDX) = FD-ROUND-NUMBER
007510         MOVE WS-CHAIN-IDX TO WS-HELD-FOUND-IDX
007511     ELSE
007512         MOVE WS-HELD-HASH-LINK(WS-CHAIN-IDX) TO WS-CHAIN-IDX
007513     END-IF.
007514 1165-EXIT.
007515     EXIT.
007516
007517*----------------------------------------------------------------*
007518* 1170-LOAD-SUSPENSIONS - LOAD THE SUSPENSIONS STILL IN FORCE     *
007519* FROM THE SANCTIONS MASTER. WITHOUT THE FILE NOBODY IS           *
007520* SUSPENDED.                                                      *
007521*----------------------------------------------------------------*
007522 1170-LOAD-SUSPENSIONS.
007523     MOVE SPACES TO WS-SANCTION-FILE-NAME.
007524     ACCEPT WS-SANCTION-FILE-NAME
007525         FROM ENVIRONMENT "RPS_SANCTION_FILE".
007526     IF WS-SANCTION-FILE-NAME = SPACES
007527         MOVE "./sanctions.dat" TO WS-SANCTION-FILE-NAME
007528     END-IF.
007529
007530     OPEN INPUT SANCTFILE.
007531     IF WS-SANCTION-CHECK-KEY NOT = "00"
007532         DISPLAY "NO SANCTIONS FILE " WS-SANCTION-FILE-NAME
007533             " - SUSPENSION CHECK IS OFF"
007534         END-DISPLAY
007535         GO TO 1170-EXIT
007536     END-IF.
007537
007538     PERFORM 1175-LOAD-SUSPENSION-RECORD THRU 1175-EXIT
007539         UNTIL WS-SANCTION-EOF.
007540     CLOSE SANCTFILE.
007541     SET WS-SUSPENSIONS-LOADED TO TRUE.
007542     DISPLAY "SUSPENSIONS LOADED: " WS-SUSP-COUNT
007543     END-DISPLAY.
007544 1170-EXIT.
007545     EXIT.
007546
007547*----------------------------------------------------------------*
007548* 1175-LOAD-SUSPENSION-RECORD - ADD ONE SUSPENSION IN FORCE TO    *
007549* THE TABLE AND CHAIN IT INTO ITS HASH BUCKET. FORFEITS,          *
007550* WARNINGS AND LIFTED SANCTIONS ARE PASSED OVER.                  *
007551*----------------------------------------------------------------*
007552 1175-LOAD-SUSPENSION-RECORD.
007553     READ SANCTFILE
007554         AT END SET WS-SANCTION-EOF TO TRUE
007555     END-READ.
007556     IF NOT WS-SANCTION-EOF
007557         IF SN-SUSPENSION AND SN-IN-FORCE
007558             IF WS-SUSP-COUNT >= 50000
007559                 DISPLAY "SUSPENSION TABLE FULL AT 50000 - "
007560                     "CANNOT ADD " SN-PLAYER-ID
007561                 END-DISPLAY
007562                 STOP RUN RETURNING 1
007563             END-IF
007564             ADD 1 TO WS-SUSP-COUNT
007565             MOVE SN-PLAYER-ID TO WS-SUSP-PLAYER(WS-SUSP-COUNT)
007566             MOVE SN-START-ROUND
007567                 TO WS-SUSP-START-ROUND(WS-SUSP-COUNT)
007568             MOVE SN-END-ROUND
007569                 TO WS-SUSP-END-ROUND(WS-SUSP-COUNT)
007570             MOVE SN-RULING-REF TO WS-SUSP-RULING(WS-SUSP-COUNT)
007571             MOVE SN-PLAYER-ID TO WS-HASH-WORK-ID
007572             PERFORM 2143-COMPUTE-HASH THRU 2143-EXIT
007573             MOVE WS-SUSP-BUCKET(WS-HASH-VALUE)
007574                 TO WS-SUSP-HASH-LINK(WS-SUSP-COUNT)
007575             MOVE WS-SUSP-COUNT TO WS-SUSP-BUCKET(WS-HASH-VALUE)
007576         END-IF
007577     END-IF.
007578 1175-EXIT.
007579     EXIT.
007580
007581*----------------------------------------------------------------*
007582* 1180-FIND-SUSPENSION - LOCATE A SUSPENSION COVERING             *
007583* FD-ROUND-NUMBER FOR FD-PLAYER-ID, LEAVING ZERO IN               *
007584* WS-SUSP-FOUND-IDX WHEN THE PLAYER IS FREE TO PLAY THE ROUND.    *
007585*----------------------------------------------------------------*
007586 1180-FIND-SUSPENSION.
007587     MOVE ZERO TO WS-SUSP-FOUND-IDX.
007588     MOVE FD-PLAYER-ID TO WS-HASH-WORK-ID.
007589     PERFORM 2143-COMPUTE-HASH THRU 2143-EXIT.
007590     MOVE WS-SUSP-BUCKET(WS-HASH-VALUE) TO WS-CHAIN-IDX.
007591     PERFORM 1185-CHECK-SUSPENSION-ENTRY THRU 1185-EXIT
007592         UNTIL WS-CHAIN-IDX = ZERO
007593             OR WS-SUSP-FOUND-IDX NOT = ZERO.
007594 1180-EXIT.
007595     EXIT.
007596
007597*----------------------------------------------------------------*
007598* 1185-CHECK-SUSPENSION-ENTRY - COMPARE ONE CHAINED SUSPENSION,   *
007599* STEPPING DOWN THE CHAIN ON A MISS.                              *
007600*----------------------------------------------------------------*
007601 1185-CHECK-SUSPENSION-ENTRY.
007602     IF WS-SUSP-PLAYER(WS-CHAIN-IDX) = FD-PLAYER-ID
007603             AND FD-ROUND-NUMBER
007604                 NOT < WS-SUSP-START-ROUND(WS-CHAIN-IDX)
007605             AND FD-ROUND-NUMBER
007606                 NOT > WS-SUSP-END-ROUND(WS-CHAIN-IDX)
007607         MOVE WS-CHAIN-IDX TO WS-SUSP-FOUND-IDX
007608     ELSE
007609         MOVE WS-SUSP-HASH-LINK(WS-CHAIN-IDX) TO WS-CHAIN-IDX
007610     END-IF.
007611 1185-EXIT.
007612     EXIT.
007440
007450*----------------------------------------------------------------*
007460* 1010-DETERMINE-INPUT-FILE - NAME THE INPUTFILE FOR THIS RUN.    *
009900                 MOVE "PLAYER INACTIVE ON ROSTER"
009910                     TO WS-REJECT-REASON
009920             END-IF
009921         END-IF
009922     END-IF.
009923
009924*        PAIRING CHECK - A ROUND MIRROR-CHECK HELD BECAUSE THE
009925*        TWO SEATS DISAGREE, OR ONLY ONE SIDE REPORTED, IS NOT
009926*        SCORED ON ONE PLAYER'S WORD.
009927     IF WS-RECORD-VALID AND WS-HOLDS-LOADED
009928         PERFORM 1160-FIND-HELD-ROUND THRU 1160-EXIT
009929         IF WS-HELD-FOUND-IDX NOT = ZERO
009930             SET WS-RECORD-INVALID TO TRUE
009931             MOVE WS-HELD-REASON(WS-HELD-FOUND-IDX)
009932                 TO WS-REJECT-REASON
009933         END-IF
009934     END-IF.
009935
009936*        DISCIPLINARY CHECK - A ROUND PLAYED WHILE THE PLAYER WAS
009937*        UNDER SUSPENSION DOES NOT COUNT.
009938     IF WS-RECORD-VALID AND WS-SUSPENSIONS-LOADED
009939         PERFORM 1180-FIND-SUSPENSION THRU 1180-EXIT
009940         IF WS-SUSP-FOUND-IDX NOT = ZERO
009941             SET WS-RECORD-INVALID TO TRUE
009942             MOVE SPACES TO WS-REJECT-REASON
009943             STRING "PLAYER SUSPENDED - RULING "
009944                     DELIMITED BY SIZE
009945                 WS-SUSP-RULING(WS-SUSP-FOUND-IDX)
009946                     DELIMITED BY SIZE
009947                 INTO WS-REJECT-REASON
009948             END-STRING
009930         END-IF
009940     END-IF.
009950 2110-EXIT.
