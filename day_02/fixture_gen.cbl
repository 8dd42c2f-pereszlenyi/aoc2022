000226*                 MASTER-INDEX-BUILDER). THE SEEDING SWEEP        *
000228*                 STILL READS IT FRONT TO BACK; ONLY THE SELECT   *
000229*                 CHANGED.                                        *
000230* 2026-10-15  DP  FGEN_MODE "E" SEEDS FROM THE PLAYER RATING      *
000231*                 MASTER ./ratings_ix.dat (SEE RATING-UPDATE)     *
000232*                 INSTEAD OF THE STANDINGS, SO EACH PLAYER MEETS  *
000233*                 THE NEAREST-RATED OPPONENT. A PLAYER WITH NO    *
000234*                 RATING YET SEEDS AT RR-START-RATING (COPYBOOK   *
000235*                 RATERUL).                                       *
000236* 2026-10-15  DP  A PLAYER UNDER A SUSPENSION COVERING THE ROUND   *
000237*                 BEING CUT IS NOT SCHEDULED. SUSPENSIONS IN      *
000238*                 FORCE COME FROM THE SANCTIONS MASTER (COPYBOOK  *
000239*                 SANCREC, FILE NAMED BY RPS_SANCTION_FILE); EACH *
000240*                 PLAYER LEFT OUT IS NAMED ON THE CONSOLE. NO     *
000241*                 SANCTIONS FILE MEANS NOBODY IS SUSPENDED.       *
000230*----------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000334         RECORD KEY IS MR-PLAYER-ID OF MASTER-RECORD
000340         FILE STATUS IS WS-MASTER-CHECK-KEY.
000350
000351     SELECT RATING-MASTER ASSIGN TO "./ratings_ix.dat"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS SEQUENTIAL
000354         RECORD KEY IS RT-PLAYER-ID OF RATING-RECORD
000355         FILE STATUS IS WS-RATING-CHECK-KEY.
000356
000360     SELECT OPTIONAL FIXTUREFILE
000370         ASSIGN DYNAMIC WS-FIXTURE-FILE-NAME
000380         FILE STATUS IS WS-FIXTURE-CHECK-KEY
000382         ORGANIZATION IS LINE SEQUENTIAL.
000384
000386     SELECT SANCTFILE ASSIGN DYNAMIC WS-SANCTION-FILE-NAME
000388         FILE STATUS IS WS-SANCTION-CHECK-KEY
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400
000410 DATA DIVISION.
000550     COPY MASTRREC.
000560
000570*----------------------------------------------------------------*
000571* RATING-MASTER - CURRENT PLAYER RATINGS, USED ONLY TO SEED THE   *
000572* RATING-BASED PAIRING ORDER.                                     *
000573*----------------------------------------------------------------*
000574 FD  RATING-MASTER.
000575     COPY RATEREC.
000576
000577*----------------------------------------------------------------*
000580* FIXTUREFILE - ONE SEAT PER PLAYER PER SCHEDULED ROUND.          *
000590* APPENDED TO, ROUND BY ROUND, OVER THE SEASON.                   *
000600*----------------------------------------------------------------*
000610 FD  FIXTUREFILE.
000620     COPY FIXTREC.
000621
000622*----------------------------------------------------------------*
000623* SANCTFILE - THE DISCIPLINARY SANCTIONS MASTER. ONLY SUSPENSIONS *
000624* IN FORCE THAT COVER THE ROUND BEING CUT ARE TAKEN FROM IT.      *
000625*----------------------------------------------------------------*
000626 FD  SANCTFILE.
000627     COPY SANCREC.
000630
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------*
000670*----------------------------------------------------------------*
000680 77  WS-ROSTER-CHECK-KEY         PIC X(02).
000690 77  WS-MASTER-CHECK-KEY         PIC X(02).
000695 77  WS-RATING-CHECK-KEY         PIC X(02).
000700 77  WS-FIXTURE-CHECK-KEY        PIC X(02).
000710 77  WS-ROSTER-FILE-NAME         PIC X(255).
000720 77  WS-FIXTURE-FILE-NAME        PIC X(255).
000723 77  WS-SANCTION-CHECK-KEY       PIC X(02).
000726 77  WS-SANCTION-FILE-NAME       PIC X(255).
000730
000740 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE "N".
000750     88  WS-ROSTER-EOF                VALUE "Y".
000760 01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
000770     88  WS-MASTER-EOF                VALUE "Y".
000773 01  WS-RATING-EOF-SW            PIC X(01) VALUE "N".
000776     88  WS-RATING-EOF                VALUE "Y".
000780 01  WS-FIXTURE-EOF-SW           PIC X(01) VALUE "N".
000790     88  WS-FIXTURE-EOF               VALUE "Y".
000793 01  WS-SANCTION-EOF-SW          PIC X(01) VALUE "N".
000796     88  WS-SANCTION-EOF              VALUE "Y".
000800 01  WS-ROUND-KNOWN-SW           PIC X(01) VALUE "N".
000810     88  WS-ROUND-KNOWN               VALUE "Y".
000820 01  WS-MODE-SW                  PIC X(01) VALUE "S".
000830     88  WS-MODE-SEEDED               VALUE "S".
000840     88  WS-MODE-ROUND-ROBIN          VALUE "R".
000845     88  WS-MODE-RATING               VALUE "E".
000850 77  WS-MODE-REQUEST             PIC X(01).
000851
000852*----------------------------------------------------------------*
000853* RATING RULES - ONLY THE START RATING IS USED HERE.              *
000854*----------------------------------------------------------------*
000855     COPY RATERUL.
000860
000870*----------------------------------------------------------------*
000880* ROUND NUMBER PARSE WORK FIELDS - THE ENVIRONMENT HANDS THE      *
001260
001270*----------------------------------------------------------------*
001280* SEASON STANDINGS TABLE - ONLY THE ID AND THE PART 1 SCORE ARE   *
001290* NEEDED TO SEED THE PAIRING ORDER. IN RATING MODE THE TABLE      *
001295* CARRIES EACH PLAYER'S CURRENT RATING IN PLACE OF THE SCORE.     *
001300*----------------------------------------------------------------*
001310 01  WS-STANDING-TABLE.
001320     05  WS-STANDING-COUNT       PIC 9(05) COMP VALUE ZERO.
001350         10  WS-STANDING-ID          PIC X(10).
001360         10  WS-STANDING-SCORE       PIC 9(08).
001370 77  WS-STANDING-SEARCH-IDX      PIC 9(05) COMP VALUE ZERO.
001371
001372*----------------------------------------------------------------*
001373* SUSPENSION TABLE - PLAYERS SUSPENDED FOR THE ROUND BEING CUT,   *
001374* WITH THE RULING THAT SUSPENDED THEM.                            *
001375*----------------------------------------------------------------*
001376 01  WS-SUSP-TABLE.
001377     05  WS-SUSP-COUNT           PIC 9(05) COMP VALUE ZERO.
001378     05  WS-SUSP-ENTRY OCCURS 1 TO 50000 TIMES
001379             DEPENDING ON WS-SUSP-COUNT.
001380         10  WS-SUSP-PLAYER          PIC X(10).
001381         10  WS-SUSP-RULING          PIC X(12).
001382 77  WS-SUSP-SEARCH-IDX          PIC 9(05) COMP VALUE ZERO.
001383 77  WS-SUSP-FOUND-IDX           PIC 9(05) COMP VALUE ZERO.
001380
001390*----------------------------------------------------------------*
001400* ROUND-ROBIN ROTATION WORK FIELDS. THE CIRCLE METHOD FIXES THE   *
001550*----------------------------------------------------------------*
001560 77  WS-SEATS-WRITTEN            PIC 9(08) COMP VALUE ZERO.
001570 77  WS-BYES-WRITTEN             PIC 9(08) COMP VALUE ZERO.
001575 77  WS-SUSPENDED-SKIPPED        PIC 9(08) COMP VALUE ZERO.
001580 77  WS-HOME-ID                  PIC X(10).
001590 77  WS-AWAY-ID                  PIC X(10).
001600
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-LOAD-STANDINGS THRU 2000-EXIT.
001675     PERFORM 2500-LOAD-SUSPENSIONS THRU 2500-EXIT.
001680     PERFORM 3000-LOAD-ACTIVE-ROSTER THRU 3000-EXIT.
001690     PERFORM 4000-CHECK-ROUND-UNSCHEDULED THRU 4000-EXIT.
001700     IF WS-MODE-ROUND-ROBIN
002030     IF WS-MODE-REQUEST = "R"
002040         SET WS-MODE-ROUND-ROBIN TO TRUE
002050     ELSE
002052         IF WS-MODE-REQUEST = "E"
002054             SET WS-MODE-RATING TO TRUE
002056         ELSE
002060             SET WS-MODE-SEEDED TO TRUE
002065         END-IF
002070     END-IF.
002080
002090     MOVE SPACES TO WS-ROSTER-FILE-NAME.
002180         FROM ENVIRONMENT "FGEN_FIXTURE_FILE".
002190     IF WS-FIXTURE-FILE-NAME = SPACES
002200         MOVE "./fixtures.dat" TO WS-FIXTURE-FILE-NAME
002201     END-IF.
002202
002203     MOVE SPACES TO WS-SANCTION-FILE-NAME.
002204     ACCEPT WS-SANCTION-FILE-NAME
002205         FROM ENVIRONMENT "RPS_SANCTION_FILE".
002206     IF WS-SANCTION-FILE-NAME = SPACES
002207         MOVE "./sanctions.dat" TO WS-SANCTION-FILE-NAME
002210     END-IF.
002220 1000-EXIT.
002230     EXIT.
002620*----------------------------------------------------------------*
002630* 2000-LOAD-STANDINGS - READ THE MASTER'S IDS AND PART 1 SCORES.  *
002640* A MISSING MASTER ONLY MEANS EVERY PLAYER SEEDS ON ZERO, AS ON   *
002650* THE FIRST ROUND OF A NEW SEASON. RATING MODE READS THE RATING   *
002655* MASTER INSTEAD.                                                 *
002660*----------------------------------------------------------------*
002670 2000-LOAD-STANDINGS.
002672     IF WS-MODE-RATING
002674         PERFORM 2200-LOAD-RATINGS THRU 2200-EXIT
002676         GO TO 2000-EXIT
002678     END-IF.
002680     OPEN INPUT STANDINGS-MASTER.
002690     IF WS-MASTER-CHECK-KEY = "00"
002700         PERFORM 2100-LOAD-MASTER-RECORD THRU 2100-EXIT
002980     EXIT.
002990
003000*----------------------------------------------------------------*
003001* 2200-LOAD-RATINGS - READ THE RATING MASTER'S IDS AND CURRENT    *
003002* RATINGS INTO THE STANDINGS TABLE. WITH NO RATING MASTER YET     *
003003* EVERYONE SEEDS AT THE START RATING AND THE ROSTER ORDER         *
003004* STANDS.                                                         *
003005*----------------------------------------------------------------*
003006 2200-LOAD-RATINGS.
003007     OPEN INPUT RATING-MASTER.
003008     IF WS-RATING-CHECK-KEY NOT = "00"
003009         DISPLAY "NO RATING MASTER ON FILE - ALL PLAYERS SEED AT "
003010             RR-START-RATING
003011         END-DISPLAY
003012         GO TO 2200-EXIT
003013     END-IF.
003014     PERFORM 2210-LOAD-RATING-RECORD THRU 2210-EXIT
003015         UNTIL WS-RATING-EOF.
003016     CLOSE RATING-MASTER.
003017 2200-EXIT.
003018     EXIT.
003019
003020*----------------------------------------------------------------*
003021* 2210-LOAD-RATING-RECORD - ADD ONE RATING RECORD'S ID AND        *
003022* RATING TO THE STANDINGS TABLE.                                  *
003023*----------------------------------------------------------------*
003024 2210-LOAD-RATING-RECORD.
003025     READ RATING-MASTER
003026         AT END SET WS-RATING-EOF TO TRUE
003027     END-READ.
003028     IF NOT WS-RATING-EOF
003029         IF WS-STANDING-COUNT >= 50000
003030             DISPLAY "STANDINGS TABLE FULL AT 50000 AT "
003031                 RT-PLAYER-ID
003032             END-DISPLAY
003033             STOP RUN RETURNING 1
003034         END-IF
003035         ADD 1 TO WS-STANDING-COUNT
003036         MOVE RT-PLAYER-ID TO WS-STANDING-ID(WS-STANDING-COUNT)
003037         MOVE RT-RATING
003038             TO WS-STANDING-SCORE(WS-STANDING-COUNT)
003039     END-IF.
003040 2210-EXIT.
003041     EXIT.
003042
003043*----------------------------------------------------------------*
003044* 2500-LOAD-SUSPENSIONS - TAKE EVERY SUSPENSION IN FORCE THAT     *
003045* COVERS THE ROUND BEING CUT. WITHOUT THE FILE NOBODY IS          *
003046* SUSPENDED.                                                      *
003047*----------------------------------------------------------------*
003048 2500-LOAD-SUSPENSIONS.
003049     OPEN INPUT SANCTFILE.
003050     IF WS-SANCTION-CHECK-KEY NOT = "00"
003051         DISPLAY "NO SANCTIONS FILE " WS-SANCTION-FILE-NAME
003052             " - NO PLAYER TREATED AS SUSPENDED"
003053         END-DISPLAY
003054         GO TO 2500-EXIT
003055     END-IF.
003056     PERFORM 2510-LOAD-SUSPENSION-RECORD THRU 2510-EXIT
003057         UNTIL WS-SANCTION-EOF.
003058     CLOSE SANCTFILE.
003059 2500-EXIT.
003060     EXIT.
003061
003062*----------------------------------------------------------------*
003063* 2510-LOAD-SUSPENSION-RECORD - ADD ONE SANCTION TO THE TABLE     *
003064* WHEN IT IS A SUSPENSION IN FORCE FOR THIS ROUND.                *
003065*----------------------------------------------------------------*
003066 2510-LOAD-SUSPENSION-RECORD.
003067     READ SANCTFILE
003068         AT END SET WS-SANCTION-EOF TO TRUE
003069     END-READ.
003070     IF NOT WS-SANCTION-EOF
003071         IF SN-SUSPENSION AND SN-IN-FORCE
003072                 AND WS-ROUND-NUMBER NOT < SN-START-ROUND
003073                 AND WS-ROUND-NUMBER NOT > SN-END-ROUND
003074             IF WS-SUSP-COUNT >= 50000
003075                 DISPLAY "SUSPENSION TABLE FULL AT 50000 AT "
003076                     SN-PLAYER-ID
003077                 END-DISPLAY
003078                 STOP RUN RETURNING 1
003079             END-IF
003080             ADD 1 TO WS-SUSP-COUNT
003081             MOVE SN-PLAYER-ID TO WS-SUSP-PLAYER(WS-SUSP-COUNT)
003082             MOVE SN-RULING-REF TO WS-SUSP-RULING(WS-SUSP-COUNT)
003083         END-IF
003084     END-IF.
003085 2510-EXIT.
003086     EXIT.
003087
003088*----------------------------------------------------------------*
003010* 3000-LOAD-ACTIVE-ROSTER - FILL THE SEEDING TABLE WITH EVERY     *
003020* ACTIVE ROSTER PLAYER AND ITS SEASON SCORE. THE ROSTER IS WHAT   *
003030* SAYS WHO CAN BE SCHEDULED, SO IT IS NOT OPTIONAL HERE.          *
003270
003280*----------------------------------------------------------------*
003290* 3100-LOAD-ROSTER-RECORD - ADD ONE ACTIVE PLAYER, CARRYING ITS   *
003300* SEASON SCORE WHEN THE MASTER KNOWS IT AND ZERO WHEN NOT (THE    *
003305* START RATING WHEN NOT, IN RATING MODE).                         *
003310*----------------------------------------------------------------*
003320 3100-LOAD-ROSTER-RECORD.
003330     READ ROSTERFILE
003350     END-READ.
003360     IF NOT WS-ROSTER-EOF
003370         IF RO-ACTIVE
003371             PERFORM 3130-FIND-SUSPENSION THRU 3130-EXIT
003372             IF WS-SUSP-FOUND-IDX NOT = ZERO
003373                 ADD 1 TO WS-SUSPENDED-SKIPPED
003374                 DISPLAY "SUSPENDED - NOT SCHEDULED: "
003375                     RO-PLAYER-ID " RULING "
003376                     WS-SUSP-RULING(WS-SUSP-FOUND-IDX)
003377                 END-DISPLAY
003378                 GO TO 3100-EXIT
003379             END-IF
003380             IF WS-SEED-COUNT >= 50000
003390                 DISPLAY "SEED TABLE FULL AT 50000 AT "
003400                     RO-PLAYER-ID
003560 3110-FIND-SEASON-SCORE.
003570     MOVE ZERO TO WS-SEED-FOUND-IDX.
003580     MOVE ZERO TO WS-SEED-SCORE(WS-SEED-COUNT).
003582     IF WS-MODE-RATING
003584         MOVE RR-START-RATING TO WS-SEED-SCORE(WS-SEED-COUNT)
003586     END-IF.
003590     PERFORM 3120-CHECK-STANDING-ENTRY THRU 3120-EXIT
003600         VARYING WS-STANDING-SEARCH-IDX FROM 1 BY 1
003610         UNTIL WS-STANDING-SEARCH-IDX > WS-STANDING-COUNT
003740             TO WS-SEED-SCORE(WS-SEED-COUNT)
003750     END-IF.
003760 3120-EXIT.
003761     EXIT.
003762
003763*----------------------------------------------------------------*
003764* 3130-FIND-SUSPENSION - LOOK RO-PLAYER-ID UP ON THE SUSPENSION   *
003765* TABLE, LEAVING ZERO IN WS-SUSP-FOUND-IDX WHEN IT IS NOT THERE.  *
003766*----------------------------------------------------------------*
003767 3130-FIND-SUSPENSION.
003768     MOVE ZERO TO WS-SUSP-FOUND-IDX.
003769     PERFORM 3140-CHECK-SUSPENSION-ENTRY THRU 3140-EXIT
003770         VARYING WS-SUSP-SEARCH-IDX FROM 1 BY 1
003771         UNTIL WS-SUSP-SEARCH-IDX > WS-SUSP-COUNT
003772             OR WS-SUSP-FOUND-IDX NOT = ZERO.
003773 3130-EXIT.
003774     EXIT.
003775
003776*----------------------------------------------------------------*
003777* 3140-CHECK-SUSPENSION-ENTRY - COMPARE ONE SUSPENSION ENTRY.     *
003778*----------------------------------------------------------------*
003779 3140-CHECK-SUSPENSION-ENTRY.
003780     IF WS-SUSP-PLAYER(WS-SUSP-SEARCH-IDX) = RO-PLAYER-ID
003781         MOVE WS-SUSP-SEARCH-IDX TO WS-SUSP-FOUND-IDX
003782     END-IF.
003783 3140-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------*
004790*----------------------------------------------------------------*
004800* 6000-PAIR-BY-SEEDING - SORT THE SEEDING TABLE ON SEASON SCORE,  *
004810* DESCENDING, AND PAIR ADJACENT SEEDS - 1 PLAYS 2, 3 PLAYS 4,     *
004820* AND SO ON. AN ODD BRACKET LEAVES THE BOTTOM SEED A BYE. RATING  *
004825* MODE SORTS ON CURRENT RATING THE SAME WAY.                      *
004830*----------------------------------------------------------------*
004840 6000-PAIR-BY-SEEDING.
004850     IF WS-SEED-COUNT > 1
006030     END-DISPLAY.
006040     DISPLAY "BYES GIVEN:               " WS-BYES-WRITTEN
006050     END-DISPLAY.
006053     DISPLAY "SUSPENDED, NOT SCHEDULED: " WS-SUSPENDED-SKIPPED
006056     END-DISPLAY.
006060 9000-EXIT.
006070     EXIT.
006080
