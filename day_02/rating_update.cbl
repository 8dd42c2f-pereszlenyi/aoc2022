000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RATING-UPDATE.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - KEEPS THE PLAYER RATING      *
000110*                 MASTER (COPYBOOK RATEREC, ./ratings_ix.dat).    *
000120*                 SEASON SCORE REWARDS PLAYING MORE ROUNDS, NOT   *
000130*                 BEATING STRONG OPPONENTS, SO SEEDING ON IT      *
000140*                 KEPT PAIRING THE BUSIEST PLAYERS AT THE TOP.    *
000150*                 EVERY NIGHT THIS PROGRAM WALKS THE FIXTURES     *
000160*                 FILE (COPYBOOK FIXTREC), PULLS BOTH SEATS OF    *
000170*                 EACH PAIRING FROM THE INDEXED ROUND FILE        *
000180*                 (COPYBOOK INDXREC) AND MOVES BOTH PLAYERS'      *
000190*                 RATINGS UNDER THE RULES IN COPYBOOK RATERUL -   *
000200*                 BEATING A HIGHER-RATED OPPONENT MOVES A RATING  *
000210*                 FURTHER THAN BEATING A LOWER-RATED ONE. ONLY A  *
000220*                 PAIRING WHOSE TWO SIDES MIRROR EACH OTHER IS    *
000230*                 RATED - A DISPUTED OR ONE-SIDED PAIRING IS      *
000240*                 LEFT FOR MIRROR-CHECK'S HOLD. EVERY RATED GAME  *
000250*                 IS APPENDED TO THE RATING HISTORY FILE          *
000260*                 (COPYBOOK RATHIST) FOR RATING-REPORT, AND A     *
000270*                 ROUND ALREADY RATED FOR A PLAYER IS NEVER       *
000280*                 RATED AGAIN, SO A RERUN IS HARMLESS.            *
000282* 2026-10-15  DP  RT-LAST-DATE AND RH-RATE-DATE ARE NOW THE LEAGUE*
000284*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000286*                 (COPYBOOK DATECTL) INSTEAD OF THE SYSTEM DATE.  *
000287* 2026-10-15  DP  A PAIRING IS NO LONGER RATED WHEN EITHER PLAYER *
000288*                 IS UNDER A SUSPENSION IN FORCE COVERING ITS     *
000289*                 ROUND. SUSPENSIONS COME FROM THE SANCTIONS      *
000290*                 MASTER (COPYBOOK SANCREC, FILE NAMED BY         *
000291*                 RPS_SANCTION_FILE) AS FIXTURE-GEN LOADS THEM.   *
000292* 2026-10-15  DP  A PAIRING IS NOW SKIPPED AS ALREADY RATED ONLY  *
000293*                 WHEN THE RATING HISTORY CARRIES THAT PAIRING    *
000294*                 FOR THAT ROUND. THE OLD TEST AGAINST            *
000295*                 RT-LAST-ROUND NEVER RATED A PAIRING WHOSE       *
000296*                 RESULTS ARRIVED AFTER A LATER ROUND HAD BEEN    *
000297*                 RATED. RT-LAST-ROUND IS NOW ONLY THE HIGHEST    *
000298*                 ROUND RATED.                                    *
000299*----------------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT FIXTUREFILE ASSIGN DYNAMIC WS-FIXTURE-FILE-NAME
000350         FILE STATUS IS WS-FIXTURE-CHECK-KEY
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370
000380     SELECT INDEXED-INPUT ASSIGN DYNAMIC WS-INDEXED-FILE-NAME
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS INDEXED-KEY OF INDEXED-RECORD
000420         ALTERNATE RECORD KEY IS FD-ROUND-NUMBER OF INDEXED-RECORD
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-INDEXED-CHECK-KEY.
000450
000460     SELECT RATING-MASTER ASSIGN TO "./ratings_ix.dat"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RT-PLAYER-ID OF RATING-RECORD
000500         FILE STATUS IS WS-RATING-CHECK-KEY.
000510
000520     SELECT OPTIONAL RATING-HISTORY
000530         ASSIGN TO "./rating_history.dat"
000540         FILE STATUS IS WS-RHIST-CHECK-KEY
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000561     SELECT DATE-CONTROL
000562         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000563         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000564         ORGANIZATION IS LINE SEQUENTIAL.
000565
000566     SELECT SANCTFILE ASSIGN DYNAMIC WS-SANCTION-FILE-NAME
000567         FILE STATUS IS WS-SANCTION-CHECK-KEY
000568         ORGANIZATION IS LINE SEQUENTIAL.
000569
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------------*
000600* FIXTUREFILE - THE SCHEDULED PAIRINGS WRITTEN BY FIXTURE-GEN,    *
000610* ONE SEAT PER PLAYER PER ROUND, IN ROUND ORDER.                  *
000620*----------------------------------------------------------------*
000630 FD  FIXTUREFILE.
000640     COPY FIXTREC.
000650
000660*----------------------------------------------------------------*
000670* INDEXED-INPUT - THE NIGHT'S ROUNDS, KEYED ON ROUND NUMBER PLUS  *
000680* PLAYER ID.                                                      *
000690*----------------------------------------------------------------*
000700 FD  INDEXED-INPUT.
000710     COPY INDXREC.
000720
000730*----------------------------------------------------------------*
000740* RATING-MASTER - ONE RATING PER PLAYER, KEYED ON THE PLAYER ID   *
000750* AND UPDATED IN PLACE.                                           *
000760*----------------------------------------------------------------*
000770 FD  RATING-MASTER.
000780     COPY RATEREC.
000790
000800*----------------------------------------------------------------*
000810* RATING-HISTORY - ONE RECORD PER PLAYER PER RATED GAME, THE      *
000820* TRAIL OF HOW EACH RATING MOVED.                                 *
000830*----------------------------------------------------------------*
000840 FD  RATING-HISTORY.
000850     COPY RATHIST.
000860
000861*----------------------------------------------------------------*
000862* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000863*----------------------------------------------------------------*
000864 FD  DATE-CONTROL.
000865     COPY DATECTL.
000866
000867*----------------------------------------------------------------*
000868* SANCTFILE - THE DISCIPLINARY SANCTIONS MASTER. ONLY SUSPENSIONS *
000869* IN FORCE ARE TAKEN FROM IT.                                     *
000870*----------------------------------------------------------------*
000871 FD  SANCTFILE.
000872     COPY SANCREC.
000873
000874 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------*
000890* SWITCHES AND CONTROL FIELDS                                     *
000900*----------------------------------------------------------------*
000910 77  WS-FIXTURE-CHECK-KEY        PIC X(02).
000920 77  WS-INDEXED-CHECK-KEY        PIC X(02).
000930 77  WS-RATING-CHECK-KEY         PIC X(02).
000940 77  WS-RHIST-CHECK-KEY          PIC X(02).
000950 77  WS-FIXTURE-FILE-NAME        PIC X(255).
000960 77  WS-INDEXED-FILE-NAME        PIC X(255).
000963 77  WS-SANCTION-CHECK-KEY       PIC X(02).
000966 77  WS-SANCTION-FILE-NAME       PIC X(255).
000970
000980 01  WS-FIXTURE-EOF-SW           PIC X(01) VALUE "N".
000990     88  WS-FIXTURE-EOF               VALUE "Y".
001000 01  WS-RATING-EOF-SW            PIC X(01) VALUE "N".
001010     88  WS-RATING-EOF                VALUE "Y".
001020 01  WS-PLAYER-KNOWN-SW          PIC X(01) VALUE "N".
001030     88  WS-PLAYER-KNOWN              VALUE "Y".
001040     88  WS-PLAYER-NEW                VALUE "N".
001041 01  WS-SANCTION-EOF-SW          PIC X(01) VALUE "N".
001042     88  WS-SANCTION-EOF              VALUE "Y".
001043 01  WS-RHIST-EOF-SW             PIC X(01) VALUE "N".
001044     88  WS-RHIST-EOF                 VALUE "Y".
001045
001046*----------------------------------------------------------------*
001047* SUSPENSION TABLE - EVERY SUSPENSION IN FORCE, WITH THE ROUNDS   *
001048* IT COVERS.                                                      *
001049*----------------------------------------------------------------*
001050 01  WS-SUSP-TABLE.
001051     05  WS-SUSP-COUNT           PIC 9(05) COMP VALUE ZERO.
001052     05  WS-SUSP-ENTRY OCCURS 1 TO 50000 TIMES
001053             DEPENDING ON WS-SUSP-COUNT.
001054         10  WS-SUSP-PLAYER          PIC X(10).
001055         10  WS-SUSP-START-ROUND     PIC 9(04).
001056         10  WS-SUSP-END-ROUND       PIC 9(04).
001057 77  WS-SUSP-SEARCH-IDX          PIC 9(05) COMP VALUE ZERO.
001058 77  WS-SUSP-FOUND-IDX           PIC 9(05) COMP VALUE ZERO.
001059
001060*----------------------------------------------------------------*
001061* RATED PAIRING TABLE - EVERY PAIRING ON THE RATING HISTORY, BY   *
001062* ROUND AND THE LOWER PLAYER ID (SIDE A), PLUS EVERY PAIRING      *
001063* RATED TONIGHT. A PLAYER MEETS ONE OPPONENT A ROUND, SO THE TWO  *
001064* NAME THE PAIRING.                                               *
001065*----------------------------------------------------------------*
001066 01  WS-RATED-TABLE.
001067     05  WS-RATED-COUNT          PIC 9(05) COMP VALUE ZERO.
001068     05  WS-RATED-ENTRY OCCURS 1 TO 50000 TIMES
001069             DEPENDING ON WS-RATED-COUNT.
001070         10  WS-RATED-ROUND          PIC 9(04).
001071         10  WS-RATED-PLAYER         PIC X(10).
001072 77  WS-RATED-SEARCH-IDX         PIC 9(05) COMP VALUE ZERO.
001073 77  WS-RATED-FOUND-IDX          PIC 9(05) COMP VALUE ZERO.
001074
001075*----------------------------------------------------------------*
001076* RATING RULES - START RATING, K-FACTOR, SPREAD AND FLOOR.        *
001080*----------------------------------------------------------------*
001090     COPY RATERUL.
001100
001110*----------------------------------------------------------------*
001120* THE TWO SEATS OF THE PAIRING BEING RATED. SIDE A IS ALWAYS THE  *
001130* LOWER PLAYER ID, SO EACH PAIRING IS RATED ONCE, FROM THE SEAT   *
001140* RECORD THAT CARRIES IT THAT WAY ROUND.                          *
001150*----------------------------------------------------------------*
001160 77  WS-PAIR-ROUND               PIC 9(04) VALUE ZERO.
001170 01  WS-SIDE-A.
001180     05  WS-A-ID                 PIC X(10).
001190     05  WS-A-FOUND-SW           PIC X(01).
001200         88  WS-A-FOUND               VALUE "Y".
001210     05  WS-A-OPPONENT           PIC X(01).
001220     05  WS-A-OWN                PIC X(01).
001230     05  WS-A-RATING             PIC 9(04).
001250     05  WS-A-NEW-RATING         PIC 9(04).
001260     05  WS-A-RESULT             PIC X(01).
001270 01  WS-SIDE-B.
001280     05  WS-B-ID                 PIC X(10).
001290     05  WS-B-FOUND-SW           PIC X(01).
001300         88  WS-B-FOUND               VALUE "Y".
001310     05  WS-B-OPPONENT           PIC X(01).
001320     05  WS-B-OWN                PIC X(01).
001330     05  WS-B-RATING             PIC 9(04).
001350     05  WS-B-NEW-RATING         PIC 9(04).
001360     05  WS-B-RESULT             PIC X(01).
001370
001380*----------------------------------------------------------------*
001390* RATING WORK FIELDS - THE SEAT BEING READ OR UPDATED, AND THE    *
001400* ARITHMETIC OF ONE RATED GAME, ALWAYS FROM SIDE A'S POINT OF     *
001410* VIEW. SIDE B MOVES BY THE SAME AMOUNT THE OTHER WAY.            *
001420*----------------------------------------------------------------*
001430 77  WS-WORK-ID                  PIC X(10).
001440 77  WS-WORK-RATING              PIC 9(04).
001460 77  WS-WORK-NEW-RATING          PIC 9(04).
001470 77  WS-WORK-RESULT              PIC X(01).
001480 77  WS-MIRROR-OF-A-OWN          PIC X(01).
001490 77  WS-MIRROR-OF-B-OWN          PIC X(01).
001500 77  WS-OWN-INDEX                PIC 9(02).
001510 77  WS-OPPONENT-INDEX           PIC 9(02).
001520 77  WS-OUTCOME                  PIC 9(01).
001530 77  WS-SCORE-A                  PIC 9(01)V9(01).
001540 77  WS-RATING-DIFF              PIC S9(05).
001550 77  WS-EXPECT-A                 PIC 9(01)V9(06).
001560 77  WS-CHANGE-A                 PIC S9(04).
001570 77  WS-NEW-RATING-CALC          PIC S9(05).
001580
001590*----------------------------------------------------------------*
001600* RUN TALLIES                                                     *
001610*----------------------------------------------------------------*
001620 77  WS-RUN-DATE                 PIC 9(08).
001623 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001626 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001630 77  WS-RUN-TIME                 PIC 9(08).
001640 77  WS-SEATS-READ               PIC 9(08) COMP VALUE ZERO.
001650 77  WS-PAIRINGS-RATED           PIC 9(08) COMP VALUE ZERO.
001660 77  WS-ALREADY-RATED            PIC 9(08) COMP VALUE ZERO.
001665 77  WS-SUSPENDED-SKIPPED        PIC 9(08) COMP VALUE ZERO.
001670 77  WS-NOT-REPORTED             PIC 9(08) COMP VALUE ZERO.
001680 77  WS-NOT-MIRRORED             PIC 9(08) COMP VALUE ZERO.
001690 77  WS-NEW-PLAYERS              PIC 9(08) COMP VALUE ZERO.
001700 77  WS-PLAYERS-ON-MASTER        PIC 9(08) COMP VALUE ZERO.
001710
001720 PROCEDURE DIVISION.
001730*----------------------------------------------------------------*
001740* 0000-MAINLINE                                                   *
001750*----------------------------------------------------------------*
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 2000-OPEN-RATING-MASTER THRU 2000-EXIT.
001790     PERFORM 3000-RATE-PAIRINGS THRU 3000-EXIT.
001800     PERFORM 4000-CLOSE-RATING-MASTER THRU 4000-EXIT.
001810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001820     STOP RUN.
001830
001840*----------------------------------------------------------------*
001850* 1000-INITIALIZE - NAME AND OPEN THE INPUT FILES AND THE RATING  *
001860* HISTORY. THE FIXTURES AND THE INDEXED ROUND FILE ARE BOTH       *
001865* REQUIRED - WITHOUT EITHER THERE IS NOTHING TO RATE. THE RATED   *
001870* PAIRINGS ARE TAKEN FROM THE HISTORY BEFORE IT IS OPENED TO BE   *
001875* APPENDED TO.                                                    *
001880*----------------------------------------------------------------*
001890 1000-INITIALIZE.
001900     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001910     ACCEPT WS-RUN-TIME FROM TIME.
001920
001930     MOVE SPACES TO WS-FIXTURE-FILE-NAME.
001940     ACCEPT WS-FIXTURE-FILE-NAME
001950         FROM ENVIRONMENT "RATE_FIXTURE_FILE".
001960     IF WS-FIXTURE-FILE-NAME = SPACES
001970         MOVE "./fixtures.dat" TO WS-FIXTURE-FILE-NAME
001980     END-IF.
001990
002000     MOVE SPACES TO WS-INDEXED-FILE-NAME.
002010     ACCEPT WS-INDEXED-FILE-NAME
002020         FROM ENVIRONMENT "RPS_INDEXED_FILE".
002030     IF WS-INDEXED-FILE-NAME = SPACES
002040         MOVE "./input_indexed.dat" TO WS-INDEXED-FILE-NAME
002050     END-IF.
002060
002061     MOVE SPACES TO WS-SANCTION-FILE-NAME.
002062     ACCEPT WS-SANCTION-FILE-NAME
002063         FROM ENVIRONMENT "RPS_SANCTION_FILE".
002064     IF WS-SANCTION-FILE-NAME = SPACES
002065         MOVE "./sanctions.dat" TO WS-SANCTION-FILE-NAME
002066     END-IF.
002067
002070     OPEN INPUT FIXTUREFILE.
002080     IF WS-FIXTURE-CHECK-KEY NOT = "00"
002090         DISPLAY "UNABLE TO OPEN FIXTUREFILE "
002100             WS-FIXTURE-FILE-NAME ". STATUS: "
002110             WS-FIXTURE-CHECK-KEY
002120         END-DISPLAY
002130         STOP RUN RETURNING 1
002140     END-IF.
002150
002160     OPEN INPUT INDEXED-INPUT.
002170     IF WS-INDEXED-CHECK-KEY NOT = "00"
002180         DISPLAY "UNABLE TO OPEN INDEXED-INPUT "
002190             WS-INDEXED-FILE-NAME ". STATUS: "
002200             WS-INDEXED-CHECK-KEY
002210         END-DISPLAY
002220         STOP RUN RETURNING 1
002230     END-IF.
002232
002234     PERFORM 1100-LOAD-RATED-PAIRINGS THRU 1100-EXIT.
002236     PERFORM 1200-LOAD-SUSPENSIONS THRU 1200-EXIT.
002240
002250     OPEN EXTEND RATING-HISTORY.
002260     IF WS-RHIST-CHECK-KEY NOT = "00" AND
002270             WS-RHIST-CHECK-KEY NOT = "05"
002280         DISPLAY "UNABLE TO OPEN RATING-HISTORY. STATUS: "
002290             WS-RHIST-CHECK-KEY
002300         END-DISPLAY
002310         STOP RUN RETURNING 1
002320     END-IF.
002330 1000-EXIT.
002340     EXIT.
002341
002342*----------------------------------------------------------------*
002343* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002344* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
002345* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
002346*----------------------------------------------------------------*
002347 1050-READ-BUSINESS-DATE.
002348     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002349     ACCEPT WS-DATE-CONTROL-FILE-NAME
002350         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002351     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002352         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002353     END-IF.
002354     OPEN INPUT DATE-CONTROL.
002355     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
002356         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
002357             WS-DATE-CONTROL-CHECK-KEY
002358         END-DISPLAY
002359         STOP RUN RETURNING 1
002360     END-IF.
002361     READ DATE-CONTROL
002362         AT END
002363             DISPLAY "DATE-CONTROL FILE IS EMPTY"
002364             END-DISPLAY
002365             STOP RUN RETURNING 1
002366     END-READ.
002367     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
002368     CLOSE DATE-CONTROL.
002369 1050-EXIT.
002370     EXIT.
002371
002372*----------------------------------------------------------------*
002373* 1100-LOAD-RATED-PAIRINGS - TABLE EVERY PAIRING ALREADY ON THE   *
002374* RATING HISTORY. NO HISTORY MEANS NOTHING HAS BEEN RATED YET.    *
002375*----------------------------------------------------------------*
002376 1100-LOAD-RATED-PAIRINGS.
002377     OPEN INPUT RATING-HISTORY.
002378     IF WS-RHIST-CHECK-KEY NOT = "00" AND
002379             WS-RHIST-CHECK-KEY NOT = "05"
002380         DISPLAY "UNABLE TO READ RATING-HISTORY. STATUS: "
002381             WS-RHIST-CHECK-KEY
002382         END-DISPLAY
002383         STOP RUN RETURNING 1
002384     END-IF.
002385     PERFORM 1110-LOAD-RATED-GAME THRU 1110-EXIT
002386         UNTIL WS-RHIST-EOF.
002387     CLOSE RATING-HISTORY.
002388 1100-EXIT.
002389     EXIT.
002390
002391*----------------------------------------------------------------*
002392* 1110-LOAD-RATED-GAME - EVERY RATED GAME IS ON THE HISTORY ONCE  *
002393* FOR EACH SIDE; ONLY SIDE A'S RECORD IS TABLED.                  *
002394*----------------------------------------------------------------*
002395 1110-LOAD-RATED-GAME.
002396     READ RATING-HISTORY
002397         AT END
002398             SET WS-RHIST-EOF TO TRUE
002399             GO TO 1110-EXIT
002400     END-READ.
002401     IF RH-PLAYER-ID NOT < RH-OPPONENT-ID
002402         GO TO 1110-EXIT
002403     END-IF.
002404     MOVE RH-ROUND-NUMBER TO WS-PAIR-ROUND.
002405     MOVE RH-PLAYER-ID TO WS-A-ID.
002406     PERFORM 3170-ADD-RATED-PAIRING THRU 3170-EXIT.
002407 1110-EXIT.
002408     EXIT.
002409
002410*----------------------------------------------------------------*
002411* 1200-LOAD-SUSPENSIONS - TABLE EVERY SUSPENSION IN FORCE.        *
002412* WITHOUT THE FILE NOBODY IS SUSPENDED.                           *
002413*----------------------------------------------------------------*
002414 1200-LOAD-SUSPENSIONS.
002415     OPEN INPUT SANCTFILE.
002416     IF WS-SANCTION-CHECK-KEY NOT = "00"
002417         DISPLAY "NO SANCTIONS FILE " WS-SANCTION-FILE-NAME
002418             " - NO PLAYER TREATED AS SUSPENDED"
002419         END-DISPLAY
002420         GO TO 1200-EXIT
002421     END-IF.
002422     PERFORM 1210-LOAD-SUSPENSION-RECORD THRU 1210-EXIT
002423         UNTIL WS-SANCTION-EOF.
002424     CLOSE SANCTFILE.
002425 1200-EXIT.
002426     EXIT.
002427
002428*----------------------------------------------------------------*
002429* 1210-LOAD-SUSPENSION-RECORD - ADD ONE SANCTION TO THE TABLE     *
002430* WHEN IT IS A SUSPENSION IN FORCE.                               *
002431*----------------------------------------------------------------*
002432 1210-LOAD-SUSPENSION-RECORD.
002433     READ SANCTFILE
002434         AT END SET WS-SANCTION-EOF TO TRUE
002435     END-READ.
002436     IF NOT WS-SANCTION-EOF
002437         IF SN-SUSPENSION AND SN-IN-FORCE
002438             IF WS-SUSP-COUNT >= 50000
002439                 DISPLAY "SUSPENSION TABLE FULL AT 50000 AT "
002440                     SN-PLAYER-ID
002441                 END-DISPLAY
002442                 STOP RUN RETURNING 1
002443             END-IF
002444             ADD 1 TO WS-SUSP-COUNT
002445             MOVE SN-PLAYER-ID TO WS-SUSP-PLAYER(WS-SUSP-COUNT)
002446             MOVE SN-START-ROUND
002447                 TO WS-SUSP-START-ROUND(WS-SUSP-COUNT)
002448             MOVE SN-END-ROUND TO WS-SUSP-END-ROUND(WS-SUSP-COUNT)
002449         END-IF
002450     END-IF.
002451 1210-EXIT.
002452     EXIT.
002453
002454*----------------------------------------------------------------*
002455* 2000-OPEN-RATING-MASTER - OPEN THE INDEXED RATING MASTER FOR    *
002456* IN-PLACE UPDATE. NO MASTER ON DISK MEANS NOBODY IS RATED YET -  *
002457* THE FILE IS CREATED AND EVERY PLAYER STARTS AT THE START        *
002458* RATING.                                                         *
002459*----------------------------------------------------------------*
002460 2000-OPEN-RATING-MASTER.
002461     OPEN I-O RATING-MASTER.
002462     IF WS-RATING-CHECK-KEY = "35"
002463         OPEN OUTPUT RATING-MASTER
002464         IF WS-RATING-CHECK-KEY NOT = "00"
002470             DISPLAY "UNABLE TO CREATE RATING-MASTER. "
002480                 "STATUS: " WS-RATING-CHECK-KEY
002490             END-DISPLAY
002500             STOP RUN RETURNING 1
002510         END-IF
002520         CLOSE RATING-MASTER
002530         OPEN I-O RATING-MASTER
002540     END-IF.
002550     IF WS-RATING-CHECK-KEY NOT = "00"
002560         DISPLAY "UNABLE TO OPEN RATING-MASTER. STATUS: "
002570             WS-RATING-CHECK-KEY
002580         END-DISPLAY
002590         STOP RUN RETURNING 1
002600     END-IF.
002610 2000-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------*
002650* 3000-RATE-PAIRINGS - WORK EVERY SEAT ON THE FIXTURES FILE.      *
002660*----------------------------------------------------------------*
002670 3000-RATE-PAIRINGS.
002680     READ FIXTUREFILE
002690         AT END SET WS-FIXTURE-EOF TO TRUE
002700     END-READ.
002710     PERFORM 3100-RATE-ONE-SEAT THRU 3100-EXIT
002720         UNTIL WS-FIXTURE-EOF.
002730 3000-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------*
002770* 3100-RATE-ONE-SEAT - A SEAT CARRIES A PAIRING TO RATE WHEN IT   *
002780* IS NOT A BYE AND NAMES THE LOWER PLAYER ID FIRST. THE PAIRING   *
002787* IS RATED ONLY WHEN NEITHER PLAYER IS SUSPENDED FOR THE ROUND,   *
002794* BOTH SIDES REPORTED, THEIR MOVES MIRROR, AND THE PAIRING IS NOT *
002801* ON THE RATING HISTORY ALREADY.                                  *
002810*----------------------------------------------------------------*
002820 3100-RATE-ONE-SEAT.
002830     ADD 1 TO WS-SEATS-READ.
002840     IF FX-BYE
002850         GO TO 3100-NEXT
002860     END-IF.
002870     IF FX-ROUND-NUMBER NOT NUMERIC
002880             OR FX-ROUND-NUMBER = ZERO
002890         GO TO 3100-NEXT
002900     END-IF.
002910     IF FX-PLAYER-ID NOT < FX-OPPONENT-ID
002920         GO TO 3100-NEXT
002930     END-IF.
002940
002950     MOVE FX-ROUND-NUMBER TO WS-PAIR-ROUND.
002960     MOVE FX-PLAYER-ID TO WS-A-ID.
002970     MOVE FX-OPPONENT-ID TO WS-B-ID.
002980     PERFORM 3200-READ-BOTH-SIDES THRU 3200-EXIT.
002990*        NEITHER SIDE ON TONIGHT'S FILE IS A ROUND FROM ANOTHER
003000*        NIGHT - NOTHING TO RATE AND NOTHING TO COUNT.
003010     IF NOT WS-A-FOUND AND NOT WS-B-FOUND
003020         GO TO 3100-NEXT
003030     END-IF.
003031     MOVE WS-A-ID TO WS-WORK-ID.
003032     PERFORM 3150-FIND-SUSPENSION THRU 3150-EXIT.
003033     IF WS-SUSP-FOUND-IDX = ZERO
003034         MOVE WS-B-ID TO WS-WORK-ID
003035         PERFORM 3150-FIND-SUSPENSION THRU 3150-EXIT
003036     END-IF.
003037     IF WS-SUSP-FOUND-IDX NOT = ZERO
003038         ADD 1 TO WS-SUSPENDED-SKIPPED
003039         GO TO 3100-NEXT
003040     END-IF.
003041     IF NOT WS-A-FOUND OR NOT WS-B-FOUND
003050         ADD 1 TO WS-NOT-REPORTED
003060         GO TO 3100-NEXT
003070     END-IF.
003080
003090     MOVE WS-A-OWN TO WS-MIRROR-OF-A-OWN.
003100     INSPECT WS-MIRROR-OF-A-OWN CONVERTING "XYZ" TO "ABC".
003110     MOVE WS-B-OWN TO WS-MIRROR-OF-B-OWN.
003120     INSPECT WS-MIRROR-OF-B-OWN CONVERTING "XYZ" TO "ABC".
003130     IF WS-A-OPPONENT NOT = WS-MIRROR-OF-B-OWN
003140             OR WS-B-OPPONENT NOT = WS-MIRROR-OF-A-OWN
003150             OR WS-A-OPPONENT < "A" OR WS-A-OPPONENT > "C"
003160             OR WS-B-OPPONENT < "A" OR WS-B-OPPONENT > "C"
003170         ADD 1 TO WS-NOT-MIRRORED
003180         GO TO 3100-NEXT
003190     END-IF.
003200
003201     PERFORM 3160-FIND-RATED-PAIRING THRU 3160-EXIT.
003202     IF WS-RATED-FOUND-IDX NOT = ZERO
003203         ADD 1 TO WS-ALREADY-RATED
003204         GO TO 3100-NEXT
003205     END-IF.
003206
003210     MOVE WS-A-ID TO WS-WORK-ID.
003220     PERFORM 3300-GET-CURRENT-RATING THRU 3300-EXIT.
003230     MOVE WS-WORK-RATING TO WS-A-RATING.
003250     MOVE WS-B-ID TO WS-WORK-ID.
003260     PERFORM 3300-GET-CURRENT-RATING THRU 3300-EXIT.
003270     MOVE WS-WORK-RATING TO WS-B-RATING.
003340
003350     PERFORM 3400-COMPUTE-NEW-RATINGS THRU 3400-EXIT.
003360
003370     MOVE WS-A-ID TO WS-WORK-ID.
003380     MOVE WS-A-NEW-RATING TO WS-WORK-NEW-RATING.
003390     MOVE WS-A-RESULT TO WS-WORK-RESULT.
003400     PERFORM 3500-STORE-RATING THRU 3500-EXIT.
003410     MOVE WS-A-ID TO RH-PLAYER-ID.
003420     MOVE WS-B-ID TO RH-OPPONENT-ID.
003430     MOVE WS-A-RATING TO RH-RATING-BEFORE.
003440     PERFORM 3600-WRITE-HISTORY THRU 3600-EXIT.
003450
003460     MOVE WS-B-ID TO WS-WORK-ID.
003470     MOVE WS-B-NEW-RATING TO WS-WORK-NEW-RATING.
003480     MOVE WS-B-RESULT TO WS-WORK-RESULT.
003490     PERFORM 3500-STORE-RATING THRU 3500-EXIT.
003500     MOVE WS-B-ID TO RH-PLAYER-ID.
003510     MOVE WS-A-ID TO RH-OPPONENT-ID.
003520     MOVE WS-B-RATING TO RH-RATING-BEFORE.
003530     PERFORM 3600-WRITE-HISTORY THRU 3600-EXIT.
003540
003545     PERFORM 3170-ADD-RATED-PAIRING THRU 3170-EXIT.
003550     ADD 1 TO WS-PAIRINGS-RATED.
003560
003570 3100-NEXT.
003580     READ FIXTUREFILE
003590         AT END SET WS-FIXTURE-EOF TO TRUE
003600     END-READ.
003610 3100-EXIT.
003611     EXIT.
003612
003613*----------------------------------------------------------------*
003614* 3150-FIND-SUSPENSION - LOOK FOR A SUSPENSION OF WS-WORK-ID      *
003615* COVERING WS-PAIR-ROUND, LEAVING ZERO IN WS-SUSP-FOUND-IDX WHEN  *
003616* THERE IS NONE.                                                  *
003617*----------------------------------------------------------------*
003618 3150-FIND-SUSPENSION.
003619     MOVE ZERO TO WS-SUSP-FOUND-IDX.
003620     PERFORM 3155-CHECK-SUSPENSION-ENTRY THRU 3155-EXIT
003621         VARYING WS-SUSP-SEARCH-IDX FROM 1 BY 1
003622         UNTIL WS-SUSP-SEARCH-IDX > WS-SUSP-COUNT
003623             OR WS-SUSP-FOUND-IDX NOT = ZERO.
003624 3150-EXIT.
003625     EXIT.
003626
003627*----------------------------------------------------------------*
003628* 3155-CHECK-SUSPENSION-ENTRY - COMPARE ONE SUSPENSION ENTRY.     *
003629*----------------------------------------------------------------*
003630 3155-CHECK-SUSPENSION-ENTRY.
003631     IF WS-SUSP-PLAYER(WS-SUSP-SEARCH-IDX) = WS-WORK-ID
003632             AND WS-PAIR-ROUND NOT <
003633                 WS-SUSP-START-ROUND(WS-SUSP-SEARCH-IDX)
003634             AND WS-PAIR-ROUND NOT >
003635                 WS-SUSP-END-ROUND(WS-SUSP-SEARCH-IDX)
003636         MOVE WS-SUSP-SEARCH-IDX TO WS-SUSP-FOUND-IDX
003637     END-IF.
003638 3155-EXIT.
003639     EXIT.
003640
003641*----------------------------------------------------------------*
003642* 3160-FIND-RATED-PAIRING - LOOK THE PAIRING (WS-PAIR-ROUND AND   *
003643* WS-A-ID) UP ON THE RATED PAIRING TABLE, LEAVING ZERO IN         *
003644* WS-RATED-FOUND-IDX WHEN IT HAS NOT BEEN RATED.                  *
003645*----------------------------------------------------------------*
003646 3160-FIND-RATED-PAIRING.
003647     MOVE ZERO TO WS-RATED-FOUND-IDX.
003648     PERFORM 3165-CHECK-RATED-ENTRY THRU 3165-EXIT
003649         VARYING WS-RATED-SEARCH-IDX FROM 1 BY 1
003650         UNTIL WS-RATED-SEARCH-IDX > WS-RATED-COUNT
003651             OR WS-RATED-FOUND-IDX NOT = ZERO.
003652 3160-EXIT.
003653     EXIT.
003654
003655*----------------------------------------------------------------*
003656* 3165-CHECK-RATED-ENTRY - COMPARE ONE RATED PAIRING ENTRY.       *
003657*----------------------------------------------------------------*
003658 3165-CHECK-RATED-ENTRY.
003659     IF WS-RATED-ROUND(WS-RATED-SEARCH-IDX) = WS-PAIR-ROUND
003660             AND WS-RATED-PLAYER(WS-RATED-SEARCH-IDX) = WS-A-ID
003661         MOVE WS-RATED-SEARCH-IDX TO WS-RATED-FOUND-IDX
003662     END-IF.
003663 3165-EXIT.
003664     EXIT.
003665
003666*----------------------------------------------------------------*
003667* 3170-ADD-RATED-PAIRING - TABLE THE PAIRING IN WS-PAIR-ROUND     *
003668* AND WS-A-ID. A FULL TABLE COULD LET A PAIRING BE RATED TWICE,   *
003669* SO THE RUN STOPS.                                               *
003670*----------------------------------------------------------------*
003671 3170-ADD-RATED-PAIRING.
003672     IF WS-RATED-COUNT >= 50000
003673         DISPLAY "RATED PAIRING TABLE FULL AT 50000 AT ROUND "
003674             WS-PAIR-ROUND " " WS-A-ID
003675         END-DISPLAY
003676         STOP RUN RETURNING 1
003677     END-IF.
003678     ADD 1 TO WS-RATED-COUNT.
003679     MOVE WS-PAIR-ROUND TO WS-RATED-ROUND(WS-RATED-COUNT).
003680     MOVE WS-A-ID TO WS-RATED-PLAYER(WS-RATED-COUNT).
003681 3170-EXIT.
003682     EXIT.
003683
003684*----------------------------------------------------------------*
003685* 3200-READ-BOTH-SIDES - KEYED READ OF EACH SEAT'S ROUND RECORD,  *
003686* KEEPING ITS TWO MOVE CODES.                                     *
003687*----------------------------------------------------------------*
003688 3200-READ-BOTH-SIDES.
003690     MOVE "Y" TO WS-A-FOUND-SW.
003700     MOVE WS-PAIR-ROUND TO FD-ROUND-NUMBER.
003710     MOVE WS-A-ID TO FD-PLAYER-ID.
003720     READ INDEXED-INPUT
003730         KEY IS INDEXED-KEY
003740         INVALID KEY MOVE "N" TO WS-A-FOUND-SW
003750     END-READ.
003760     IF WS-A-FOUND
003770         MOVE OPPONENT TO WS-A-OPPONENT
003780         MOVE OWN TO WS-A-OWN
003790     END-IF.
003800
003810     MOVE "Y" TO WS-B-FOUND-SW.
003820     MOVE WS-PAIR-ROUND TO FD-ROUND-NUMBER.
003830     MOVE WS-B-ID TO FD-PLAYER-ID.
003840     READ INDEXED-INPUT
003850         KEY IS INDEXED-KEY
003860         INVALID KEY MOVE "N" TO WS-B-FOUND-SW
003870     END-READ.
003880     IF WS-B-FOUND
003890         MOVE OPPONENT TO WS-B-OPPONENT
003900         MOVE OWN TO WS-B-OWN
003910     END-IF.
003920 3200-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------*
003963* 3300-GET-CURRENT-RATING - THE CURRENT RATING OF WS-WORK-ID. A   *
003976* PLAYER NOT ON THE MASTER YET IS AT THE START RATING.            *
003990*----------------------------------------------------------------*
004000 3300-GET-CURRENT-RATING.
004010     SET WS-PLAYER-KNOWN TO TRUE.
004020     MOVE WS-WORK-ID TO RT-PLAYER-ID.
004030     READ RATING-MASTER
004040         INVALID KEY SET WS-PLAYER-NEW TO TRUE
004050     END-READ.
004060     IF WS-PLAYER-KNOWN
004070         MOVE RT-RATING TO WS-WORK-RATING
004090     ELSE
004100         MOVE RR-START-RATING TO WS-WORK-RATING
004120     END-IF.
004130 3300-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------------*
004170* 3400-COMPUTE-NEW-RATINGS - SCORE THE GAME FROM SIDE A'S MOVES   *
004180* (SAME OUTCOME ARITHMETIC ROCK-PAPER-SCISSORS USES: 0 LOSS,      *
004190* 1 DRAW, 2 WIN), WEIGH IT AGAINST THE RESULT SIDE A WAS          *
004200* EXPECTED TO GET AT THESE TWO RATINGS, AND MOVE BOTH RATINGS BY  *
004210* THE SAME AMOUNT IN OPPOSITE DIRECTIONS.                         *
004220*----------------------------------------------------------------*
004230 3400-COMPUTE-NEW-RATINGS.
004240     COMPUTE WS-OWN-INDEX = FUNCTION ORD(WS-A-OWN)
004250         - FUNCTION ORD("X")
004260     END-COMPUTE.
004270     COMPUTE WS-OPPONENT-INDEX = FUNCTION ORD(WS-A-OPPONENT)
004280         - FUNCTION ORD("A")
004290     END-COMPUTE.
004300     COMPUTE WS-OUTCOME =
004310         FUNCTION MOD(1 + WS-OWN-INDEX - WS-OPPONENT-INDEX, 3)
004320     END-COMPUTE.
004330     COMPUTE WS-SCORE-A = WS-OUTCOME / 2 END-COMPUTE.
004340     EVALUATE WS-OUTCOME
004350         WHEN 2
004360             MOVE "W" TO WS-A-RESULT
004370             MOVE "L" TO WS-B-RESULT
004380         WHEN 1
004390             MOVE "D" TO WS-A-RESULT
004400             MOVE "D" TO WS-B-RESULT
004410         WHEN OTHER
004420             MOVE "L" TO WS-A-RESULT
004430             MOVE "W" TO WS-B-RESULT
004440     END-EVALUATE.
004450
004460     COMPUTE WS-RATING-DIFF = WS-B-RATING - WS-A-RATING
004470     END-COMPUTE.
004480     COMPUTE WS-EXPECT-A ROUNDED =
004490         1 / (1 + 10 ** (WS-RATING-DIFF / RR-SPREAD))
004500     END-COMPUTE.
004510     COMPUTE WS-CHANGE-A ROUNDED =
004520         RR-K-FACTOR * (WS-SCORE-A - WS-EXPECT-A)
004530     END-COMPUTE.
004540
004550     COMPUTE WS-NEW-RATING-CALC = WS-A-RATING + WS-CHANGE-A
004560     END-COMPUTE.
004570     IF WS-NEW-RATING-CALC < RR-FLOOR-RATING
004580         MOVE RR-FLOOR-RATING TO WS-NEW-RATING-CALC
004590     END-IF.
004600     MOVE WS-NEW-RATING-CALC TO WS-A-NEW-RATING.
004610
004620     COMPUTE WS-NEW-RATING-CALC = WS-B-RATING - WS-CHANGE-A
004630     END-COMPUTE.
004640     IF WS-NEW-RATING-CALC < RR-FLOOR-RATING
004650         MOVE RR-FLOOR-RATING TO WS-NEW-RATING-CALC
004660     END-IF.
004670     MOVE WS-NEW-RATING-CALC TO WS-B-NEW-RATING.
004680 3400-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------*
004720* 3500-STORE-RATING - PUT WS-WORK-ID'S NEW RATING ON THE MASTER:  *
004730* A REWRITE FOR A RATED PLAYER, A WRITE FOR ONE RATED TONIGHT     *
004740* FOR THE FIRST TIME.                                             *
004750*----------------------------------------------------------------*
004760 3500-STORE-RATING.
004770     SET WS-PLAYER-KNOWN TO TRUE.
004780     MOVE WS-WORK-ID TO RT-PLAYER-ID.
004790     READ RATING-MASTER
004800         INVALID KEY SET WS-PLAYER-NEW TO TRUE
004810     END-READ.
004820     IF WS-PLAYER-NEW
004830         MOVE WS-WORK-ID TO RT-PLAYER-ID
004840         MOVE RR-START-RATING TO RT-RATING
004850         MOVE RR-START-RATING TO RT-START-RATING
004860         MOVE RR-START-RATING TO RT-HIGH-RATING
004870         MOVE RR-START-RATING TO RT-LOW-RATING
004880         MOVE ZERO TO RT-GAMES RT-WINS RT-DRAWS RT-LOSSES
004890             RT-LAST-ROUND
004900         ADD 1 TO WS-NEW-PLAYERS
004910     END-IF.
004920
004930     MOVE WS-WORK-NEW-RATING TO RT-RATING.
004940     IF RT-RATING > RT-HIGH-RATING
004950         MOVE RT-RATING TO RT-HIGH-RATING
004960     END-IF.
004970     IF RT-RATING < RT-LOW-RATING
004980         MOVE RT-RATING TO RT-LOW-RATING
004990     END-IF.
005000     ADD 1 TO RT-GAMES.
005010     EVALUATE WS-WORK-RESULT
005020         WHEN "W"
005030             ADD 1 TO RT-WINS
005040         WHEN "D"
005050             ADD 1 TO RT-DRAWS
005060         WHEN OTHER
005070             ADD 1 TO RT-LOSSES
005080     END-EVALUATE.
005085     IF WS-PAIR-ROUND > RT-LAST-ROUND
005090         MOVE WS-PAIR-ROUND TO RT-LAST-ROUND
005095     END-IF.
005100     MOVE WS-RUN-DATE TO RT-LAST-DATE.
005110
005120     IF WS-PLAYER-KNOWN
005130         REWRITE RATING-RECORD
005140     ELSE
005150         WRITE RATING-RECORD
005160     END-IF.
005170     IF WS-RATING-CHECK-KEY NOT = "00"
005180         DISPLAY "UNABLE TO STORE RATING FOR " WS-WORK-ID
005190             ". STATUS: " WS-RATING-CHECK-KEY
005200         END-DISPLAY
005210         STOP RUN RETURNING 1
005220     END-IF.
005230 3500-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------*
005270* 3600-WRITE-HISTORY - APPEND ONE RATED GAME TO THE RATING        *
005280* HISTORY. THE CALLER HAS SET THE PLAYER, OPPONENT AND RATING     *
005290* BEFORE; THE REST COMES FROM THE RECORD JUST STORED.             *
005300*----------------------------------------------------------------*
005310 3600-WRITE-HISTORY.
005320     MOVE WS-RUN-DATE TO RH-RATE-DATE.
005330     MOVE WS-PAIR-ROUND TO RH-ROUND-NUMBER.
005340     MOVE WS-WORK-RESULT TO RH-RESULT.
005350     MOVE RT-RATING TO RH-RATING-AFTER.
005360     WRITE RATING-HISTORY-RECORD.
005370 3600-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------*
005410* 4000-CLOSE-RATING-MASTER - CLOSE THE MASTER, COUNTING ITS       *
005420* RECORDS ON THE WAY OUT FOR THE RUN SUMMARY.                     *
005430*----------------------------------------------------------------*
005440 4000-CLOSE-RATING-MASTER.
005450     MOVE LOW-VALUES TO RT-PLAYER-ID.
005460     START RATING-MASTER KEY IS NOT LESS THAN RT-PLAYER-ID
005470         INVALID KEY SET WS-RATING-EOF TO TRUE
005480     END-START.
005490     PERFORM 4100-COUNT-RATING-RECORD THRU 4100-EXIT
005500         UNTIL WS-RATING-EOF.
005510     CLOSE RATING-MASTER.
005520 4000-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560* 4100-COUNT-RATING-RECORD - COUNT ONE RATING MASTER RECORD.      *
005570*----------------------------------------------------------------*
005580 4100-COUNT-RATING-RECORD.
005590     READ RATING-MASTER NEXT RECORD
005600         AT END SET WS-RATING-EOF TO TRUE
005610     END-READ.
005620     IF NOT WS-RATING-EOF
005630         ADD 1 TO WS-PLAYERS-ON-MASTER
005640     END-IF.
005650 4100-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------------*
005690* 9000-TERMINATE - CLOSE THE FILES AND REPORT WHAT WAS RATED.     *
005700*----------------------------------------------------------------*
005710 9000-TERMINATE.
005720     CLOSE FIXTUREFILE.
005730     CLOSE INDEXED-INPUT.
005740     CLOSE RATING-HISTORY.
005750     DISPLAY "FIXTURE SEATS READ:        " WS-SEATS-READ
005760     END-DISPLAY.
005770     DISPLAY "PAIRINGS RATED:            " WS-PAIRINGS-RATED
005780     END-DISPLAY.
005790     DISPLAY "ALREADY RATED - SKIPPED:   " WS-ALREADY-RATED
005800     END-DISPLAY.
005803     DISPLAY "SUSPENDED - NOT RATED:     " WS-SUSPENDED-SKIPPED
005806     END-DISPLAY.
005810     DISPLAY "NOT BOTH REPORTED:         " WS-NOT-REPORTED
005820     END-DISPLAY.
005830     DISPLAY "MOVES DO NOT MIRROR:       " WS-NOT-MIRRORED
005840     END-DISPLAY.
005850     DISPLAY "PLAYERS RATED FIRST TIME:  " WS-NEW-PLAYERS
005860     END-DISPLAY.
005870     DISPLAY "PLAYERS ON RATING MASTER:  " WS-PLAYERS-ON-MASTER
005880     END-DISPLAY.
005890 9000-EXIT.
005900     EXIT.
005910
005920 END PROGRAM RATING-UPDATE.
