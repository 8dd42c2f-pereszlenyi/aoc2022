000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MIRROR-CHECK.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - PAIRING MIRROR CHECK RUN     *
000110*                 BEFORE SCORING. EACH PLAYER'S ROUND RECORD IS   *
000120*                 SCORED ON ITS OWN, SO NOTHING EVER CHECKED      *
000130*                 THAT PLAYER A'S OPPONENT CODE MATCHES WHAT      *
000140*                 PLAYER B REPORTED AS THEIR OWN THROW FOR THE    *
000150*                 SAME ROUND. THIS PROGRAM WALKS THE FIXTURES     *
000160*                 FILE (COPYBOOK FIXTREC), PULLS BOTH SEATS OF    *
000170*                 EVERY PAIRING FROM THE INDEXED ROUND FILE       *
000180*                 BUILT BY ROUND-INDEX-BUILDER (COPYBOOK          *
000190*                 INDXREC) AND FLAGS EVERY PAIRING WHERE THE TWO  *
000200*                 SIDES DO NOT MIRROR EACH OTHER (A/X, B/Y, C/Z)  *
000210*                 OR WHERE ONLY ONE SIDE REPORTED. EVERY FLAGGED  *
000220*                 PAIRING GOES TO AN EXCEPTIONS REPORT AND ITS    *
000230*                 ROUNDS GO TO A HELD-ROUNDS FILE (COPYBOOK       *
000240*                 HOLDREC) THAT ROCK-PAPER-SCISSORS REJECTS TO    *
000250*                 THE REJECT TRAIL INSTEAD OF SCORING.            *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FIXTUREFILE ASSIGN DYNAMIC WS-FIXTURE-FILE-NAME
000320         FILE STATUS IS WS-FIXTURE-CHECK-KEY
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT INDEXED-INPUT ASSIGN DYNAMIC WS-INDEXED-FILE-NAME
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS INDEXED-KEY OF INDEXED-RECORD
000390         ALTERNATE RECORD KEY IS FD-ROUND-NUMBER OF INDEXED-RECORD
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-INDEXED-CHECK-KEY.
000420
000430     SELECT EXCEPTFILE ASSIGN DYNAMIC WS-EXCEPT-FILE-NAME
000440         FILE STATUS IS WS-EXCEPT-CHECK-KEY
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470     SELECT HOLDFILE ASSIGN DYNAMIC WS-HOLD-FILE-NAME
000480         FILE STATUS IS WS-HOLD-CHECK-KEY
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530*----------------------------------------------------------------*
000540* FIXTUREFILE - THE SCHEDULED PAIRINGS WRITTEN BY FIXTURE-GEN,    *
000550* ONE SEAT PER PLAYER PER ROUND.                                  *
000560*----------------------------------------------------------------*
000570 FD  FIXTUREFILE.
000580     COPY FIXTREC.
000590
000600*----------------------------------------------------------------*
000610* INDEXED-INPUT - THE NIGHT'S ROUNDS, KEYED ON ROUND NUMBER PLUS  *
000620* PLAYER ID, SO BOTH SEATS OF A PAIRING ARE ONE KEYED READ EACH.  *
000630*----------------------------------------------------------------*
000640 FD  INDEXED-INPUT.
000650     COPY INDXREC.
000660
000670*----------------------------------------------------------------*
000680* EXCEPTFILE - THE MIRROR EXCEPTIONS REPORT FOR THE TOURNAMENT    *
000690* DESK.                                                           *
000700*----------------------------------------------------------------*
000710 FD  EXCEPTFILE.
000720 01  EXCEPT-RECORD               PIC X(80).
000730
000740*----------------------------------------------------------------*
000750* HOLDFILE - ONE RECORD PER ROUND/PLAYER PAIR HELD OUT OF         *
000760* TONIGHT'S SCORING. REWRITTEN EVERY RUN.                         *
000770*----------------------------------------------------------------*
000780 FD  HOLDFILE.
000790     COPY HOLDREC.
000800
000810 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------*
000830* SWITCHES AND CONTROL FIELDS                                     *
000840*----------------------------------------------------------------*
000850 77  WS-FIXTURE-CHECK-KEY        PIC X(02).
000860 77  WS-INDEXED-CHECK-KEY        PIC X(02).
000870 77  WS-EXCEPT-CHECK-KEY         PIC X(02).
000880 77  WS-HOLD-CHECK-KEY           PIC X(02).
000890 77  WS-FIXTURE-FILE-NAME        PIC X(255).
000900 77  WS-INDEXED-FILE-NAME        PIC X(255).
000910 77  WS-EXCEPT-FILE-NAME         PIC X(255).
000920 77  WS-HOLD-FILE-NAME           PIC X(255).
000930
000940 01  WS-FIXTURE-EOF-SW           PIC X(01) VALUE "N".
000950     88  WS-FIXTURE-EOF               VALUE "Y".
000960 01  WS-INDEXED-EOF-SW           PIC X(01) VALUE "N".
000970     88  WS-INDEXED-EOF               VALUE "Y".
000980 01  WS-SIDE-A-FOUND-SW          PIC X(01) VALUE "N".
000990     88  WS-SIDE-A-FOUND              VALUE "Y".
001000     88  WS-SIDE-A-MISSING            VALUE "N".
001010 01  WS-SIDE-B-FOUND-SW          PIC X(01) VALUE "N".
001020     88  WS-SIDE-B-FOUND              VALUE "Y".
001030     88  WS-SIDE-B-MISSING            VALUE "N".
001040
001050*----------------------------------------------------------------*
001060* ROUND COVERAGE - ONE FLAG PER POSSIBLE ROUND NUMBER, SET FOR    *
001070* EVERY ROUND THE INDEXED FILE CARRIES. THE FIXTURES FILE HOLDS   *
001080* THE WHOLE SEASON; ONLY PAIRINGS IN A ROUND TONIGHT'S FILE       *
001090* ACTUALLY COVERS ARE JUDGED.                                     *
001100*----------------------------------------------------------------*
001110 01  WS-ROUND-SEEN-TABLE.
001120     05  WS-ROUND-SEEN-FLAG      PIC X(01) OCCURS 9999 TIMES.
001130
001140*----------------------------------------------------------------*
001150* THE TWO SEATS OF THE PAIRING BEING CHECKED. SIDE A IS ALWAYS    *
001160* THE LOWER PLAYER ID, SO EACH PAIRING IS CHECKED ONCE, FROM THE  *
001170* SEAT RECORD THAT CARRIES IT THAT WAY ROUND.                     *
001180*----------------------------------------------------------------*
001190 01  WS-PAIRING.
001200     05  WS-PAIR-ROUND           PIC 9(04).
001210     05  WS-SIDE-A-ID            PIC X(10).
001220     05  WS-SIDE-A-OPPONENT      PIC X(01).
001230     05  WS-SIDE-A-OWN           PIC X(01).
001240     05  WS-SIDE-B-ID            PIC X(10).
001250     05  WS-SIDE-B-OPPONENT      PIC X(01).
001260     05  WS-SIDE-B-OWN           PIC X(01).
001270
001280*----------------------------------------------------------------*
001290* MIRROR WORK FIELDS - A PLAYER'S OWN THROW (X/Y/Z) IS TURNED     *
001300* INTO THE OPPONENT CODE (A/B/C) THE OTHER SEAT SHOULD HAVE       *
001310* REPORTED FOR IT.                                                *
001320*----------------------------------------------------------------*
001330 77  WS-MIRROR-OF-A-OWN          PIC X(01).
001340 77  WS-MIRROR-OF-B-OWN          PIC X(01).
001350 77  WS-HOLD-REASON              PIC X(40).
001360
001370*----------------------------------------------------------------*
001380* CHECK TALLIES                                                   *
001390*----------------------------------------------------------------*
001400 77  WS-ROUNDS-INDEXED           PIC 9(08) COMP VALUE ZERO.
001410 77  WS-SEATS-READ               PIC 9(08) COMP VALUE ZERO.
001420 77  WS-PAIRINGS-CHECKED         PIC 9(08) COMP VALUE ZERO.
001430 77  WS-MIRRORED-COUNT           PIC 9(08) COMP VALUE ZERO.
001440 77  WS-MISMATCH-COUNT           PIC 9(08) COMP VALUE ZERO.
001450 77  WS-ONE-SIDED-COUNT          PIC 9(08) COMP VALUE ZERO.
001460 77  WS-NEITHER-COUNT            PIC 9(08) COMP VALUE ZERO.
001470 77  WS-HELD-COUNT               PIC 9(08) COMP VALUE ZERO.
001480
001490*----------------------------------------------------------------*
001500* REPORT EDIT FIELDS                                              *
001510*----------------------------------------------------------------*
001520 77  WS-COUNT-PRINT              PIC Z(06)9.
001530 77  WS-REPORT-LINE              PIC X(80).
001540 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
001550
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------*
001580* 0000-MAINLINE                                                   *
001590*----------------------------------------------------------------*
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-NOTE-ROUNDS-COVERED THRU 2000-EXIT.
001630     PERFORM 3000-CHECK-PAIRINGS THRU 3000-EXIT.
001640     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001660     STOP RUN.
001670
001680*----------------------------------------------------------------*
001690* 1000-INITIALIZE - NAME AND OPEN EVERY FILE. A MISSING FIXTURES  *
001700* FILE OR INDEXED ROUND FILE STOPS THE RUN - WITHOUT BOTH THERE   *
001710* IS NOTHING TO HOLD A PAIRING AGAINST, AND AN EMPTY HELD-ROUNDS  *
001720* FILE WOULD WAVE EVERY DISPUTE THROUGH TO SCORING.               *
001730*----------------------------------------------------------------*
001740 1000-INITIALIZE.
001750     MOVE SPACES TO WS-FIXTURE-FILE-NAME.
001760     ACCEPT WS-FIXTURE-FILE-NAME
001770         FROM ENVIRONMENT "MCHK_FIXTURE_FILE".
001780     IF WS-FIXTURE-FILE-NAME = SPACES
001790         MOVE "./fixtures.dat" TO WS-FIXTURE-FILE-NAME
001800     END-IF.
001810
001820     MOVE SPACES TO WS-INDEXED-FILE-NAME.
001830     ACCEPT WS-INDEXED-FILE-NAME
001840         FROM ENVIRONMENT "RPS_INDEXED_FILE".
001850     IF WS-INDEXED-FILE-NAME = SPACES
001860         MOVE "./input_indexed.dat" TO WS-INDEXED-FILE-NAME
001870     END-IF.
001880
001890     MOVE SPACES TO WS-EXCEPT-FILE-NAME.
001900     ACCEPT WS-EXCEPT-FILE-NAME
001910         FROM ENVIRONMENT "MCHK_EXCEPT_FILE".
001920     IF WS-EXCEPT-FILE-NAME = SPACES
001930         MOVE "./mirror_exceptions.txt" TO WS-EXCEPT-FILE-NAME
001940     END-IF.
001950
001960     MOVE SPACES TO WS-HOLD-FILE-NAME.
001970     ACCEPT WS-HOLD-FILE-NAME FROM ENVIRONMENT "MCHK_HOLD_FILE".
001980     IF WS-HOLD-FILE-NAME = SPACES
001990         MOVE "./held_rounds.dat" TO WS-HOLD-FILE-NAME
002000     END-IF.
002010
002020     OPEN INPUT FIXTUREFILE.
002030     IF WS-FIXTURE-CHECK-KEY NOT = "00"
002040         DISPLAY "UNABLE TO OPEN FIXTUREFILE "
002050             WS-FIXTURE-FILE-NAME ". STATUS: "
002060             WS-FIXTURE-CHECK-KEY
002070         END-DISPLAY
002080         STOP RUN RETURNING 1
002090     END-IF.
002100
002110     OPEN INPUT INDEXED-INPUT.
002120     IF WS-INDEXED-CHECK-KEY NOT = "00"
002130         DISPLAY "UNABLE TO OPEN INDEXED-INPUT "
002140             WS-INDEXED-FILE-NAME ". STATUS: "
002150             WS-INDEXED-CHECK-KEY
002160         END-DISPLAY
002170         STOP RUN RETURNING 1
002180     END-IF.
002190
002200     OPEN OUTPUT EXCEPTFILE.
002210     IF WS-EXCEPT-CHECK-KEY NOT = "00"
002220         DISPLAY "UNABLE TO OPEN EXCEPTFILE. STATUS: "
002230             WS-EXCEPT-CHECK-KEY
002240         END-DISPLAY
002250         STOP RUN RETURNING 1
002260     END-IF.
002270
002280     OPEN OUTPUT HOLDFILE.
002290     IF WS-HOLD-CHECK-KEY NOT = "00"
002300         DISPLAY "UNABLE TO OPEN HOLDFILE. STATUS: "
002310             WS-HOLD-CHECK-KEY
002320         END-DISPLAY
002330         STOP RUN RETURNING 1
002340     END-IF.
002350
002360     MOVE "PAIRING MIRROR CHECK - EXCEPTIONS" TO EXCEPT-RECORD.
002370     WRITE EXCEPT-RECORD.
002380     MOVE SPACES TO WS-REPORT-LINE.
002390     STRING "ROUNDS " DELIMITED BY SIZE
002400         WS-INDEXED-FILE-NAME DELIMITED BY "  "
002410         " FIXTURES " DELIMITED BY SIZE
002420         WS-FIXTURE-FILE-NAME DELIMITED BY "  "
002430         INTO WS-REPORT-LINE
002440     END-STRING.
002450     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
002460     WRITE EXCEPT-RECORD.
002470     MOVE SPACES TO EXCEPT-RECORD.
002480     WRITE EXCEPT-RECORD.
002490
002500     MOVE SPACES TO WS-ROUND-SEEN-TABLE.
002510 1000-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------*
002550* 2000-NOTE-ROUNDS-COVERED - ONE SWEEP OF THE INDEXED FILE IN     *
002560* KEY ORDER, FLAGGING EVERY ROUND NUMBER IT CARRIES.              *
002570*----------------------------------------------------------------*
002580 2000-NOTE-ROUNDS-COVERED.
002590     MOVE LOW-VALUES TO INDEXED-KEY.
002600     START INDEXED-INPUT KEY IS NOT LESS THAN INDEXED-KEY
002610         INVALID KEY SET WS-INDEXED-EOF TO TRUE
002620     END-START.
002630     PERFORM 2100-NOTE-ONE-ROUND THRU 2100-EXIT
002640         UNTIL WS-INDEXED-EOF.
002650 2000-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------------*
002690* 2100-NOTE-ONE-ROUND - FLAG THE NEXT RECORD'S ROUND NUMBER.      *
002700*----------------------------------------------------------------*
002710 2100-NOTE-ONE-ROUND.
002720     READ INDEXED-INPUT NEXT RECORD
002730         AT END SET WS-INDEXED-EOF TO TRUE
002740     END-READ.
002750     IF NOT WS-INDEXED-EOF
002760         ADD 1 TO WS-ROUNDS-INDEXED
002770         IF FD-ROUND-NUMBER NUMERIC
002780                 AND FD-ROUND-NUMBER NOT = ZERO
002790             MOVE "Y" TO WS-ROUND-SEEN-FLAG(FD-ROUND-NUMBER)
002800         END-IF
002810     END-IF.
002820 2100-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------------*
002860* 3000-CHECK-PAIRINGS - WORK EVERY SEAT ON THE FIXTURES FILE.     *
002870*----------------------------------------------------------------*
002880 3000-CHECK-PAIRINGS.
002890     READ FIXTUREFILE
002900         AT END SET WS-FIXTURE-EOF TO TRUE
002910     END-READ.
002920     PERFORM 3100-CHECK-ONE-SEAT THRU 3100-EXIT
002930         UNTIL WS-FIXTURE-EOF.
002940 3000-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------*
002980* 3100-CHECK-ONE-SEAT - A SEAT CARRIES A PAIRING TO BE CHECKED    *
002990* WHEN IT IS NOT A BYE, FALLS IN A ROUND TONIGHT'S FILE COVERS,   *
003000* AND NAMES THE LOWER PLAYER ID FIRST - THE OTHER SEAT OF THE     *
003010* SAME PAIRING IS PASSED OVER SO NO PAIRING IS JUDGED TWICE.      *
003020*----------------------------------------------------------------*
003030 3100-CHECK-ONE-SEAT.
003040     ADD 1 TO WS-SEATS-READ.
003050     IF FX-BYE
003060         GO TO 3100-NEXT
003070     END-IF.
003080     IF FX-ROUND-NUMBER NOT NUMERIC
003090             OR FX-ROUND-NUMBER = ZERO
003100         GO TO 3100-NEXT
003110     END-IF.
003120     IF WS-ROUND-SEEN-FLAG(FX-ROUND-NUMBER) NOT = "Y"
003130         GO TO 3100-NEXT
003140     END-IF.
003150     IF FX-PLAYER-ID NOT < FX-OPPONENT-ID
003160         GO TO 3100-NEXT
003170     END-IF.
003180
003190     ADD 1 TO WS-PAIRINGS-CHECKED.
003200     MOVE FX-ROUND-NUMBER TO WS-PAIR-ROUND.
003210     MOVE FX-PLAYER-ID TO WS-SIDE-A-ID.
003220     MOVE FX-OPPONENT-ID TO WS-SIDE-B-ID.
003230     PERFORM 3200-READ-BOTH-SIDES THRU 3200-EXIT.
003240
003250     EVALUATE TRUE
003260         WHEN WS-SIDE-A-FOUND AND WS-SIDE-B-FOUND
003270             PERFORM 3300-COMPARE-SIDES THRU 3300-EXIT
003280         WHEN WS-SIDE-A-FOUND
003290             PERFORM 3400-FLAG-ONE-SIDED THRU 3400-EXIT
003300         WHEN WS-SIDE-B-FOUND
003310             PERFORM 3400-FLAG-ONE-SIDED THRU 3400-EXIT
003320         WHEN OTHER
003330*                NEITHER SIDE REPORTED - TOURNAMENT-EDIT ALREADY
003340*                LISTS BOTH SEATS AS NORESULT, AND THERE IS NO
003350*                ROUND TO HOLD.
003360             ADD 1 TO WS-NEITHER-COUNT
003370     END-EVALUATE.
003380
003390 3100-NEXT.
003400     READ FIXTUREFILE
003410         AT END SET WS-FIXTURE-EOF TO TRUE
003420     END-READ.
003430 3100-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------*
003470* 3200-READ-BOTH-SIDES - KEYED READ OF EACH SEAT'S ROUND RECORD,  *
003480* KEEPING ITS TWO MOVE CODES.                                     *
003490*----------------------------------------------------------------*
003500 3200-READ-BOTH-SIDES.
003510     SET WS-SIDE-A-FOUND TO TRUE.
003520     MOVE WS-PAIR-ROUND TO FD-ROUND-NUMBER.
003530     MOVE WS-SIDE-A-ID TO FD-PLAYER-ID.
003540     READ INDEXED-INPUT
003550         KEY IS INDEXED-KEY
003560         INVALID KEY SET WS-SIDE-A-MISSING TO TRUE
003570     END-READ.
003580     IF WS-SIDE-A-FOUND
003590         MOVE OPPONENT TO WS-SIDE-A-OPPONENT
003600         MOVE OWN TO WS-SIDE-A-OWN
003610     ELSE
003620         MOVE SPACE TO WS-SIDE-A-OPPONENT WS-SIDE-A-OWN
003630     END-IF.
003640
003650     SET WS-SIDE-B-FOUND TO TRUE.
003660     MOVE WS-PAIR-ROUND TO FD-ROUND-NUMBER.
003670     MOVE WS-SIDE-B-ID TO FD-PLAYER-ID.
003680     READ INDEXED-INPUT
003690         KEY IS INDEXED-KEY
003700         INVALID KEY SET WS-SIDE-B-MISSING TO TRUE
003710     END-READ.
003720     IF WS-SIDE-B-FOUND
003730         MOVE OPPONENT TO WS-SIDE-B-OPPONENT
003740         MOVE OWN TO WS-SIDE-B-OWN
003750     ELSE
003760         MOVE SPACE TO WS-SIDE-B-OPPONENT WS-SIDE-B-OWN
003770     END-IF.
003780 3200-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------*
003820* 3300-COMPARE-SIDES - BOTH SIDES REPORTED. EACH SIDE'S OPPONENT  *
003830* CODE MUST BE THE MIRROR OF THE OTHER SIDE'S OWN THROW (X=A,     *
003840* Y=B, Z=C). ANY DIFFERENCE HOLDS BOTH ROUNDS - THERE IS NO WAY   *
003850* TO TELL FROM THE RECORDS WHICH PLAYER HAS IT RIGHT.             *
003860*----------------------------------------------------------------*
003870 3300-COMPARE-SIDES.
003880     MOVE WS-SIDE-A-OWN TO WS-MIRROR-OF-A-OWN.
003890     INSPECT WS-MIRROR-OF-A-OWN CONVERTING "XYZ" TO "ABC".
003900     MOVE WS-SIDE-B-OWN TO WS-MIRROR-OF-B-OWN.
003910     INSPECT WS-MIRROR-OF-B-OWN CONVERTING "XYZ" TO "ABC".
003920
003930     IF WS-SIDE-A-OPPONENT = WS-MIRROR-OF-B-OWN
003940             AND WS-SIDE-B-OPPONENT = WS-MIRROR-OF-A-OWN
003950         ADD 1 TO WS-MIRRORED-COUNT
003960         GO TO 3300-EXIT
003970     END-IF.
003980
003990     ADD 1 TO WS-MISMATCH-COUNT.
004000     MOVE SPACES TO WS-REPORT-LINE.
004010     STRING "MISMATCH   ROUND " DELIMITED BY SIZE
004020         WS-PAIR-ROUND DELIMITED BY SIZE
004030         " " DELIMITED BY SIZE
004040         WS-SIDE-A-ID DELIMITED BY SIZE
004050         " MOVES=" DELIMITED BY SIZE
004060         WS-SIDE-A-OPPONENT DELIMITED BY SIZE
004070         WS-SIDE-A-OWN DELIMITED BY SIZE
004080         " VS " DELIMITED BY SIZE
004090         WS-SIDE-B-ID DELIMITED BY SIZE
004100         " MOVES=" DELIMITED BY SIZE
004110         WS-SIDE-B-OPPONENT DELIMITED BY SIZE
004120         WS-SIDE-B-OWN DELIMITED BY SIZE
004130         " - HELD" DELIMITED BY SIZE
004140         INTO WS-REPORT-LINE
004150     END-STRING.
004160     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
004170     WRITE EXCEPT-RECORD.
004180
004190     MOVE "PAIRING DISPUTED - MOVES DO NOT MIRROR"
004200         TO WS-HOLD-REASON.
004210     MOVE WS-SIDE-A-ID TO HD-PLAYER-ID.
004220     MOVE WS-SIDE-B-ID TO HD-OPPONENT-ID.
004230     PERFORM 3500-WRITE-HOLD THRU 3500-EXIT.
004240     MOVE WS-SIDE-B-ID TO HD-PLAYER-ID.
004250     MOVE WS-SIDE-A-ID TO HD-OPPONENT-ID.
004260     PERFORM 3500-WRITE-HOLD THRU 3500-EXIT.
004270 3300-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------*
004310* 3400-FLAG-ONE-SIDED - ONLY ONE SIDE OF THE PAIRING REPORTED.    *
004320* ITS ROUND IS HELD - A RESULT THE OPPONENT NEVER CONFIRMED IS    *
004330* NOT SCORED ON ONE PLAYER'S WORD.                                *
004340*----------------------------------------------------------------*
004350 3400-FLAG-ONE-SIDED.
004360     ADD 1 TO WS-ONE-SIDED-COUNT.
004370     MOVE "PAIRING DISPUTED - OPPONENT DID NOT REPORT"
004380         TO WS-HOLD-REASON.
004390     IF WS-SIDE-A-FOUND
004400         MOVE WS-SIDE-A-ID TO HD-PLAYER-ID
004410         MOVE WS-SIDE-B-ID TO HD-OPPONENT-ID
004420     ELSE
004430         MOVE WS-SIDE-B-ID TO HD-PLAYER-ID
004440         MOVE WS-SIDE-A-ID TO HD-OPPONENT-ID
004450     END-IF.
004460
004470     MOVE SPACES TO WS-REPORT-LINE.
004480     STRING "ONE SIDED  ROUND " DELIMITED BY SIZE
004490         WS-PAIR-ROUND DELIMITED BY SIZE
004500         " PLAYER " DELIMITED BY SIZE
004510         HD-PLAYER-ID DELIMITED BY SIZE
004520         " VS " DELIMITED BY SIZE
004530         HD-OPPONENT-ID DELIMITED BY SIZE
004540         " - NO RETURN - HELD" DELIMITED BY SIZE
004550         INTO WS-REPORT-LINE
004560     END-STRING.
004570     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
004580     WRITE EXCEPT-RECORD.
004590
004600     PERFORM 3500-WRITE-HOLD THRU 3500-EXIT.
004610 3400-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------*
004650* 3500-WRITE-HOLD - WRITE ONE HELD ROUND. THE CALLER HAS SET THE  *
004660* PLAYER AND OPPONENT IDS.                                        *
004670*----------------------------------------------------------------*
004680 3500-WRITE-HOLD.
004690     MOVE WS-PAIR-ROUND TO HD-ROUND-NUMBER.
004700     MOVE WS-HOLD-REASON TO HD-REASON.
004710     WRITE HELD-ROUND-RECORD.
004720     ADD 1 TO WS-HELD-COUNT.
004730 3500-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------*
004770* 8000-WRITE-SUMMARY - TALLY BLOCK AT THE FOOT OF THE EXCEPTIONS  *
004780* REPORT, MIRRORED ON THE CONSOLE.                                *
004790*----------------------------------------------------------------*
004800 8000-WRITE-SUMMARY.
004810     MOVE SPACES TO EXCEPT-RECORD.
004820     WRITE EXCEPT-RECORD.
004830
004840     MOVE WS-ROUNDS-INDEXED TO WS-COUNT-PRINT.
004850     MOVE SPACES TO WS-REPORT-LINE.
004860     STRING "ROUND RECORDS ...... " DELIMITED BY SIZE
004870         WS-COUNT-PRINT DELIMITED BY SIZE
004880         INTO WS-REPORT-LINE
004890     END-STRING.
004900     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
004910     WRITE EXCEPT-RECORD.
004920
004930     MOVE WS-PAIRINGS-CHECKED TO WS-COUNT-PRINT.
004940     MOVE SPACES TO WS-REPORT-LINE.
004950     STRING "PAIRINGS CHECKED ... " DELIMITED BY SIZE
004960         WS-COUNT-PRINT DELIMITED BY SIZE
004970         INTO WS-REPORT-LINE
004980     END-STRING.
004990     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
005000     WRITE EXCEPT-RECORD.
005010
005020     MOVE WS-MIRRORED-COUNT TO WS-COUNT-PRINT.
005030     MOVE SPACES TO WS-REPORT-LINE.
005040     STRING "MIRRORED ........... " DELIMITED BY SIZE
005050         WS-COUNT-PRINT DELIMITED BY SIZE
005060         INTO WS-REPORT-LINE
005070     END-STRING.
005080     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
005090     WRITE EXCEPT-RECORD.
005100
005110     MOVE WS-MISMATCH-COUNT TO WS-COUNT-PRINT.
005120     MOVE SPACES TO WS-REPORT-LINE.
005130     STRING "MISMATCHED ......... " DELIMITED BY SIZE
005140         WS-COUNT-PRINT DELIMITED BY SIZE
005150         INTO WS-REPORT-LINE
005160     END-STRING.
005170     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
005180     WRITE EXCEPT-RECORD.
005190
005200     MOVE WS-ONE-SIDED-COUNT TO WS-COUNT-PRINT.
005210     MOVE SPACES TO WS-REPORT-LINE.
005220     STRING "ONE SIDED .......... " DELIMITED BY SIZE
005230         WS-COUNT-PRINT DELIMITED BY SIZE
005240         INTO WS-REPORT-LINE
005250     END-STRING.
005260     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
005270     WRITE EXCEPT-RECORD.
005280
005290     MOVE WS-NEITHER-COUNT TO WS-COUNT-PRINT.
005300     MOVE SPACES TO WS-REPORT-LINE.
005310     STRING "NEITHER REPORTED ... " DELIMITED BY SIZE
005320         WS-COUNT-PRINT DELIMITED BY SIZE
005330         INTO WS-REPORT-LINE
005340     END-STRING.
005350     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
005360     WRITE EXCEPT-RECORD.
005370
005380     MOVE WS-HELD-COUNT TO WS-COUNT-PRINT.
005390     MOVE SPACES TO WS-REPORT-LINE.
005400     STRING "ROUNDS HELD ........ " DELIMITED BY SIZE
005410         WS-COUNT-PRINT DELIMITED BY SIZE
005420         INTO WS-REPORT-LINE
005430     END-STRING.
005440     MOVE WS-REPORT-LINE TO EXCEPT-RECORD.
005450     WRITE EXCEPT-RECORD.
005460
005470     MOVE SPACES TO EXCEPT-RECORD.
005480     WRITE EXCEPT-RECORD.
005490     IF WS-HELD-COUNT = ZERO
005500         MOVE "MIRROR RESULT: CLEAN - EVERY PAIRING AGREES"
005510             TO EXCEPT-RECORD
005520     ELSE
005530         MOVE "MIRROR RESULT: DISPUTES - HELD ROUNDS NOT SCORED"
005540             TO EXCEPT-RECORD
005550     END-IF.
005560     WRITE EXCEPT-RECORD.
005570
005580     DISPLAY "PAIRINGS CHECKED:   " WS-PAIRINGS-CHECKED
005585     END-DISPLAY.
005590     DISPLAY "MIRRORED:           " WS-MIRRORED-COUNT
005595     END-DISPLAY.
005600     DISPLAY "MISMATCHED:         " WS-MISMATCH-COUNT
005605     END-DISPLAY.
005610     DISPLAY "ONE SIDED:          " WS-ONE-SIDED-COUNT
005615     END-DISPLAY.
005620     DISPLAY "ROUNDS HELD:        " WS-HELD-COUNT
005625     END-DISPLAY.
005630 8000-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------*
005670* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.               *
005680*----------------------------------------------------------------*
005690 9000-TERMINATE.
005700     CLOSE FIXTUREFILE.
005710     CLOSE INDEXED-INPUT.
005720     CLOSE EXCEPTFILE.
005730     CLOSE HOLDFILE.
005740     DISPLAY "EXCEPTIONS WRITTEN TO " WS-EXCEPT-FILE-NAME
005750     END-DISPLAY.
005760     DISPLAY "HELD ROUNDS WRITTEN TO " WS-HOLD-FILE-NAME
005770     END-DISPLAY.
005780 9000-EXIT.
005790     EXIT.
005800
005810 END PROGRAM MIRROR-CHECK.
