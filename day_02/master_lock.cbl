000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MASTER-LOCK.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                            *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - OPERATOR'S VIEW OF THE      *
000110*                 STANDINGS MASTER UPDATE LOCK (COPYBOOK         *
000120*                 STDLOCK). BY DEFAULT IT SHOWS WHO HOLDS THE    *
000130*                 LOCK, SINCE WHEN AND FOR HOW LONG, FLAGS A     *
000140*                 LOCK OLDER THAN MLCK_STALE_MINUTES AS PROBABLY *
000150*                 LEFT BY AN ABENDED RUN, AND LISTS THE LAST     *
000160*                 EVENTS ON THE LOCK LOG (COPYBOOK STDLKLOG).    *
000170*                 MLCK_MODE=R IS THE OPERATOR OVERRIDE: IT       *
000180*                 RELEASES A HELD LOCK ONLY WHEN MLCK_OPERATOR   *
000190*                 AND MLCK_REASON ARE GIVEN, AND A LOCK YOUNGER  *
000200*                 THAN MLCK_STALE_MINUTES ALSO NEEDS             *
000210*                 MLCK_CONFIRM=Y. EVERY OVERRIDE IS LOGGED WITH  *
000220*                 THE OPERATOR, THE REASON AND THE HOLDER IT     *
000230*                 DISPLACED. THE UPDATING PROGRAMS NEVER RELEASE *
000240*                 SOMEONE ELSE'S LOCK - THIS IS THE ONLY WAY.    *
000250*----------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL STANDINGS-LOCK
000310         ASSIGN TO "./standings_lock.dat"
000320         FILE STATUS IS WS-LOCK-CHECK-KEY
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT OPTIONAL STANDINGS-LOCK-LOG
000360         ASSIGN TO "./standings_lock_log.dat"
000370         FILE STATUS IS WS-LOCK-LOG-CHECK-KEY
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420*----------------------------------------------------------------*
000430* STANDINGS-LOCK - THE MASTER UPDATE LOCK (COPYBOOK STDLOCK).    *
000440*----------------------------------------------------------------*
000450 FD  STANDINGS-LOCK.
000460     COPY STDLOCK.
000470
000480*----------------------------------------------------------------*
000490* STANDINGS-LOCK-LOG - EVERY TAKE, RELEASE, REFUSAL AND OVERRIDE *
000500* OF THE LOCK (COPYBOOK STDLKLOG).                               *
000510*----------------------------------------------------------------*
000520 FD  STANDINGS-LOCK-LOG.
000530     COPY STDLKLOG.
000540
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------*
000570* SWITCHES AND CONTROL FIELDS                                     *
000580*----------------------------------------------------------------*
000590 77  WS-LOCK-CHECK-KEY           PIC X(02).
000600 77  WS-LOCK-LOG-CHECK-KEY       PIC X(02).
000610 01  WS-LOG-EOF-SW               PIC X(01) VALUE "N".
000620     88  WS-LOG-EOF                   VALUE "Y".
000630 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
000640     88  WS-RELEASE-REQUESTED         VALUE "R".
000650 01  WS-CONFIRM-MODE             PIC X(01) VALUE "N".
000660     88  WS-CONFIRM-GIVEN             VALUE "Y".
000670 01  WS-STALE-SW                 PIC X(01) VALUE "N".
000680     88  WS-LOCK-STALE                VALUE "Y".
000690
000700*----------------------------------------------------------------*
000710* OPERATOR REQUEST FIELDS                                         *
000720*----------------------------------------------------------------*
000730 77  WS-OPERATOR-ID              PIC X(12).
000740 77  WS-OVERRIDE-REASON          PIC X(60).
000750 77  WS-OPERATOR-USER            PIC X(12).
000760 77  WS-STALE-REQUEST            PIC X(04).
000770*        A LOCK HELD LONGER THAN THIS IS TAKEN TO BE LEFT BEHIND
000780*        BY A RUN THAT ABENDED. THE LONGEST NORMAL UPDATE - A
000790*        RESTORE WITH A FULL SEASON OF REPLAY - RUNS WELL UNDER IT.
000800 77  WS-STALE-MINUTES            PIC 9(04) VALUE 120.
000810
000820*----------------------------------------------------------------*
000830* LOCK AGE - CLOCK MINUTES SINCE THE HOLDER TOOK THE LOCK.        *
000840*----------------------------------------------------------------*
000850 77  WS-NOW-DATE                 PIC 9(08).
000860 01  WS-NOW-TIME                 PIC 9(08).
000870 01  WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
000880     05  WS-NOW-HOURS            PIC 9(02).
000890     05  WS-NOW-MINUTES          PIC 9(02).
000900     05  FILLER                  PIC 9(04).
000910 01  WS-SINCE-TIME               PIC 9(08).
000920 01  WS-SINCE-TIME-PARTS REDEFINES WS-SINCE-TIME.
000930     05  WS-SINCE-HOURS          PIC 9(02).
000940     05  WS-SINCE-MINUTES        PIC 9(02).
000950     05  FILLER                  PIC 9(04).
000960 77  WS-LOCK-AGE                 PIC S9(07) COMP VALUE ZERO.
000970 77  WS-AGE-PRINT                PIC Z(06)9.
000980
000990*----------------------------------------------------------------*
001000* RECENT LOG EVENTS - THE LAST FEW LINES OF THE LOCK LOG ARE      *
001010* SHOWN WITH EVERY INQUIRY.                                       *
001020*----------------------------------------------------------------*
001030 77  WS-RECENT-EVENTS            PIC 9(03) COMP VALUE 10.
001040 77  WS-LOG-COUNT                PIC 9(07) COMP VALUE ZERO.
001050 77  WS-LOG-SEEN                 PIC 9(07) COMP VALUE ZERO.
001060 77  WS-LOG-FIRST-SHOWN          PIC 9(07) COMP VALUE ZERO.
001070 77  WS-EVENT-TEXT               PIC X(09).
001080
001090 PROCEDURE DIVISION.
001100*----------------------------------------------------------------*
001110* 0000-MAINLINE                                                   *
001120*----------------------------------------------------------------*
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-READ-LOCK THRU 2000-EXIT.
001160     IF WS-RELEASE-REQUESTED
001170         PERFORM 4000-OVERRIDE-LOCK THRU 4000-EXIT
001180     ELSE
001190         PERFORM 3000-SHOW-LOCK THRU 3000-EXIT
001200         PERFORM 5000-SHOW-RECENT-EVENTS THRU 5000-EXIT
001210     END-IF.
001220     STOP RUN.
001230
001240*----------------------------------------------------------------*
001250* 1000-INITIALIZE - PICK UP THE MODE, THE STALE THRESHOLD AND,   *
001260* FOR AN OVERRIDE, WHO IS ASKING AND WHY.                        *
001270*----------------------------------------------------------------*
001280 1000-INITIALIZE.
001290     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001300     ACCEPT WS-NOW-TIME FROM TIME.
001310
001320     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "MLCK_MODE".
001330     ACCEPT WS-CONFIRM-MODE FROM ENVIRONMENT "MLCK_CONFIRM".
001340
001350     MOVE SPACES TO WS-STALE-REQUEST.
001360     ACCEPT WS-STALE-REQUEST
001370         FROM ENVIRONMENT "MLCK_STALE_MINUTES".
001380     IF WS-STALE-REQUEST NOT = SPACES
001390         IF WS-STALE-REQUEST NOT NUMERIC
001400             DISPLAY "MLCK_STALE_MINUTES MUST BE FOUR DIGITS: "
001410                 WS-STALE-REQUEST
001420             END-DISPLAY
001430             STOP RUN RETURNING 1
001440         END-IF
001450         MOVE WS-STALE-REQUEST TO WS-STALE-MINUTES
001460     END-IF.
001470
001480     MOVE SPACES TO WS-OPERATOR-USER.
001490     ACCEPT WS-OPERATOR-USER FROM ENVIRONMENT "USER".
001500     MOVE SPACES TO WS-OPERATOR-ID.
001510     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "MLCK_OPERATOR".
001520     MOVE SPACES TO WS-OVERRIDE-REASON.
001530     ACCEPT WS-OVERRIDE-REASON FROM ENVIRONMENT "MLCK_REASON".
001540 1000-EXIT.
001550     EXIT.
001560
001570*----------------------------------------------------------------*
001580* 2000-READ-LOCK - READ THE LOCK RECORD AND, WHEN IT IS HELD,    *
001590* WORK OUT HOW LONG IT HAS BEEN HELD. NO LOCK FILE IS A FREE     *
001600* LOCK.                                                          *
001610*----------------------------------------------------------------*
001620 2000-READ-LOCK.
001630     MOVE SPACES TO STANDINGS-LOCK-RECORD.
001640     OPEN INPUT STANDINGS-LOCK.
001650     IF WS-LOCK-CHECK-KEY NOT = "00" AND
001660             WS-LOCK-CHECK-KEY NOT = "05"
001670         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
001680             WS-LOCK-CHECK-KEY
001690         END-DISPLAY
001700         STOP RUN RETURNING 1
001710     END-IF.
001720     READ STANDINGS-LOCK
001730         AT END MOVE "F" TO SL-LOCK-STATE
001740     END-READ.
001750     CLOSE STANDINGS-LOCK.
001760     IF NOT SL-LOCK-HELD
001770         GO TO 2000-EXIT
001780     END-IF.
001790
001800*        A HOLDER STAMP THAT CANNOT BE READ CANNOT BE AGED - IT
001810*        IS TREATED AS STALE SO THE OPERATOR CAN STILL CLEAR IT.
001820     IF SL-HELD-SINCE-DATE NOT NUMERIC
001830             OR SL-HELD-SINCE-TIME NOT NUMERIC
001840             OR SL-HELD-SINCE-DATE < 16010101
001850         SET WS-LOCK-STALE TO TRUE
001860         MOVE 9999999 TO WS-LOCK-AGE
001870         GO TO 2000-EXIT
001880     END-IF.
001890     MOVE SL-HELD-SINCE-TIME TO WS-SINCE-TIME.
001900     COMPUTE WS-LOCK-AGE =
001910         (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
001920           - FUNCTION INTEGER-OF-DATE(SL-HELD-SINCE-DATE)) * 1440
001930         + WS-NOW-HOURS * 60 + WS-NOW-MINUTES
001940         - WS-SINCE-HOURS * 60 - WS-SINCE-MINUTES
001950     END-COMPUTE.
001960     IF WS-LOCK-AGE < ZERO
001970         MOVE ZERO TO WS-LOCK-AGE
001980     END-IF.
001990     IF WS-LOCK-AGE >= WS-STALE-MINUTES
002000         SET WS-LOCK-STALE TO TRUE
002010     END-IF.
002020 2000-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------------*
002060* 3000-SHOW-LOCK - SAY WHETHER THE MASTER IS LOCKED, BY WHOM,    *
002070* SINCE WHEN, AND WHETHER THE LOCK LOOKS ABANDONED.              *
002080*----------------------------------------------------------------*
002090 3000-SHOW-LOCK.
002100     DISPLAY "STANDINGS MASTER UPDATE LOCK"
002105     END-DISPLAY.
002110     IF NOT SL-LOCK-HELD
002120         DISPLAY "  FREE - NO UPDATE IS RUNNING"
002130         END-DISPLAY
002140         IF SL-RELEASED-BY NOT = SPACES
002150             DISPLAY "  LAST HELD BY " SL-HOLDER-PROGRAM
002160                 " USER " SL-HOLDER-USER
002170             END-DISPLAY
002180             DISPLAY "  RELEASED BY " SL-RELEASED-BY
002190                 " ON " SL-RELEASED-DATE " " SL-RELEASED-TIME
002200             END-DISPLAY
002210         END-IF
002220         GO TO 3000-EXIT
002230     END-IF.
002240
002250     MOVE WS-LOCK-AGE TO WS-AGE-PRINT.
002260     DISPLAY "  HELD BY " SL-HOLDER-PROGRAM
002270         " USER " SL-HOLDER-USER
002280     END-DISPLAY.
002290     DISPLAY "  SINCE " SL-HELD-SINCE-DATE " " SL-HELD-SINCE-TIME
002300         " -" WS-AGE-PRINT " MINUTES"
002310     END-DISPLAY.
002320     IF WS-LOCK-STALE
002330         DISPLAY "  OLDER THAN " WS-STALE-MINUTES
002340             " MINUTES - THE HOLDING RUN HAS PROBABLY ABENDED."
002350         END-DISPLAY
002360         DISPLAY "  CONFIRM IT IS NO LONGER RUNNING, THEN "
002370             "RELEASE WITH MLCK_MODE=R,"
002380         END-DISPLAY
002390         DISPLAY "  MLCK_OPERATOR AND MLCK_REASON."
002400         END-DISPLAY
002410     END-IF.
002420 3000-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------------*
002460* 4000-OVERRIDE-LOCK - THE LOGGED OPERATOR OVERRIDE. RELEASES A  *
002470* HELD LOCK FOR A NAMED OPERATOR WITH A STATED REASON. A LOCK    *
002480* NOT YET STALE MAY BELONG TO A RUN STILL WORKING, SO IT ALSO    *
002490* NEEDS MLCK_CONFIRM=Y.                                          *
002500*----------------------------------------------------------------*
002510 4000-OVERRIDE-LOCK.
002520     IF WS-OPERATOR-ID = SPACES OR WS-OVERRIDE-REASON = SPACES
002530         DISPLAY "OVERRIDE REFUSED - MLCK_OPERATOR AND "
002540             "MLCK_REASON MUST BOTH BE GIVEN"
002550         END-DISPLAY
002560         STOP RUN RETURNING 1
002570     END-IF.
002580     IF NOT SL-LOCK-HELD
002590         DISPLAY "STANDINGS MASTER LOCK IS NOT HELD - NOTHING "
002600             "TO RELEASE"
002610         END-DISPLAY
002620         STOP RUN RETURNING 1
002630     END-IF.
002640     IF NOT WS-LOCK-STALE AND NOT WS-CONFIRM-GIVEN
002650         MOVE WS-LOCK-AGE TO WS-AGE-PRINT
002660         DISPLAY "OVERRIDE REFUSED - " SL-HOLDER-PROGRAM
002670             " TOOK THE LOCK ONLY" WS-AGE-PRINT " MINUTES AGO"
002680         END-DISPLAY
002690         DISPLAY "AND MAY STILL BE RUNNING. SET MLCK_CONFIRM=Y "
002700             "ONCE IT IS KNOWN TO HAVE ENDED."
002710         END-DISPLAY
002720         STOP RUN RETURNING 1
002730     END-IF.
002740
002750*        LOG FIRST, CARRYING THE HOLDER BEING DISPLACED - THE
002760*        LOCK RECORD IS ABOUT TO BE OVERWRITTEN.
002770     OPEN EXTEND STANDINGS-LOCK-LOG.
002780     IF WS-LOCK-LOG-CHECK-KEY NOT = "00" AND
002790             WS-LOCK-LOG-CHECK-KEY NOT = "05"
002800         DISPLAY "UNABLE TO OPEN STANDINGS-LOCK-LOG. STATUS: "
002810             WS-LOCK-LOG-CHECK-KEY
002820         END-DISPLAY
002830         DISPLAY "OVERRIDE REFUSED - IT COULD NOT BE LOGGED"
002840         END-DISPLAY
002850         STOP RUN RETURNING 1
002860     END-IF.
002870     MOVE SPACES TO STANDINGS-LOCK-LOG-RECORD.
002880     MOVE WS-NOW-DATE TO SG-EVENT-DATE.
002890     MOVE WS-NOW-TIME TO SG-EVENT-TIME.
002900     SET SG-OVERRIDDEN TO TRUE.
002910     MOVE "MASTER-LOCK" TO SG-PROGRAM.
002920     MOVE WS-OPERATOR-USER TO SG-USER.
002930     MOVE SL-HOLDER-PROGRAM TO SG-HOLDER-PROGRAM.
002940     MOVE SL-HOLDER-USER TO SG-HOLDER-USER.
002950     MOVE SL-HELD-SINCE-DATE TO SG-HELD-SINCE-DATE.
002960     MOVE SL-HELD-SINCE-TIME TO SG-HELD-SINCE-TIME.
002970     MOVE WS-OPERATOR-ID TO SG-OPERATOR-ID.
002980     MOVE WS-OVERRIDE-REASON TO SG-OVERRIDE-REASON.
002990     WRITE STANDINGS-LOCK-LOG-RECORD.
003000     CLOSE STANDINGS-LOCK-LOG.
003010
003020     SET SL-LOCK-FREE TO TRUE.
003030     MOVE "MASTER-LOCK OVERRIDE" TO SL-RELEASED-BY.
003040     MOVE WS-NOW-DATE TO SL-RELEASED-DATE.
003050     MOVE WS-NOW-TIME TO SL-RELEASED-TIME.
003060     OPEN OUTPUT STANDINGS-LOCK.
003070     IF WS-LOCK-CHECK-KEY NOT = "00" AND
003075             WS-LOCK-CHECK-KEY NOT = "05"
003080         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
003090             WS-LOCK-CHECK-KEY
003100         END-DISPLAY
003110         STOP RUN RETURNING 1
003120     END-IF.
003130     WRITE STANDINGS-LOCK-RECORD.
003140     CLOSE STANDINGS-LOCK.
003150
003160     DISPLAY "STANDINGS MASTER LOCK RELEASED BY OPERATOR "
003170         WS-OPERATOR-ID
003180     END-DISPLAY.
003190     DISPLAY "IT WAS HELD BY " SL-HOLDER-PROGRAM
003200         " SINCE " SL-HELD-SINCE-DATE " " SL-HELD-SINCE-TIME
003210     END-DISPLAY.
003220     DISPLAY "RUN NIGHT-RECON WITH RECON_MASTER=Y TO CERTIFY THE "
003230         "MASTER BEFORE THE NEXT UPDATE"
003240     END-DISPLAY.
003250 4000-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------*
003290* 5000-SHOW-RECENT-EVENTS - LIST THE LAST FEW LOCK LOG EVENTS:   *
003300* ONE PASS TO COUNT THEM, A SECOND TO SHOW THE TAIL.             *
003310*----------------------------------------------------------------*
003320 5000-SHOW-RECENT-EVENTS.
003330     OPEN INPUT STANDINGS-LOCK-LOG.
003340     IF WS-LOCK-LOG-CHECK-KEY NOT = "00" AND
003350             WS-LOCK-LOG-CHECK-KEY NOT = "05"
003360         DISPLAY "  (LOCK LOG CANNOT BE READ. STATUS: "
003370             WS-LOCK-LOG-CHECK-KEY ")"
003380         END-DISPLAY
003390         GO TO 5000-EXIT
003400     END-IF.
003410     PERFORM 5100-COUNT-LOG-RECORD THRU 5100-EXIT
003420         UNTIL WS-LOG-EOF.
003430     CLOSE STANDINGS-LOCK-LOG.
003440
003450     DISPLAY "RECENT LOCK EVENTS"
003455     END-DISPLAY.
003460     IF WS-LOG-COUNT = ZERO
003470         DISPLAY "  (NONE LOGGED)"
003475         END-DISPLAY
003480         GO TO 5000-EXIT
003490     END-IF.
003500     MOVE 1 TO WS-LOG-FIRST-SHOWN.
003510     IF WS-LOG-COUNT > WS-RECENT-EVENTS
003520         COMPUTE WS-LOG-FIRST-SHOWN =
003530             WS-LOG-COUNT - WS-RECENT-EVENTS + 1
003540         END-COMPUTE
003550     END-IF.
003560     MOVE "N" TO WS-LOG-EOF-SW.
003570     MOVE ZERO TO WS-LOG-SEEN.
003580     OPEN INPUT STANDINGS-LOCK-LOG.
003590     PERFORM 5200-SHOW-LOG-RECORD THRU 5200-EXIT
003600         UNTIL WS-LOG-EOF.
003610     CLOSE STANDINGS-LOCK-LOG.
003620 5000-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------*
003660* 5100-COUNT-LOG-RECORD - COUNT ONE LOG EVENT.                   *
003670*----------------------------------------------------------------*
003680 5100-COUNT-LOG-RECORD.
003690     READ STANDINGS-LOCK-LOG
003700         AT END SET WS-LOG-EOF TO TRUE
003710     END-READ.
003720     IF NOT WS-LOG-EOF
003730         ADD 1 TO WS-LOG-COUNT
003740     END-IF.
003750 5100-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------*
003790* 5200-SHOW-LOG-RECORD - SHOW ONE LOG EVENT WHEN IT IS AMONG THE *
003800* LAST FEW.                                                      *
003810*----------------------------------------------------------------*
003820 5200-SHOW-LOG-RECORD.
003830     READ STANDINGS-LOCK-LOG
003840         AT END SET WS-LOG-EOF TO TRUE
003850     END-READ.
003860     IF WS-LOG-EOF
003870         GO TO 5200-EXIT
003880     END-IF.
003890     ADD 1 TO WS-LOG-SEEN.
003900     IF WS-LOG-SEEN < WS-LOG-FIRST-SHOWN
003910         GO TO 5200-EXIT
003920     END-IF.
003930
003940     EVALUATE TRUE
003950         WHEN SG-ACQUIRED
003960             MOVE "ACQUIRED " TO WS-EVENT-TEXT
003970         WHEN SG-RELEASED
003980             MOVE "RELEASED " TO WS-EVENT-TEXT
003990         WHEN SG-REFUSED
004000             MOVE "REFUSED  " TO WS-EVENT-TEXT
004010         WHEN SG-RELEASE-MISSED
004020             MOVE "NOT OWNED" TO WS-EVENT-TEXT
004030         WHEN SG-OVERRIDDEN
004040             MOVE "OVERRIDE " TO WS-EVENT-TEXT
004050         WHEN OTHER
004060             MOVE "UNKNOWN  " TO WS-EVENT-TEXT
004070     END-EVALUATE.
004080     DISPLAY "  " SG-EVENT-DATE " " SG-EVENT-TIME " "
004090         WS-EVENT-TEXT " " SG-PROGRAM " " SG-USER
004100     END-DISPLAY.
004110     IF SG-REFUSED OR SG-OVERRIDDEN OR SG-RELEASE-MISSED
004120         DISPLAY "      HOLDER " SG-HOLDER-PROGRAM
004130             " SINCE " SG-HELD-SINCE-DATE " "
004140             SG-HELD-SINCE-TIME
004150         END-DISPLAY
004160     END-IF.
004170     IF SG-OVERRIDDEN
004180         DISPLAY "      OPERATOR " SG-OPERATOR-ID
004190             " REASON " SG-OVERRIDE-REASON
004200         END-DISPLAY
004210     END-IF.
004220 5200-EXIT.
004230     EXIT.
004240
004250 END PROGRAM MASTER-LOCK.
