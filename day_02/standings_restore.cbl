000230*                 THE AUGUST INCIDENT - A BAD ADJUSTMENT FILE     *
000240*                 BACKED OUT BY REPLAYING EVERY DAILY FILE BY     *
000250*                 HAND FOR AN EVENING - IS NOW ONE RUN.           *
000251* 2026-10-15  DP  THE MASTER UPDATE LOCK (COPYBOOK STDLOCK) IS   *
000252*                 TAKEN ONCE THE REPLAY WORK IS COLLECTED, BEFORE*
000253*                 THE MASTER IS REBUILT, AND GIVEN BACK WHEN THE *
000254*                 REPLAY FINISHES; WHILE ANOTHER UPDATER HOLDS IT*
000255*                 THE RUN IS REFUSED.                            *
000256*                 EVERY TAKE, RELEASE AND REFUSAL IS LOGGED      *
000257*                 (COPYBOOK STDLKLOG). A RUN THAT STOPS PART WAY *
000258*                 LEAVES THE LOCK FOR AN OPERATOR TO RELEASE     *
000259*                 THROUGH MASTER-LOCK.                           *
000260* 2026-10-15  DP  THE REPLAY WINDOW AND ORDER ARE TAKEN ON THE   *
000261*                 CLOCK DATE AND TIME THE LOG, JOURNAL AND       *
000262*                 CATALOG NOW CARRY, NOT THE BUSINESS DATE: A    *
000263*                 NIGHT RUN PAST MIDNIGHT STAMPS THE PREVIOUS    *
000264*                 BUSINESS DATE WITH A SMALL CLOCK TIME, WHICH   *
000265*                 SORTED AHEAD OF THE SAME NIGHT'S EARLIER WORK. *
000266*                 SRST_CUTOFF_DATE/TIME ARE CLOCK DATE AND TIME. *
000267*                 RECORDS WITH NO CLOCK DATE FALL BACK TO THE    *
000268*                 BUSINESS DATE.                                 *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000540
000550     SELECT DAILYFILE ASSIGN DYNAMIC WS-DAILY-FILE-NAME
000560         FILE STATUS IS WS-DAILY-CHECK-KEY
000561         ORGANIZATION IS LINE SEQUENTIAL.
000562
000563     SELECT OPTIONAL STANDINGS-LOCK
000564         ASSIGN TO "./standings_lock.dat"
000565         FILE STATUS IS WS-LOCK-CHECK-KEY
000566         ORGANIZATION IS LINE SEQUENTIAL.
000567
000568     SELECT OPTIONAL STANDINGS-LOCK-LOG
000569         ASSIGN TO "./standings_lock_log.dat"
000570         FILE STATUS IS WS-LOCK-LOG-CHECK-KEY
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590 DATA DIVISION.
000940*----------------------------------------------------------------*
000950 FD  DAILYFILE.
000960     COPY DAILYREC.
000961
000962*----------------------------------------------------------------*
000963* STANDINGS-LOCK - THE MASTER UPDATE LOCK (COPYBOOK STDLOCK).    *
000964*----------------------------------------------------------------*
000965 FD  STANDINGS-LOCK.
000966     COPY STDLOCK.
000967
000968*----------------------------------------------------------------*
000969* STANDINGS-LOCK-LOG - EVERY TAKE, RELEASE AND REFUSAL OF THE    *
000970* LOCK (COPYBOOK STDLKLOG).                                      *
000971*----------------------------------------------------------------*
000972 FD  STANDINGS-LOCK-LOG.
000973     COPY STDLKLOG.
000970
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------*
001510 77  WS-GEN-CUT-TIME             PIC 9(08) VALUE ZERO.
001520 77  WS-CUTOFF-DATE              PIC 9(08) VALUE 99999999.
001530 77  WS-CUTOFF-TIME              PIC 9(08) VALUE 99999999.
001532*        CLOCK DATE OF THE RECORD IN HAND - THE BUSINESS DATE WHEN
001534*        THE RECORD CARRIES NO CLOCK DATE.
001536 77  WS-STAMP-DATE               PIC 9(08) VALUE ZERO.
001540
001550*----------------------------------------------------------------*
001560* REPLAY TABLE - EVERY POSTING AND ADJUSTMENT IN THE WINDOW,     *
002280 77  WS-ADJUSTS-REPLAYED         PIC 9(08) COMP VALUE ZERO.
002290 77  WS-PLAYERS-REPOSTED         PIC 9(08) COMP VALUE ZERO.
002300
002301*----------------------------------------------------------------*
002302* MASTER UPDATE LOCK FIELDS - WHO THIS RUN IS, AND THE CLOCK     *
002303* DATE AND TIME IT TOOK THE LOCK.                                *
002304*----------------------------------------------------------------*
002305 77  WS-LOCK-CHECK-KEY           PIC X(02).
002306 77  WS-LOCK-LOG-CHECK-KEY       PIC X(02).
002307 77  WS-LOCK-PROGRAM             PIC X(20)
002308         VALUE "STANDINGS-RESTORE".
002309 77  WS-LOCK-USER                PIC X(12).
002310 77  WS-LOCK-DATE                PIC 9(08).
002311 77  WS-LOCK-TIME                PIC 9(08).
002312 77  WS-LOCK-EVENT               PIC X(01).
002313
002310 PROCEDURE DIVISION.
002320*----------------------------------------------------------------*
002330* 0000-MAINLINE                                                   *
002370     PERFORM 2000-FIND-GENERATION THRU 2000-EXIT.
002380     PERFORM 3000-COLLECT-REPLAY-WORK THRU 3000-EXIT.
002390     PERFORM 4000-SORT-REPLAY-WORK THRU 4000-EXIT.
002392     PERFORM 4500-ACQUIRE-MASTER-LOCK THRU 4500-EXIT.
002400     PERFORM 5000-RESTORE-BACKUP THRU 5000-EXIT.
002410     PERFORM 6000-APPLY-REPLAY-WORK THRU 6000-EXIT.
002412     PERFORM 8900-RELEASE-MASTER-LOCK THRU 8900-EXIT.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430     STOP RUN.
002440
003750         IF GC-GENERATION = WS-TARGET-GENERATION
003760             SET WS-GEN-FOUND TO TRUE
003770             MOVE GC-BACKUP-FILE-NAME TO WS-BACKUP-FILE-NAME
003772             IF GC-CUT-CLOCK-DATE IS NUMERIC
003774                     AND GC-CUT-CLOCK-DATE > ZERO
003776                 MOVE GC-CUT-CLOCK-DATE TO WS-GEN-CUT-DATE
003778             ELSE
003780                 MOVE GC-CUT-DATE TO WS-GEN-CUT-DATE
003782             END-IF
003790             MOVE GC-CUT-TIME TO WS-GEN-CUT-TIME
003800         END-IF
003810     END-IF.
004250     IF WS-LOG-EOF
004260         GO TO 3100-EXIT
004270     END-IF.
004273     IF PL-CLOCK-DATE IS NUMERIC AND PL-CLOCK-DATE > ZERO
004276         MOVE PL-CLOCK-DATE TO WS-STAMP-DATE
004279     ELSE
004282         MOVE PL-POST-DATE TO WS-STAMP-DATE
004285     END-IF.
004288     IF WS-STAMP-DATE < WS-GEN-CUT-DATE
004291             OR (WS-STAMP-DATE = WS-GEN-CUT-DATE
004300                 AND PL-POST-TIME < WS-GEN-CUT-TIME)
004310         GO TO 3100-EXIT
004320     END-IF.
004330     IF WS-STAMP-DATE > WS-CUTOFF-DATE
004340             OR (WS-STAMP-DATE = WS-CUTOFF-DATE
004350                 AND PL-POST-TIME > WS-CUTOFF-TIME)
004360         GO TO 3100-EXIT
004370     END-IF.
004380
004390     PERFORM 3900-ADD-REPLAY-ENTRY THRU 3900-EXIT.
004400     MOVE WS-STAMP-DATE TO WS-REPLAY-DATE(WS-REPLAY-COUNT).
004410     MOVE PL-POST-TIME TO WS-REPLAY-TIME(WS-REPLAY-COUNT).
004420     MOVE "P" TO WS-REPLAY-TYPE(WS-REPLAY-COUNT).
004430     MOVE PL-DAILY-FILE-NAME
004620     IF WS-JOURNAL-EOF
004630         GO TO 3200-EXIT
004640     END-IF.
004643     IF AJR-CLOCK-DATE IS NUMERIC AND AJR-CLOCK-DATE > ZERO
004646         MOVE AJR-CLOCK-DATE TO WS-STAMP-DATE
004649     ELSE
004652         MOVE AJR-APPLY-DATE TO WS-STAMP-DATE
004655     END-IF.
004658     IF WS-STAMP-DATE < WS-GEN-CUT-DATE
004661             OR (WS-STAMP-DATE = WS-GEN-CUT-DATE
004670                 AND AJR-APPLY-TIME < WS-GEN-CUT-TIME)
004680         GO TO 3200-EXIT
004690     END-IF.
004700     IF WS-STAMP-DATE > WS-CUTOFF-DATE
004710             OR (WS-STAMP-DATE = WS-CUTOFF-DATE
004720                 AND AJR-APPLY-TIME > WS-CUTOFF-TIME)
004730         GO TO 3200-EXIT
004740     END-IF.
004750
004760     PERFORM 3900-ADD-REPLAY-ENTRY THRU 3900-EXIT.
004770     MOVE WS-STAMP-DATE TO WS-REPLAY-DATE(WS-REPLAY-COUNT).
004780     MOVE AJR-APPLY-TIME TO WS-REPLAY-TIME(WS-REPLAY-COUNT).
004790     MOVE "A" TO WS-REPLAY-TYPE(WS-REPLAY-COUNT).
004800     MOVE AJR-TRANSACTION
008460     EXIT.
008470
008480*----------------------------------------------------------------*
008481* 4500-ACQUIRE-MASTER-LOCK - TAKE THE STANDINGS MASTER UPDATE    *
008482* LOCK (COPYBOOK STDLOCK) BEFORE THE MASTER IS OPENED FOR        *
008483* UPDATE. WHILE ANOTHER RUN HOLDS IT THIS RUN IS REFUSED WITH    *
008484* THE MASTER UNTOUCHED. ONCE TAKEN IT IS HELD UNTIL              *
008485* 8900-RELEASE-MASTER-LOCK GIVES IT BACK, SO A RUN THAT STOPS IN *
008486* BETWEEN LEAVES IT HELD FOR AN OPERATOR TO LOOK AT. A LOCK FILE *
008487* THAT CANNOT BE READ PROVES NOTHING, SO THE RUN STOPS.          *
008488*----------------------------------------------------------------*
008489 4500-ACQUIRE-MASTER-LOCK.
008490     MOVE SPACES TO WS-LOCK-USER.
008491     ACCEPT WS-LOCK-USER FROM ENVIRONMENT "USER".
008492     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
008493     ACCEPT WS-LOCK-TIME FROM TIME.
008494
008495     MOVE SPACES TO STANDINGS-LOCK-RECORD.
008496     OPEN INPUT STANDINGS-LOCK.
008497     IF WS-LOCK-CHECK-KEY NOT = "00" AND
008498             WS-LOCK-CHECK-KEY NOT = "05"
008499         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
008500             WS-LOCK-CHECK-KEY
008501         END-DISPLAY
008502         STOP RUN RETURNING 1
008503     END-IF.
008504     READ STANDINGS-LOCK
008505         AT END MOVE "F" TO SL-LOCK-STATE
008506     END-READ.
008507     CLOSE STANDINGS-LOCK.
008508
008509     IF SL-LOCK-HELD
008510         DISPLAY "STANDINGS MASTER IS LOCKED - " WS-LOCK-PROGRAM
008511             " REFUSED"
008512         END-DISPLAY
008513         DISPLAY "LOCK HELD BY " SL-HOLDER-PROGRAM
008514             " USER " SL-HOLDER-USER
008515             " SINCE " SL-HELD-SINCE-DATE " " SL-HELD-SINCE-TIME
008516         END-DISPLAY
008517         DISPLAY "IF THAT RUN HAS ABENDED, AN OPERATOR MUST "
008518             "RELEASE THE LOCK WITH MASTER-LOCK (MLCK_MODE=R)"
008519         END-DISPLAY
008520         MOVE "X" TO WS-LOCK-EVENT
008521         PERFORM 4510-LOG-LOCK-EVENT THRU 4510-EXIT
008522         STOP RUN RETURNING 1
008523     END-IF.
008524
008525     MOVE SPACES TO STANDINGS-LOCK-RECORD.
008526     SET SL-LOCK-HELD TO TRUE.
008527     MOVE WS-LOCK-PROGRAM TO SL-HOLDER-PROGRAM.
008528     MOVE WS-LOCK-USER TO SL-HOLDER-USER.
008529     MOVE WS-LOCK-DATE TO SL-HELD-SINCE-DATE.
008530     MOVE WS-LOCK-TIME TO SL-HELD-SINCE-TIME.
008531     MOVE ZERO TO SL-RELEASED-DATE.
008532     MOVE ZERO TO SL-RELEASED-TIME.
008533     OPEN OUTPUT STANDINGS-LOCK.
008534     IF WS-LOCK-CHECK-KEY NOT = "00" AND
008535             WS-LOCK-CHECK-KEY NOT = "05"
008536         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
008537             WS-LOCK-CHECK-KEY
008538         END-DISPLAY
008539         STOP RUN RETURNING 1
008540     END-IF.
008541     WRITE STANDINGS-LOCK-RECORD.
008542     CLOSE STANDINGS-LOCK.
008543     MOVE "A" TO WS-LOCK-EVENT.
008544     PERFORM 4510-LOG-LOCK-EVENT THRU 4510-EXIT.
008545 4500-EXIT.
008546     EXIT.
008547
008548*----------------------------------------------------------------*
008549* 4510-LOG-LOCK-EVENT - APPEND ONE LOCK EVENT (COPYBOOK          *
008550* STDLKLOG) FOR THIS RUN, CARRYING THE LOCK RECORD AS IT STOOD.  *
008551*----------------------------------------------------------------*
008552 4510-LOG-LOCK-EVENT.
008553     OPEN EXTEND STANDINGS-LOCK-LOG.
008554     IF WS-LOCK-LOG-CHECK-KEY NOT = "00" AND
008555             WS-LOCK-LOG-CHECK-KEY NOT = "05"
008556         DISPLAY "UNABLE TO OPEN STANDINGS-LOCK-LOG. STATUS: "
008557             WS-LOCK-LOG-CHECK-KEY
008558         END-DISPLAY
008559         STOP RUN RETURNING 1
008560     END-IF.
008561     MOVE SPACES TO STANDINGS-LOCK-LOG-RECORD.
008562     ACCEPT SG-EVENT-DATE FROM DATE YYYYMMDD.
008563     ACCEPT SG-EVENT-TIME FROM TIME.
008564     MOVE WS-LOCK-EVENT TO SG-EVENT-TYPE.
008565     MOVE WS-LOCK-PROGRAM TO SG-PROGRAM.
008566     MOVE WS-LOCK-USER TO SG-USER.
008567     MOVE SL-HOLDER-PROGRAM TO SG-HOLDER-PROGRAM.
008568     MOVE SL-HOLDER-USER TO SG-HOLDER-USER.
008569     MOVE SL-HELD-SINCE-DATE TO SG-HELD-SINCE-DATE.
008570     MOVE SL-HELD-SINCE-TIME TO SG-HELD-SINCE-TIME.
008571     WRITE STANDINGS-LOCK-LOG-RECORD.
008572     CLOSE STANDINGS-LOCK-LOG.
008573 4510-EXIT.
008574     EXIT.
008575
008576*----------------------------------------------------------------*
008577* 8900-RELEASE-MASTER-LOCK - GIVE THE MASTER UPDATE LOCK BACK    *
008578* NOW THE MASTER IS CLOSED. IF AN OPERATOR OVERRODE IT WHILE     *
008579* THIS RUN WAS WORKING, WHATEVER IS ON THE LOCK FILE NOW BELONGS *
008580* TO SOMEONE ELSE AND IS LEFT AS FOUND.                          *
008581*----------------------------------------------------------------*
008582 8900-RELEASE-MASTER-LOCK.
008583     MOVE SPACES TO STANDINGS-LOCK-RECORD.
008584     OPEN INPUT STANDINGS-LOCK.
008585     IF WS-LOCK-CHECK-KEY NOT = "00" AND
008586             WS-LOCK-CHECK-KEY NOT = "05"
008587         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
008588             WS-LOCK-CHECK-KEY
008589         END-DISPLAY
008590         STOP RUN RETURNING 1
008591     END-IF.
008592     READ STANDINGS-LOCK
008593         AT END MOVE "F" TO SL-LOCK-STATE
008594     END-READ.
008595     CLOSE STANDINGS-LOCK.
008596
008597     IF NOT SL-LOCK-HELD
008598             OR SL-HOLDER-PROGRAM NOT = WS-LOCK-PROGRAM
008599             OR SL-HELD-SINCE-DATE NOT = WS-LOCK-DATE
008600             OR SL-HELD-SINCE-TIME NOT = WS-LOCK-TIME
008601         DISPLAY "WARNING: THE STANDINGS MASTER LOCK WAS NO "
008602             "LONGER HELD BY THIS RUN - LEFT AS FOUND"
008603         END-DISPLAY
008604         MOVE "M" TO WS-LOCK-EVENT
008605         PERFORM 4510-LOG-LOCK-EVENT THRU 4510-EXIT
008606         GO TO 8900-EXIT
008607     END-IF.
008608
008609     SET SL-LOCK-FREE TO TRUE.
008610     MOVE WS-LOCK-PROGRAM TO SL-RELEASED-BY.
008611     ACCEPT SL-RELEASED-DATE FROM DATE YYYYMMDD.
008612     ACCEPT SL-RELEASED-TIME FROM TIME.
008613     OPEN OUTPUT STANDINGS-LOCK.
008614     IF WS-LOCK-CHECK-KEY NOT = "00" AND
008615             WS-LOCK-CHECK-KEY NOT = "05"
008616         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
008617             WS-LOCK-CHECK-KEY
008618         END-DISPLAY
008619         STOP RUN RETURNING 1
008620     END-IF.
008621     WRITE STANDINGS-LOCK-RECORD.
008622     CLOSE STANDINGS-LOCK.
008623     MOVE "R" TO WS-LOCK-EVENT.
008624     PERFORM 4510-LOG-LOCK-EVENT THRU 4510-EXIT.
008625 8900-EXIT.
008626     EXIT.
008627
008628*----------------------------------------------------------------*
008490* 9000-TERMINATE - REPORT WHAT WAS RESTORED AND REPLAYED.         *
008500*----------------------------------------------------------------*
008510 9000-TERMINATE.
