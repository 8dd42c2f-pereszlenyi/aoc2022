000730*                 SURVIVES THE COLLAPSE INTO SEASON TOTALS. THE    *
000740*                 NEW FORM-REPORT READS IT BACK FOR THE WEEKLY     *
000750*                 FORM TABLE THE WEBSITE COMMITTEE ASKED FOR.      *
000751* 2026-10-15  DP  PL-POST-DATE, PH-POST-DATE AND GC-CUT-DATE ARE  *
000752*                 NOW THE LEAGUE BUSINESS DATE FROM THE           *
000753*                 DATE-CONTROL RECORD (COPYBOOK DATECTL) INSTEAD  *
000754*                 OF THE SYSTEM DATE, SO A NIGHT THAT RUNS PAST   *
000755*                 MIDNIGHT OR IS RERUN NEXT MORNING POSTS ON ONE  *
000756*                 DATE. THE CLOCK TIME IS STILL STAMPED ALONGSIDE *
000757*                 FOR THE AUDIT.                                  *
000758* 2026-10-15  DP  THE MASTER UPDATE LOCK (COPYBOOK STDLOCK) IS   *
000759*                 TAKEN BEFORE THE MASTER IS OPENED FOR UPDATE   *
000760*                 AND GIVEN BACK WHEN THE RUN FINISHES; WHILE    *
000761*                 ANOTHER UPDATER HOLDS IT THE RUN IS REFUSED.   *
000762*                 EVERY TAKE, RELEASE AND REFUSAL IS LOGGED      *
000763*                 (COPYBOOK STDLKLOG). A RUN THAT STOPS PART WAY *
000764*                 LEAVES THE LOCK FOR AN OPERATOR TO RELEASE     *
000765*                 THROUGH MASTER-LOCK.                           *
000766* 2026-10-15  DP  THE POSTING LOG AND GENERATION CATALOG ALSO    *
000767*                 CARRY THE CLOCK DATE (PL-CLOCK-DATE,           *
000768*                 GC-CUT-CLOCK-DATE) SO STANDINGS-RESTORE AND    *
000769*                 NIGHT-RECON CAN ORDER ON CLOCK DATE AND TIME - *
000770*                 THE BUSINESS DATE WITH THE CLOCK TIME IS NOT   *
000771*                 IN ORDER ACROSS MIDNIGHT.                      *
000760*----------------------------------------------------------------*
000770
000780 ENVIRONMENT DIVISION.
001040     SELECT OPTIONAL PLAYER-HISTORY
001050         ASSIGN TO "./player_history.dat"
001060         FILE STATUS IS WS-PHIST-CHECK-KEY
001061         ORGANIZATION IS LINE SEQUENTIAL.
001062
001063     SELECT DATE-CONTROL
001064         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
001065         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
001066         ORGANIZATION IS LINE SEQUENTIAL.
001067
001068     SELECT OPTIONAL STANDINGS-LOCK
001069         ASSIGN TO "./standings_lock.dat"
001070         FILE STATUS IS WS-LOCK-CHECK-KEY
001071         ORGANIZATION IS LINE SEQUENTIAL.
001072
001073     SELECT OPTIONAL STANDINGS-LOCK-LOG
001074         ASSIGN TO "./standings_lock_log.dat"
001075         FILE STATUS IS WS-LOCK-LOG-CHECK-KEY
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080
001090 DATA DIVISION.
001500*----------------------------------------------------------------*
001510 FD  PLAYER-HISTORY.
001520     COPY PHISTREC.
001521
001522*----------------------------------------------------------------*
001523* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
001524*----------------------------------------------------------------*
001525 FD  DATE-CONTROL.
001526     COPY DATECTL.
001527
001528*----------------------------------------------------------------*
001529* STANDINGS-LOCK - THE MASTER UPDATE LOCK (COPYBOOK STDLOCK).    *
001530*----------------------------------------------------------------*
001531 FD  STANDINGS-LOCK.
001532     COPY STDLOCK.
001533
001534*----------------------------------------------------------------*
001535* STANDINGS-LOCK-LOG - EVERY TAKE, RELEASE AND REFUSAL OF THE    *
001536* LOCK (COPYBOOK STDLKLOG).                                      *
001537*----------------------------------------------------------------*
001538 FD  STANDINGS-LOCK-LOG.
001539     COPY STDLKLOG.
001530
001540 WORKING-STORAGE SECTION.
001550*----------------------------------------------------------------*
002110 77  WS-PRIOR-POST-DATE          PIC 9(08) VALUE ZERO.
002120 77  WS-PRIOR-POST-TIME          PIC 9(08) VALUE ZERO.
002130 77  WS-RUN-DATE                 PIC 9(08).
002133 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
002136 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
002140 77  WS-RUN-TIME                 PIC 9(08).
002145 77  WS-CLOCK-DATE               PIC 9(08).
002150 77  WS-LOG-COUNT                PIC 9(05) COMP VALUE ZERO.
002160 77  WS-COUNT-PRINT              PIC Z(06)9.
002161
002162*----------------------------------------------------------------*
002163* MASTER UPDATE LOCK FIELDS - WHO THIS RUN IS, AND THE CLOCK     *
002164* DATE AND TIME IT TOOK THE LOCK.                                *
002165*----------------------------------------------------------------*
002166 77  WS-LOCK-CHECK-KEY           PIC X(02).
002167 77  WS-LOCK-LOG-CHECK-KEY       PIC X(02).
002168 77  WS-LOCK-PROGRAM             PIC X(20)
002169         VALUE "STANDINGS-POST".
002170 77  WS-LOCK-USER                PIC X(12).
002171 77  WS-LOCK-DATE                PIC 9(08).
002172 77  WS-LOCK-TIME                PIC 9(08).
002173 77  WS-LOCK-EVENT               PIC X(01).
002170
002180 PROCEDURE DIVISION.
002190*----------------------------------------------------------------*
002210*----------------------------------------------------------------*
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002231     PERFORM 1400-ACQUIRE-MASTER-LOCK THRU 1400-EXIT.
002240     PERFORM 1500-CUT-GENERATION-BACKUP THRU 1500-EXIT.
002250     PERFORM 2000-OPEN-MASTER THRU 2000-EXIT.
002260     PERFORM 3000-POST-DAILY-TOTALS THRU 3000-EXIT.
002270     PERFORM 4000-CLOSE-MASTER THRU 4000-EXIT.
002280     PERFORM 5000-RECORD-POSTING THRU 5000-EXIT.
002282     PERFORM 8900-RELEASE-MASTER-LOCK THRU 8900-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     STOP RUN.
002310
002330* 1000-INITIALIZE - NAME AND OPEN THE DAILYFILE FOR THIS RUN.     *
002340*----------------------------------------------------------------*
002350 1000-INITIALIZE.
002390*        SPOST_INQUIRY=Y ONLY LISTS THE POSTING HISTORY - NOTHING
002400*        IS POSTED AND THE MASTER IS NOT TOUCHED.
002410     ACCEPT WS-INQUIRY-MODE FROM ENVIRONMENT "SPOST_INQUIRY".
002430         PERFORM 6000-LIST-POSTING-HISTORY THRU 6000-EXIT
002440         STOP RUN
002450     END-IF.
002452
002454     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002456     ACCEPT WS-RUN-TIME FROM TIME.
002458     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
002460
002470     MOVE SPACES TO WS-DAILY-FILE-NAME.
002480     ACCEPT WS-DAILY-FILE-NAME
002790         STOP RUN RETURNING 1
002800     END-IF.
002810 1000-EXIT.
002811     EXIT.
002812
002813*----------------------------------------------------------------*
002814* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002815* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
002816* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
002817*----------------------------------------------------------------*
002818 1050-READ-BUSINESS-DATE.
002819     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002820     ACCEPT WS-DATE-CONTROL-FILE-NAME
002821         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002822     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002823         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002824     END-IF.
002825     OPEN INPUT DATE-CONTROL.
002826     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
002827         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
002828             WS-DATE-CONTROL-CHECK-KEY
002829         END-DISPLAY
002830         STOP RUN RETURNING 1
002831     END-IF.
002832     READ DATE-CONTROL
002833         AT END
002834             DISPLAY "DATE-CONTROL FILE IS EMPTY"
002835             END-DISPLAY
002836             STOP RUN RETURNING 1
002837     END-READ.
002838     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
002839     CLOSE DATE-CONTROL.
002840 1050-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------------*
003990     MOVE WS-BACKUP-FILE-NAME(1:80) TO GC-BACKUP-FILE-NAME.
004000     MOVE WS-RUN-DATE TO GC-CUT-DATE.
004010     MOVE WS-RUN-TIME TO GC-CUT-TIME.
004015     MOVE WS-CLOCK-DATE TO GC-CUT-CLOCK-DATE.
004020     MOVE "STANDINGS-POST      " TO GC-CUT-BY.
004030     MOVE WS-BACKUP-PLAYERS TO GC-PLAYER-COUNT.
004040     WRITE GENERATION-CATALOG-RECORD.
006710     MOVE WS-PLAYERS-POSTED  TO PL-PLAYERS-POSTED.
006720     MOVE WS-POSTED-SCORE-1  TO PL-SCORE-1-POSTED.
006730     MOVE WS-POSTED-SCORE-2  TO PL-SCORE-2-POSTED.
006735     MOVE WS-CLOCK-DATE      TO PL-CLOCK-DATE.
006740     WRITE POSTING-LOG-RECORD.
006750     CLOSE POSTING-LOG.
006760 5000-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------*
007181* 1400-ACQUIRE-MASTER-LOCK - TAKE THE STANDINGS MASTER UPDATE    *
007182* LOCK (COPYBOOK STDLOCK) BEFORE THE MASTER IS OPENED FOR        *
007183* UPDATE. WHILE ANOTHER RUN HOLDS IT THIS RUN IS REFUSED WITH    *
007184* THE MASTER UNTOUCHED. ONCE TAKEN IT IS HELD UNTIL              *
007185* 8900-RELEASE-MASTER-LOCK GIVES IT BACK, SO A RUN THAT STOPS IN *
007186* BETWEEN LEAVES IT HELD FOR AN OPERATOR TO LOOK AT. A LOCK FILE *
007187* THAT CANNOT BE READ PROVES NOTHING, SO THE RUN STOPS.          *
007188*----------------------------------------------------------------*
007189 1400-ACQUIRE-MASTER-LOCK.
007190     MOVE SPACES TO WS-LOCK-USER.
007191     ACCEPT WS-LOCK-USER FROM ENVIRONMENT "USER".
007192     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
007193     ACCEPT WS-LOCK-TIME FROM TIME.
007194
007195     MOVE SPACES TO STANDINGS-LOCK-RECORD.
007196     OPEN INPUT STANDINGS-LOCK.
007197     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007198             WS-LOCK-CHECK-KEY NOT = "05"
007199         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
007200             WS-LOCK-CHECK-KEY
007201         END-DISPLAY
007202         STOP RUN RETURNING 1
007203     END-IF.
007204     READ STANDINGS-LOCK
007205         AT END MOVE "F" TO SL-LOCK-STATE
007206     END-READ.
007207     CLOSE STANDINGS-LOCK.
007208
007209     IF SL-LOCK-HELD
007210         DISPLAY "STANDINGS MASTER IS LOCKED - " WS-LOCK-PROGRAM
007211             " REFUSED"
007212         END-DISPLAY
007213         DISPLAY "LOCK HELD BY " SL-HOLDER-PROGRAM
007214             " USER " SL-HOLDER-USER
007215             " SINCE " SL-HELD-SINCE-DATE " " SL-HELD-SINCE-TIME
007216         END-DISPLAY
007217         DISPLAY "IF THAT RUN HAS ABENDED, AN OPERATOR MUST "
007218             "RELEASE THE LOCK WITH MASTER-LOCK (MLCK_MODE=R)"
007219         END-DISPLAY
007220         MOVE "X" TO WS-LOCK-EVENT
007221         PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT
007222         STOP RUN RETURNING 1
007223     END-IF.
007224
007225     MOVE SPACES TO STANDINGS-LOCK-RECORD.
007226     SET SL-LOCK-HELD TO TRUE.
007227     MOVE WS-LOCK-PROGRAM TO SL-HOLDER-PROGRAM.
007228     MOVE WS-LOCK-USER TO SL-HOLDER-USER.
007229     MOVE WS-LOCK-DATE TO SL-HELD-SINCE-DATE.
007230     MOVE WS-LOCK-TIME TO SL-HELD-SINCE-TIME.
007231     MOVE ZERO TO SL-RELEASED-DATE.
007232     MOVE ZERO TO SL-RELEASED-TIME.
007233     OPEN OUTPUT STANDINGS-LOCK.
007234     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007235             WS-LOCK-CHECK-KEY NOT = "05"
007236         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
007237             WS-LOCK-CHECK-KEY
007238         END-DISPLAY
007239         STOP RUN RETURNING 1
007240     END-IF.
007241     WRITE STANDINGS-LOCK-RECORD.
007242     CLOSE STANDINGS-LOCK.
007243     MOVE "A" TO WS-LOCK-EVENT.
007244     PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT.
007245 1400-EXIT.
007246     EXIT.
007247
007248*----------------------------------------------------------------*
007249* 1410-LOG-LOCK-EVENT - APPEND ONE LOCK EVENT (COPYBOOK          *
007250* STDLKLOG) FOR THIS RUN, CARRYING THE LOCK RECORD AS IT STOOD.  *
007251*----------------------------------------------------------------*
007252 1410-LOG-LOCK-EVENT.
007253     OPEN EXTEND STANDINGS-LOCK-LOG.
007254     IF WS-LOCK-LOG-CHECK-KEY NOT = "00" AND
007255             WS-LOCK-LOG-CHECK-KEY NOT = "05"
007256         DISPLAY "UNABLE TO OPEN STANDINGS-LOCK-LOG. STATUS: "
007257             WS-LOCK-LOG-CHECK-KEY
007258         END-DISPLAY
007259         STOP RUN RETURNING 1
007260     END-IF.
007261     MOVE SPACES TO STANDINGS-LOCK-LOG-RECORD.
007262     ACCEPT SG-EVENT-DATE FROM DATE YYYYMMDD.
007263     ACCEPT SG-EVENT-TIME FROM TIME.
007264     MOVE WS-LOCK-EVENT TO SG-EVENT-TYPE.
007265     MOVE WS-LOCK-PROGRAM TO SG-PROGRAM.
007266     MOVE WS-LOCK-USER TO SG-USER.
007267     MOVE SL-HOLDER-PROGRAM TO SG-HOLDER-PROGRAM.
007268     MOVE SL-HOLDER-USER TO SG-HOLDER-USER.
007269     MOVE SL-HELD-SINCE-DATE TO SG-HELD-SINCE-DATE.
007270     MOVE SL-HELD-SINCE-TIME TO SG-HELD-SINCE-TIME.
007271     WRITE STANDINGS-LOCK-LOG-RECORD.
007272     CLOSE STANDINGS-LOCK-LOG.
007273 1410-EXIT.
007274     EXIT.
007275
007276*----------------------------------------------------------------*
007277* 8900-RELEASE-MASTER-LOCK - GIVE THE MASTER UPDATE LOCK BACK    *
007278* NOW THE MASTER IS CLOSED. IF AN OPERATOR OVERRODE IT WHILE     *
007279* THIS RUN WAS WORKING, WHATEVER IS ON THE LOCK FILE NOW BELONGS *
007280* TO SOMEONE ELSE AND IS LEFT AS FOUND.                          *
007281*----------------------------------------------------------------*
007282 8900-RELEASE-MASTER-LOCK.
007283     MOVE SPACES TO STANDINGS-LOCK-RECORD.
007284     OPEN INPUT STANDINGS-LOCK.
007285     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007286             WS-LOCK-CHECK-KEY NOT = "05"
007287         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
007288             WS-LOCK-CHECK-KEY
007289         END-DISPLAY
007290         STOP RUN RETURNING 1
007291     END-IF.
007292     READ STANDINGS-LOCK
007293         AT END MOVE "F" TO SL-LOCK-STATE
007294     END-READ.
007295     CLOSE STANDINGS-LOCK.
007296
007297     IF NOT SL-LOCK-HELD
007298             OR SL-HOLDER-PROGRAM NOT = WS-LOCK-PROGRAM
007299             OR SL-HELD-SINCE-DATE NOT = WS-LOCK-DATE
007300             OR SL-HELD-SINCE-TIME NOT = WS-LOCK-TIME
007301         DISPLAY "WARNING: THE STANDINGS MASTER LOCK WAS NO "
007302             "LONGER HELD BY THIS RUN - LEFT AS FOUND"
007303         END-DISPLAY
007304         MOVE "M" TO WS-LOCK-EVENT
007305         PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT
007306         GO TO 8900-EXIT
007307     END-IF.
007308
007309     SET SL-LOCK-FREE TO TRUE.
007310     MOVE WS-LOCK-PROGRAM TO SL-RELEASED-BY.
007311     ACCEPT SL-RELEASED-DATE FROM DATE YYYYMMDD.
007312     ACCEPT SL-RELEASED-TIME FROM TIME.
007313     OPEN OUTPUT STANDINGS-LOCK.
007314     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007315             WS-LOCK-CHECK-KEY NOT = "05"
007316         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
007317             WS-LOCK-CHECK-KEY
007318         END-DISPLAY
007319         STOP RUN RETURNING 1
007320     END-IF.
007321     WRITE STANDINGS-LOCK-RECORD.
007322     CLOSE STANDINGS-LOCK.
007323     MOVE "R" TO WS-LOCK-EVENT.
007324     PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT.
007325 8900-EXIT.
007326     EXIT.
007327
007328*----------------------------------------------------------------*
007190* 9000-TERMINATE - CLOSE THE DAILYFILE AND REPORT WHAT WAS DONE.  *
007200*----------------------------------------------------------------*
007210 9000-TERMINATE.
