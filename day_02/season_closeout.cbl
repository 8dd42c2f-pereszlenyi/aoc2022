000520*                 SEASON'S FIGURES BACK AS THE LIVE MASTER. THE   *
000530*                 BACKUP FILES THEMSELVES STAY ON DISK WITH THE   *
000540*                 FROZEN SEASON.                                  *
000541* 2026-10-15  DP  SH-CLOSE-DATE IS NOW THE LEAGUE BUSINESS DATE   *
000542*                 FROM THE DATE-CONTROL RECORD (COPYBOOK DATECTL) *
000543*                 INSTEAD OF THE SYSTEM DATE.                     *
000544* 2026-10-15  DP  THE MASTER UPDATE LOCK (COPYBOOK STDLOCK) IS   *
000545*                 TAKEN AFTER THE SEASON ID IS CHECKED AND       *
000546*                 BEFORE THE MASTER IS FROZEN, AND GIVEN BACK    *
000547*                 AFTER THE RESET, SO NO POSTING CAN SLIP IN     *
000548*                 BETWEEN THE FREEZE AND THE RESET. WHILE        *
000549*                 ANOTHER UPDATER HOLDS IT THE CLOSEOUT IS       *
000550*                 REFUSED.                                       *
000551*                 EVERY TAKE, RELEASE AND REFUSAL IS LOGGED      *
000552*                 (COPYBOOK STDLKLOG). A RUN THAT STOPS PART WAY *
000553*                 LEAVES THE LOCK FOR AN OPERATOR TO RELEASE     *
000554*                 THROUGH MASTER-LOCK.                           *
000555* 2026-10-15  DP  FROZEN "J" RECORDS NOW CARRY THE JOURNAL'S      *
000556*                 CLOCK DATE AND THE SANCTION ID OF A FORFEIT.    *
000557* 2026-10-15  DP  THE RATING HISTORY (COPYBOOK RATHIST) IS NOW    *
000558*                 FROZEN INTO THE HISTORY AS "G" RECORDS AND      *
000559*                 EMPTIED WITH THE REST, AND EVERY PLAYER ON THE  *
000560*                 RATING MASTER (COPYBOOK RATEREC) STARTS THE NEW *
000561*                 SEASON WITH START, HIGH AND LOW AT THE CURRENT  *
000562*                 RATING AND NO ROUND RATED. THE RATING ITSELF    *
000563*                 CARRIES OVER. LEFT ALONE, RATING-REPORT SHOWED  *
000564*                 EVERY PAST SEASON'S MOVEMENT AS THIS SEASON'S.  *
000550*----------------------------------------------------------------*
000560
000570 ENVIRONMENT DIVISION.
000890     SELECT OPTIONAL SEASON-HISTORY
000900         ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
000910         FILE STATUS IS WS-HISTORY-CHECK-KEY
000911         ORGANIZATION IS LINE SEQUENTIAL.
000912
000913     SELECT DATE-CONTROL
000914         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000915         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000916         ORGANIZATION IS LINE SEQUENTIAL.
000917
000918     SELECT OPTIONAL STANDINGS-LOCK
000919         ASSIGN TO "./standings_lock.dat"
000920         FILE STATUS IS WS-LOCK-CHECK-KEY
000921         ORGANIZATION IS LINE SEQUENTIAL.
000922
000923     SELECT OPTIONAL STANDINGS-LOCK-LOG
000924         ASSIGN TO "./standings_lock_log.dat"
000925         FILE STATUS IS WS-LOCK-LOG-CHECK-KEY
000926         ORGANIZATION IS LINE SEQUENTIAL.
000927
000928     SELECT RATING-MASTER ASSIGN TO "./ratings_ix.dat"
000929         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000931         RECORD KEY IS RT-PLAYER-ID OF RATING-RECORD
000932         FILE STATUS IS WS-RATING-CHECK-KEY.
000933
000934     SELECT OPTIONAL RATING-HISTORY
000935         ASSIGN TO "./rating_history.dat"
000936         FILE STATUS IS WS-RHIST-CHECK-KEY
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930
000940 DATA DIVISION.
001450 FD  SEASON-HISTORY.
001460     COPY SEASHIST.
001470
001471*----------------------------------------------------------------*
001472* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
001473*----------------------------------------------------------------*
001474 FD  DATE-CONTROL.
001475     COPY DATECTL.
001476
001477*----------------------------------------------------------------*
001478* STANDINGS-LOCK - THE MASTER UPDATE LOCK (COPYBOOK STDLOCK).    *
001479*----------------------------------------------------------------*
001480 FD  STANDINGS-LOCK.
001481     COPY STDLOCK.
001482
001483*----------------------------------------------------------------*
001484* STANDINGS-LOCK-LOG - EVERY TAKE, RELEASE AND REFUSAL OF THE    *
001485* LOCK (COPYBOOK STDLKLOG).                                      *
001486*----------------------------------------------------------------*
001487 FD  STANDINGS-LOCK-LOG.
001488     COPY STDLKLOG.
001489
001490*----------------------------------------------------------------*
001491* RATING-MASTER - EVERY PLAYER'S RATING. THE RATING CARRIES INTO  *
001492* THE NEW SEASON; ITS SEASON FIGURES ARE RESET.                   *
001493*----------------------------------------------------------------*
001494 FD  RATING-MASTER.
001495     COPY RATEREC.
001496
001497*----------------------------------------------------------------*
001498* RATING-HISTORY - THE SEASON'S RATED GAMES. FROZEN, THEN RESET   *
001499* WITH THE MASTER AND THE POSTING LOG.                            *
001500*----------------------------------------------------------------*
001501 FD  RATING-HISTORY.
001502     COPY RATHIST.
001503
001480 WORKING-STORAGE SECTION.
001490*----------------------------------------------------------------*
001500* SWITCHES AND CONTROL FIELDS                                     *
001580 77  WS-JOURNAL-CHECK-KEY        PIC X(02).
001590 77  WS-PHIST-CHECK-KEY          PIC X(02).
001600 77  WS-CATALOG-CHECK-KEY        PIC X(02).
001603 77  WS-RATING-CHECK-KEY         PIC X(02).
001606 77  WS-RHIST-CHECK-KEY          PIC X(02).
001610 77  WS-SEASON-ID                PIC X(08).
001620
001630 01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001740     88  WS-HISTORY-EOF               VALUE "Y".
001750 01  WS-SEASON-KNOWN-SW          PIC X(01) VALUE "N".
001760     88  WS-SEASON-KNOWN              VALUE "Y".
001762 01  WS-RATING-EOF-SW            PIC X(01) VALUE "N".
001764     88  WS-RATING-EOF                VALUE "Y".
001766 01  WS-RHIST-EOF-SW             PIC X(01) VALUE "N".
001768     88  WS-RHIST-EOF                 VALUE "Y".
001770
001780*----------------------------------------------------------------*
001790* FREEZE TALLIES                                                  *
001830 77  WS-AUDIT-FROZEN             PIC 9(08) COMP VALUE ZERO.
001840 77  WS-JOURNAL-FROZEN           PIC 9(08) COMP VALUE ZERO.
001850 77  WS-PHIST-FROZEN             PIC 9(08) COMP VALUE ZERO.
001853 77  WS-RHIST-FROZEN             PIC 9(08) COMP VALUE ZERO.
001856 77  WS-RATINGS-RESET            PIC 9(08) COMP VALUE ZERO.
001860 77  WS-RUN-DATE                 PIC 9(08).
001861 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001862 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001863
001864*----------------------------------------------------------------*
001865* MASTER UPDATE LOCK FIELDS - WHO THIS RUN IS, AND THE CLOCK     *
001866* DATE AND TIME IT TOOK THE LOCK.                                *
001867*----------------------------------------------------------------*
001868 77  WS-LOCK-CHECK-KEY           PIC X(02).
001869 77  WS-LOCK-LOG-CHECK-KEY       PIC X(02).
001870 77  WS-LOCK-PROGRAM             PIC X(20)
001871         VALUE "SEASON-CLOSEOUT".
001872 77  WS-LOCK-USER                PIC X(12).
001873 77  WS-LOCK-DATE                PIC 9(08).
001874 77  WS-LOCK-TIME                PIC 9(08).
001875 77  WS-LOCK-EVENT               PIC X(01).
001870
001880 PROCEDURE DIVISION.
001890*----------------------------------------------------------------*
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 2000-CHECK-SEASON-UNUSED THRU 2000-EXIT.
001942     PERFORM 2500-ACQUIRE-MASTER-LOCK THRU 2500-EXIT.
001950     PERFORM 3000-FREEZE-MASTER THRU 3000-EXIT.
001960     PERFORM 4000-FREEZE-POSTING-LOG THRU 4000-EXIT.
001970     PERFORM 5000-FREEZE-ADJUST-AUDIT THRU 5000-EXIT.
001980     PERFORM 5500-FREEZE-ADJUST-JOURNAL THRU 5500-EXIT.
001990     PERFORM 5700-FREEZE-PLAYER-HISTORY THRU 5700-EXIT.
001995     PERFORM 5800-FREEZE-RATING-HISTORY THRU 5800-EXIT.
002000     PERFORM 6000-RESET-NEW-SEASON THRU 6000-EXIT.
002002     PERFORM 8900-RELEASE-MASTER-LOCK THRU 8900-EXIT.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002020     STOP RUN.
002030
002060* HAS NO SAFE DEFAULT - AN UNNAMED CLOSEOUT IS REFUSED.           *
002070*----------------------------------------------------------------*
002080 1000-INITIALIZE.
002090     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002100
002110     MOVE SPACES TO WS-SEASON-ID.
002120     ACCEPT WS-SEASON-ID FROM ENVIRONMENT "SCLS_SEASON_ID".
002320
002330     DISPLAY "CLOSING SEASON " WS-SEASON-ID.
002340 1000-EXIT.
002341     EXIT.
002342
002343*----------------------------------------------------------------*
002344* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002345* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
002346* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
002347*----------------------------------------------------------------*
002348 1050-READ-BUSINESS-DATE.
002349     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002350     ACCEPT WS-DATE-CONTROL-FILE-NAME
002351         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002352     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002353         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002354     END-IF.
002355     OPEN INPUT DATE-CONTROL.
002356     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
002357         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
002358             WS-DATE-CONTROL-CHECK-KEY
002359         END-DISPLAY
002360         STOP RUN RETURNING 1
002361     END-IF.
002362     READ DATE-CONTROL
002363         AT END
002364             DISPLAY "DATE-CONTROL FILE IS EMPTY"
002365             END-DISPLAY
002366             STOP RUN RETURNING 1
002367     END-READ.
002368     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
002369     CLOSE DATE-CONTROL.
002370 1050-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------*
004600         MOVE AJR-APPLY-DATE TO SH-APPLY-DATE
004610         MOVE AJR-APPLY-TIME TO SH-APPLY-TIME
004620         MOVE AJR-TRANSACTION TO SH-JOURNAL-IMAGE
004623         MOVE AJR-CLOCK-DATE TO SH-APPLY-CLOCK-DATE
004626         MOVE AJR-SANCTION-ID TO SH-APPLY-SANCTION-ID
004630         WRITE SEASON-HISTORY-RECORD
004640         ADD 1 TO WS-JOURNAL-FROZEN
004650     END-IF.
005170     EXIT.
005180
005190*----------------------------------------------------------------*
005191* 5800-FREEZE-RATING-HISTORY - APPEND ONE "G" HISTORY RECORD PER  *
005192* RATED GAME. RATHIST CARRIES NO SEASON ID, SO THE SEASON'S       *
005193* RATING MOVEMENT IS FROZEN HERE BEFORE THE RESET EMPTIES THE     *
005194* FILE. AN ABSENT FILE ONLY MEANS NOTHING WAS EVER RATED.         *
005195*----------------------------------------------------------------*
005196 5800-FREEZE-RATING-HISTORY.
005197     OPEN INPUT RATING-HISTORY.
005198     IF WS-RHIST-CHECK-KEY NOT = "00" AND
005199             WS-RHIST-CHECK-KEY NOT = "05"
005200         DISPLAY "UNABLE TO READ RATING-HISTORY. STATUS: "
005201             WS-RHIST-CHECK-KEY
005202         END-DISPLAY
005203         STOP RUN RETURNING 1
005204     END-IF.
005205     PERFORM 5810-FREEZE-RATED-GAME THRU 5810-EXIT
005206         UNTIL WS-RHIST-EOF.
005207     CLOSE RATING-HISTORY.
005208 5800-EXIT.
005209     EXIT.
005210
005211*----------------------------------------------------------------*
005212* 5810-FREEZE-RATED-GAME - APPEND ONE RATED GAME.                 *
005213*----------------------------------------------------------------*
005214 5810-FREEZE-RATED-GAME.
005215     READ RATING-HISTORY
005216         AT END SET WS-RHIST-EOF TO TRUE
005217     END-READ.
005218     IF NOT WS-RHIST-EOF
005219         MOVE SPACES TO SEASON-HISTORY-RECORD
005220         MOVE WS-SEASON-ID TO SH-SEASON-ID
005221         SET SH-RATED-GAME-TYPE TO TRUE
005222         MOVE WS-RUN-DATE TO SH-CLOSE-DATE
005223         MOVE RH-PLAYER-ID     TO SH-RATE-PLAYER-ID
005224         MOVE RH-RATE-DATE     TO SH-RATE-DATE
005225         MOVE RH-ROUND-NUMBER  TO SH-RATE-ROUND-NUMBER
005226         MOVE RH-OPPONENT-ID   TO SH-RATE-OPPONENT-ID
005227         MOVE RH-RESULT        TO SH-RATE-RESULT
005228         MOVE RH-RATING-BEFORE TO SH-RATE-BEFORE
005229         MOVE RH-RATING-AFTER  TO SH-RATE-AFTER
005230         WRITE SEASON-HISTORY-RECORD
005231         ADD 1 TO WS-RHIST-FROZEN
005232     END-IF.
005233 5810-EXIT.
005234     EXIT.
005235
005236*----------------------------------------------------------------*
005200* 6000-RESET-NEW-SEASON - ONLY AFTER THE HISTORY IS SAFELY ON     *
005210* DISK: EMPTY THE STANDINGS MASTER, THE POSTING LOG, THE          *
005217* JOURNAL, THE PLAYER HISTORY, THE RATING HISTORY AND THE         *
005224* GENERATION CATALOG SO THE NEW SEASON STARTS FROM NOTHING, AND   *
005231* RESET THE SEASON FIGURES ON THE RATING MASTER.                  *
005240*----------------------------------------------------------------*
005250 6000-RESET-NEW-SEASON.
005260     CLOSE SEASON-HISTORY.
005640     END-IF.
005650     CLOSE PLAYER-HISTORY.
005660
005661     OPEN OUTPUT RATING-HISTORY.
005662     IF WS-RHIST-CHECK-KEY NOT = "00" AND
005663             WS-RHIST-CHECK-KEY NOT = "05"
005664         DISPLAY "UNABLE TO RESET RATING-HISTORY. STATUS: "
005665             WS-RHIST-CHECK-KEY
005666         END-DISPLAY
005667         STOP RUN RETURNING 1
005668     END-IF.
005669     CLOSE RATING-HISTORY.
005670     PERFORM 6100-RESET-RATINGS THRU 6100-EXIT.
005671
005670*        THE CATALOG'S GENERATIONS BELONG TO THE SEASON JUST
005680*        FROZEN - A RESTORE MUST NOT ROLL THE NEW SEASON BACK TO
005690*        THEM. THE BACKUP FILES THEMSELVES ARE LEFT ON DISK.
005770     END-IF.
005780     CLOSE GENERATION-CATALOG.
005790 6000-EXIT.
005791     EXIT.
005792
005793*----------------------------------------------------------------*
005794* 6100-RESET-RATINGS - START EVERY PLAYER'S NEW SEASON AT THE     *
005795* RATING THEY FINISHED THE OLD ONE ON. NO RATING MASTER MEANS     *
005796* NOBODY HAS BEEN RATED, AND THERE IS NOTHING TO RESET.           *
005797*----------------------------------------------------------------*
005798 6100-RESET-RATINGS.
005799     OPEN I-O RATING-MASTER.
005800     IF WS-RATING-CHECK-KEY = "35"
005801         DISPLAY "NO RATING MASTER - NO RATINGS RESET"
005802         END-DISPLAY
005803         GO TO 6100-EXIT
005804     END-IF.
005805     IF WS-RATING-CHECK-KEY NOT = "00"
005806         DISPLAY "UNABLE TO OPEN RATING-MASTER. STATUS: "
005807             WS-RATING-CHECK-KEY
005808         END-DISPLAY
005809         STOP RUN RETURNING 1
005810     END-IF.
005811     PERFORM 6110-RESET-RATING-RECORD THRU 6110-EXIT
005812         UNTIL WS-RATING-EOF.
005813     CLOSE RATING-MASTER.
005814 6100-EXIT.
005815     EXIT.
005816
005817*----------------------------------------------------------------*
005818* 6110-RESET-RATING-RECORD - SET ONE PLAYER'S START, HIGH AND LOW *
005819* TO THE CURRENT RATING AND CLEAR THE LAST ROUND RATED.           *
005820*----------------------------------------------------------------*
005821 6110-RESET-RATING-RECORD.
005822     READ RATING-MASTER NEXT RECORD
005823         AT END
005824             SET WS-RATING-EOF TO TRUE
005825             GO TO 6110-EXIT
005826     END-READ.
005827     MOVE RT-RATING TO RT-START-RATING.
005828     MOVE RT-RATING TO RT-HIGH-RATING.
005829     MOVE RT-RATING TO RT-LOW-RATING.
005830     MOVE ZERO TO RT-LAST-ROUND.
005831     REWRITE RATING-RECORD.
005832     IF WS-RATING-CHECK-KEY NOT = "00"
005833         DISPLAY "UNABLE TO RESET RATING FOR " RT-PLAYER-ID
005834             ". STATUS: " WS-RATING-CHECK-KEY
005835         END-DISPLAY
005836         STOP RUN RETURNING 1
005837     END-IF.
005838     ADD 1 TO WS-RATINGS-RESET.
005839 6110-EXIT.
005840     EXIT.
005841
005842*----------------------------------------------------------------*
005843* 2500-ACQUIRE-MASTER-LOCK - TAKE THE STANDINGS MASTER UPDATE    *
005844* LOCK (COPYBOOK STDLOCK) BEFORE THE MASTER IS OPENED FOR        *
005845* UPDATE. WHILE ANOTHER RUN HOLDS IT THIS RUN IS REFUSED WITH    *
005846* THE MASTER UNTOUCHED. ONCE TAKEN IT IS HELD UNTIL              *
005847* 8900-RELEASE-MASTER-LOCK GIVES IT BACK, SO A RUN THAT STOPS IN *
005848* BETWEEN LEAVES IT HELD FOR AN OPERATOR TO LOOK AT. A LOCK FILE *
005849* THAT CANNOT BE READ PROVES NOTHING, SO THE RUN STOPS.          *
005850*----------------------------------------------------------------*
005851 2500-ACQUIRE-MASTER-LOCK.
005852     MOVE SPACES TO WS-LOCK-USER.
005853     ACCEPT WS-LOCK-USER FROM ENVIRONMENT "USER".
005854     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
005855     ACCEPT WS-LOCK-TIME FROM TIME.
005856
005857     MOVE SPACES TO STANDINGS-LOCK-RECORD.
005858     OPEN INPUT STANDINGS-LOCK.
005859     IF WS-LOCK-CHECK-KEY NOT = "00" AND
005860             WS-LOCK-CHECK-KEY NOT = "05"
005861         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
005862             WS-LOCK-CHECK-KEY
005863         END-DISPLAY
005864         STOP RUN RETURNING 1
005865     END-IF.
005866     READ STANDINGS-LOCK
005867         AT END MOVE "F" TO SL-LOCK-STATE
005868     END-READ.
005869     CLOSE STANDINGS-LOCK.
005870
005871     IF SL-LOCK-HELD
005872         DISPLAY "STANDINGS MASTER IS LOCKED - " WS-LOCK-PROGRAM
005873             " REFUSED"
005874         END-DISPLAY
005875         DISPLAY "LOCK HELD BY " SL-HOLDER-PROGRAM
005876             " USER " SL-HOLDER-USER
005877             " SINCE " SL-HELD-SINCE-DATE " " SL-HELD-SINCE-TIME
005878         END-DISPLAY
005879         DISPLAY "IF THAT RUN HAS ABENDED, AN OPERATOR MUST "
005880             "RELEASE THE LOCK WITH MASTER-LOCK (MLCK_MODE=R)"
005881         END-DISPLAY
005882         MOVE "X" TO WS-LOCK-EVENT
005883         PERFORM 2510-LOG-LOCK-EVENT THRU 2510-EXIT
005884         STOP RUN RETURNING 1
005885     END-IF.
005886
005887     MOVE SPACES TO STANDINGS-LOCK-RECORD.
005888     SET SL-LOCK-HELD TO TRUE.
005889     MOVE WS-LOCK-PROGRAM TO SL-HOLDER-PROGRAM.
005890     MOVE WS-LOCK-USER TO SL-HOLDER-USER.
005891     MOVE WS-LOCK-DATE TO SL-HELD-SINCE-DATE.
005892     MOVE WS-LOCK-TIME TO SL-HELD-SINCE-TIME.
005893     MOVE ZERO TO SL-RELEASED-DATE.
005894     MOVE ZERO TO SL-RELEASED-TIME.
005895     OPEN OUTPUT STANDINGS-LOCK.
005896     IF WS-LOCK-CHECK-KEY NOT = "00" AND
005897             WS-LOCK-CHECK-KEY NOT = "05"
005898         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
005899             WS-LOCK-CHECK-KEY
005900         END-DISPLAY
005901         STOP RUN RETURNING 1
005902     END-IF.
005903     WRITE STANDINGS-LOCK-RECORD.
005904     CLOSE STANDINGS-LOCK.
005905     MOVE "A" TO WS-LOCK-EVENT.
005906     PERFORM 2510-LOG-LOCK-EVENT THRU 2510-EXIT.
005907 2500-EXIT.
005908     EXIT.
005909
005910*----------------------------------------------------------------*
005911* 2510-LOG-LOCK-EVENT - APPEND ONE LOCK EVENT (COPYBOOK          *
005912* STDLKLOG) FOR THIS RUN, CARRYING THE LOCK RECORD AS IT STOOD.  *
005913*----------------------------------------------------------------*
005914 2510-LOG-LOCK-EVENT.
005915     OPEN EXTEND STANDINGS-LOCK-LOG.
005916     IF WS-LOCK-LOG-CHECK-KEY NOT = "00" AND
005917             WS-LOCK-LOG-CHECK-KEY NOT = "05"
005918         DISPLAY "UNABLE TO OPEN STANDINGS-LOCK-LOG. STATUS: "
005919             WS-LOCK-LOG-CHECK-KEY
005920         END-DISPLAY
005921         STOP RUN RETURNING 1
005922     END-IF.
005923     MOVE SPACES TO STANDINGS-LOCK-LOG-RECORD.
005924     ACCEPT SG-EVENT-DATE FROM DATE YYYYMMDD.
005925     ACCEPT SG-EVENT-TIME FROM TIME.
005926     MOVE WS-LOCK-EVENT TO SG-EVENT-TYPE.
005927     MOVE WS-LOCK-PROGRAM TO SG-PROGRAM.
005928     MOVE WS-LOCK-USER TO SG-USER.
005929     MOVE SL-HOLDER-PROGRAM TO SG-HOLDER-PROGRAM.
005930     MOVE SL-HOLDER-USER TO SG-HOLDER-USER.
005931     MOVE SL-HELD-SINCE-DATE TO SG-HELD-SINCE-DATE.
005932     MOVE SL-HELD-SINCE-TIME TO SG-HELD-SINCE-TIME.
005933     WRITE STANDINGS-LOCK-LOG-RECORD.
005934     CLOSE STANDINGS-LOCK-LOG.
005935 2510-EXIT.
005936     EXIT.
005937
005938*----------------------------------------------------------------*
005939* 8900-RELEASE-MASTER-LOCK - GIVE THE MASTER UPDATE LOCK BACK    *
005940* NOW THE MASTER IS CLOSED. IF AN OPERATOR OVERRODE IT WHILE     *
005941* THIS RUN WAS WORKING, WHATEVER IS ON THE LOCK FILE NOW BELONGS *
005942* TO SOMEONE ELSE AND IS LEFT AS FOUND.                          *
005943*----------------------------------------------------------------*
005944 8900-RELEASE-MASTER-LOCK.
005945     MOVE SPACES TO STANDINGS-LOCK-RECORD.
005946     OPEN INPUT STANDINGS-LOCK.
005947     IF WS-LOCK-CHECK-KEY NOT = "00" AND
005948             WS-LOCK-CHECK-KEY NOT = "05"
005949         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
005950             WS-LOCK-CHECK-KEY
005951         END-DISPLAY
005952         STOP RUN RETURNING 1
005953     END-IF.
005954     READ STANDINGS-LOCK
005955         AT END MOVE "F" TO SL-LOCK-STATE
005956     END-READ.
005957     CLOSE STANDINGS-LOCK.
005958
005959     IF NOT SL-LOCK-HELD
005960             OR SL-HOLDER-PROGRAM NOT = WS-LOCK-PROGRAM
005961             OR SL-HELD-SINCE-DATE NOT = WS-LOCK-DATE
005962             OR SL-HELD-SINCE-TIME NOT = WS-LOCK-TIME
005963         DISPLAY "WARNING: THE STANDINGS MASTER LOCK WAS NO "
005964             "LONGER HELD BY THIS RUN - LEFT AS FOUND"
005965         END-DISPLAY
005966         MOVE "M" TO WS-LOCK-EVENT
005967         PERFORM 2510-LOG-LOCK-EVENT THRU 2510-EXIT
005968         GO TO 8900-EXIT
005969     END-IF.
005970
005971     SET SL-LOCK-FREE TO TRUE.
005972     MOVE WS-LOCK-PROGRAM TO SL-RELEASED-BY.
005973     ACCEPT SL-RELEASED-DATE FROM DATE YYYYMMDD.
005974     ACCEPT SL-RELEASED-TIME FROM TIME.
005975     OPEN OUTPUT STANDINGS-LOCK.
005976     IF WS-LOCK-CHECK-KEY NOT = "00" AND
005977             WS-LOCK-CHECK-KEY NOT = "05"
005978         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
005979             WS-LOCK-CHECK-KEY
005980         END-DISPLAY
005981         STOP RUN RETURNING 1
005982     END-IF.
005983     WRITE STANDINGS-LOCK-RECORD.
005984     CLOSE STANDINGS-LOCK.
005985     MOVE "R" TO WS-LOCK-EVENT.
005986     PERFORM 2510-LOG-LOCK-EVENT THRU 2510-EXIT.
005987 8900-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------*
005940     END-DISPLAY.
005950     DISPLAY "HISTORY RECORDS FROZEN: " WS-PHIST-FROZEN
005960     END-DISPLAY.
005963     DISPLAY "RATED GAMES FROZEN:     " WS-RHIST-FROZEN
005966     END-DISPLAY.
005969     DISPLAY "RATINGS RESET:          " WS-RATINGS-RESET
005972     END-DISPLAY.
005975     DISPLAY "MASTER, LOG, JOURNAL, HISTORIES AND CATALOG RESET "
005980         "FOR THE NEW SEASON"
005990     END-DISPLAY.
006000 9000-EXIT.
