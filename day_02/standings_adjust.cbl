000390*                 RESTORE CAN REPLAY ADJUSTMENTS FORWARD AND      *
000400*                 NIGHT-RECON CAN NET THEM WHEN CERTIFYING A      *
000410*                 MASTER.                                         *
000411* 2026-10-15  DP  AN "AJ" CARRYING REASON CODE SNFF IS A POINT    *
000412*                 FORFEIT RULED BY THE DISCIPLINARY COMMITTEE AND *
000413*                 SENT HERE BY SANCTION-MAINT. IT IS ONLY APPLIED *
000414*                 WHEN THE SANCTIONS MASTER (COPYBOOK SANCREC,    *
000415*                 FILE NAMED BY RPS_SANCTION_FILE) CARRIES A      *
000416*                 FORFEIT IN FORCE FOR THE SAME PLAYER, ROUND AND *
000417*                 POINTS, SO A FORFEIT CANNOT BE KEYED BY HAND.   *
000418* 2026-10-15  DP  AJR-APPLY-DATE, GC-CUT-DATE AND THE AUDIT RUN   *
000419*                 DATE ARE NOW THE LEAGUE BUSINESS DATE FROM THE  *
000420*                 DATE-CONTROL RECORD (COPYBOOK DATECTL) INSTEAD  *
000421*                 OF THE SYSTEM DATE. THE CLOCK TIME IS STILL     *
000422*                 STAMPED ALONGSIDE FOR THE AUDIT.                *
000423* 2026-10-15  DP  THE MASTER UPDATE LOCK (COPYBOOK STDLOCK) IS   *
000424*                 TAKEN BEFORE THE MASTER IS OPENED FOR UPDATE   *
000425*                 AND GIVEN BACK WHEN THE RUN FINISHES; WHILE    *
000426*                 ANOTHER UPDATER HOLDS IT THE RUN IS REFUSED.   *
000427*                 EVERY TAKE, RELEASE AND REFUSAL IS LOGGED      *
000428*                 (COPYBOOK STDLKLOG). A RUN THAT STOPS PART WAY *
000429*                 LEAVES THE LOCK FOR AN OPERATOR TO RELEASE     *
000430*                 THROUGH MASTER-LOCK.                           *
000431* 2026-10-15  DP  THE ADJUSTMENT JOURNAL AND GENERATION CATALOG  *
000432*                 ALSO CARRY THE CLOCK DATE (AJR-CLOCK-DATE,     *
000433*                 GC-CUT-CLOCK-DATE) SO STANDINGS-RESTORE AND    *
000434*                 NIGHT-RECON CAN ORDER ON CLOCK DATE AND TIME - *
000435*                 THE BUSINESS DATE WITH THE CLOCK TIME IS NOT   *
000436*                 IN ORDER ACROSS MIDNIGHT.                      *
000437* 2026-10-15  DP  AN SNFF FORFEIT IS JOURNALED WITH THE ID OF    *
000438*                 THE SANCTION IT CARRIED OUT (AJR-SANCTION-ID), *
000439*                 AND A FORFEIT WHOSE SANCTION IS ALREADY ON THE *
000440*                 JOURNAL IS REFUSED, SO A FORFEIT FILE FED      *
000441*                 TWICE DOES NOT DOCK THE POINTS TWICE.          *
000420*----------------------------------------------------------------*
000430
000440 ENVIRONMENT DIVISION.
000700     SELECT OPTIONAL ADJUST-JOURNAL
000710         ASSIGN TO "./adjust_journal.dat"
000720         FILE STATUS IS WS-JOURNAL-CHECK-KEY
000721         ORGANIZATION IS LINE SEQUENTIAL.
000722
000723     SELECT SANCTFILE ASSIGN DYNAMIC WS-SANCTION-FILE-NAME
000724         FILE STATUS IS WS-SANCTION-CHECK-KEY
000725         ORGANIZATION IS LINE SEQUENTIAL.
000726
000727     SELECT DATE-CONTROL
000728         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000729         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000730         ORGANIZATION IS LINE SEQUENTIAL.
000731
000732     SELECT OPTIONAL STANDINGS-LOCK
000733         ASSIGN TO "./standings_lock.dat"
000734         FILE STATUS IS WS-LOCK-CHECK-KEY
000735         ORGANIZATION IS LINE SEQUENTIAL.
000736
000737     SELECT OPTIONAL STANDINGS-LOCK-LOG
000738         ASSIGN TO "./standings_lock_log.dat"
000739         FILE STATUS IS WS-LOCK-LOG-CHECK-KEY
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 DATA DIVISION.
001150*----------------------------------------------------------------*
001160 FD  ADJUST-JOURNAL.
001170     COPY ADJJRNL.
001171
001172*----------------------------------------------------------------*
001173* SANCTFILE - THE DISCIPLINARY SANCTIONS MASTER, READ TO CONFIRM  *
001174* EVERY SNFF FORFEIT TRANSACTION BEFORE IT IS APPLIED.            *
001175*----------------------------------------------------------------*
001176 FD  SANCTFILE.
001177     COPY SANCREC.
001178
001179*----------------------------------------------------------------*
001180* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
001181*----------------------------------------------------------------*
001182 FD  DATE-CONTROL.
001183     COPY DATECTL.
001184
001185*----------------------------------------------------------------*
001186* STANDINGS-LOCK - THE MASTER UPDATE LOCK (COPYBOOK STDLOCK).    *
001187*----------------------------------------------------------------*
001188 FD  STANDINGS-LOCK.
001189     COPY STDLOCK.
001190
001191*----------------------------------------------------------------*
001192* STANDINGS-LOCK-LOG - EVERY TAKE, RELEASE AND REFUSAL OF THE    *
001193* LOCK (COPYBOOK STDLKLOG).                                      *
001194*----------------------------------------------------------------*
001195 FD  STANDINGS-LOCK-LOG.
001196     COPY STDLKLOG.
001180
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------*
001830     05  WS-RETIRED-DRAW-2       PIC 9(08).
001840     05  WS-RETIRED-LOSS-2       PIC 9(08).
001850 77  WS-RUN-TIME                 PIC 9(08).
001855 77  WS-CLOCK-DATE               PIC 9(08).
001860
001870*----------------------------------------------------------------*
001880* TRANSACTION BOOKKEEPING FIELDS                                  *
001930 77  WS-REJECT-REASON            PIC X(30).
001940
001950*----------------------------------------------------------------*
001951* SANCTION FORFEIT CROSS-CHECK FIELDS                             *
001952*----------------------------------------------------------------*
001953 77  WS-SANCTION-CHECK-KEY       PIC X(02).
001954 77  WS-SANCTION-FILE-NAME       PIC X(255).
001955 01  WS-SANCTION-EOF-SW          PIC X(01) VALUE "N".
001956     88  WS-SANCTION-EOF              VALUE "Y".
001957 01  WS-FORFEIT-FOUND-SW         PIC X(01) VALUE "N".
001958     88  WS-FORFEIT-FOUND             VALUE "Y".
001959 01  WS-FORFEIT-APPLIED-SW       PIC X(01) VALUE "N".
001960     88  WS-FORFEIT-APPLIED           VALUE "Y".
001961 77  WS-FORFEIT-SANCTION-ID      PIC 9(06) VALUE ZERO.
001962*        SANCTION IDS OF THE FORFEITS ALREADY ON THE JOURNAL, AND
001963*        THOSE APPLIED BY THIS RUN, SO NONE IS APPLIED TWICE.
001964 01  WS-APPLIED-FORFEIT-TABLE.
001965     05  WS-APPLIED-FORFEIT-COUNT PIC 9(05) COMP VALUE ZERO.
001966     05  WS-APPLIED-FORFEIT-ID   OCCURS 1 TO 50000 TIMES
001967             DEPENDING ON WS-APPLIED-FORFEIT-COUNT
001968                                 PIC 9(06).
001969 77  WS-APPLIED-FORFEIT-IDX      PIC 9(05) COMP VALUE ZERO.
001970 77  WS-APPLIED-FORFEIT-FOUND    PIC 9(05) COMP VALUE ZERO.
001971 01  WS-JOURNAL-EOF-SW           PIC X(01) VALUE "N".
001972     88  WS-JOURNAL-EOF               VALUE "Y".
001973
001974*----------------------------------------------------------------*
001960* REPORT EDIT FIELDS                                              *
001970*----------------------------------------------------------------*
001980 77  WS-COUNT-PRINT              PIC Z(04)9.
001990 77  WS-REPORT-LINE              PIC X(80).
002000 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
002010 77  WS-RUN-DATE                 PIC 9(08).
002011 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
002012 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
002013
002014*----------------------------------------------------------------*
002015* MASTER UPDATE LOCK FIELDS - WHO THIS RUN IS, AND THE CLOCK     *
002016* DATE AND TIME IT TOOK THE LOCK.                                *
002017*----------------------------------------------------------------*
002018 77  WS-LOCK-CHECK-KEY           PIC X(02).
002019 77  WS-LOCK-LOG-CHECK-KEY       PIC X(02).
002020 77  WS-LOCK-PROGRAM             PIC X(20)
002021         VALUE "STANDINGS-ADJUST".
002022 77  WS-LOCK-USER                PIC X(12).
002023 77  WS-LOCK-DATE                PIC 9(08).
002024 77  WS-LOCK-TIME                PIC 9(08).
002025 77  WS-LOCK-EVENT               PIC X(01).
002020
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------------*
002060*----------------------------------------------------------------*
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002081     PERFORM 1400-ACQUIRE-MASTER-LOCK THRU 1400-EXIT.
002090     PERFORM 1500-CUT-GENERATION-BACKUP THRU 1500-EXIT.
002100     PERFORM 2000-OPEN-MASTER THRU 2000-EXIT.
002110     PERFORM 3000-APPLY-ADJUSTMENTS THRU 3000-EXIT.
002120     PERFORM 4000-CLOSE-MASTER THRU 4000-EXIT.
002122     PERFORM 8900-RELEASE-MASTER-LOCK THRU 8900-EXIT.
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002140     STOP RUN.
002150
002180* AUDIT REPORT.                                                   *
002190*----------------------------------------------------------------*
002200 1000-INITIALIZE.
002210     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002220     ACCEPT WS-RUN-TIME FROM TIME.
002225     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
002230
002240     MOVE SPACES TO WS-ADJUST-FILE-NAME.
002250     ACCEPT WS-ADJUST-FILE-NAME
002330         FROM ENVIRONMENT "SADJ_AUDIT_FILE".
002340     IF WS-AUDIT-FILE-NAME = SPACES
002350         MOVE "./adjust_audit.txt" TO WS-AUDIT-FILE-NAME
002351     END-IF.
002352
002353     MOVE SPACES TO WS-SANCTION-FILE-NAME.
002354     ACCEPT WS-SANCTION-FILE-NAME
002355         FROM ENVIRONMENT "RPS_SANCTION_FILE".
002356     IF WS-SANCTION-FILE-NAME = SPACES
002357         MOVE "./sanctions.dat" TO WS-SANCTION-FILE-NAME
002360     END-IF.
002370
002380     OPEN INPUT ADJUSTFILE.
002520         STOP RUN RETURNING 1
002530     END-IF.
002540
002545     PERFORM 1100-LOAD-APPLIED-FORFEITS THRU 1100-EXIT.
002550     OPEN EXTEND ADJUST-JOURNAL.
002560     IF WS-JOURNAL-CHECK-KEY NOT = "00" AND
002570             WS-JOURNAL-CHECK-KEY NOT = "05"
002730     MOVE SPACES TO ADJAUDIT-RECORD.
002740     WRITE ADJAUDIT-RECORD.
002750 1000-EXIT.
002751     EXIT.
002752
002753*----------------------------------------------------------------*
002754* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002755* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
002756* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
002757*----------------------------------------------------------------*
002758 1050-READ-BUSINESS-DATE.
002759     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002760     ACCEPT WS-DATE-CONTROL-FILE-NAME
002761         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002762     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002763         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002764     END-IF.
002765     OPEN INPUT DATE-CONTROL.
002766     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
002767         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
002768             WS-DATE-CONTROL-CHECK-KEY
002769         END-DISPLAY
002770         STOP RUN RETURNING 1
002771     END-IF.
002772     READ DATE-CONTROL
002773         AT END
002774             DISPLAY "DATE-CONTROL FILE IS EMPTY"
002775             END-DISPLAY
002776             STOP RUN RETURNING 1
002777     END-READ.
002778     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
002779     CLOSE DATE-CONTROL.
002780 1050-EXIT.
002781     EXIT.
002782
002783*----------------------------------------------------------------*
002784* 1100-LOAD-APPLIED-FORFEITS - READ THE ADJUSTMENT JOURNAL FOR    *
002785* THE SANCTION IDS OF EVERY SNFF FORFEIT ALREADY APPLIED. NO      *
002786* JOURNAL YET MEANS NONE HAS BEEN.                                *
002787*----------------------------------------------------------------*
002788 1100-LOAD-APPLIED-FORFEITS.
002789     OPEN INPUT ADJUST-JOURNAL.
002790     IF WS-JOURNAL-CHECK-KEY NOT = "00" AND
002791             WS-JOURNAL-CHECK-KEY NOT = "05"
002792         DISPLAY "UNABLE TO READ ADJUST-JOURNAL. STATUS: "
002793             WS-JOURNAL-CHECK-KEY
002794         END-DISPLAY
002795         STOP RUN RETURNING 1
002796     END-IF.
002797     PERFORM 1110-LOAD-JOURNAL-RECORD THRU 1110-EXIT
002798         UNTIL WS-JOURNAL-EOF.
002799     CLOSE ADJUST-JOURNAL.
002800 1100-EXIT.
002801     EXIT.
002802
002803*----------------------------------------------------------------*
002804* 1110-LOAD-JOURNAL-RECORD - KEEP ONE JOURNALED FORFEIT'S         *
002805* SANCTION ID.                                                    *
002806*----------------------------------------------------------------*
002807 1110-LOAD-JOURNAL-RECORD.
002808     READ ADJUST-JOURNAL
002809         AT END SET WS-JOURNAL-EOF TO TRUE
002810     END-READ.
002811     IF WS-JOURNAL-EOF
002812         GO TO 1110-EXIT
002813     END-IF.
002814     IF AJR-SANCTION-ID IS NOT NUMERIC
002815             OR AJR-SANCTION-ID = ZERO
002816         GO TO 1110-EXIT
002817     END-IF.
002818     IF WS-APPLIED-FORFEIT-COUNT >= 50000
002819         DISPLAY "APPLIED FORFEIT TABLE FULL AT 50000 AT "
002820             AJR-SANCTION-ID
002821         END-DISPLAY
002822         STOP RUN RETURNING 1
002823     END-IF.
002824     ADD 1 TO WS-APPLIED-FORFEIT-COUNT.
002825     MOVE AJR-SANCTION-ID
002826         TO WS-APPLIED-FORFEIT-ID(WS-APPLIED-FORFEIT-COUNT).
002827 1110-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------------*
003940     MOVE WS-BACKUP-FILE-NAME(1:80) TO GC-BACKUP-FILE-NAME.
003950     MOVE WS-RUN-DATE TO GC-CUT-DATE.
003960     MOVE WS-RUN-TIME TO GC-CUT-TIME.
003965     MOVE WS-CLOCK-DATE TO GC-CUT-CLOCK-DATE.
003970     MOVE "STANDINGS-ADJUST    " TO GC-CUT-BY.
003980     MOVE WS-BACKUP-PLAYERS TO GC-PLAYER-COUNT.
003990     WRITE GENERATION-CATALOG-RECORD.
004490     ADD 1 TO WS-TRAN-COUNT.
004500     SET WS-TRAN-OK TO TRUE.
004510     MOVE SPACES TO WS-REJECT-REASON.
004515     MOVE ZERO TO WS-FORFEIT-SANCTION-ID.
004520
004530     PERFORM 3110-VALIDATE-TRANSACTION THRU 3110-EXIT.
004540
005130             GO TO 3110-EXIT
005140         END-IF
005150     END-IF.
005152
005154     IF AJ-REASON-CODE = "SNFF"
005156         PERFORM 3120-CHECK-SANCTION-FORFEIT THRU 3120-EXIT
005158     END-IF.
005160 3110-EXIT.
005161     EXIT.
005162
005163*----------------------------------------------------------------*
005164* 3120-CHECK-SANCTION-FORFEIT - A REASON-CODE SNFF TRANSACTION    *
005165* MUST BE A SUBTRACTION OF SCORE POINTS ONLY, AND MUST MATCH A    *
005166* POINT FORFEIT IN FORCE ON THE SANCTIONS MASTER FOR THE SAME     *
005167* PLAYER, ROUND AND POINTS THAT IS NOT ALREADY ON THE JOURNAL.    *
005168* FORFEITS ARE FEW, SO THE MASTER IS SIMPLY READ THROUGH FOR      *
005169* EACH ONE. THE MATCHED SANCTION'S ID IS JOURNALED WITH IT.       *
005170*----------------------------------------------------------------*
005171 3120-CHECK-SANCTION-FORFEIT.
005172     IF NOT AJ-ADJUST OR NOT AJ-SIGN-SUBTRACT
005173             OR AJ-WIN-1 NOT = ZERO OR AJ-DRAW-1 NOT = ZERO
005174             OR AJ-LOSS-1 NOT = ZERO OR AJ-WIN-2 NOT = ZERO
005175             OR AJ-DRAW-2 NOT = ZERO OR AJ-LOSS-2 NOT = ZERO
005176         SET WS-TRAN-REJECTED TO TRUE
005177         MOVE "SNFF MUST DEDUCT POINTS ONLY" TO WS-REJECT-REASON
005178         GO TO 3120-EXIT
005179     END-IF.
005180
005181     IF WS-APPLIED-FORFEIT-COUNT >= 50000
005182         SET WS-TRAN-REJECTED TO TRUE
005183         MOVE "APPLIED FORFEIT TABLE FULL" TO WS-REJECT-REASON
005184         GO TO 3120-EXIT
005185     END-IF.
005186
005187     MOVE "N" TO WS-FORFEIT-FOUND-SW.
005188     MOVE "N" TO WS-FORFEIT-APPLIED-SW.
005189     MOVE "N" TO WS-SANCTION-EOF-SW.
005190     OPEN INPUT SANCTFILE.
005191     IF WS-SANCTION-CHECK-KEY NOT = "00"
005192         SET WS-TRAN-REJECTED TO TRUE
005193         MOVE "NO SANCTIONS MASTER FOR SNFF" TO WS-REJECT-REASON
005194         GO TO 3120-EXIT
005195     END-IF.
005196     PERFORM 3125-CHECK-SANCTION-RECORD THRU 3125-EXIT
005197         UNTIL WS-SANCTION-EOF OR WS-FORFEIT-FOUND.
005198     CLOSE SANCTFILE.
005199
005200     IF NOT WS-FORFEIT-FOUND
005201         SET WS-TRAN-REJECTED TO TRUE
005202         IF WS-FORFEIT-APPLIED
005203             MOVE "FORFEIT ALREADY APPLIED"
005204                 TO WS-REJECT-REASON
005205         ELSE
005206             MOVE "NO MATCHING SANCTION FORFEIT"
005207                 TO WS-REJECT-REASON
005208         END-IF
005209     END-IF.
005210 3120-EXIT.
005211     EXIT.
005212
005213*----------------------------------------------------------------*
005214* 3125-CHECK-SANCTION-RECORD - READ ONE SANCTION AND COMPARE IT   *
005215* WITH THE SNFF TRANSACTION. A MATCH ALREADY ON THE JOURNAL IS    *
005216* PASSED OVER, SO A FORFEIT FILE FED TWICE DOCKS NOTHING TWICE.   *
005217*----------------------------------------------------------------*
005218 3125-CHECK-SANCTION-RECORD.
005219     READ SANCTFILE
005220         AT END SET WS-SANCTION-EOF TO TRUE
005221     END-READ.
005222     IF NOT WS-SANCTION-EOF
005223         IF SN-FORFEIT AND SN-IN-FORCE
005224                 AND SN-PLAYER-ID = AJ-PLAYER-ID
005225                 AND SN-START-ROUND = AJ-DISPUTED-ROUND
005226                 AND SN-FORFEIT-1 = AJ-SCORE-1
005227                 AND SN-FORFEIT-2 = AJ-SCORE-2
005228             PERFORM 3127-CHECK-APPLIED-FORFEIT THRU 3127-EXIT
005229         END-IF
005230     END-IF.
005231 3125-EXIT.
005232     EXIT.
005233
005234*----------------------------------------------------------------*
005235* 3127-CHECK-APPLIED-FORFEIT - TAKE THE MATCHING SANCTION UNLESS  *
005236* ITS ID IS ALREADY AMONG THE APPLIED FORFEITS.                   *
005237*----------------------------------------------------------------*
005238 3127-CHECK-APPLIED-FORFEIT.
005239     MOVE ZERO TO WS-APPLIED-FORFEIT-FOUND.
005240     PERFORM 3128-CHECK-APPLIED-ENTRY THRU 3128-EXIT
005241         VARYING WS-APPLIED-FORFEIT-IDX FROM 1 BY 1
005242         UNTIL WS-APPLIED-FORFEIT-IDX > WS-APPLIED-FORFEIT-COUNT
005243             OR WS-APPLIED-FORFEIT-FOUND NOT = ZERO.
005244     IF WS-APPLIED-FORFEIT-FOUND = ZERO
005245         SET WS-FORFEIT-FOUND TO TRUE
005246         MOVE SN-SANCTION-ID TO WS-FORFEIT-SANCTION-ID
005247     ELSE
005248         SET WS-FORFEIT-APPLIED TO TRUE
005249     END-IF.
005250 3127-EXIT.
005251     EXIT.
005252
005253*----------------------------------------------------------------*
005254* 3128-CHECK-APPLIED-ENTRY - COMPARE ONE APPLIED FORFEIT.         *
005255*----------------------------------------------------------------*
005256 3128-CHECK-APPLIED-ENTRY.
005257     IF WS-APPLIED-FORFEIT-ID(WS-APPLIED-FORFEIT-IDX)
005258             = SN-SANCTION-ID
005259         MOVE WS-APPLIED-FORFEIT-IDX TO WS-APPLIED-FORFEIT-FOUND
005260     END-IF.
005261 3128-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------*
007030     MOVE WS-RUN-DATE TO AJR-APPLY-DATE.
007040     MOVE WS-RUN-TIME TO AJR-APPLY-TIME.
007050     MOVE WS-JOURNAL-IMAGE TO AJR-TRANSACTION.
007051     MOVE WS-CLOCK-DATE TO AJR-CLOCK-DATE.
007052     MOVE WS-FORFEIT-SANCTION-ID TO AJR-SANCTION-ID.
007053     IF WS-FORFEIT-SANCTION-ID NOT = ZERO
007054         ADD 1 TO WS-APPLIED-FORFEIT-COUNT
007055         MOVE WS-FORFEIT-SANCTION-ID
007056             TO WS-APPLIED-FORFEIT-ID(WS-APPLIED-FORFEIT-COUNT)
007057     END-IF.
007060     WRITE ADJUST-JOURNAL-RECORD.
007070 3700-EXIT.
007080     EXIT.
007470         ADD 1 TO WS-PLAYERS-ON-MASTER
007480     END-IF.
007490 4100-EXIT.
007491     EXIT.
007492
007493*----------------------------------------------------------------*
007494* 1400-ACQUIRE-MASTER-LOCK - TAKE THE STANDINGS MASTER UPDATE    *
007495* LOCK (COPYBOOK STDLOCK) BEFORE THE MASTER IS OPENED FOR        *
007496* UPDATE. WHILE ANOTHER RUN HOLDS IT THIS RUN IS REFUSED WITH    *
007497* THE MASTER UNTOUCHED. ONCE TAKEN IT IS HELD UNTIL              *
007498* 8900-RELEASE-MASTER-LOCK GIVES IT BACK, SO A RUN THAT STOPS IN *
007499* BETWEEN LEAVES IT HELD FOR AN OPERATOR TO LOOK AT. A LOCK FILE *
007500* THAT CANNOT BE READ PROVES NOTHING, SO THE RUN STOPS.          *
007501*----------------------------------------------------------------*
007502 1400-ACQUIRE-MASTER-LOCK.
007503     MOVE SPACES TO WS-LOCK-USER.
007504     ACCEPT WS-LOCK-USER FROM ENVIRONMENT "USER".
007505     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
007506     ACCEPT WS-LOCK-TIME FROM TIME.
007507
007508     MOVE SPACES TO STANDINGS-LOCK-RECORD.
007509     OPEN INPUT STANDINGS-LOCK.
007510     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007511             WS-LOCK-CHECK-KEY NOT = "05"
007512         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
007513             WS-LOCK-CHECK-KEY
007514         END-DISPLAY
007515         STOP RUN RETURNING 1
007516     END-IF.
007517     READ STANDINGS-LOCK
007518         AT END MOVE "F" TO SL-LOCK-STATE
007519     END-READ.
007520     CLOSE STANDINGS-LOCK.
007521
007522     IF SL-LOCK-HELD
007523         DISPLAY "STANDINGS MASTER IS LOCKED - " WS-LOCK-PROGRAM
007524             " REFUSED"
007525         END-DISPLAY
007526         DISPLAY "LOCK HELD BY " SL-HOLDER-PROGRAM
007527             " USER " SL-HOLDER-USER
007528             " SINCE " SL-HELD-SINCE-DATE " " SL-HELD-SINCE-TIME
007529         END-DISPLAY
007530         DISPLAY "IF THAT RUN HAS ABENDED, AN OPERATOR MUST "
007531             "RELEASE THE LOCK WITH MASTER-LOCK (MLCK_MODE=R)"
007532         END-DISPLAY
007533         MOVE "X" TO WS-LOCK-EVENT
007534         PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT
007535         STOP RUN RETURNING 1
007536     END-IF.
007537
007538     MOVE SPACES TO STANDINGS-LOCK-RECORD.
007539     SET SL-LOCK-HELD TO TRUE.
007540     MOVE WS-LOCK-PROGRAM TO SL-HOLDER-PROGRAM.
007541     MOVE WS-LOCK-USER TO SL-HOLDER-USER.
007542     MOVE WS-LOCK-DATE TO SL-HELD-SINCE-DATE.
007543     MOVE WS-LOCK-TIME TO SL-HELD-SINCE-TIME.
007544     MOVE ZERO TO SL-RELEASED-DATE.
007545     MOVE ZERO TO SL-RELEASED-TIME.
007546     OPEN OUTPUT STANDINGS-LOCK.
007547     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007548             WS-LOCK-CHECK-KEY NOT = "05"
007549         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
007550             WS-LOCK-CHECK-KEY
007551         END-DISPLAY
007552         STOP RUN RETURNING 1
007553     END-IF.
007554     WRITE STANDINGS-LOCK-RECORD.
007555     CLOSE STANDINGS-LOCK.
007556     MOVE "A" TO WS-LOCK-EVENT.
007557     PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT.
007558 1400-EXIT.
007559     EXIT.
007560
007561*----------------------------------------------------------------*
007562* 1410-LOG-LOCK-EVENT - APPEND ONE LOCK EVENT (COPYBOOK          *
007563* STDLKLOG) FOR THIS RUN, CARRYING THE LOCK RECORD AS IT STOOD.  *
007564*----------------------------------------------------------------*
007565 1410-LOG-LOCK-EVENT.
007566     OPEN EXTEND STANDINGS-LOCK-LOG.
007567     IF WS-LOCK-LOG-CHECK-KEY NOT = "00" AND
007568             WS-LOCK-LOG-CHECK-KEY NOT = "05"
007569         DISPLAY "UNABLE TO OPEN STANDINGS-LOCK-LOG. STATUS: "
007570             WS-LOCK-LOG-CHECK-KEY
007571         END-DISPLAY
007572         STOP RUN RETURNING 1
007573     END-IF.
007574     MOVE SPACES TO STANDINGS-LOCK-LOG-RECORD.
007575     ACCEPT SG-EVENT-DATE FROM DATE YYYYMMDD.
007576     ACCEPT SG-EVENT-TIME FROM TIME.
007577     MOVE WS-LOCK-EVENT TO SG-EVENT-TYPE.
007578     MOVE WS-LOCK-PROGRAM TO SG-PROGRAM.
007579     MOVE WS-LOCK-USER TO SG-USER.
007580     MOVE SL-HOLDER-PROGRAM TO SG-HOLDER-PROGRAM.
007581     MOVE SL-HOLDER-USER TO SG-HOLDER-USER.
007582     MOVE SL-HELD-SINCE-DATE TO SG-HELD-SINCE-DATE.
007583     MOVE SL-HELD-SINCE-TIME TO SG-HELD-SINCE-TIME.
007584     WRITE STANDINGS-LOCK-LOG-RECORD.
007585     CLOSE STANDINGS-LOCK-LOG.
007586 1410-EXIT.
007587     EXIT.
007588
007589*----------------------------------------------------------------*
007590* 8900-RELEASE-MASTER-LOCK - GIVE THE MASTER UPDATE LOCK BACK    *
007591* NOW THE MASTER IS CLOSED. IF AN OPERATOR OVERRODE IT WHILE     *
007592* THIS RUN WAS WORKING, WHATEVER IS ON THE LOCK FILE NOW BELONGS *
007593* TO SOMEONE ELSE AND IS LEFT AS FOUND.                          *
007594*----------------------------------------------------------------*
007595 8900-RELEASE-MASTER-LOCK.
007596     MOVE SPACES TO STANDINGS-LOCK-RECORD.
007597     OPEN INPUT STANDINGS-LOCK.
007598     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007599             WS-LOCK-CHECK-KEY NOT = "05"
007600         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
007601             WS-LOCK-CHECK-KEY
007602         END-DISPLAY
007603         STOP RUN RETURNING 1
007604     END-IF.
007605     READ STANDINGS-LOCK
007606         AT END MOVE "F" TO SL-LOCK-STATE
007607     END-READ.
007608     CLOSE STANDINGS-LOCK.
007609
007610     IF NOT SL-LOCK-HELD
007611             OR SL-HOLDER-PROGRAM NOT = WS-LOCK-PROGRAM
007612             OR SL-HELD-SINCE-DATE NOT = WS-LOCK-DATE
007613             OR SL-HELD-SINCE-TIME NOT = WS-LOCK-TIME
007614         DISPLAY "WARNING: THE STANDINGS MASTER LOCK WAS NO "
007615             "LONGER HELD BY THIS RUN - LEFT AS FOUND"
007616         END-DISPLAY
007617         MOVE "M" TO WS-LOCK-EVENT
007618         PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT
007619         GO TO 8900-EXIT
007620     END-IF.
007621
007622     SET SL-LOCK-FREE TO TRUE.
007623     MOVE WS-LOCK-PROGRAM TO SL-RELEASED-BY.
007624     ACCEPT SL-RELEASED-DATE FROM DATE YYYYMMDD.
007625     ACCEPT SL-RELEASED-TIME FROM TIME.
007626     OPEN OUTPUT STANDINGS-LOCK.
007627     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007628             WS-LOCK-CHECK-KEY NOT = "05"
007629         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
007630             WS-LOCK-CHECK-KEY
007631         END-DISPLAY
007632         STOP RUN RETURNING 1
007633     END-IF.
007634     WRITE STANDINGS-LOCK-RECORD.
007635     CLOSE STANDINGS-LOCK.
007636     MOVE "R" TO WS-LOCK-EVENT.
007637     PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT.
007638 8900-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------*
