000180*                 PROGRAM IS ALSO THE REBUILD PATH IF THE         *
000190*                 INDEXED FILE IS EVER LOST AND HAS TO BE         *
000200*                 RECREATED FROM A SEQUENTIAL BACKUP COPY.        *
000201* 2026-10-15  DP  THE MASTER UPDATE LOCK (COPYBOOK STDLOCK) IS   *
000202*                 TAKEN BEFORE THE INDEXED MASTER IS OPENED FOR  *
000203*                 OUTPUT AND GIVEN BACK ONCE IT IS CLOSED; WHILE *
000204*                 ANOTHER UPDATER HOLDS IT THE REBUILD IS        *
000205*                 REFUSED.                                       *
000206*                 EVERY TAKE, RELEASE AND REFUSAL IS LOGGED      *
000207*                 (COPYBOOK STDLKLOG). A RUN THAT STOPS PART WAY *
000208*                 LEAVES THE LOCK FOR AN OPERATOR TO RELEASE     *
000209*                 THROUGH MASTER-LOCK.                           *
000210*----------------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS MR-PLAYER-ID OF NEW-MASTER-RECORD
000340         FILE STATUS IS WS-NEW-CHECK-KEY.
000341
000342     SELECT OPTIONAL STANDINGS-LOCK
000343         ASSIGN TO "./standings_lock.dat"
000344         FILE STATUS IS WS-LOCK-CHECK-KEY
000345         ORGANIZATION IS LINE SEQUENTIAL.
000346
000347     SELECT OPTIONAL STANDINGS-LOCK-LOG
000348         ASSIGN TO "./standings_lock_log.dat"
000349         FILE STATUS IS WS-LOCK-LOG-CHECK-KEY
000350         ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000520     05  MR-PLAYER-ID            PIC X(10).
000530     05  MR-FIGURES              PIC X(64).
000540
000541*----------------------------------------------------------------*
000542* STANDINGS-LOCK - THE MASTER UPDATE LOCK (COPYBOOK STDLOCK).    *
000543*----------------------------------------------------------------*
000544 FD  STANDINGS-LOCK.
000545     COPY STDLOCK.
000546
000547*----------------------------------------------------------------*
000548* STANDINGS-LOCK-LOG - EVERY TAKE, RELEASE AND REFUSAL OF THE    *
000549* LOCK (COPYBOOK STDLKLOG).                                      *
000550*----------------------------------------------------------------*
000551 FD  STANDINGS-LOCK-LOG.
000552     COPY STDLKLOG.
000553
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------*
000570* SWITCHES AND CONTROL FIELDS                                     *
000670*----------------------------------------------------------------*
000680 77  WS-OLD-FILE-NAME            PIC X(80).
000690 77  WS-NEW-FILE-NAME            PIC X(80).
000691
000692*----------------------------------------------------------------*
000693* MASTER UPDATE LOCK FIELDS - WHO THIS RUN IS, AND THE CLOCK     *
000694* DATE AND TIME IT TOOK THE LOCK.                                *
000695*----------------------------------------------------------------*
000696 77  WS-LOCK-CHECK-KEY           PIC X(02).
000697 77  WS-LOCK-LOG-CHECK-KEY       PIC X(02).
000698 77  WS-LOCK-PROGRAM             PIC X(20)
000699         VALUE "MASTER-INDEX-BUILDER".
000700 77  WS-LOCK-USER                PIC X(12).
000701 77  WS-LOCK-DATE                PIC 9(08).
000702 77  WS-LOCK-TIME                PIC 9(08).
000703 77  WS-LOCK-EVENT               PIC X(01).
000700
000710 PROCEDURE DIVISION.
000720*----------------------------------------------------------------*
001020         STOP RUN RETURNING 1
001030     END-IF.
001040
001046     PERFORM 1400-ACQUIRE-MASTER-LOCK THRU 1400-EXIT.
001050     OPEN OUTPUT NEW-MASTER.
001060     IF WS-NEW-CHECK-KEY NOT = "00"
001070         DISPLAY "UNABLE TO OPEN NEW MASTER "
001550     EXIT.
001560
001570*----------------------------------------------------------------*
001571* 1400-ACQUIRE-MASTER-LOCK - TAKE THE STANDINGS MASTER UPDATE    *
001572* LOCK (COPYBOOK STDLOCK) BEFORE THE MASTER IS OPENED FOR        *
001573* UPDATE. WHILE ANOTHER RUN HOLDS IT THIS RUN IS REFUSED WITH    *
001574* THE MASTER UNTOUCHED. ONCE TAKEN IT IS HELD UNTIL              *
001575* 8900-RELEASE-MASTER-LOCK GIVES IT BACK, SO A RUN THAT STOPS IN *
001576* BETWEEN LEAVES IT HELD FOR AN OPERATOR TO LOOK AT. A LOCK FILE *
001577* THAT CANNOT BE READ PROVES NOTHING, SO THE RUN STOPS.          *
001578*----------------------------------------------------------------*
001579 1400-ACQUIRE-MASTER-LOCK.
001580     MOVE SPACES TO WS-LOCK-USER.
001581     ACCEPT WS-LOCK-USER FROM ENVIRONMENT "USER".
001582     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
001583     ACCEPT WS-LOCK-TIME FROM TIME.
001584
001585     MOVE SPACES TO STANDINGS-LOCK-RECORD.
001586     OPEN INPUT STANDINGS-LOCK.
001587     IF WS-LOCK-CHECK-KEY NOT = "00" AND
001588             WS-LOCK-CHECK-KEY NOT = "05"
001589         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
001590             WS-LOCK-CHECK-KEY
001591         END-DISPLAY
001592         STOP RUN RETURNING 1
001593     END-IF.
001594     READ STANDINGS-LOCK
001595         AT END MOVE "F" TO SL-LOCK-STATE
001596     END-READ.
001597     CLOSE STANDINGS-LOCK.
001598
001599     IF SL-LOCK-HELD
001600         DISPLAY "STANDINGS MASTER IS LOCKED - " WS-LOCK-PROGRAM
001601             " REFUSED"
001602         END-DISPLAY
001603         DISPLAY "LOCK HELD BY " SL-HOLDER-PROGRAM
001604             " USER " SL-HOLDER-USER
001605             " SINCE " SL-HELD-SINCE-DATE " " SL-HELD-SINCE-TIME
001606         END-DISPLAY
001607         DISPLAY "IF THAT RUN HAS ABENDED, AN OPERATOR MUST "
001608             "RELEASE THE LOCK WITH MASTER-LOCK (MLCK_MODE=R)"
001609         END-DISPLAY
001610         MOVE "X" TO WS-LOCK-EVENT
001611         PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT
001612         STOP RUN RETURNING 1
001613     END-IF.
001614
001615     MOVE SPACES TO STANDINGS-LOCK-RECORD.
001616     SET SL-LOCK-HELD TO TRUE.
001617     MOVE WS-LOCK-PROGRAM TO SL-HOLDER-PROGRAM.
001618     MOVE WS-LOCK-USER TO SL-HOLDER-USER.
001619     MOVE WS-LOCK-DATE TO SL-HELD-SINCE-DATE.
001620     MOVE WS-LOCK-TIME TO SL-HELD-SINCE-TIME.
001621     MOVE ZERO TO SL-RELEASED-DATE.
001622     MOVE ZERO TO SL-RELEASED-TIME.
001623     OPEN OUTPUT STANDINGS-LOCK.
001624     IF WS-LOCK-CHECK-KEY NOT = "00" AND
001625             WS-LOCK-CHECK-KEY NOT = "05"
001626         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
001627             WS-LOCK-CHECK-KEY
001628         END-DISPLAY
001629         STOP RUN RETURNING 1
001630     END-IF.
001631     WRITE STANDINGS-LOCK-RECORD.
001632     CLOSE STANDINGS-LOCK.
001633     MOVE "A" TO WS-LOCK-EVENT.
001634     PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT.
001635 1400-EXIT.
001636     EXIT.
001637
001638*----------------------------------------------------------------*
001639* 1410-LOG-LOCK-EVENT - APPEND ONE LOCK EVENT (COPYBOOK          *
001640* STDLKLOG) FOR THIS RUN, CARRYING THE LOCK RECORD AS IT STOOD.  *
001641*----------------------------------------------------------------*
001642 1410-LOG-LOCK-EVENT.
001643     OPEN EXTEND STANDINGS-LOCK-LOG.
001644     IF WS-LOCK-LOG-CHECK-KEY NOT = "00" AND
001645             WS-LOCK-LOG-CHECK-KEY NOT = "05"
001646         DISPLAY "UNABLE TO OPEN STANDINGS-LOCK-LOG. STATUS: "
001647             WS-LOCK-LOG-CHECK-KEY
001648         END-DISPLAY
001649         STOP RUN RETURNING 1
001650     END-IF.
001651     MOVE SPACES TO STANDINGS-LOCK-LOG-RECORD.
001652     ACCEPT SG-EVENT-DATE FROM DATE YYYYMMDD.
001653     ACCEPT SG-EVENT-TIME FROM TIME.
001654     MOVE WS-LOCK-EVENT TO SG-EVENT-TYPE.
001655     MOVE WS-LOCK-PROGRAM TO SG-PROGRAM.
001656     MOVE WS-LOCK-USER TO SG-USER.
001657     MOVE SL-HOLDER-PROGRAM TO SG-HOLDER-PROGRAM.
001658     MOVE SL-HOLDER-USER TO SG-HOLDER-USER.
001659     MOVE SL-HELD-SINCE-DATE TO SG-HELD-SINCE-DATE.
001660     MOVE SL-HELD-SINCE-TIME TO SG-HELD-SINCE-TIME.
001661     WRITE STANDINGS-LOCK-LOG-RECORD.
001662     CLOSE STANDINGS-LOCK-LOG.
001663 1410-EXIT.
001664     EXIT.
001665
001666*----------------------------------------------------------------*
001667* 8900-RELEASE-MASTER-LOCK - GIVE THE MASTER UPDATE LOCK BACK    *
001668* NOW THE MASTER IS CLOSED. IF AN OPERATOR OVERRODE IT WHILE     *
001669* THIS RUN WAS WORKING, WHATEVER IS ON THE LOCK FILE NOW BELONGS *
001670* TO SOMEONE ELSE AND IS LEFT AS FOUND.                          *
001671*----------------------------------------------------------------*
001672 8900-RELEASE-MASTER-LOCK.
001673     MOVE SPACES TO STANDINGS-LOCK-RECORD.
001674     OPEN INPUT STANDINGS-LOCK.
001675     IF WS-LOCK-CHECK-KEY NOT = "00" AND
001676             WS-LOCK-CHECK-KEY NOT = "05"
001677         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
001678             WS-LOCK-CHECK-KEY
001679         END-DISPLAY
001680         STOP RUN RETURNING 1
001681     END-IF.
001682     READ STANDINGS-LOCK
001683         AT END MOVE "F" TO SL-LOCK-STATE
001684     END-READ.
001685     CLOSE STANDINGS-LOCK.
001686
001687     IF NOT SL-LOCK-HELD
001688             OR SL-HOLDER-PROGRAM NOT = WS-LOCK-PROGRAM
001689             OR SL-HELD-SINCE-DATE NOT = WS-LOCK-DATE
001690             OR SL-HELD-SINCE-TIME NOT = WS-LOCK-TIME
001691         DISPLAY "WARNING: THE STANDINGS MASTER LOCK WAS NO "
001692             "LONGER HELD BY THIS RUN - LEFT AS FOUND"
001693         END-DISPLAY
001694         MOVE "M" TO WS-LOCK-EVENT
001695         PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT
001696         GO TO 8900-EXIT
001697     END-IF.
001698
001699     SET SL-LOCK-FREE TO TRUE.
001700     MOVE WS-LOCK-PROGRAM TO SL-RELEASED-BY.
001701     ACCEPT SL-RELEASED-DATE FROM DATE YYYYMMDD.
001702     ACCEPT SL-RELEASED-TIME FROM TIME.
001703     OPEN OUTPUT STANDINGS-LOCK.
001704     IF WS-LOCK-CHECK-KEY NOT = "00" AND
001705             WS-LOCK-CHECK-KEY NOT = "05"
001706         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
001707             WS-LOCK-CHECK-KEY
001708         END-DISPLAY
001709         STOP RUN RETURNING 1
001710     END-IF.
001711     WRITE STANDINGS-LOCK-RECORD.
001712     CLOSE STANDINGS-LOCK.
001713     MOVE "R" TO WS-LOCK-EVENT.
001714     PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT.
001715 8900-EXIT.
001716     EXIT.
001717
001718*----------------------------------------------------------------*
001580* 9000-TERMINATE - CLOSE THE FILES AND REPORT HOW MANY PLAYERS    *
001590* WERE CONVERTED.                                                 *
001600*----------------------------------------------------------------*
001610 9000-TERMINATE.
001620     CLOSE OLD-MASTER.
001630     CLOSE NEW-MASTER.
001635     PERFORM 8900-RELEASE-MASTER-LOCK THRU 8900-EXIT.
001640     DISPLAY "PLAYERS CONVERTED: " WS-RECORDS-CONVERTED.
001650 9000-EXIT.
001660     EXIT.
