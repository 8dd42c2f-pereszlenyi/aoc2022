000260*                 THE FAILED STEP, SKIPPING STEPS ALREADY DONE -  *
000270*                 RE-RUNNING STANDINGS-POST IS EXACTLY WHAT THE   *
000280*                 POSTING-CONTROL LOG EXISTS TO PREVENT.          *
000281* 2026-10-15  DP  ROUND-INDEX-BUILDER AND MIRROR-CHECK NOW RUN    *
000282*                 BETWEEN THE EDIT AND SCORING. THE CLEANED FILE  *
000283*                 IS INDEXED, EVERY PAIRING IS CHECKED FOR BOTH   *
000284*                 SEATS TELLING THE SAME STORY, AND THE ROUNDS    *
000285*                 MIRROR-CHECK HOLDS ARE HANDED TO THE SCORING    *
000286*                 STEP SO THEY GO TO THE REJECT TRAIL. NEW        *
000287*                 CONTROL KEYWORDS INDEXED_FILE, HOLD_FILE AND    *
000288*                 MIRROR_FILE NAME THE NEW FILES.                 *
000289* 2026-10-15  DP  RATING-UPDATE NOW RUNS AFTER STANDINGS-POST,    *
000290*                 MOVING THE PLAYER RATING MASTER ON THE NIGHT'S  *
000291*                 PAIRED RESULTS. IT READS THE SAME FIXTURES AND  *
000292*                 INDEXED FILES AS MIRROR-CHECK.                  *
000293* 2026-10-15  DP  THE STREAM NOW OWNS THE LEAGUE BUSINESS DATE    *
000294*                 (COPYBOOK DATECTL). IT OPENS THE DATE BEFORE    *
000295*                 THE FIRST STEP AND ADVANCES IT ONE DAY WHEN THE *
000296*                 NIGHT COMPLETES, SO EVERY STEP STAMPS THE SAME  *
000297*                 DATE HOWEVER LATE THE NIGHT RUNS. A FRESH RUN   *
000298*                 OVER A NIGHT LEFT OPEN IS REFUSED - IT MUST BE  *
000299*                 RERUN. NSTR_CATCHUP_DATE WITH NSTR_CATCHUP_AUTH *
000300*                 RUNS A CATCH-UP NIGHT FOR AN EARLIER DATE THAT  *
000301*                 WAS NEVER POSTED. NEW CONTROL KEYWORD           *
000302*                 DATE_CONTROL_FILE. THE NIGHT LOG NOW CARRIES    *
000303*                 THE BUSINESS DATE AHEAD OF THE CLOCK STAMP.     *
000290*----------------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000410
000420     SELECT OPTIONAL NIGHT-LOG ASSIGN DYNAMIC WS-LOG-FILE-NAME
000430         FILE STATUS IS WS-LOG-CHECK-KEY
000431         ORGANIZATION IS LINE SEQUENTIAL.
000432
000433     SELECT OPTIONAL DATE-CONTROL
000434         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000435         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000436         ORGANIZATION IS LINE SEQUENTIAL.
000437
000438     SELECT OPTIONAL POSTING-LOG ASSIGN TO "./posting_log.dat"
000439         FILE STATUS IS WS-POSTLOG-CHECK-KEY
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000710 FD  NIGHT-LOG.
000720 01  NIGHT-LOG-RECORD            PIC X(80).
000730
000731*----------------------------------------------------------------*
000732* DATE-CONTROL - THE LEAGUE BUSINESS DATE. CREATED ON THE FIRST   *
000733* NIGHT, OPENED AND CLOSED BY EVERY NIGHT AFTER THAT. THE RECORD  *
000734* IS WORKED ON IN WORKING-STORAGE (COPYBOOK DATECTL) AND MOVED    *
000735* TO AND FROM THIS AREA ONLY AT READ AND WRITE.                   *
000736*----------------------------------------------------------------*
000737 FD  DATE-CONTROL.
000738 01  DATE-CONTROL-FILE-RECORD    PIC X(72).
000739
000740*----------------------------------------------------------------*
000741* POSTING-LOG - STANDINGS-POST'S POSTING-CONTROL LOG, READ ONLY   *
000742* TO PROVE A CATCH-UP DATE WAS NEVER POSTED.                      *
000743*----------------------------------------------------------------*
000744 FD  POSTING-LOG.
000745     COPY PSTLOG.
000746
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------*
000760* SWITCHES AND CONTROL FIELDS                                     *
000800 77  WS-LOG-CHECK-KEY            PIC X(02).
000810 77  WS-CONTROL-FILE-NAME        PIC X(255).
000820 77  WS-LOG-FILE-NAME            PIC X(255).
000822 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
000824 77  WS-POSTLOG-CHECK-KEY        PIC X(02).
000826 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
000830
000840 01  WS-CONTROL-EOF-SW           PIC X(01) VALUE "N".
000850     88  WS-CONTROL-EOF               VALUE "Y".
000890     88  WS-RERUN-REQUESTED           VALUE "Y".
000900 01  WS-STREAM-STOPPED-SW        PIC X(01) VALUE "N".
000910     88  WS-STREAM-STOPPED            VALUE "Y".
000911 01  WS-POSTLOG-EOF-SW           PIC X(01) VALUE "N".
000912     88  WS-POSTLOG-EOF               VALUE "Y".
000913 01  WS-CATCHUP-POSTED-SW        PIC X(01) VALUE "N".
000914     88  WS-CATCHUP-POSTED            VALUE "Y".
000915 01  WS-DATE-CONTROL-FOUND-SW    PIC X(01) VALUE "N".
000916     88  WS-DATE-CONTROL-FOUND        VALUE "Y".
000917
000918*----------------------------------------------------------------*
000919* BUSINESS DATE WORK FIELDS                                       *
000920*----------------------------------------------------------------*
000921 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000922 77  WS-CLOCK-DATE               PIC 9(08).
000923 77  WS-CLOCK-HOUR               PIC 9(02).
000924 77  WS-DATE-INTEGER             PIC 9(07) COMP.
000925 77  WS-CATCHUP-REQUEST          PIC X(08).
000926 77  WS-CATCHUP-DATE             PIC 9(08).
000927 77  WS-CATCHUP-AUTH             PIC X(12).
000928
000929*----------------------------------------------------------------*
000930* DATE-CONTROL RECORD - READ, UPDATED AND WRITTEN BACK FROM HERE. *
000931*----------------------------------------------------------------*
000932     COPY DATECTL.
000920
000930*----------------------------------------------------------------*
000940* RUN-CONTROL PARAMETERS - THE NIGHT'S FILE NAMES, EACH WITH     *
001190             VALUE "./standings_export.csv".
001200     05  WS-PARM-PROGRAM-DIR     PIC X(80)
001210             VALUE ".".
001211     05  WS-PARM-INDEXED-FILE    PIC X(80)
001212             VALUE "./input_indexed.dat".
001213     05  WS-PARM-HOLD-FILE       PIC X(80)
001214             VALUE "./held_rounds.dat".
001215     05  WS-PARM-MIRROR-FILE     PIC X(80)
001216             VALUE "./mirror_exceptions.txt".
001220
001230*----------------------------------------------------------------*
001240* PARAMETER PARSE WORK FIELDS                                     *
001320* WHAT GOES TO THE NIGHT STATUS FILE AND DRIVES A RERUN.          *
001330*----------------------------------------------------------------*
001340 01  WS-STEP-TABLE.
001350     05  WS-STEP-ENTRY OCCURS 9 TIMES.
001360         10  WS-STEP-NAME            PIC X(20).
001370         10  WS-STEP-PROGRAM         PIC X(40).
001380         10  WS-STEP-STATUS          PIC X(08).
001390 77  WS-STEP-IDX                 PIC 9(02) COMP VALUE ZERO.
001400 77  WS-STEP-LIMIT               PIC 9(02) COMP VALUE 9.
001410
001420*----------------------------------------------------------------*
001430* PRIOR STATUS TABLE - THE LAST RUN'S NIGHT STATUS FILE, LOADED   *
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-READ-CONTROL-FILE THRU 2000-EXIT.
001735     PERFORM 2500-OPEN-BUSINESS-DATE THRU 2500-EXIT.
001740     PERFORM 3000-RUN-STREAM THRU 3000-EXIT.
001750     PERFORM 8000-WRITE-STATUS-FILE THRU 8000-EXIT.
001755     PERFORM 8500-CLOSE-BUSINESS-DATE THRU 8500-EXIT.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770     IF WS-FAILED-COUNT NOT = ZERO
001780         STOP RUN RETURNING 1
002000         MOVE "./night_log.txt" TO WS-LOG-FILE-NAME
002010     END-IF.
002020
002021     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002022     ACCEPT WS-DATE-CONTROL-FILE-NAME
002023         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002024     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002025         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002026     END-IF.
002027
002030     MOVE "TOURNAMENT-EDIT     " TO WS-STEP-NAME(1).
002040     MOVE "tournament_edit" TO WS-STEP-PROGRAM(1).
002050     MOVE "ROUND-INDEX-BUILDER " TO WS-STEP-NAME(2).
002060     MOVE "round_index_builder" TO WS-STEP-PROGRAM(2).
002070     MOVE "MIRROR-CHECK        " TO WS-STEP-NAME(3).
002080     MOVE "mirror_check" TO WS-STEP-PROGRAM(3).
002090     MOVE "ROCK-PAPER-SCISSORS " TO WS-STEP-NAME(4).
002100     MOVE "rock_paper_scissors" TO WS-STEP-PROGRAM(4).
002110     MOVE "NIGHT-RECON         " TO WS-STEP-NAME(5).
002120     MOVE "night_recon" TO WS-STEP-PROGRAM(5).
002130     MOVE "STANDINGS-POST      " TO WS-STEP-NAME(6).
002140     MOVE "standings_post" TO WS-STEP-PROGRAM(6).
002141     MOVE "RATING-UPDATE       " TO WS-STEP-NAME(7).
002142     MOVE "rating_update" TO WS-STEP-PROGRAM(7).
002143     MOVE "STANDINGS-REPORT    " TO WS-STEP-NAME(8).
002144     MOVE "standings_report" TO WS-STEP-PROGRAM(8).
002146     MOVE "STANDINGS-EXTRACT   " TO WS-STEP-NAME(9).
002148     MOVE "standings_extract" TO WS-STEP-PROGRAM(9).
002150     PERFORM 1100-CLEAR-STEP-STATUS THRU 1100-EXIT
002160         VARYING WS-STEP-IDX FROM 1 BY 1
002170         UNTIL WS-STEP-IDX > WS-STEP-LIMIT.
003630             MOVE WS-PARM-VALUE TO WS-PARM-EXPORT-FILE
003640         WHEN "PROGRAM_DIR"
003650             MOVE WS-PARM-VALUE TO WS-PARM-PROGRAM-DIR
003651         WHEN "INDEXED_FILE"
003652             MOVE WS-PARM-VALUE TO WS-PARM-INDEXED-FILE
003653         WHEN "HOLD_FILE"
003654             MOVE WS-PARM-VALUE TO WS-PARM-HOLD-FILE
003655         WHEN "MIRROR_FILE"
003656             MOVE WS-PARM-VALUE TO WS-PARM-MIRROR-FILE
003657         WHEN "DATE_CONTROL_FILE"
003658             MOVE WS-PARM-VALUE TO WS-DATE-CONTROL-FILE-NAME
003660         WHEN OTHER
003670             DISPLAY "UNKNOWN CONTROL KEYWORD: " WS-PARM-KEYWORD
003680             END-DISPLAY
003690             STOP RUN RETURNING 1
003700     END-EVALUATE.
003710 2100-EXIT.
003711     EXIT.
003712
003713*----------------------------------------------------------------*
003714* 2500-OPEN-BUSINESS-DATE - OPEN THE NIGHT'S BUSINESS DATE ON THE *
003715* DATE-CONTROL RECORD BEFORE ANY STEP RUNS. A RERUN RESUMES THE   *
003716* NIGHT LEFT OPEN; A FRESH RUN REFUSES ONE, AND OTHERWISE OPENS   *
003717* EITHER THE NEXT BUSINESS DATE OR AN AUTHORISED CATCH-UP DATE.   *
003718* THE DATE-CONTROL NAME IS EXPORTED SO EVERY STEP READS THE SAME  *
003719* RECORD.                                                         *
003720*----------------------------------------------------------------*
003721 2500-OPEN-BUSINESS-DATE.
003722     DISPLAY "RPS_DATE_CONTROL_FILE" UPON ENVIRONMENT-NAME.
003723     DISPLAY WS-DATE-CONTROL-FILE-NAME UPON ENVIRONMENT-VALUE.
003724
003725     MOVE SPACES TO WS-CATCHUP-REQUEST WS-CATCHUP-AUTH.
003726     ACCEPT WS-CATCHUP-REQUEST
003727         FROM ENVIRONMENT "NSTR_CATCHUP_DATE".
003728     ACCEPT WS-CATCHUP-AUTH FROM ENVIRONMENT "NSTR_CATCHUP_AUTH".
003729
003730     PERFORM 2510-READ-DATE-CONTROL THRU 2510-EXIT.
003731
003732     IF WS-RERUN-REQUESTED
003733         IF NOT DC-NIGHT-OPEN
003734             DISPLAY "NO NIGHT IS OPEN - NOTHING TO RERUN. LAST "
003735                 "NIGHT RUN: " DC-LAST-NIGHT-DATE
003736             END-DISPLAY
003737             STOP RUN RETURNING 1
003738         END-IF
003739         IF WS-CATCHUP-REQUEST NOT = SPACES
003740             DISPLAY "CATCH-UP REQUEST IGNORED ON A RERUN - THE "
003741                 "OPEN NIGHT IS RESUMED"
003742             END-DISPLAY
003743         END-IF
003744         MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
003745         MOVE SPACES TO WS-REPORT-LINE
003746         STRING "RERUN OF THE NIGHT FOR BUSINESS DATE "
003747                 DELIMITED BY SIZE
003748             WS-BUSINESS-DATE DELIMITED BY SIZE
003749             INTO WS-REPORT-LINE
003750         END-STRING
003751         PERFORM 2590-LOG-DATE-LINE THRU 2590-EXIT
003752         GO TO 2500-EXIT
003753     END-IF.
003754
003755     IF DC-NIGHT-OPEN
003756         DISPLAY "NIGHT FOR " DC-BUSINESS-DATE " DID NOT "
003757             "COMPLETE - RERUN IT WITH NSTR_RERUN_MODE=Y"
003758         END-DISPLAY
003759         STOP RUN RETURNING 1
003760     END-IF.
003761
003762     IF WS-CATCHUP-REQUEST NOT = SPACES
003763         PERFORM 2600-OPEN-CATCHUP-NIGHT THRU 2600-EXIT
003764     ELSE
003765         PERFORM 2550-OPEN-REGULAR-NIGHT THRU 2550-EXIT
003766     END-IF.
003767
003768     SET DC-NIGHT-OPEN TO TRUE.
003769     MOVE WS-RUN-DATE TO DC-OPENED-CLOCK-DATE.
003770     MOVE WS-RUN-TIME TO DC-OPENED-CLOCK-TIME.
003771     PERFORM 2700-WRITE-DATE-CONTROL THRU 2700-EXIT.
003772     MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE.
003773
003774     MOVE SPACES TO WS-REPORT-LINE.
003775     MOVE 1 TO WS-STRING-PTR.
003776     IF DC-CATCHUP-NIGHT
003777         STRING "CATCH-UP NIGHT OPENED FOR BUSINESS DATE "
003778                 DELIMITED BY SIZE
003779             WS-BUSINESS-DATE DELIMITED BY SIZE
003780             " AUTH " DELIMITED BY SIZE
003781             DC-CATCHUP-AUTH DELIMITED BY SIZE
003782             INTO WS-REPORT-LINE
003783             WITH POINTER WS-STRING-PTR
003784         END-STRING
003785     ELSE
003786         STRING "NIGHT OPENED FOR BUSINESS DATE "
003787                 DELIMITED BY SIZE
003788             WS-BUSINESS-DATE DELIMITED BY SIZE
003789             INTO WS-REPORT-LINE
003790             WITH POINTER WS-STRING-PTR
003791         END-STRING
003792     END-IF.
003793     PERFORM 2590-LOG-DATE-LINE THRU 2590-EXIT.
003794 2500-EXIT.
003795     EXIT.
003796
003797*----------------------------------------------------------------*
003798* 2510-READ-DATE-CONTROL - READ THE DATE-CONTROL RECORD. ON THE   *
003799* VERY FIRST NIGHT THERE IS NONE, SO ONE IS SET UP CLOSED ON THE  *
003800* DATE THE CLOCK SAYS THIS NIGHT BELONGS TO.                      *
003801*----------------------------------------------------------------*
003802 2510-READ-DATE-CONTROL.
003803     OPEN INPUT DATE-CONTROL.
003804     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00" AND
003805             WS-DATE-CONTROL-CHECK-KEY NOT = "05"
003806         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
003807             WS-DATE-CONTROL-CHECK-KEY
003808         END-DISPLAY
003809         STOP RUN RETURNING 1
003810     END-IF.
003811     READ DATE-CONTROL
003812         NOT AT END
003813             MOVE DATE-CONTROL-FILE-RECORD TO DATE-CONTROL-RECORD
003814             SET WS-DATE-CONTROL-FOUND TO TRUE
003815     END-READ.
003816     CLOSE DATE-CONTROL.
003817     IF WS-DATE-CONTROL-FOUND
003818         GO TO 2510-EXIT
003819     END-IF.
003820
003821     MOVE 06 TO DC-CUTOVER-HOUR.
003822     PERFORM 2560-DERIVE-CLOCK-DATE THRU 2560-EXIT.
003823     MOVE WS-CLOCK-DATE TO DC-BUSINESS-DATE.
003824     SET DC-NIGHT-CLOSED TO TRUE.
003825     MOVE ZERO TO DC-LAST-NIGHT-DATE
003826         DC-OPENED-CLOCK-DATE DC-OPENED-CLOCK-TIME
003827         DC-CLOSED-CLOCK-DATE DC-CLOSED-CLOCK-TIME
003828         DC-RESUME-DATE.
003829     SET DC-REGULAR-NIGHT TO TRUE.
003830     MOVE SPACES TO DC-CATCHUP-AUTH.
003831     DISPLAY "NO DATE-CONTROL RECORD - STARTING THE BUSINESS "
003832         "DATE AT " DC-BUSINESS-DATE
003833     END-DISPLAY.
003834 2510-EXIT.
003835     EXIT.
003836
003837*----------------------------------------------------------------*
003838* 2550-OPEN-REGULAR-NIGHT - THE NIGHT RUNS ON THE BUSINESS DATE   *
003839* THE LAST NIGHT ADVANCED TO. A CLOCK BEHIND THAT DATE MEANS THE  *
003840* NIGHT HAS ALREADY BEEN RUN; A CLOCK AHEAD OF IT MEANS NIGHTS     *
003841* WERE NOT RUN, AND THE DATE MOVES UP TO THE CLOCK.               *
003842*----------------------------------------------------------------*
003843 2550-OPEN-REGULAR-NIGHT.
003844     PERFORM 2560-DERIVE-CLOCK-DATE THRU 2560-EXIT.
003845     IF WS-CLOCK-DATE < DC-BUSINESS-DATE
003846         DISPLAY "NIGHT FOR " WS-CLOCK-DATE " HAS ALREADY RUN - "
003847             "BUSINESS DATE IS " DC-BUSINESS-DATE
003848         END-DISPLAY
003849         STOP RUN RETURNING 1
003850     END-IF.
003851     IF WS-CLOCK-DATE > DC-BUSINESS-DATE
003852         MOVE SPACES TO WS-REPORT-LINE
003853         STRING "BUSINESS DATE MOVED FROM " DELIMITED BY SIZE
003854             DC-BUSINESS-DATE DELIMITED BY SIZE
003855             " TO " DELIMITED BY SIZE
003856             WS-CLOCK-DATE DELIMITED BY SIZE
003857             " - NO NIGHT RAN BETWEEN" DELIMITED BY SIZE
003858             INTO WS-REPORT-LINE
003859         END-STRING
003860         PERFORM 2590-LOG-DATE-LINE THRU 2590-EXIT
003861         MOVE WS-CLOCK-DATE TO DC-BUSINESS-DATE
003862     END-IF.
003863     SET DC-REGULAR-NIGHT TO TRUE.
003864     MOVE SPACES TO DC-CATCHUP-AUTH.
003865     MOVE ZERO TO DC-RESUME-DATE.
003866 2550-EXIT.
003867     EXIT.
003868
003869*----------------------------------------------------------------*
003870* 2560-DERIVE-CLOCK-DATE - THE DATE THE CLOCK SAYS THIS NIGHT     *
003871* BELONGS TO. A NIGHT STARTED BEFORE THE CUTOVER HOUR IS THE      *
003872* PREVIOUS DAY'S NIGHT RUNNING LATE.                              *
003873*----------------------------------------------------------------*
003874 2560-DERIVE-CLOCK-DATE.
003875     MOVE WS-RUN-DATE TO WS-CLOCK-DATE.
003876     MOVE WS-RUN-TIME(1:2) TO WS-CLOCK-HOUR.
003877     IF WS-CLOCK-HOUR < DC-CUTOVER-HOUR
003878         COMPUTE WS-DATE-INTEGER =
003879             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
003880         END-COMPUTE
003881         COMPUTE WS-CLOCK-DATE =
003882             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
003883         END-COMPUTE
003884     END-IF.
003885 2560-EXIT.
003886     EXIT.
003887
003888*----------------------------------------------------------------*
003889* 2590-LOG-DATE-LINE - WRITE WS-REPORT-LINE TO THE NIGHT LOG AND  *
003890* THE CONSOLE.                                                    *
003891*----------------------------------------------------------------*
003892 2590-LOG-DATE-LINE.
003893     MOVE WS-REPORT-LINE TO NIGHT-LOG-RECORD.
003894     WRITE NIGHT-LOG-RECORD.
003895     DISPLAY WS-REPORT-LINE
003896     END-DISPLAY.
003897 2590-EXIT.
003898     EXIT.
003899
003900*----------------------------------------------------------------*
003901* 2600-OPEN-CATCHUP-NIGHT - A NIGHT FOR AN EARLIER DATE THAT WAS  *
003902* MISSED. IT NEEDS AN AUTHORISATION REFERENCE, A REAL DATE        *
003903* BEFORE THE BUSINESS DATE, AND NO POSTING ON THE POSTING LOG     *
003904* FOR THAT DATE. THE LIVE BUSINESS DATE IS PARKED UNTIL THE       *
003905* CATCH-UP NIGHT CLOSES.                                          *
003906*----------------------------------------------------------------*
003907 2600-OPEN-CATCHUP-NIGHT.
003908     IF WS-CATCHUP-AUTH = SPACES
003909         DISPLAY "CATCH-UP NIGHT REFUSED - NSTR_CATCHUP_AUTH "
003910             "MUST GIVE THE AUTHORISATION REFERENCE"
003911         END-DISPLAY
003912         STOP RUN RETURNING 1
003913     END-IF.
003914     IF WS-CATCHUP-REQUEST NOT NUMERIC
003915         DISPLAY "CATCH-UP NIGHT REFUSED - DATE NOT NUMERIC: "
003916             WS-CATCHUP-REQUEST
003917         END-DISPLAY
003918         STOP RUN RETURNING 1
003919     END-IF.
003920     MOVE WS-CATCHUP-REQUEST TO WS-CATCHUP-DATE.
003921     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CATCHUP-DATE) NOT = ZERO
003922         DISPLAY "CATCH-UP NIGHT REFUSED - NOT A CALENDAR DATE: "
003923             WS-CATCHUP-DATE
003924         END-DISPLAY
003925         STOP RUN RETURNING 1
003926     END-IF.
003927     IF WS-CATCHUP-DATE NOT < DC-BUSINESS-DATE
003928         DISPLAY "CATCH-UP NIGHT REFUSED - " WS-CATCHUP-DATE
003929             " IS NOT BEFORE THE BUSINESS DATE " DC-BUSINESS-DATE
003930         END-DISPLAY
003931         STOP RUN RETURNING 1
003932     END-IF.
003933
003934     PERFORM 2610-CHECK-POSTING-LOG THRU 2610-EXIT.
003935     IF WS-CATCHUP-POSTED
003936         DISPLAY "CATCH-UP NIGHT REFUSED - STANDINGS WERE "
003937             "ALREADY POSTED FOR " WS-CATCHUP-DATE
003938         END-DISPLAY
003939         STOP RUN RETURNING 1
003940     END-IF.
003941
003942     MOVE DC-BUSINESS-DATE TO DC-RESUME-DATE.
003943     MOVE WS-CATCHUP-DATE TO DC-BUSINESS-DATE.
003944     SET DC-CATCHUP-NIGHT TO TRUE.
003945     MOVE WS-CATCHUP-AUTH TO DC-CATCHUP-AUTH.
003946 2600-EXIT.
003947     EXIT.
003948
003949*----------------------------------------------------------------*
003950* 2610-CHECK-POSTING-LOG - SET WS-CATCHUP-POSTED WHEN ANY POSTING *
003951* ON THE LOG CARRIES THE CATCH-UP DATE. NO LOG, NO POSTINGS.      *
003952*----------------------------------------------------------------*
003953 2610-CHECK-POSTING-LOG.
003954     OPEN INPUT POSTING-LOG.
003955     IF WS-POSTLOG-CHECK-KEY NOT = "00"
003956         GO TO 2610-EXIT
003957     END-IF.
003958     PERFORM 2620-CHECK-POSTING-RECORD THRU 2620-EXIT
003959         UNTIL WS-POSTLOG-EOF.
003960     CLOSE POSTING-LOG.
003961 2610-EXIT.
003962     EXIT.
003963
003964*----------------------------------------------------------------*
003965* 2620-CHECK-POSTING-RECORD - COMPARE ONE POSTING-LOG RECORD.     *
003966*----------------------------------------------------------------*
003967 2620-CHECK-POSTING-RECORD.
003968     READ POSTING-LOG
003969         AT END SET WS-POSTLOG-EOF TO TRUE
003970     END-READ.
003971     IF NOT WS-POSTLOG-EOF
003972         IF PL-POST-DATE = WS-CATCHUP-DATE
003973             SET WS-CATCHUP-POSTED TO TRUE
003974         END-IF
003975     END-IF.
003976 2620-EXIT.
003977     EXIT.
003978
003979*----------------------------------------------------------------*
003980* 2700-WRITE-DATE-CONTROL - REWRITE THE ONE DATE-CONTROL RECORD.  *
003981*----------------------------------------------------------------*
003982 2700-WRITE-DATE-CONTROL.
003983     OPEN OUTPUT DATE-CONTROL.
003984     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00" AND
003985             WS-DATE-CONTROL-CHECK-KEY NOT = "05"
003986         DISPLAY "UNABLE TO REWRITE DATE-CONTROL. STATUS: "
003987             WS-DATE-CONTROL-CHECK-KEY
003988         END-DISPLAY
003989         STOP RUN RETURNING 1
003990     END-IF.
003991     MOVE DATE-CONTROL-RECORD TO DATE-CONTROL-FILE-RECORD.
003992     WRITE DATE-CONTROL-FILE-RECORD.
003993     CLOSE DATE-CONTROL.
003994 2700-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------*
004730         WHEN 2
004740             DISPLAY "RPS_INPUT_FILE" UPON ENVIRONMENT-NAME
004750             DISPLAY WS-PARM-CLEAN-FILE UPON ENVIRONMENT-VALUE
004751             DISPLAY "RPS_INDEXED_FILE" UPON ENVIRONMENT-NAME
004752             DISPLAY WS-PARM-INDEXED-FILE UPON ENVIRONMENT-VALUE
004753         WHEN 3
004754             DISPLAY "RPS_INDEXED_FILE" UPON ENVIRONMENT-NAME
004755             DISPLAY WS-PARM-INDEXED-FILE UPON ENVIRONMENT-VALUE
004756             DISPLAY "MCHK_FIXTURE_FILE" UPON ENVIRONMENT-NAME
004757             DISPLAY WS-PARM-FIXTURE-FILE UPON ENVIRONMENT-VALUE
004758             DISPLAY "MCHK_EXCEPT_FILE" UPON ENVIRONMENT-NAME
004759             DISPLAY WS-PARM-MIRROR-FILE UPON ENVIRONMENT-VALUE
004760             DISPLAY "MCHK_HOLD_FILE" UPON ENVIRONMENT-NAME
004761             DISPLAY WS-PARM-HOLD-FILE UPON ENVIRONMENT-VALUE
004762         WHEN 4
004763             DISPLAY "RPS_INPUT_FILE" UPON ENVIRONMENT-NAME
004764             DISPLAY WS-PARM-CLEAN-FILE UPON ENVIRONMENT-VALUE
004760             DISPLAY "RPS_REPORT_FILE" UPON ENVIRONMENT-NAME
004770             DISPLAY WS-PARM-REPORT-FILE UPON ENVIRONMENT-VALUE
004780             DISPLAY "RPS_REJECT_FILE" UPON ENVIRONMENT-NAME
004810             DISPLAY WS-PARM-AUDIT-FILE UPON ENVIRONMENT-VALUE
004820             DISPLAY "RPS_DAILY_FILE" UPON ENVIRONMENT-NAME
004830             DISPLAY WS-PARM-DAILY-FILE UPON ENVIRONMENT-VALUE
004833             DISPLAY "RPS_HOLD_FILE" UPON ENVIRONMENT-NAME
004836             DISPLAY WS-PARM-HOLD-FILE UPON ENVIRONMENT-VALUE
004840*                AN UNATTENDED STREAM MUST NEVER WAIT ON THE
004850*                CONSOLE FOR A STALE CHECKPOINT ANSWER.
004860             DISPLAY "RPS_AUTO_RESUME" UPON ENVIRONMENT-NAME
004870             DISPLAY "N" UPON ENVIRONMENT-VALUE
004880         WHEN 5
004890             DISPLAY "RECON_AUDIT_FILE" UPON ENVIRONMENT-NAME
004900             DISPLAY WS-PARM-AUDIT-FILE UPON ENVIRONMENT-VALUE
004910             DISPLAY "RECON_DAILY_FILE" UPON ENVIRONMENT-NAME
004940             DISPLAY WS-PARM-REPORT-FILE UPON ENVIRONMENT-VALUE
004950             DISPLAY "RECON_CERT_FILE" UPON ENVIRONMENT-NAME
004960             DISPLAY WS-PARM-CERT-FILE UPON ENVIRONMENT-VALUE
004970         WHEN 6
004980             DISPLAY "SPOST_DAILY_FILE" UPON ENVIRONMENT-NAME
004990             DISPLAY WS-PARM-DAILY-FILE UPON ENVIRONMENT-VALUE
005000         WHEN 7
005001             DISPLAY "RATE_FIXTURE_FILE" UPON ENVIRONMENT-NAME
005002             DISPLAY WS-PARM-FIXTURE-FILE UPON ENVIRONMENT-VALUE
005003             DISPLAY "RPS_INDEXED_FILE" UPON ENVIRONMENT-NAME
005004             DISPLAY WS-PARM-INDEXED-FILE UPON ENVIRONMENT-VALUE
005005         WHEN 8
005010             DISPLAY "SRPT_REPORT_FILE" UPON ENVIRONMENT-NAME
005020             DISPLAY WS-PARM-BOARD-FILE UPON ENVIRONMENT-VALUE
005030         WHEN 9
005040             DISPLAY "EXTR_EXPORT_FILE" UPON ENVIRONMENT-NAME
005050             DISPLAY WS-PARM-EXPORT-FILE UPON ENVIRONMENT-VALUE
005060             DISPLAY "EXTR_DAILY_FILE" UPON ENVIRONMENT-NAME
005160     ACCEPT WS-RUN-TIME FROM TIME.
005170     MOVE SPACES TO WS-REPORT-LINE.
005180     MOVE 1 TO WS-STRING-PTR.
005183     STRING WS-BUSINESS-DATE DELIMITED BY SIZE
005186         " " DELIMITED BY SIZE
005190         WS-RUN-DATE DELIMITED BY SIZE
005200         " " DELIMITED BY SIZE
005210         WS-RUN-TIME DELIMITED BY SIZE
005220         " " DELIMITED BY SIZE
005700     EXIT.
005710
005720*----------------------------------------------------------------*
005721* 8500-CLOSE-BUSINESS-DATE - A NIGHT THAT STOPPED ON A FAILED     *
005722* STEP STAYS OPEN FOR ITS RERUN. A COMPLETED REGULAR NIGHT IS     *
005723* CLOSED AND THE BUSINESS DATE ADVANCES ONE DAY; A COMPLETED      *
005724* CATCH-UP NIGHT IS CLOSED AND THE PARKED LIVE DATE PUT BACK.     *
005725*----------------------------------------------------------------*
005726 8500-CLOSE-BUSINESS-DATE.
005727     MOVE SPACES TO WS-REPORT-LINE.
005728     IF WS-FAILED-COUNT NOT = ZERO
005729         STRING "BUSINESS DATE " DELIMITED BY SIZE
005730             WS-BUSINESS-DATE DELIMITED BY SIZE
005731             " LEFT OPEN FOR THE RERUN" DELIMITED BY SIZE
005732             INTO WS-REPORT-LINE
005733         END-STRING
005734         PERFORM 2590-LOG-DATE-LINE THRU 2590-EXIT
005735         GO TO 8500-EXIT
005736     END-IF.
005737
005738     ACCEPT DC-CLOSED-CLOCK-DATE FROM DATE YYYYMMDD.
005739     ACCEPT DC-CLOSED-CLOCK-TIME FROM TIME.
005740     IF DC-CATCHUP-NIGHT
005741         MOVE DC-RESUME-DATE TO DC-BUSINESS-DATE
005742         MOVE ZERO TO DC-RESUME-DATE
005743         MOVE SPACES TO DC-CATCHUP-AUTH
005744         SET DC-REGULAR-NIGHT TO TRUE
005745     ELSE
005746         MOVE DC-BUSINESS-DATE TO DC-LAST-NIGHT-DATE
005747         COMPUTE WS-DATE-INTEGER =
005748             FUNCTION INTEGER-OF-DATE(DC-BUSINESS-DATE) + 1
005749         END-COMPUTE
005750         COMPUTE DC-BUSINESS-DATE =
005751             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
005752         END-COMPUTE
005753     END-IF.
005754     SET DC-NIGHT-CLOSED TO TRUE.
005755     PERFORM 2700-WRITE-DATE-CONTROL THRU 2700-EXIT.
005756
005757     STRING "NIGHT FOR " DELIMITED BY SIZE
005758         WS-BUSINESS-DATE DELIMITED BY SIZE
005759         " CLOSED - BUSINESS DATE NOW " DELIMITED BY SIZE
005760         DC-BUSINESS-DATE DELIMITED BY SIZE
005761         INTO WS-REPORT-LINE
005762     END-STRING.
005763     PERFORM 2590-LOG-DATE-LINE THRU 2590-EXIT.
005764 8500-EXIT.
005765     EXIT.
005766
005767*----------------------------------------------------------------*
005730* 9000-TERMINATE - CLOSE THE LOG AND ANNOUNCE THE VERDICT.        *
005740*----------------------------------------------------------------*
005750 9000-TERMINATE.
