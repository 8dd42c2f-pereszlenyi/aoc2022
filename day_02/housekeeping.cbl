000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HOUSEKEEPING.
000030 AUTHOR. D PERESZLENYI.
000040 INSTALLATION. AOC-TOURNAMENT-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* MODIFICATION HISTORY                                           *
000090*----------------------------------------------------------------*
000100* 2026-10-15  DP  ORIGINAL PROGRAM - RETENTION AND HOUSEKEEPING. *
000110*                 NOTHING IN THIS SYSTEM WAS EVER REMOVED: THE   *
000120*                 GENERATION BACKUPS, THE BATCH DRIVER'S REJECT  *
000130*                 AND AUDIT TRAILS, THE APPLIED-CORRECTIONS      *
000140*                 TRAIL, THE NIGHT LOG, THE ADJUSTMENT JOURNAL   *
000150*                 AND THE PLAYER DAILY-HISTORY ONLY EVER GREW.   *
000160*                 DRIVEN BY THE RETENTION POLICY FILE (COPYBOOK  *
000170*                 RETNPOL), THIS PROGRAM DELETES OR ARCHIVES     *
000180*                 WHAT HAS EXPIRED AND TAKES PURGED GENERATIONS  *
000190*                 OFF THE GENERATION CATALOG. IT REFUSES TO      *
000200*                 PURGE WHAT IS STILL NEEDED: A REJECT TRAIL     *
000210*                 HOLDING A REJECT WITH NO APPLIED CORRECTION, A *
000220*                 GENERATION NOT OLDER THAN THE LAST SEASON      *
000230*                 CLOSEOUT, AND HISTORY OR JOURNAL RECORDS       *
000240*                 SEASON-CLOSEOUT HAS NOT CAPTURED INTO THE      *
000250*                 SEASON HISTORY. EVERY FILE IT LOOKED AT GOES   *
000260*                 ON THE PURGE REPORT, REMOVED OR KEPT, WITH THE *
000270*                 REASON. HKEP_TRIAL=Y WRITES THE REPORT AND     *
000280*                 REMOVES NOTHING. THE STANDINGS MASTER UPDATE   *
000290*                 LOCK (COPYBOOK STDLOCK) IS HELD FOR A LIVE RUN *
000300*                 SO NO UPDATER APPENDS TO A FILE BEING CUT      *
000310*                 BACK, AND A RUN IS REFUSED WHILE A NIGHT IS    *
000320*                 OPEN.                                          *
000330*----------------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT POLICY-FILE ASSIGN DYNAMIC WS-POLICY-FILE-NAME
000390         FILE STATUS IS WS-POLICY-CHECK-KEY
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT OPTIONAL GENERATION-CATALOG
000430         ASSIGN TO "./standings_gencat.dat"
000440         FILE STATUS IS WS-CATALOG-CHECK-KEY
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470     SELECT OPTIONAL SEASON-HISTORY
000480         ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
000490         FILE STATUS IS WS-HISTORY-CHECK-KEY
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510
000520     SELECT OPTIONAL APPLIEDFILE
000530         ASSIGN DYNAMIC WS-APPLIED-FILE-NAME
000540         FILE STATUS IS WS-APPLIED-CHECK-KEY
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT REJECTFILE ASSIGN DYNAMIC WS-REJECT-FILE-NAME
000580         FILE STATUS IS WS-REJECT-CHECK-KEY
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610     SELECT AUDITFILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
000620         FILE STATUS IS WS-AUDIT-CHECK-KEY
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT TRIM-SOURCE ASSIGN DYNAMIC WS-TRIM-FILE-NAME
000660         FILE STATUS IS WS-TRIM-CHECK-KEY
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690     SELECT TRIM-WORK ASSIGN TO "./housekeeping.work"
000700         FILE STATUS IS WS-WORK-CHECK-KEY
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT OPTIONAL ARCHIVEFILE
000740         ASSIGN DYNAMIC WS-ARCHIVE-FILE-NAME
000750         FILE STATUS IS WS-ARCHIVE-CHECK-KEY
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770
000780     SELECT PURGE-REPORT ASSIGN DYNAMIC WS-REPORT-FILE-NAME
000790         FILE STATUS IS WS-REPORT-CHECK-KEY
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT DATE-CONTROL
000830         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000840         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT OPTIONAL STANDINGS-LOCK
000880         ASSIGN TO "./standings_lock.dat"
000890         FILE STATUS IS WS-LOCK-CHECK-KEY
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910
000920     SELECT OPTIONAL STANDINGS-LOCK-LOG
000930         ASSIGN TO "./standings_lock_log.dat"
000940         FILE STATUS IS WS-LOCK-LOG-CHECK-KEY
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990*----------------------------------------------------------------*
001000* POLICY-FILE - THE RETENTION POLICY (COPYBOOK RETNPOL).         *
001010*----------------------------------------------------------------*
001020 FD  POLICY-FILE.
001030     COPY RETNPOL.
001040
001050*----------------------------------------------------------------*
001060* GENERATION-CATALOG - THE GENERATION BACKUPS OF THE STANDINGS   *
001070* MASTER (COPYBOOK GENCAT). REWRITTEN WITHOUT THE GENERATIONS    *
001080* THIS RUN PURGED.                                               *
001090*----------------------------------------------------------------*
001100 FD  GENERATION-CATALOG.
001110     COPY GENCAT.
001120
001130*----------------------------------------------------------------*
001140* SEASON-HISTORY - WHAT SEASON-CLOSEOUT HAS CAPTURED (COPYBOOK   *
001150* SEASHIST). READ ONLY.                                          *
001160*----------------------------------------------------------------*
001170 FD  SEASON-HISTORY.
001180     COPY SEASHIST.
001190
001200*----------------------------------------------------------------*
001210* APPLIEDFILE - THE APPLIED-CORRECTIONS TRAIL (COPYBOOK CORRREC) *
001220* LEFT BY REJECT-RESUBMIT, LOADED TO TELL A CORRECTED REJECT     *
001230* FROM AN UNCORRECTED ONE BEFORE IT IS ITSELF CUT BACK.          *
001240*----------------------------------------------------------------*
001250 FD  APPLIEDFILE.
001260     COPY CORRREC.
001270
001280*----------------------------------------------------------------*
001290* REJECTFILE - ONE REJECT TRAIL (COPYBOOK REJREC): A BATCH       *
001300* DRIVER TRAIL OR THE LIVE TRAIL.                                *
001310*----------------------------------------------------------------*
001320 FD  REJECTFILE.
001330     COPY REJREC.
001340
001350*----------------------------------------------------------------*
001360* AUDITFILE - ONE OF THE BATCH DRIVER'S AUDIT TRAILS.            *
001370*----------------------------------------------------------------*
001380 FD  AUDITFILE.
001390 01  AUDIT-RECORD                PIC X(80).
001400
001410*----------------------------------------------------------------*
001420* TRIM-SOURCE - A FILE BEING CUT BACK RECORD BY RECORD. THE      *
001430* RECORD IS MOVED INTO ITS OWN LAYOUT IN WORKING STORAGE TO BE   *
001440* JUDGED.                                                        *
001450*----------------------------------------------------------------*
001460 FD  TRIM-SOURCE.
001470 01  TRIM-SOURCE-RECORD          PIC X(120).
001480
001490*----------------------------------------------------------------*
001500* TRIM-WORK - THE RECORDS KEPT, SWAPPED IN OVER TRIM-SOURCE      *
001510* ONCE THE WHOLE FILE HAS BEEN READ.                             *
001520*----------------------------------------------------------------*
001530 FD  TRIM-WORK.
001540 01  TRIM-WORK-RECORD            PIC X(120).
001550
001560*----------------------------------------------------------------*
001570* ARCHIVEFILE - THE RECORDS REMOVED FROM A FILE, APPENDED TO ITS *
001580* ARCHIVE WHEN THE POLICY SAYS ARCHIVE.                          *
001590*----------------------------------------------------------------*
001600 FD  ARCHIVEFILE.
001610 01  ARCHIVE-RECORD              PIC X(120).
001620
001630*----------------------------------------------------------------*
001640* PURGE-REPORT - WHAT WAS REMOVED, WHAT WAS KEPT, AND WHY.       *
001650*----------------------------------------------------------------*
001660 FD  PURGE-REPORT.
001670 01  PURGE-REPORT-RECORD         PIC X(80).
001680
001690*----------------------------------------------------------------*
001700* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).    *
001710*----------------------------------------------------------------*
001720 FD  DATE-CONTROL.
001730     COPY DATECTL.
001740
001750*----------------------------------------------------------------*
001760* STANDINGS-LOCK - THE MASTER UPDATE LOCK (COPYBOOK STDLOCK).    *
001770*----------------------------------------------------------------*
001780 FD  STANDINGS-LOCK.
001790     COPY STDLOCK.
001800
001810*----------------------------------------------------------------*
001820* STANDINGS-LOCK-LOG - EVERY TAKE, RELEASE AND REFUSAL OF THE    *
001830* LOCK (COPYBOOK STDLKLOG).                                      *
001840*----------------------------------------------------------------*
001850 FD  STANDINGS-LOCK-LOG.
001860     COPY STDLKLOG.
001870
001880 WORKING-STORAGE SECTION.
001890*----------------------------------------------------------------*
001900* SWITCHES AND CONTROL FIELDS                                    *
001910*----------------------------------------------------------------*
001920 77  WS-POLICY-CHECK-KEY         PIC X(02).
001930 77  WS-CATALOG-CHECK-KEY        PIC X(02).
001940 77  WS-HISTORY-CHECK-KEY        PIC X(02).
001950 77  WS-APPLIED-CHECK-KEY        PIC X(02).
001960 77  WS-REJECT-CHECK-KEY         PIC X(02).
001970 77  WS-AUDIT-CHECK-KEY          PIC X(02).
001980 77  WS-TRIM-CHECK-KEY           PIC X(02).
001990 77  WS-WORK-CHECK-KEY           PIC X(02).
002000 77  WS-ARCHIVE-CHECK-KEY        PIC X(02).
002010 77  WS-REPORT-CHECK-KEY         PIC X(02).
002020 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
002030
002040 01  WS-TRIAL-MODE               PIC X(01) VALUE "N".
002050     88  WS-TRIAL-RUN                 VALUE "Y".
002060 01  WS-CATALOG-EOF-SW           PIC X(01) VALUE "N".
002070     88  WS-CATALOG-EOF               VALUE "Y".
002080 01  WS-HISTORY-EOF-SW           PIC X(01) VALUE "N".
002090     88  WS-HISTORY-EOF               VALUE "Y".
002100 01  WS-APPLIED-EOF-SW           PIC X(01) VALUE "N".
002110     88  WS-APPLIED-EOF               VALUE "Y".
002120 01  WS-REJECT-EOF-SW            PIC X(01) VALUE "N".
002130     88  WS-REJECT-EOF                VALUE "Y".
002140 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
002150     88  WS-AUDIT-EOF                 VALUE "Y".
002160 01  WS-TRIM-EOF-SW              PIC X(01) VALUE "N".
002170     88  WS-TRIM-EOF                  VALUE "Y".
002180 01  WS-CAPTURE-FULL-SW          PIC X(01) VALUE "N".
002190     88  WS-CAPTURE-FULL              VALUE "Y".
002200 01  WS-APPLIED-FULL-SW          PIC X(01) VALUE "N".
002210     88  WS-APPLIED-FULL              VALUE "Y".
002220 01  WS-RETAIN-FULL-SW           PIC X(01) VALUE "N".
002230     88  WS-RETAIN-FULL               VALUE "Y".
002240 01  WS-CATALOG-CHANGED-SW       PIC X(01) VALUE "N".
002250     88  WS-CATALOG-CHANGED           VALUE "Y".
002260
002270*----------------------------------------------------------------*
002280* FILE NAMES                                                     *
002290*----------------------------------------------------------------*
002300 77  WS-POLICY-FILE-NAME         PIC X(255).
002310 77  WS-HISTORY-FILE-NAME        PIC X(255).
002320 77  WS-APPLIED-FILE-NAME        PIC X(255).
002330 77  WS-LIVE-REJECT-FILE-NAME    PIC X(255).
002340 77  WS-NIGHT-LOG-FILE-NAME      PIC X(255).
002350 77  WS-REJECT-FILE-NAME         PIC X(255).
002360 77  WS-AUDIT-FILE-NAME          PIC X(255).
002370 77  WS-TRIM-FILE-NAME           PIC X(255).
002380 77  WS-ARCHIVE-FILE-NAME        PIC X(255).
002390 77  WS-REPORT-FILE-NAME         PIC X(255).
002400 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
002410 77  WS-WORK-FILE-NAME           PIC X(255)
002420         VALUE "./housekeeping.work".
002430 77  WS-ARCHIVE-PREFIX           PIC X(40).
002440
002450*----------------------------------------------------------------*
002460* DATES - THE BUSINESS DATE, THE DAY BEFORE WHICH A TRAIL HAS    *
002470* EXPIRED, AND THE LAST SEASON CLOSEOUT ON THE SEASON HISTORY.   *
002480*----------------------------------------------------------------*
002490 77  WS-RUN-DATE                 PIC 9(08).
002500 77  WS-CUTOFF-DATE              PIC 9(08).
002510 77  WS-DATE-INTEGER             PIC 9(07) COMP.
002520 77  WS-LAST-CLOSE-DATE          PIC 9(08) VALUE ZERO.
002530 77  WS-LAST-CLOSE-SEASON        PIC X(08) VALUE SPACES.
002540
002550*----------------------------------------------------------------*
002560* GENERATION CATALOG TABLE - THE CATALOG IN CORE, EACH ENTRY     *
002570* MARKED WHEN ITS GENERATION IS PURGED SO THE CATALOG CAN BE     *
002580* WRITTEN BACK WITHOUT IT.                                       *
002590*----------------------------------------------------------------*
002600 01  WS-CATALOG-TABLE.
002610     05  WS-CATALOG-COUNT        PIC 9(04) COMP VALUE ZERO.
002620     05  WS-CATALOG-ENTRY OCCURS 1 TO 9999 TIMES
002630             DEPENDING ON WS-CATALOG-COUNT.
002640         10  WS-CATALOG-IMAGE        PIC X(136).
002650         10  WS-CATALOG-DROP-SW      PIC X(01).
002660             88  WS-CATALOG-DROPPED      VALUE "Y".
002670 77  WS-CATALOG-IDX              PIC 9(04) COMP VALUE ZERO.
002680 77  WS-HIGH-GENERATION          PIC 9(04) VALUE ZERO.
002690 77  WS-KEEP-FLOOR               PIC S9(05) VALUE ZERO.
002700 77  WS-PROBE-GENERATION         PIC 9(04) VALUE ZERO.
002710
002720*----------------------------------------------------------------*
002730* APPLIED CORRECTIONS TABLE - EVERY ROUND/PLAYER PAIR ON THE     *
002740* APPLIED-CORRECTIONS TRAIL. A REJECT ON THIS TABLE HAS BEEN     *
002750* SETTLED.                                                       *
002760*----------------------------------------------------------------*
002770 01  WS-APPLIED-TABLE.
002780     05  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
002790     05  WS-APPLIED-ENTRY OCCURS 1 TO 50000 TIMES
002800             DEPENDING ON WS-APPLIED-COUNT.
002810         10  WS-APPLIED-ROUND        PIC X(04).
002820         10  WS-APPLIED-PLAYER       PIC X(10).
002830
002840*----------------------------------------------------------------*
002850* RETAINED REJECTS TABLE - EVERY ROUND/PLAYER PAIR STILL ON A    *
002860* REJECT TRAIL AFTER THIS RUN. ITS APPLIED CORRECTION STAYS, OR  *
002870* CORRECTION-ENTRY WOULD TAKE A SECOND CORRECTION FOR IT.        *
002880*----------------------------------------------------------------*
002890 01  WS-RETAIN-TABLE.
002900     05  WS-RETAIN-COUNT         PIC 9(05) COMP VALUE ZERO.
002910     05  WS-RETAIN-ENTRY OCCURS 1 TO 50000 TIMES
002920             DEPENDING ON WS-RETAIN-COUNT.
002930         10  WS-RETAIN-ROUND         PIC X(04).
002940         10  WS-RETAIN-PLAYER        PIC X(10).
002950
002960*----------------------------------------------------------------*
002970* CAPTURED RECORD TABLES - THE PLAYER DAILY-HISTORY ("H") AND    *
002980* ADJUSTMENT-JOURNAL ("J") RECORDS SEASON-CLOSEOUT HAS FROZEN    *
002990* INTO THE SEASON HISTORY, HELD VERBATIM. A LIVE RECORD IS ONLY  *
003000* EVER PURGED WHEN ITS EXACT IMAGE IS FOUND HERE.                *
003010*----------------------------------------------------------------*
003020 01  WS-CAPTURED-HISTORY-TABLE.
003030     05  WS-CAPTURED-HISTORY-COUNT PIC 9(05) COMP VALUE ZERO.
003040     05  WS-CAPTURED-HISTORY OCCURS 1 TO 50000 TIMES
003050             DEPENDING ON WS-CAPTURED-HISTORY-COUNT
003060                                 PIC X(82).
003070 01  WS-CAPTURED-JOURNAL-TABLE.
003080     05  WS-CAPTURED-JOURNAL-COUNT PIC 9(05) COMP VALUE ZERO.
003090     05  WS-CAPTURED-JOURNAL OCCURS 1 TO 50000 TIMES
003100             DEPENDING ON WS-CAPTURED-JOURNAL-COUNT
003110                                 PIC X(115).
003120 77  WS-SEARCH-IDX               PIC 9(05) COMP VALUE ZERO.
003130 77  WS-FOUND-IDX                PIC 9(05) COMP VALUE ZERO.
003140 77  WS-SEARCH-ROUND             PIC X(04).
003150 77  WS-SEARCH-PLAYER            PIC X(10).
003160
003170*----------------------------------------------------------------*
003180* BATCH TRAIL FIELDS - ONE NUMBERED SLOT OF THE BATCH DRIVER'S   *
003190* REJECT AND AUDIT TRAILS. THE DRIVER NUMBERS THEM BY POSITION   *
003200* IN ITS LIST AND STOPS AT 500 FILES.                            *
003210*----------------------------------------------------------------*
003220 77  WS-SLOT                     PIC 9(04) COMP VALUE ZERO.
003230 77  WS-SLOT-DISPLAY             PIC 9(04).
003240 77  WS-MAX-SLOT                 PIC 9(04) COMP VALUE 500.
003250 77  WS-TRAIL-DATE               PIC 9(08) VALUE ZERO.
003260 77  WS-AUDIT-DATE               PIC 9(08) VALUE ZERO.
003270 77  WS-SLOT-REJECTS             PIC 9(05) COMP VALUE ZERO.
003280 77  WS-SLOT-UNCORRECTED         PIC 9(05) COMP VALUE ZERO.
003290 77  WS-AUDIT-BEFORE             PIC X(80).
003300 77  WS-AUDIT-AFTER              PIC X(80).
003310 01  WS-REJECT-EXISTS-SW         PIC X(01) VALUE "N".
003320     88  WS-REJECT-EXISTS             VALUE "Y".
003330 01  WS-AUDIT-EXISTS-SW          PIC X(01) VALUE "N".
003340     88  WS-AUDIT-EXISTS              VALUE "Y".
003350
003360*----------------------------------------------------------------*
003370* WHOLE-FILE REMOVAL FIELDS                                      *
003380*----------------------------------------------------------------*
003390 77  WS-PURGE-FILE-NAME          PIC X(255).
003400 77  WS-PURGE-ACTION             PIC X(01).
003410 01  WS-PURGE-RESULT             PIC X(01).
003420     88  WS-PURGE-DONE                VALUE "R".
003430     88  WS-PURGE-GONE                VALUE "G".
003440     88  WS-PURGE-FAILED              VALUE "F".
003450 77  WS-CALL-RESULT              PIC 9(08) COMP VALUE ZERO.
003460 77  WS-FILE-DETAILS             PIC X(16).
003470 77  WS-NAME-IDX                 PIC 9(03) COMP VALUE ZERO.
003480 77  WS-BASE-START               PIC 9(03) COMP VALUE ZERO.
003490
003500*----------------------------------------------------------------*
003510* RECORD TRIM FIELDS - ONE FILE BEING CUT BACK. EACH RECORD IS   *
003520* EITHER REMOVED OR KEPT UNDER ONE OF TWO REASONS.               *
003530*----------------------------------------------------------------*
003540 01  WS-TRIM-CLASS               PIC X(01).
003550     88  WS-TRIM-APPLIED              VALUE "C".
003560     88  WS-TRIM-NIGHT-LOG            VALUE "N".
003570     88  WS-TRIM-PLAYER-HISTORY       VALUE "H".
003580     88  WS-TRIM-ADJUST-JOURNAL       VALUE "J".
003590 77  WS-TRIM-ACTION              PIC X(01).
003600 77  WS-TRIM-TITLE               PIC X(30).
003610 01  WS-TRIM-REMOVE-SW           PIC X(01).
003620     88  WS-TRIM-REMOVE               VALUE "Y".
003630 77  WS-TRIM-REASON-IDX          PIC 9(01) COMP VALUE ZERO.
003640 77  WS-TRIM-REMOVED             PIC 9(07) COMP VALUE ZERO.
003650 01  WS-TRIM-KEPT-TABLE.
003660     05  WS-TRIM-KEPT OCCURS 2 TIMES.
003670         10  WS-TRIM-KEPT-COUNT      PIC 9(07) COMP.
003680         10  WS-TRIM-KEPT-REASON     PIC X(40).
003690 77  WS-NIGHT-BLOCK-DATE         PIC 9(08) VALUE ZERO.
003700 01  WS-ARCHIVE-OPEN-SW          PIC X(01) VALUE "N".
003710     88  WS-ARCHIVE-OPEN              VALUE "Y".
003720
003730*----------------------------------------------------------------*
003740* THE TRIMMED FILES' OWN LAYOUTS                                 *
003750*----------------------------------------------------------------*
003760     COPY PHISTREC.
003770     COPY ADJJRNL.
003780 01  WS-APPLIED-IMAGE.
003790     05  WS-APPLIED-IMAGE-ROUND  PIC X(04).
003800     05  WS-APPLIED-IMAGE-PLAYER PIC X(10).
003810     05  FILLER                  PIC X(03).
003820     05  WS-APPLIED-IMAGE-DATE   PIC X(08).
003830     05  FILLER                  PIC X(40).
003840
003850*----------------------------------------------------------------*
003860* REPORT FIELDS AND RUN TOTALS                                   *
003870*----------------------------------------------------------------*
003880 77  WS-REPORT-LINE              PIC X(80).
003890 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
003900 77  WS-COUNT-PRINT              PIC Z(06)9.
003910 77  WS-LINE-ACTION              PIC X(08).
003920 77  WS-LINE-FILE-NAME           PIC X(255).
003930 77  WS-LINE-DATE                PIC 9(08).
003940 77  WS-LINE-REASON              PIC X(50).
003950 77  WS-FILES-REMOVED            PIC 9(07) COMP VALUE ZERO.
003960 77  WS-FILES-KEPT               PIC 9(07) COMP VALUE ZERO.
003970 77  WS-RECORDS-REMOVED          PIC 9(07) COMP VALUE ZERO.
003980 77  WS-RECORDS-KEPT             PIC 9(07) COMP VALUE ZERO.
003990 77  WS-FAILURE-COUNT            PIC 9(07) COMP VALUE ZERO.
004000
004010*----------------------------------------------------------------*
004020* MASTER UPDATE LOCK FIELDS - WHO THIS RUN IS, AND THE CLOCK     *
004030* DATE AND TIME IT TOOK THE LOCK.                                *
004040*----------------------------------------------------------------*
004050 77  WS-LOCK-CHECK-KEY           PIC X(02).
004060 77  WS-LOCK-LOG-CHECK-KEY       PIC X(02).
004070 77  WS-LOCK-PROGRAM             PIC X(20)
004080         VALUE "HOUSEKEEPING".
004090 77  WS-LOCK-USER                PIC X(12).
004100 77  WS-LOCK-DATE                PIC 9(08).
004110 77  WS-LOCK-TIME                PIC 9(08).
004120 77  WS-LOCK-EVENT               PIC X(01).
004130
004140 PROCEDURE DIVISION.
004150*----------------------------------------------------------------*
004160* 0000-MAINLINE                                                  *
004170*----------------------------------------------------------------*
004180 0000-MAINLINE.
004190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004200     IF NOT WS-TRIAL-RUN
004210         PERFORM 1400-ACQUIRE-MASTER-LOCK THRU 1400-EXIT
004220     END-IF.
004230     PERFORM 1500-WRITE-HEADING THRU 1500-EXIT.
004240     PERFORM 2000-PURGE-GENERATIONS THRU 2000-EXIT.
004250     PERFORM 3000-PURGE-BATCH-TRAILS THRU 3000-EXIT.
004260     PERFORM 4000-TRIM-APPLIED THRU 4000-EXIT.
004270     PERFORM 4500-TRIM-NIGHT-LOG THRU 4500-EXIT.
004280     PERFORM 5000-TRIM-PLAYER-HISTORY THRU 5000-EXIT.
004290     PERFORM 5500-TRIM-ADJUST-JOURNAL THRU 5500-EXIT.
004300     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
004310     IF NOT WS-TRIAL-RUN
004320         PERFORM 8900-RELEASE-MASTER-LOCK THRU 8900-EXIT
004330     END-IF.
004340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004350     IF WS-FAILURE-COUNT NOT = ZERO
004360         STOP RUN RETURNING 1
004370     END-IF.
004380     STOP RUN.
004390
004400*----------------------------------------------------------------*
004410* 1000-INITIALIZE - WORK OUT THE FILE NAMES, READ THE BUSINESS   *
004420* DATE AND THE POLICY, AND LOAD WHAT THE REFUSAL RULES NEED: THE *
004430* LAST CLOSEOUT WITH WHAT IT CAPTURED, AND THE APPLIED           *
004440* CORRECTIONS.                                                   *
004450*----------------------------------------------------------------*
004460 1000-INITIALIZE.
004470     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
004480
004490     ACCEPT WS-TRIAL-MODE FROM ENVIRONMENT "HKEP_TRIAL".
004500
004510     MOVE SPACES TO WS-POLICY-FILE-NAME.
004520     ACCEPT WS-POLICY-FILE-NAME
004530         FROM ENVIRONMENT "HKEP_POLICY_FILE".
004540     IF WS-POLICY-FILE-NAME = SPACES
004550         MOVE "./retention_policy.dat" TO WS-POLICY-FILE-NAME
004560     END-IF.
004570
004580     MOVE SPACES TO WS-REPORT-FILE-NAME.
004590     ACCEPT WS-REPORT-FILE-NAME
004600         FROM ENVIRONMENT "HKEP_REPORT_FILE".
004610     IF WS-REPORT-FILE-NAME = SPACES
004620         MOVE "./housekeeping_report.txt"
004630             TO WS-REPORT-FILE-NAME
004640     END-IF.
004650
004660     MOVE SPACES TO WS-HISTORY-FILE-NAME.
004670     ACCEPT WS-HISTORY-FILE-NAME
004680         FROM ENVIRONMENT "SCLS_HISTORY_FILE".
004690     IF WS-HISTORY-FILE-NAME = SPACES
004700         MOVE "./season_history.dat" TO WS-HISTORY-FILE-NAME
004710     END-IF.
004720
004730     MOVE SPACES TO WS-APPLIED-FILE-NAME.
004740     ACCEPT WS-APPLIED-FILE-NAME
004750         FROM ENVIRONMENT "CENT_APPLIED_FILE".
004760     IF WS-APPLIED-FILE-NAME = SPACES
004770         MOVE "./corrections_applied.dat"
004780             TO WS-APPLIED-FILE-NAME
004790     END-IF.
004800
004810     MOVE SPACES TO WS-LIVE-REJECT-FILE-NAME.
004820     ACCEPT WS-LIVE-REJECT-FILE-NAME
004830         FROM ENVIRONMENT "RPS_REJECT_FILE".
004840     IF WS-LIVE-REJECT-FILE-NAME = SPACES
004850         MOVE "./reject.txt" TO WS-LIVE-REJECT-FILE-NAME
004860     END-IF.
004870
004880     MOVE SPACES TO WS-NIGHT-LOG-FILE-NAME.
004890     ACCEPT WS-NIGHT-LOG-FILE-NAME
004900         FROM ENVIRONMENT "NSTR_LOG_FILE".
004910     IF WS-NIGHT-LOG-FILE-NAME = SPACES
004920         MOVE "./night_log.txt" TO WS-NIGHT-LOG-FILE-NAME
004930     END-IF.
004940
004950     PERFORM 1100-READ-POLICY THRU 1100-EXIT.
004960     PERFORM 1200-FIND-LAST-CLOSEOUT THRU 1200-EXIT.
004970     PERFORM 1300-LOAD-APPLIED THRU 1300-EXIT.
004980 1000-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------*
005020* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE    *
005030* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM  *
005040* CLOCK. WHAT HAS EXPIRED IS JUDGED FROM IT, SO WITHOUT IT THE   *
005050* RUN STOPS. WHILE A NIGHT IS OPEN ITS STEPS ARE STILL WRITING   *
005060* THE TRAILS AND THE NIGHT LOG, SO THE RUN STOPS THEN TOO.       *
005070*----------------------------------------------------------------*
005080 1050-READ-BUSINESS-DATE.
005090     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
005100     ACCEPT WS-DATE-CONTROL-FILE-NAME
005110         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
005120     IF WS-DATE-CONTROL-FILE-NAME = SPACES
005130         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
005140     END-IF.
005150     OPEN INPUT DATE-CONTROL.
005160     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
005170         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
005180             WS-DATE-CONTROL-CHECK-KEY
005190         END-DISPLAY
005200         STOP RUN RETURNING 1
005210     END-IF.
005220     READ DATE-CONTROL
005230         AT END
005240             DISPLAY "DATE-CONTROL FILE IS EMPTY"
005250             END-DISPLAY
005260             STOP RUN RETURNING 1
005270     END-READ.
005280     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
005290     CLOSE DATE-CONTROL.
005300
005310     IF DC-NIGHT-OPEN
005320         DISPLAY "NIGHT " DC-BUSINESS-DATE " IS STILL OPEN - "
005330             "HOUSEKEEPING REFUSED"
005340         END-DISPLAY
005350         DISPLAY "RUN HOUSEKEEPING ONCE NIGHT-STREAM HAS "
005360             "COMPLETED THE NIGHT"
005370         END-DISPLAY
005380         STOP RUN RETURNING 1
005390     END-IF.
005400 1050-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------*
005440* 1100-READ-POLICY - READ AND CHECK THE RETENTION POLICY. A      *
005450* POLICY THAT IS MISSING OR DOES NOT MAKE SENSE REMOVES NOTHING  *
005460* - THE RUN STOPS. THE TRAIL CUT-OFF IS THE BUSINESS DATE LESS   *
005470* RP-TRAIL-DAYS; ANYTHING DATED BEFORE IT HAS EXPIRED.           *
005480*----------------------------------------------------------------*
005490 1100-READ-POLICY.
005500     OPEN INPUT POLICY-FILE.
005510     IF WS-POLICY-CHECK-KEY NOT = "00"
005520         DISPLAY "UNABLE TO OPEN RETENTION POLICY "
005530             WS-POLICY-FILE-NAME ". STATUS: "
005540             WS-POLICY-CHECK-KEY
005550         END-DISPLAY
005560         STOP RUN RETURNING 1
005570     END-IF.
005580     READ POLICY-FILE
005590         AT END
005600             DISPLAY "RETENTION POLICY FILE IS EMPTY"
005610             END-DISPLAY
005620             STOP RUN RETURNING 1
005630     END-READ.
005640     CLOSE POLICY-FILE.
005650
005660     IF RP-KEEP-GENERATIONS NOT NUMERIC
005670             OR RP-KEEP-GENERATIONS = ZERO
005680         DISPLAY "RETENTION POLICY REFUSED - GENERATIONS TO "
005690             "KEEP MUST BE 0001 TO 9999"
005700         END-DISPLAY
005710         STOP RUN RETURNING 1
005720     END-IF.
005730     IF RP-TRAIL-DAYS NOT NUMERIC
005740         DISPLAY "RETENTION POLICY REFUSED - TRAIL DAYS MUST "
005750             "BE NUMERIC"
005760         END-DISPLAY
005770         STOP RUN RETURNING 1
005780     END-IF.
005790     IF NOT RP-GENERATION-ARCHIVE AND NOT RP-GENERATION-DELETE
005800             OR NOT RP-TRAIL-ARCHIVE AND NOT RP-TRAIL-DELETE
005810         DISPLAY "RETENTION POLICY REFUSED - GENERATION AND "
005820             "TRAIL ACTIONS MUST BE A OR D"
005830         END-DISPLAY
005840         STOP RUN RETURNING 1
005850     END-IF.
005860     IF NOT RP-SEASON-ARCHIVE AND NOT RP-SEASON-DELETE
005870             AND NOT RP-SEASON-KEEP
005880         DISPLAY "RETENTION POLICY REFUSED - SEASON ACTION "
005890             "MUST BE A, D OR K"
005900         END-DISPLAY
005910         STOP RUN RETURNING 1
005920     END-IF.
005930
005940     MOVE RP-ARCHIVE-PREFIX TO WS-ARCHIVE-PREFIX.
005950     IF WS-ARCHIVE-PREFIX = SPACES
005960         MOVE "./archive/" TO WS-ARCHIVE-PREFIX
005970     END-IF.
005980
005990     COMPUTE WS-DATE-INTEGER =
006000         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - RP-TRAIL-DAYS
006010     END-COMPUTE.
006020     COMPUTE WS-CUTOFF-DATE =
006030         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
006040     END-COMPUTE.
006050 1100-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------*
006090* 1200-FIND-LAST-CLOSEOUT - READ THE SEASON HISTORY FOR THE MOST *
006100* RECENT CLOSE DATE SEASON-CLOSEOUT STAMPED, AND HOLD EVERY      *
006110* DAILY-HISTORY AND JOURNAL RECORD IT CAPTURED. THE PLAYOFF      *
006120* RECORDS ARE WRITTEN LATER BY PLAYOFF-BRACKET AND DO NOT COUNT  *
006130* AS A CLOSEOUT. NO HISTORY MEANS NO SEASON HAS BEEN CLOSED.     *
006140*----------------------------------------------------------------*
006150 1200-FIND-LAST-CLOSEOUT.
006160     OPEN INPUT SEASON-HISTORY.
006170     IF WS-HISTORY-CHECK-KEY NOT = "00" AND
006180             WS-HISTORY-CHECK-KEY NOT = "05"
006190         DISPLAY "UNABLE TO OPEN SEASON-HISTORY. STATUS: "
006200             WS-HISTORY-CHECK-KEY
006210         END-DISPLAY
006220         STOP RUN RETURNING 1
006230     END-IF.
006240     PERFORM 1210-CHECK-HISTORY-RECORD THRU 1210-EXIT
006250         UNTIL WS-HISTORY-EOF.
006260     CLOSE SEASON-HISTORY.
006270 1200-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------*
006310* 1210-CHECK-HISTORY-RECORD - ONE SEASON HISTORY RECORD. ONCE A  *
006320* CAPTURED TABLE IS FULL THE REST ARE NOT HELD, AND THE LIVE     *
006330* RECORDS THEY WOULD HAVE MATCHED ARE KEPT.                      *
006340*----------------------------------------------------------------*
006350 1210-CHECK-HISTORY-RECORD.
006360     READ SEASON-HISTORY
006370         AT END
006380             SET WS-HISTORY-EOF TO TRUE
006390             GO TO 1210-EXIT
006400     END-READ.
006410     IF SH-BRACKET-TYPE OR SH-CHAMPION-TYPE
006420         GO TO 1210-EXIT
006430     END-IF.
006440     IF SH-CLOSE-DATE > WS-LAST-CLOSE-DATE
006450         MOVE SH-CLOSE-DATE TO WS-LAST-CLOSE-DATE
006460         MOVE SH-SEASON-ID TO WS-LAST-CLOSE-SEASON
006470     END-IF.
006480     IF SH-HISTORY-TYPE
006490         IF WS-CAPTURED-HISTORY-COUNT >= 50000
006500             SET WS-CAPTURE-FULL TO TRUE
006510         ELSE
006520             ADD 1 TO WS-CAPTURED-HISTORY-COUNT
006530             MOVE SH-PAYLOAD(1:82) TO
006540                 WS-CAPTURED-HISTORY(WS-CAPTURED-HISTORY-COUNT)
006550         END-IF
006560     END-IF.
006570     IF SH-JOURNAL-TYPE
006580         IF WS-CAPTURED-JOURNAL-COUNT >= 50000
006590             SET WS-CAPTURE-FULL TO TRUE
006600         ELSE
006610             ADD 1 TO WS-CAPTURED-JOURNAL-COUNT
006620             MOVE SH-PAYLOAD(1:115) TO
006630                 WS-CAPTURED-JOURNAL(WS-CAPTURED-JOURNAL-COUNT)
006640         END-IF
006650     END-IF.
006660 1210-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------*
006700* 1300-LOAD-APPLIED - LOAD THE ROUND/PLAYER PAIRS ON THE         *
006710* APPLIED-CORRECTIONS TRAIL. NO TRAIL MEANS NOTHING HAS BEEN     *
006720* CORRECTED YET. IF THE TRAIL OUTGROWS THE TABLE A REJECT        *
006730* CANNOT BE PROVED CORRECTED, SO NO REJECT TRAIL IS PURGED.      *
006740*----------------------------------------------------------------*
006750 1300-LOAD-APPLIED.
006760     OPEN INPUT APPLIEDFILE.
006770     IF WS-APPLIED-CHECK-KEY NOT = "00" AND
006780             WS-APPLIED-CHECK-KEY NOT = "05"
006790         DISPLAY "UNABLE TO OPEN APPLIEDFILE "
006800             WS-APPLIED-FILE-NAME ". STATUS: "
006810             WS-APPLIED-CHECK-KEY
006820         END-DISPLAY
006830         STOP RUN RETURNING 1
006840     END-IF.
006850     PERFORM 1310-LOAD-APPLIED-RECORD THRU 1310-EXIT
006860         UNTIL WS-APPLIED-EOF.
006870     CLOSE APPLIEDFILE.
006880 1300-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------*
006920* 1310-LOAD-APPLIED-RECORD - ADD ONE APPLIED CORRECTION.         *
006930*----------------------------------------------------------------*
006940 1310-LOAD-APPLIED-RECORD.
006950     READ APPLIEDFILE
006960         AT END
006970             SET WS-APPLIED-EOF TO TRUE
006980             GO TO 1310-EXIT
006990     END-READ.
007000     IF WS-APPLIED-COUNT >= 50000
007010         SET WS-APPLIED-FULL TO TRUE
007020         SET WS-APPLIED-EOF TO TRUE
007030         GO TO 1310-EXIT
007040     END-IF.
007050     ADD 1 TO WS-APPLIED-COUNT.
007060     MOVE CORRECTION-RECORD(1:4)
007070         TO WS-APPLIED-ROUND(WS-APPLIED-COUNT).
007080     MOVE CO-PLAYER-ID TO WS-APPLIED-PLAYER(WS-APPLIED-COUNT).
007090 1310-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------------*
007130* 1400-ACQUIRE-MASTER-LOCK - TAKE THE STANDINGS MASTER UPDATE    *
007140* LOCK (COPYBOOK STDLOCK) BEFORE ANYTHING IS REMOVED. THE        *
007150* CATALOG, THE JOURNAL AND THE DAILY-HISTORY ARE APPENDED TO BY  *
007160* THE UPDATERS, AND A FILE BEING CUT BACK MUST NOT GROW UNDER    *
007170* THIS RUN. WHILE ANOTHER RUN HOLDS THE LOCK THIS RUN IS         *
007180* REFUSED WITH NOTHING TOUCHED. A LOCK FILE THAT CANNOT BE READ  *
007190* PROVES NOTHING, SO THE RUN STOPS.                              *
007200*----------------------------------------------------------------*
007210 1400-ACQUIRE-MASTER-LOCK.
007220     MOVE SPACES TO WS-LOCK-USER.
007230     ACCEPT WS-LOCK-USER FROM ENVIRONMENT "USER".
007240     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
007250     ACCEPT WS-LOCK-TIME FROM TIME.
007260
007270     MOVE SPACES TO STANDINGS-LOCK-RECORD.
007280     OPEN INPUT STANDINGS-LOCK.
007290     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007300             WS-LOCK-CHECK-KEY NOT = "05"
007310         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
007320             WS-LOCK-CHECK-KEY
007330         END-DISPLAY
007340         STOP RUN RETURNING 1
007350     END-IF.
007360     READ STANDINGS-LOCK
007370         AT END MOVE "F" TO SL-LOCK-STATE
007380     END-READ.
007390     CLOSE STANDINGS-LOCK.
007400
007410     IF SL-LOCK-HELD
007420         DISPLAY "STANDINGS MASTER IS LOCKED - " WS-LOCK-PROGRAM
007430             " REFUSED"
007440         END-DISPLAY
007450         DISPLAY "LOCK HELD BY " SL-HOLDER-PROGRAM
007460             " USER " SL-HOLDER-USER
007470             " SINCE " SL-HELD-SINCE-DATE " " SL-HELD-SINCE-TIME
007480         END-DISPLAY
007490         DISPLAY "IF THAT RUN HAS ABENDED, AN OPERATOR MUST "
007500             "RELEASE THE LOCK WITH MASTER-LOCK (MLCK_MODE=R)"
007510         END-DISPLAY
007520         MOVE "X" TO WS-LOCK-EVENT
007530         PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT
007540         STOP RUN RETURNING 1
007550     END-IF.
007560
007570     MOVE SPACES TO STANDINGS-LOCK-RECORD.
007580     SET SL-LOCK-HELD TO TRUE.
007590     MOVE WS-LOCK-PROGRAM TO SL-HOLDER-PROGRAM.
007600     MOVE WS-LOCK-USER TO SL-HOLDER-USER.
007610     MOVE WS-LOCK-DATE TO SL-HELD-SINCE-DATE.
007620     MOVE WS-LOCK-TIME TO SL-HELD-SINCE-TIME.
007630     MOVE ZERO TO SL-RELEASED-DATE.
007640     MOVE ZERO TO SL-RELEASED-TIME.
007650     OPEN OUTPUT STANDINGS-LOCK.
007660     IF WS-LOCK-CHECK-KEY NOT = "00" AND
007670             WS-LOCK-CHECK-KEY NOT = "05"
007680         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
007690             WS-LOCK-CHECK-KEY
007700         END-DISPLAY
007710         STOP RUN RETURNING 1
007720     END-IF.
007730     WRITE STANDINGS-LOCK-RECORD.
007740     CLOSE STANDINGS-LOCK.
007750     MOVE "A" TO WS-LOCK-EVENT.
007760     PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT.
007770 1400-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------*
007810* 1410-LOG-LOCK-EVENT - APPEND ONE LOCK EVENT (COPYBOOK          *
007820* STDLKLOG) FOR THIS RUN, CARRYING THE LOCK RECORD AS IT STOOD.  *
007830*----------------------------------------------------------------*
007840 1410-LOG-LOCK-EVENT.
007850     OPEN EXTEND STANDINGS-LOCK-LOG.
007860     IF WS-LOCK-LOG-CHECK-KEY NOT = "00" AND
007870             WS-LOCK-LOG-CHECK-KEY NOT = "05"
007880         DISPLAY "UNABLE TO OPEN STANDINGS-LOCK-LOG. STATUS: "
007890             WS-LOCK-LOG-CHECK-KEY
007900         END-DISPLAY
007910         STOP RUN RETURNING 1
007920     END-IF.
007930     MOVE SPACES TO STANDINGS-LOCK-LOG-RECORD.
007940     ACCEPT SG-EVENT-DATE FROM DATE YYYYMMDD.
007950     ACCEPT SG-EVENT-TIME FROM TIME.
007960     MOVE WS-LOCK-EVENT TO SG-EVENT-TYPE.
007970     MOVE WS-LOCK-PROGRAM TO SG-PROGRAM.
007980     MOVE WS-LOCK-USER TO SG-USER.
007990     MOVE SL-HOLDER-PROGRAM TO SG-HOLDER-PROGRAM.
008000     MOVE SL-HOLDER-USER TO SG-HOLDER-USER.
008010     MOVE SL-HELD-SINCE-DATE TO SG-HELD-SINCE-DATE.
008020     MOVE SL-HELD-SINCE-TIME TO SG-HELD-SINCE-TIME.
008030     WRITE STANDINGS-LOCK-LOG-RECORD.
008040     CLOSE STANDINGS-LOCK-LOG.
008050 1410-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------------*
008090* 1500-WRITE-HEADING - OPEN THE REPORT ONCE THE RUN IS SURE TO   *
008100* GO AHEAD, AND WRITE THE HEADING: RUN DATE, POLICY, CUT-OFF AND *
008110* THE LAST CLOSEOUT THE RULES ARE JUDGED AGAINST.                *
008120*----------------------------------------------------------------*
008130 1500-WRITE-HEADING.
008140     OPEN OUTPUT PURGE-REPORT.
008150     IF WS-REPORT-CHECK-KEY NOT = "00"
008160         DISPLAY "UNABLE TO OPEN PURGE-REPORT "
008170             WS-REPORT-FILE-NAME ". STATUS: "
008180             WS-REPORT-CHECK-KEY
008190         END-DISPLAY
008200         STOP RUN RETURNING 1
008210     END-IF.
008220
008230     MOVE "HOUSEKEEPING PURGE REPORT" TO PURGE-REPORT-RECORD.
008240     WRITE PURGE-REPORT-RECORD.
008250
008260     MOVE SPACES TO WS-REPORT-LINE.
008270     STRING "RUN DATE " DELIMITED BY SIZE
008280         WS-RUN-DATE DELIMITED BY SIZE
008290         INTO WS-REPORT-LINE
008300     END-STRING.
008310     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
008320     WRITE PURGE-REPORT-RECORD.
008330
008340     IF WS-TRIAL-RUN
008350         MOVE "TRIAL RUN - NOTHING WAS REMOVED. REMOVED LINES "
008360             TO PURGE-REPORT-RECORD
008370         WRITE PURGE-REPORT-RECORD
008380         MOVE "SHOW WHAT A LIVE RUN WOULD TAKE."
008390             TO PURGE-REPORT-RECORD
008400         WRITE PURGE-REPORT-RECORD
008410     END-IF.
008420
008430     MOVE SPACES TO WS-REPORT-LINE.
008440     STRING "POLICY: KEEP " DELIMITED BY SIZE
008450         RP-KEEP-GENERATIONS DELIMITED BY SIZE
008460         " GENERATIONS (" DELIMITED BY SIZE
008470         RP-GENERATION-ACTION DELIMITED BY SIZE
008480         "), TRAILS " DELIMITED BY SIZE
008490         RP-TRAIL-DAYS DELIMITED BY SIZE
008500         " DAYS (" DELIMITED BY SIZE
008510         RP-TRAIL-ACTION DELIMITED BY SIZE
008520         "), SEASON FILES (" DELIMITED BY SIZE
008530         RP-SEASON-ACTION DELIMITED BY SIZE
008540         ")" DELIMITED BY SIZE
008550         INTO WS-REPORT-LINE
008560     END-STRING.
008570     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
008580     WRITE PURGE-REPORT-RECORD.
008590     MOVE "ACTIONS: A = ARCHIVE, D = DELETE, K = KEEP"
008600         TO PURGE-REPORT-RECORD.
008610     WRITE PURGE-REPORT-RECORD.
008620
008630     MOVE SPACES TO WS-REPORT-LINE.
008640     STRING "ARCHIVE PREFIX " DELIMITED BY SIZE
008650         WS-ARCHIVE-PREFIX DELIMITED BY SPACE
008660         INTO WS-REPORT-LINE
008670     END-STRING.
008680     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
008690     WRITE PURGE-REPORT-RECORD.
008700
008710     MOVE SPACES TO WS-REPORT-LINE.
008720     STRING "TRAILS DATED BEFORE " DELIMITED BY SIZE
008730         WS-CUTOFF-DATE DELIMITED BY SIZE
008740         " HAVE EXPIRED" DELIMITED BY SIZE
008750         INTO WS-REPORT-LINE
008760     END-STRING.
008770     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
008780     WRITE PURGE-REPORT-RECORD.
008790
008800     IF WS-LAST-CLOSE-DATE = ZERO
008810         MOVE "NO SEASON CLOSEOUT ON RECORD - SEASON FILES AND "
008820             TO PURGE-REPORT-RECORD
008830         WRITE PURGE-REPORT-RECORD
008840         MOVE "GENERATIONS ARE ALL STILL NEEDED"
008850             TO PURGE-REPORT-RECORD
008860     ELSE
008870         MOVE SPACES TO WS-REPORT-LINE
008880         STRING "LAST SEASON CLOSEOUT " DELIMITED BY SIZE
008890             WS-LAST-CLOSE-DATE DELIMITED BY SIZE
008900             " SEASON " DELIMITED BY SIZE
008910             WS-LAST-CLOSE-SEASON DELIMITED BY SIZE
008920             INTO WS-REPORT-LINE
008930         END-STRING
008940         MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD
008950     END-IF.
008960     WRITE PURGE-REPORT-RECORD.
008970     IF WS-CAPTURE-FULL
008980         MOVE "SEASON HISTORY TOO LARGE TO HOLD IN FULL - "
008990             TO PURGE-REPORT-RECORD
009000         WRITE PURGE-REPORT-RECORD
009010         MOVE "RECORDS NOT FOUND IN THE PART HELD ARE KEPT"
009020             TO PURGE-REPORT-RECORD
009030         WRITE PURGE-REPORT-RECORD
009040     END-IF.
009050 1500-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------------*
009090* 2000-PURGE-GENERATIONS - THE NEWEST RP-KEEP-GENERATIONS        *
009100* CATALOGED GENERATIONS ARE KEPT. AN OLDER ONE IS PURGED ONLY    *
009110* WHEN IT WAS CUT BEFORE THE LAST SEASON CLOSEOUT - A GENERATION *
009120* CUT SINCE THEN BELONGS TO THE LIVE SEASON AND IS WHAT          *
009130* STANDINGS-RESTORE ROLLS BACK TO. THE CATALOG IS WRITTEN BACK   *
009140* WITHOUT THE PURGED GENERATIONS, THEN THE BACKUPS OF CLOSED     *
009150* SEASONS NO LONGER ON THE CATALOG ARE DEALT WITH.               *
009160*----------------------------------------------------------------*
009170 2000-PURGE-GENERATIONS.
009180     MOVE SPACES TO PURGE-REPORT-RECORD.
009190     WRITE PURGE-REPORT-RECORD.
009200     MOVE "GENERATION BACKUPS (./standings_gencat.dat)"
009210         TO PURGE-REPORT-RECORD.
009220     WRITE PURGE-REPORT-RECORD.
009230
009240     OPEN INPUT GENERATION-CATALOG.
009250     IF WS-CATALOG-CHECK-KEY NOT = "00" AND
009260             WS-CATALOG-CHECK-KEY NOT = "05"
009270         DISPLAY "UNABLE TO OPEN GENERATION-CATALOG. STATUS: "
009280             WS-CATALOG-CHECK-KEY
009290         END-DISPLAY
009300         PERFORM 9100-STOP-FAILED THRU 9100-EXIT
009310     END-IF.
009320     PERFORM 2010-LOAD-CATALOG-RECORD THRU 2010-EXIT
009330         UNTIL WS-CATALOG-EOF.
009340     CLOSE GENERATION-CATALOG.
009350
009360     IF WS-CATALOG-COUNT = ZERO
009370         MOVE "  NO GENERATIONS ON THE CATALOG"
009380             TO PURGE-REPORT-RECORD
009390         WRITE PURGE-REPORT-RECORD
009400     END-IF.
009410
009420     COMPUTE WS-KEEP-FLOOR =
009430         WS-HIGH-GENERATION - RP-KEEP-GENERATIONS
009440     END-COMPUTE.
009450     PERFORM 2100-CHECK-GENERATION THRU 2100-EXIT
009460         VARYING WS-CATALOG-IDX FROM 1 BY 1
009470         UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT.
009480
009490     IF WS-CATALOG-CHANGED AND NOT WS-TRIAL-RUN
009500         PERFORM 2200-REWRITE-CATALOG THRU 2200-EXIT
009510     END-IF.
009520
009530     PERFORM 2300-PURGE-UNCATALOGED THRU 2300-EXIT.
009540 2000-EXIT.
009550     EXIT.
009560
009570*----------------------------------------------------------------*
009580* 2010-LOAD-CATALOG-RECORD - HOLD ONE CATALOG ENTRY AND NOTE THE *
009590* HIGHEST GENERATION.                                            *
009600*----------------------------------------------------------------*
009610 2010-LOAD-CATALOG-RECORD.
009620     READ GENERATION-CATALOG
009630         AT END
009640             SET WS-CATALOG-EOF TO TRUE
009650             GO TO 2010-EXIT
009660     END-READ.
009670     IF WS-CATALOG-COUNT >= 9999
009680         DISPLAY "GENERATION CATALOG LONGER THAN 9999 ENTRIES"
009690         END-DISPLAY
009700         PERFORM 9100-STOP-FAILED THRU 9100-EXIT
009710     END-IF.
009720     ADD 1 TO WS-CATALOG-COUNT.
009730     MOVE GENERATION-CATALOG-RECORD
009740         TO WS-CATALOG-IMAGE(WS-CATALOG-COUNT).
009750     MOVE "N" TO WS-CATALOG-DROP-SW(WS-CATALOG-COUNT).
009760     IF GC-GENERATION > WS-HIGH-GENERATION
009770         MOVE GC-GENERATION TO WS-HIGH-GENERATION
009780     END-IF.
009790 2010-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------*
009830* 2100-CHECK-GENERATION - KEEP OR PURGE ONE CATALOGED            *
009840* GENERATION. A PURGED GENERATION WHOSE BACKUP IS ALREADY GONE   *
009850* FROM DISK IS STILL TAKEN OFF THE CATALOG; ONE THAT COULD NOT   *
009860* BE REMOVED STAYS ON IT.                                        *
009870*----------------------------------------------------------------*
009880 2100-CHECK-GENERATION.
009890     MOVE WS-CATALOG-IMAGE(WS-CATALOG-IDX)
009900         TO GENERATION-CATALOG-RECORD.
009910     MOVE GC-BACKUP-FILE-NAME TO WS-LINE-FILE-NAME.
009920     MOVE GC-CUT-DATE TO WS-LINE-DATE.
009930
009940     IF GC-GENERATION > WS-KEEP-FLOOR
009950         MOVE "WITHIN THE GENERATIONS KEPT" TO WS-LINE-REASON
009960         PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
009970         GO TO 2100-EXIT
009980     END-IF.
009990     IF WS-LAST-CLOSE-DATE = ZERO
010000         MOVE "LIVE SEASON - NO CLOSEOUT ON RECORD"
010010             TO WS-LINE-REASON
010020         PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
010030         GO TO 2100-EXIT
010040     END-IF.
010050     IF GC-CUT-DATE NOT < WS-LAST-CLOSE-DATE
010060         MOVE "NOT OLDER THAN THE LAST CLOSEOUT"
010070             TO WS-LINE-REASON
010080         PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
010090         GO TO 2100-EXIT
010100     END-IF.
010110
010120     MOVE GC-BACKUP-FILE-NAME TO WS-PURGE-FILE-NAME.
010130     MOVE RP-GENERATION-ACTION TO WS-PURGE-ACTION.
010140     PERFORM 7500-REMOVE-WHOLE-FILE THRU 7500-EXIT.
010150     EVALUATE TRUE
010160         WHEN WS-PURGE-FAILED
010170             MOVE "COULD NOT BE REMOVED - LEFT ON CATALOG"
010180                 TO WS-LINE-REASON
010190             PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
010200         WHEN OTHER
010210             SET WS-CATALOG-DROPPED(WS-CATALOG-IDX) TO TRUE
010220             SET WS-CATALOG-CHANGED TO TRUE
010230             MOVE "CUT BEFORE THE LAST CLOSEOUT"
010240                 TO WS-LINE-REASON
010250             PERFORM 8000-WRITE-REMOVED-FILE THRU 8000-EXIT
010260     END-EVALUATE.
010270 2100-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------------*
010310* 2200-REWRITE-CATALOG - WRITE THE CATALOG BACK WITH ONLY THE    *
010320* GENERATIONS STILL ON DISK.                                     *
010330*----------------------------------------------------------------*
010340 2200-REWRITE-CATALOG.
010350     OPEN OUTPUT GENERATION-CATALOG.
010360     IF WS-CATALOG-CHECK-KEY NOT = "00" AND
010370             WS-CATALOG-CHECK-KEY NOT = "05"
010380         DISPLAY "UNABLE TO REWRITE GENERATION-CATALOG. STATUS: "
010390             WS-CATALOG-CHECK-KEY
010400         END-DISPLAY
010410         PERFORM 9100-STOP-FAILED THRU 9100-EXIT
010420     END-IF.
010430     PERFORM 2210-WRITE-CATALOG-ENTRY THRU 2210-EXIT
010440         VARYING WS-CATALOG-IDX FROM 1 BY 1
010450         UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT.
010460     CLOSE GENERATION-CATALOG.
010470 2200-EXIT.
010480     EXIT.
010490
010500*----------------------------------------------------------------*
010510* 2210-WRITE-CATALOG-ENTRY - ONE ENTRY, UNLESS IT WAS PURGED.    *
010520*----------------------------------------------------------------*
010530 2210-WRITE-CATALOG-ENTRY.
010540     IF NOT WS-CATALOG-DROPPED(WS-CATALOG-IDX)
010550         MOVE WS-CATALOG-IMAGE(WS-CATALOG-IDX)
010560             TO GENERATION-CATALOG-RECORD
010570         WRITE GENERATION-CATALOG-RECORD
010580     END-IF.
010590 2210-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------------*
010630* 2300-PURGE-UNCATALOGED - SEASON-CLOSEOUT EMPTIES THE CATALOG   *
010640* AND LEAVES THE CLOSED SEASON'S BACKUPS ON DISK, AND THE NEW    *
010650* SEASON NUMBERS ITS GENERATIONS FROM 0001 AGAIN. ANY            *
010660* ./standings_gen_NNNN.dat ABOVE THE HIGHEST CATALOGED           *
010670* GENERATION IS THEREFORE A SEASON FILE OF A CLOSED SEASON, AND  *
010680* GOES AS RP-SEASON-ACTION SAYS. WITH NO CLOSEOUT ON RECORD      *
010690* THERE ARE NONE TO LOOK FOR.                                    *
010700*----------------------------------------------------------------*
010710 2300-PURGE-UNCATALOGED.
010720     IF WS-LAST-CLOSE-DATE = ZERO
010730         GO TO 2300-EXIT
010740     END-IF.
010750     COMPUTE WS-PROBE-GENERATION = WS-HIGH-GENERATION + 1
010760     END-COMPUTE.
010770     MOVE ZERO TO WS-CALL-RESULT.
010780     PERFORM 2310-CHECK-UNCATALOGED THRU 2310-EXIT
010790         UNTIL WS-CALL-RESULT NOT = ZERO
010800             OR WS-PROBE-GENERATION = 9999.
010810 2300-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------*
010850* 2310-CHECK-UNCATALOGED - ONE GENERATION NUMBER ABOVE THE       *
010860* CATALOG. THE FIRST NUMBER WITH NO FILE ENDS THE SEARCH.        *
010870*----------------------------------------------------------------*
010880 2310-CHECK-UNCATALOGED.
010890     MOVE SPACES TO WS-PURGE-FILE-NAME.
010900     STRING "./standings_gen_" DELIMITED BY SIZE
010910         WS-PROBE-GENERATION DELIMITED BY SIZE
010920         ".dat" DELIMITED BY SIZE
010930         INTO WS-PURGE-FILE-NAME
010940     END-STRING.
010950     CALL "CBL_CHECK_FILE_EXIST" USING WS-PURGE-FILE-NAME
010960         WS-FILE-DETAILS
010970         RETURNING WS-CALL-RESULT.
010980     IF WS-CALL-RESULT NOT = ZERO
010990         GO TO 2310-EXIT
011000     END-IF.
011010
011020     MOVE WS-PURGE-FILE-NAME TO WS-LINE-FILE-NAME.
011030     MOVE ZERO TO WS-LINE-DATE.
011040     IF RP-SEASON-KEEP
011050         MOVE "CLOSED SEASON - SEASON FILES KEPT BY POLICY"
011060             TO WS-LINE-REASON
011070         PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
011080     ELSE
011090         MOVE RP-SEASON-ACTION TO WS-PURGE-ACTION
011100         PERFORM 7500-REMOVE-WHOLE-FILE THRU 7500-EXIT
011110         IF WS-PURGE-FAILED
011120             MOVE "COULD NOT BE REMOVED" TO WS-LINE-REASON
011130             PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
011140         ELSE
011150             MOVE "CLOSED SEASON - NOT ON THE CATALOG"
011160                 TO WS-LINE-REASON
011170             PERFORM 8000-WRITE-REMOVED-FILE THRU 8000-EXIT
011180         END-IF
011190     END-IF.
011200     MOVE ZERO TO WS-CALL-RESULT.
011210     ADD 1 TO WS-PROBE-GENERATION.
011220 2310-EXIT.
011230     EXIT.
011240
011250*----------------------------------------------------------------*
011260* 3000-PURGE-BATCH-TRAILS - THE BATCH DRIVER LEAVES A NUMBERED   *
011270* REJECT TRAIL (./reject_NNNN.txt) AND AUDIT TRAIL               *
011280* (./audit_NNNN.txt) FOR EVERY FILE IT SCORES. A TRAIL EXPIRES   *
011290* RP-TRAIL-DAYS AFTER THE RUN DATE IT CARRIES. AN EXPIRED        *
011300* REJECT TRAIL IS STILL KEPT WHILE ANY REJECT ON IT HAS NO       *
011310* APPLIED CORRECTION. THE LIVE REJECT TRAIL IS NEVER PURGED      *
011320* HERE; ITS REJECTS ARE ONLY NOTED, LIKE THOSE OF EVERY TRAIL    *
011330* KEPT, SO THEIR APPLIED CORRECTIONS ARE KEPT TOO.               *
011340*----------------------------------------------------------------*
011350 3000-PURGE-BATCH-TRAILS.
011360     MOVE SPACES TO PURGE-REPORT-RECORD.
011370     WRITE PURGE-REPORT-RECORD.
011380     MOVE "BATCH REJECT AND AUDIT TRAILS" TO PURGE-REPORT-RECORD.
011390     WRITE PURGE-REPORT-RECORD.
011400     IF WS-APPLIED-FULL
011410         MOVE "  APPLIED-CORRECTIONS TRAIL TOO LARGE TO HOLD - "
011420             TO PURGE-REPORT-RECORD
011430         WRITE PURGE-REPORT-RECORD
011440         MOVE "  NO REJECT CAN BE PROVED CORRECTED"
011450             TO PURGE-REPORT-RECORD
011460         WRITE PURGE-REPORT-RECORD
011470     END-IF.
011480
011490     PERFORM 3100-CHECK-TRAIL-SLOT THRU 3100-EXIT
011500         VARYING WS-SLOT FROM 1 BY 1
011510         UNTIL WS-SLOT > WS-MAX-SLOT.
011520
011530     MOVE WS-LIVE-REJECT-FILE-NAME TO WS-REJECT-FILE-NAME.
011540     PERFORM 3150-RETAIN-REJECT-KEYS THRU 3150-EXIT.
011550     MOVE WS-LIVE-REJECT-FILE-NAME TO WS-LINE-FILE-NAME.
011560     MOVE ZERO TO WS-LINE-DATE.
011570     MOVE "LIVE REJECT TRAIL - NOT PURGED HERE" TO WS-LINE-REASON.
011580     PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT.
011590 3000-EXIT.
011600     EXIT.
011610
011620*----------------------------------------------------------------*
011630* 3100-CHECK-TRAIL-SLOT - ONE NUMBERED SLOT. THE REJECT TRAIL    *
011640* AND THE AUDIT TRAIL OF A SLOT WERE WRITTEN BY THE SAME RUN,    *
011650* SO BOTH ARE DATED BY THE LATEST RUN DATE EITHER CARRIES.       *
011660*----------------------------------------------------------------*
011670 3100-CHECK-TRAIL-SLOT.
011680     MOVE WS-SLOT TO WS-SLOT-DISPLAY.
011690     MOVE SPACES TO WS-REJECT-FILE-NAME.
011700     STRING "./reject_" DELIMITED BY SIZE
011710         WS-SLOT-DISPLAY DELIMITED BY SIZE
011720         ".txt" DELIMITED BY SIZE
011730         INTO WS-REJECT-FILE-NAME
011740     END-STRING.
011750     MOVE SPACES TO WS-AUDIT-FILE-NAME.
011760     STRING "./audit_" DELIMITED BY SIZE
011770         WS-SLOT-DISPLAY DELIMITED BY SIZE
011780         ".txt" DELIMITED BY SIZE
011790         INTO WS-AUDIT-FILE-NAME
011800     END-STRING.
011810
011820     MOVE ZERO TO WS-TRAIL-DATE.
011830     PERFORM 3110-READ-REJECT-TRAIL THRU 3110-EXIT.
011840     PERFORM 3120-READ-AUDIT-TRAIL THRU 3120-EXIT.
011850     IF NOT WS-REJECT-EXISTS AND NOT WS-AUDIT-EXISTS
011860         GO TO 3100-EXIT
011870     END-IF.
011880
011890     IF WS-REJECT-EXISTS
011900         PERFORM 3130-DECIDE-REJECT-TRAIL THRU 3130-EXIT
011910     END-IF.
011920     IF WS-AUDIT-EXISTS
011930         PERFORM 3140-DECIDE-AUDIT-TRAIL THRU 3140-EXIT
011940     END-IF.
011950 3100-EXIT.
011960     EXIT.
011970
011980*----------------------------------------------------------------*
011990* 3110-READ-REJECT-TRAIL - COUNT THE REJECTS ON ONE TRAIL, HOW   *
012000* MANY HAVE NO APPLIED CORRECTION, AND THE LATEST RUN DATE.      *
012010*----------------------------------------------------------------*
012020 3110-READ-REJECT-TRAIL.
012030     MOVE "N" TO WS-REJECT-EXISTS-SW.
012040     MOVE ZERO TO WS-SLOT-REJECTS.
012050     MOVE ZERO TO WS-SLOT-UNCORRECTED.
012060     OPEN INPUT REJECTFILE.
012070     IF WS-REJECT-CHECK-KEY = "35"
012080         GO TO 3110-EXIT
012090     END-IF.
012100     IF WS-REJECT-CHECK-KEY NOT = "00"
012110         DISPLAY "UNABLE TO OPEN REJECTFILE "
012120             WS-REJECT-FILE-NAME ". STATUS: "
012130             WS-REJECT-CHECK-KEY
012140         END-DISPLAY
012150         PERFORM 9100-STOP-FAILED THRU 9100-EXIT
012160     END-IF.
012170     SET WS-REJECT-EXISTS TO TRUE.
012180     MOVE "N" TO WS-REJECT-EOF-SW.
012190     PERFORM 3115-CHECK-REJECT-RECORD THRU 3115-EXIT
012200         UNTIL WS-REJECT-EOF.
012210     CLOSE REJECTFILE.
012220 3110-EXIT.
012230     EXIT.
012240
012250*----------------------------------------------------------------*
012260* 3115-CHECK-REJECT-RECORD - ONE REJECT. WHILE THE APPLIED TRAIL *
012270* COULD NOT BE HELD IN FULL, EVERY REJECT COUNTS AS UNCORRECTED. *
012280*----------------------------------------------------------------*
012290 3115-CHECK-REJECT-RECORD.
012300     READ REJECTFILE
012310         AT END
012320             SET WS-REJECT-EOF TO TRUE
012330             GO TO 3115-EXIT
012340     END-READ.
012350     ADD 1 TO WS-SLOT-REJECTS.
012360     IF RJ-RUN-DATE IS NUMERIC
012370             AND RJ-RUN-DATE > WS-TRAIL-DATE
012380         MOVE RJ-RUN-DATE TO WS-TRAIL-DATE
012390     END-IF.
012400     MOVE RJ-ROUND-NUMBER TO WS-SEARCH-ROUND.
012410     MOVE RJ-PLAYER-ID TO WS-SEARCH-PLAYER.
012420     PERFORM 7700-FIND-APPLIED THRU 7700-EXIT.
012430     IF WS-FOUND-IDX = ZERO OR WS-APPLIED-FULL
012440         ADD 1 TO WS-SLOT-UNCORRECTED
012450     END-IF.
012460 3115-EXIT.
012470     EXIT.
012480
012490*----------------------------------------------------------------*
012500* 3120-READ-AUDIT-TRAIL - THE LATEST RUN DATE ON ONE AUDIT       *
012510* TRAIL. EVERY AUDIT LINE ENDS WITH TS= AND THE RUN DATE AND     *
012520* TIME.                                                          *
012530*----------------------------------------------------------------*
012540 3120-READ-AUDIT-TRAIL.
012550     MOVE "N" TO WS-AUDIT-EXISTS-SW.
012560     OPEN INPUT AUDITFILE.
012570     IF WS-AUDIT-CHECK-KEY = "35"
012580         GO TO 3120-EXIT
012590     END-IF.
012600     IF WS-AUDIT-CHECK-KEY NOT = "00"
012610         DISPLAY "UNABLE TO OPEN AUDITFILE "
012620             WS-AUDIT-FILE-NAME ". STATUS: "
012630             WS-AUDIT-CHECK-KEY
012640         END-DISPLAY
012650         PERFORM 9100-STOP-FAILED THRU 9100-EXIT
012660     END-IF.
012670     SET WS-AUDIT-EXISTS TO TRUE.
012680     MOVE "N" TO WS-AUDIT-EOF-SW.
012690     PERFORM 3125-CHECK-AUDIT-LINE THRU 3125-EXIT
012700         UNTIL WS-AUDIT-EOF.
012710     CLOSE AUDITFILE.
012720 3120-EXIT.
012730     EXIT.
012740
012750*----------------------------------------------------------------*
012760* 3125-CHECK-AUDIT-LINE - PICK THE RUN DATE OFF ONE AUDIT LINE.  *
012770*----------------------------------------------------------------*
012780 3125-CHECK-AUDIT-LINE.
012790     READ AUDITFILE
012800         AT END
012810             SET WS-AUDIT-EOF TO TRUE
012820             GO TO 3125-EXIT
012830     END-READ.
012840     MOVE SPACES TO WS-AUDIT-BEFORE.
012850     MOVE SPACES TO WS-AUDIT-AFTER.
012860     UNSTRING AUDIT-RECORD DELIMITED BY "TS="
012870         INTO WS-AUDIT-BEFORE WS-AUDIT-AFTER
012880     END-UNSTRING.
012890     IF WS-AUDIT-AFTER(1:8) IS NUMERIC
012900         MOVE WS-AUDIT-AFTER(1:8) TO WS-AUDIT-DATE
012910         IF WS-AUDIT-DATE > WS-TRAIL-DATE
012920             MOVE WS-AUDIT-DATE TO WS-TRAIL-DATE
012930         END-IF
012940     END-IF.
012950 3125-EXIT.
012960     EXIT.
012970
012980*----------------------------------------------------------------*
012990* 3130-DECIDE-REJECT-TRAIL - KEEP OR PURGE ONE REJECT TRAIL. A   *
013000* TRAIL KEPT HAS ITS REJECTS NOTED AS RETAINED.                  *
013010*----------------------------------------------------------------*
013020 3130-DECIDE-REJECT-TRAIL.
013030     MOVE WS-REJECT-FILE-NAME TO WS-LINE-FILE-NAME.
013040     MOVE WS-TRAIL-DATE TO WS-LINE-DATE.
013050     IF WS-TRAIL-DATE = ZERO
013060         MOVE "CARRIES NO RUN DATE" TO WS-LINE-REASON
013070         GO TO 3130-KEEP
013080     END-IF.
013090     IF WS-TRAIL-DATE NOT < WS-CUTOFF-DATE
013100         MOVE "WITHIN RETENTION" TO WS-LINE-REASON
013110         GO TO 3130-KEEP
013120     END-IF.
013130     IF WS-SLOT-UNCORRECTED NOT = ZERO
013140         MOVE WS-SLOT-UNCORRECTED TO WS-COUNT-PRINT
013150         MOVE SPACES TO WS-LINE-REASON
013160         STRING "REJECTS WITH NO APPLIED CORRECTION:"
013170                 DELIMITED BY SIZE
013180             WS-COUNT-PRINT DELIMITED BY SIZE
013190             INTO WS-LINE-REASON
013200         END-STRING
013210         GO TO 3130-KEEP
013220     END-IF.
013230
013240     MOVE WS-REJECT-FILE-NAME TO WS-PURGE-FILE-NAME.
013250     MOVE RP-TRAIL-ACTION TO WS-PURGE-ACTION.
013260     PERFORM 7500-REMOVE-WHOLE-FILE THRU 7500-EXIT.
013270     IF WS-PURGE-FAILED
013280         MOVE "COULD NOT BE REMOVED" TO WS-LINE-REASON
013290         GO TO 3130-KEEP
013300     END-IF.
013310     IF WS-SLOT-REJECTS = ZERO
013320         MOVE "EXPIRED - NO REJECTS" TO WS-LINE-REASON
013330     ELSE
013340         MOVE "EXPIRED - EVERY REJECT CORRECTED"
013350             TO WS-LINE-REASON
013360     END-IF.
013370     PERFORM 8000-WRITE-REMOVED-FILE THRU 8000-EXIT.
013380     GO TO 3130-EXIT.
013390
013400 3130-KEEP.
013410     PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT.
013420     PERFORM 3150-RETAIN-REJECT-KEYS THRU 3150-EXIT.
013430 3130-EXIT.
013440     EXIT.
013450
013460*----------------------------------------------------------------*
013470* 3140-DECIDE-AUDIT-TRAIL - KEEP OR PURGE ONE AUDIT TRAIL.       *
013480*----------------------------------------------------------------*
013490 3140-DECIDE-AUDIT-TRAIL.
013500     MOVE WS-AUDIT-FILE-NAME TO WS-LINE-FILE-NAME.
013510     MOVE WS-TRAIL-DATE TO WS-LINE-DATE.
013520     IF WS-TRAIL-DATE = ZERO
013530         MOVE "CARRIES NO RUN DATE" TO WS-LINE-REASON
013540         PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
013550         GO TO 3140-EXIT
013560     END-IF.
013570     IF WS-TRAIL-DATE NOT < WS-CUTOFF-DATE
013580         MOVE "WITHIN RETENTION" TO WS-LINE-REASON
013590         PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
013600         GO TO 3140-EXIT
013610     END-IF.
013620
013630     MOVE WS-AUDIT-FILE-NAME TO WS-PURGE-FILE-NAME.
013640     MOVE RP-TRAIL-ACTION TO WS-PURGE-ACTION.
013650     PERFORM 7500-REMOVE-WHOLE-FILE THRU 7500-EXIT.
013660     IF WS-PURGE-FAILED
013670         MOVE "COULD NOT BE REMOVED" TO WS-LINE-REASON
013680         PERFORM 8010-WRITE-KEPT-FILE THRU 8010-EXIT
013690     ELSE
013700         MOVE "EXPIRED" TO WS-LINE-REASON
013710         PERFORM 8000-WRITE-REMOVED-FILE THRU 8000-EXIT
013720     END-IF.
013730 3140-EXIT.
013740     EXIT.
013750
013760*----------------------------------------------------------------*
013770* 3150-RETAIN-REJECT-KEYS - NOTE EVERY REJECT ON THE TRAIL NAMED *
013780* IN WS-REJECT-FILE-NAME AS STILL ON A TRAIL. A MISSING TRAIL    *
013790* HAS NOTHING TO NOTE.                                           *
013800*----------------------------------------------------------------*
013810 3150-RETAIN-REJECT-KEYS.
013820     OPEN INPUT REJECTFILE.
013830     IF WS-REJECT-CHECK-KEY = "35"
013840         GO TO 3150-EXIT
013850     END-IF.
013860     IF WS-REJECT-CHECK-KEY NOT = "00"
013870         DISPLAY "UNABLE TO OPEN REJECTFILE "
013880             WS-REJECT-FILE-NAME ". STATUS: "
013890             WS-REJECT-CHECK-KEY
013900         END-DISPLAY
013910         PERFORM 9100-STOP-FAILED THRU 9100-EXIT
013920     END-IF.
013930     MOVE "N" TO WS-REJECT-EOF-SW.
013940     PERFORM 3155-RETAIN-REJECT-RECORD THRU 3155-EXIT
013950         UNTIL WS-REJECT-EOF.
013960     CLOSE REJECTFILE.
013970 3150-EXIT.
013980     EXIT.
013990
014000*----------------------------------------------------------------*
014010* 3155-RETAIN-REJECT-RECORD - NOTE ONE RETAINED REJECT. ONCE THE *
014020* TABLE IS FULL NO APPLIED CORRECTION IS PURGED AT ALL.          *
014030*----------------------------------------------------------------*
014040 3155-RETAIN-REJECT-RECORD.
014050     READ REJECTFILE
014060         AT END
014070             SET WS-REJECT-EOF TO TRUE
014080             GO TO 3155-EXIT
014090     END-READ.
014100     IF WS-RETAIN-COUNT >= 50000
014110         SET WS-RETAIN-FULL TO TRUE
014120         GO TO 3155-EXIT
014130     END-IF.
014140     ADD 1 TO WS-RETAIN-COUNT.
014150     MOVE RJ-ROUND-NUMBER TO WS-RETAIN-ROUND(WS-RETAIN-COUNT).
014160     MOVE RJ-PLAYER-ID TO WS-RETAIN-PLAYER(WS-RETAIN-COUNT).
014170 3155-EXIT.
014180     EXIT.
014190
014200*----------------------------------------------------------------*
014210* 4000-TRIM-APPLIED - CUT BACK THE APPLIED-CORRECTIONS TRAIL. A  *
014220* CORRECTION GOES ONCE IT IS OLDER THAN THE TRAIL RETENTION AND  *
014230* ITS REJECT IS ON NO TRAIL STILL KEPT - WHILE THE REJECT IS,    *
014240* CORRECTION-ENTRY NEEDS THE APPLIED RECORD TO REFUSE A SECOND   *
014250* CORRECTION OF IT.                                              *
014260*----------------------------------------------------------------*
014270 4000-TRIM-APPLIED.
014280     SET WS-TRIM-APPLIED TO TRUE.
014290     MOVE WS-APPLIED-FILE-NAME TO WS-TRIM-FILE-NAME.
014300     MOVE RP-TRAIL-ACTION TO WS-TRIM-ACTION.
014310     MOVE "APPLIED CORRECTIONS" TO WS-TRIM-TITLE.
014320     MOVE "WITHIN RETENTION" TO WS-TRIM-KEPT-REASON(1).
014330     MOVE "REJECT STILL ON A TRAIL" TO WS-TRIM-KEPT-REASON(2).
014340     PERFORM 7000-TRIM-FILE THRU 7000-EXIT.
014350 4000-EXIT.
014360     EXIT.
014370
014380*----------------------------------------------------------------*
014390* 4500-TRIM-NIGHT-LOG - CUT BACK THE NIGHT LOG A WHOLE NIGHT AT  *
014400* A TIME. EACH NIGHT OPENS WITH A "NIGHT STREAM STARTED" LINE    *
014410* CARRYING ITS DATE; EVERY LINE UP TO THE NEXT ONE BELONGS TO    *
014420* THAT NIGHT.                                                    *
014430*----------------------------------------------------------------*
014440 4500-TRIM-NIGHT-LOG.
014450     SET WS-TRIM-NIGHT-LOG TO TRUE.
014460     MOVE WS-NIGHT-LOG-FILE-NAME TO WS-TRIM-FILE-NAME.
014470     MOVE RP-TRAIL-ACTION TO WS-TRIM-ACTION.
014480     MOVE "NIGHT LOG" TO WS-TRIM-TITLE.
014490     MOVE "WITHIN RETENTION" TO WS-TRIM-KEPT-REASON(1).
014500     MOVE "NOT UNDER A DATED NIGHT START"
014510         TO WS-TRIM-KEPT-REASON(2).
014520     MOVE ZERO TO WS-NIGHT-BLOCK-DATE.
014530     PERFORM 7000-TRIM-FILE THRU 7000-EXIT.
014540 4500-EXIT.
014550     EXIT.
014560
014570*----------------------------------------------------------------*
014580* 5000-TRIM-PLAYER-HISTORY - A DAILY-HISTORY RECORD GOES ONLY    *
014590* ONCE SEASON-CLOSEOUT HAS CAPTURED IT: DATED NO LATER THAN THE  *
014600* LAST CLOSEOUT AND FOUND, IMAGE FOR IMAGE, AMONG THE "H"        *
014610* RECORDS ON THE SEASON HISTORY.                                 *
014620*----------------------------------------------------------------*
014630 5000-TRIM-PLAYER-HISTORY.
014640     SET WS-TRIM-PLAYER-HISTORY TO TRUE.
014650     MOVE "./player_history.dat" TO WS-TRIM-FILE-NAME.
014660     MOVE RP-SEASON-ACTION TO WS-TRIM-ACTION.
014670     MOVE "PLAYER DAILY-HISTORY" TO WS-TRIM-TITLE.
014680     MOVE "NOT YET CAPTURED BY SEASON-CLOSEOUT"
014690         TO WS-TRIM-KEPT-REASON(1).
014700     MOVE "CAPTURED - SEASON FILES KEPT BY POLICY"
014710         TO WS-TRIM-KEPT-REASON(2).
014720     PERFORM 7000-TRIM-FILE THRU 7000-EXIT.
014730 5000-EXIT.
014740     EXIT.
014750
014760*----------------------------------------------------------------*
014770* 5500-TRIM-ADJUST-JOURNAL - THE SAME RULE FOR THE ADJUSTMENT    *
014780* JOURNAL AGAINST THE "J" RECORDS. A JOURNAL RECORD OF THE LIVE  *
014790* SEASON IS WHAT NIGHT-RECON AND STANDINGS-RESTORE WORK FROM.    *
014800*----------------------------------------------------------------*
014810 5500-TRIM-ADJUST-JOURNAL.
014820     SET WS-TRIM-ADJUST-JOURNAL TO TRUE.
014830     MOVE "./adjust_journal.dat" TO WS-TRIM-FILE-NAME.
014840     MOVE RP-SEASON-ACTION TO WS-TRIM-ACTION.
014850     MOVE "ADJUSTMENT JOURNAL" TO WS-TRIM-TITLE.
014860     MOVE "NOT YET CAPTURED BY SEASON-CLOSEOUT"
014870         TO WS-TRIM-KEPT-REASON(1).
014880     MOVE "CAPTURED - SEASON FILES KEPT BY POLICY"
014890         TO WS-TRIM-KEPT-REASON(2).
014900     PERFORM 7000-TRIM-FILE THRU 7000-EXIT.
014910 5500-EXIT.
014920     EXIT.
014930
014940*----------------------------------------------------------------*
014950* 7000-TRIM-FILE - CUT BACK THE FILE IN WS-TRIM-FILE-NAME. THE   *
014960* RECORDS KEPT ARE COPIED TO A WORK FILE AND THE RECORDS REMOVED *
014970* APPENDED TO THE ARCHIVE WHEN THE ACTION IS "A". WHEN ANYTHING  *
014980* WAS REMOVED THE WORK FILE IS SWAPPED IN OVER THE ORIGINAL, THE *
014990* SAME WAY ROCK-PAPER-SCISSORS CUTS BACK ITS TRAILS ON A RESUME. *
015000*----------------------------------------------------------------*
015010 7000-TRIM-FILE.
015020     MOVE SPACES TO PURGE-REPORT-RECORD.
015030     WRITE PURGE-REPORT-RECORD.
015040     MOVE SPACES TO WS-REPORT-LINE.
015050     STRING WS-TRIM-TITLE DELIMITED BY "  "
015060         " (" DELIMITED BY SIZE
015070         WS-TRIM-FILE-NAME DELIMITED BY SPACE
015080         ")" DELIMITED BY SIZE
015090         INTO WS-REPORT-LINE
015100     END-STRING.
015110     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
015120     WRITE PURGE-REPORT-RECORD.
015130
015140     MOVE ZERO TO WS-TRIM-REMOVED.
015150     MOVE ZERO TO WS-TRIM-KEPT-COUNT(1).
015160     MOVE ZERO TO WS-TRIM-KEPT-COUNT(2).
015170     MOVE "N" TO WS-ARCHIVE-OPEN-SW.
015180
015190     OPEN INPUT TRIM-SOURCE.
015200     IF WS-TRIM-CHECK-KEY = "35"
015210         MOVE "  NOT ON DISK - NOTHING TO DO"
015220             TO PURGE-REPORT-RECORD
015230         WRITE PURGE-REPORT-RECORD
015240         GO TO 7000-EXIT
015250     END-IF.
015260     IF WS-TRIM-CHECK-KEY NOT = "00"
015270         DISPLAY "UNABLE TO OPEN " WS-TRIM-TITLE
015280             ". STATUS: " WS-TRIM-CHECK-KEY
015290         END-DISPLAY
015300         PERFORM 9100-STOP-FAILED THRU 9100-EXIT
015310     END-IF.
015320     IF NOT WS-TRIAL-RUN
015330         OPEN OUTPUT TRIM-WORK
015340         IF WS-WORK-CHECK-KEY NOT = "00"
015350             DISPLAY "UNABLE TO OPEN TRIM-WORK. STATUS: "
015360                 WS-WORK-CHECK-KEY
015370             END-DISPLAY
015380             PERFORM 9100-STOP-FAILED THRU 9100-EXIT
015390         END-IF
015400     END-IF.
015410
015420     MOVE "N" TO WS-TRIM-EOF-SW.
015430     PERFORM 7100-TRIM-RECORD THRU 7100-EXIT
015440         UNTIL WS-TRIM-EOF.
015450     CLOSE TRIM-SOURCE.
015460     IF NOT WS-TRIAL-RUN
015470         CLOSE TRIM-WORK
015480     END-IF.
015490     IF WS-ARCHIVE-OPEN
015500         CLOSE ARCHIVEFILE
015510     END-IF.
015520
015530     IF NOT WS-TRIAL-RUN
015540         PERFORM 7200-SWAP-TRIMMED-FILE THRU 7200-EXIT
015550     END-IF.
015560     PERFORM 7300-REPORT-TRIM THRU 7300-EXIT.
015570 7000-EXIT.
015580     EXIT.
015590
015600*----------------------------------------------------------------*
015610* 7100-TRIM-RECORD - JUDGE ONE RECORD AND SEND IT TO THE WORK    *
015620* FILE OR THE ARCHIVE.                                           *
015630*----------------------------------------------------------------*
015640 7100-TRIM-RECORD.
015650     READ TRIM-SOURCE
015660         AT END
015670             SET WS-TRIM-EOF TO TRUE
015680             GO TO 7100-EXIT
015690     END-READ.
015700     MOVE "N" TO WS-TRIM-REMOVE-SW.
015710     MOVE 1 TO WS-TRIM-REASON-IDX.
015720     EVALUATE TRUE
015730         WHEN WS-TRIM-APPLIED
015740             PERFORM 7110-DECIDE-APPLIED THRU 7110-EXIT
015750         WHEN WS-TRIM-NIGHT-LOG
015760             PERFORM 7120-DECIDE-NIGHT-LOG THRU 7120-EXIT
015770         WHEN WS-TRIM-PLAYER-HISTORY
015780             PERFORM 7130-DECIDE-PLAYER-HISTORY THRU 7130-EXIT
015790         WHEN WS-TRIM-ADJUST-JOURNAL
015800             PERFORM 7140-DECIDE-ADJUST-JOURNAL THRU 7140-EXIT
015810     END-EVALUATE.
015820
015830     IF NOT WS-TRIM-REMOVE
015840         ADD 1 TO WS-TRIM-KEPT-COUNT(WS-TRIM-REASON-IDX)
015850         IF NOT WS-TRIAL-RUN
015860             MOVE TRIM-SOURCE-RECORD TO TRIM-WORK-RECORD
015870             WRITE TRIM-WORK-RECORD
015880         END-IF
015890         GO TO 7100-EXIT
015900     END-IF.
015910
015920     ADD 1 TO WS-TRIM-REMOVED.
015930     IF WS-TRIAL-RUN OR WS-TRIM-ACTION NOT = "A"
015940         GO TO 7100-EXIT
015950     END-IF.
015960     IF NOT WS-ARCHIVE-OPEN
015970         MOVE WS-TRIM-FILE-NAME TO WS-PURGE-FILE-NAME
015980         PERFORM 7600-BUILD-ARCHIVE-NAME THRU 7600-EXIT
015990         OPEN EXTEND ARCHIVEFILE
016000         IF WS-ARCHIVE-CHECK-KEY NOT = "00" AND
016010                 WS-ARCHIVE-CHECK-KEY NOT = "05"
016020             DISPLAY "UNABLE TO OPEN ARCHIVE "
016030                 WS-ARCHIVE-FILE-NAME ". STATUS: "
016040                 WS-ARCHIVE-CHECK-KEY
016050             END-DISPLAY
016060             PERFORM 9100-STOP-FAILED THRU 9100-EXIT
016070         END-IF
016080         SET WS-ARCHIVE-OPEN TO TRUE
016090     END-IF.
016100     MOVE TRIM-SOURCE-RECORD TO ARCHIVE-RECORD.
016110     WRITE ARCHIVE-RECORD.
016120 7100-EXIT.
016130     EXIT.
016140
016150*----------------------------------------------------------------*
016160* 7110-DECIDE-APPLIED - ONE APPLIED CORRECTION.                  *
016170*----------------------------------------------------------------*
016180 7110-DECIDE-APPLIED.
016190     MOVE TRIM-SOURCE-RECORD TO WS-APPLIED-IMAGE.
016200     IF WS-APPLIED-IMAGE-DATE IS NOT NUMERIC
016210         GO TO 7110-EXIT
016220     END-IF.
016230     IF WS-APPLIED-IMAGE-DATE NOT < WS-CUTOFF-DATE
016240         GO TO 7110-EXIT
016250     END-IF.
016260     MOVE 2 TO WS-TRIM-REASON-IDX.
016270     IF WS-RETAIN-FULL
016280         GO TO 7110-EXIT
016290     END-IF.
016300     MOVE WS-APPLIED-IMAGE-ROUND TO WS-SEARCH-ROUND.
016310     MOVE WS-APPLIED-IMAGE-PLAYER TO WS-SEARCH-PLAYER.
016320     PERFORM 7720-FIND-RETAINED THRU 7720-EXIT.
016330     IF WS-FOUND-IDX = ZERO
016340         SET WS-TRIM-REMOVE TO TRUE
016350     END-IF.
016360 7110-EXIT.
016370     EXIT.
016380
016390*----------------------------------------------------------------*
016400* 7120-DECIDE-NIGHT-LOG - ONE NIGHT LOG LINE. A START LINE SETS  *
016410* THE DATE FOR ITSELF AND THE LINES THAT FOLLOW IT.              *
016420*----------------------------------------------------------------*
016430 7120-DECIDE-NIGHT-LOG.
016440     IF TRIM-SOURCE-RECORD(1:21) = "NIGHT STREAM STARTED "
016450         IF TRIM-SOURCE-RECORD(22:8) IS NUMERIC
016460             MOVE TRIM-SOURCE-RECORD(22:8)
016470                 TO WS-NIGHT-BLOCK-DATE
016480         ELSE
016490             MOVE ZERO TO WS-NIGHT-BLOCK-DATE
016500         END-IF
016510     END-IF.
016520     IF WS-NIGHT-BLOCK-DATE = ZERO
016530         MOVE 2 TO WS-TRIM-REASON-IDX
016540         GO TO 7120-EXIT
016550     END-IF.
016560     IF WS-NIGHT-BLOCK-DATE < WS-CUTOFF-DATE
016570         SET WS-TRIM-REMOVE TO TRUE
016580     END-IF.
016590 7120-EXIT.
016600     EXIT.
016610
016620*----------------------------------------------------------------*
016630* 7130-DECIDE-PLAYER-HISTORY - ONE DAILY-HISTORY RECORD.         *
016640*----------------------------------------------------------------*
016650 7130-DECIDE-PLAYER-HISTORY.
016660     MOVE TRIM-SOURCE-RECORD TO PLAYER-HISTORY-RECORD.
016670     IF WS-LAST-CLOSE-DATE = ZERO
016680             OR PH-POST-DATE IS NOT NUMERIC
016690         GO TO 7130-EXIT
016700     END-IF.
016710     IF PH-POST-DATE > WS-LAST-CLOSE-DATE
016720         GO TO 7130-EXIT
016730     END-IF.
016740     MOVE ZERO TO WS-FOUND-IDX.
016750     PERFORM 7740-CHECK-CAPTURED-HISTORY THRU 7740-EXIT
016760         VARYING WS-SEARCH-IDX FROM 1 BY 1
016770         UNTIL WS-SEARCH-IDX > WS-CAPTURED-HISTORY-COUNT
016780             OR WS-FOUND-IDX NOT = ZERO.
016790     IF WS-FOUND-IDX = ZERO
016800         GO TO 7130-EXIT
016810     END-IF.
016820     IF RP-SEASON-KEEP
016830         MOVE 2 TO WS-TRIM-REASON-IDX
016840     ELSE
016850         SET WS-TRIM-REMOVE TO TRUE
016860     END-IF.
016870 7130-EXIT.
016880     EXIT.
016890
016900*----------------------------------------------------------------*
016910* 7140-DECIDE-ADJUST-JOURNAL - ONE ADJUSTMENT-JOURNAL RECORD.    *
016920*----------------------------------------------------------------*
016930 7140-DECIDE-ADJUST-JOURNAL.
016940     MOVE TRIM-SOURCE-RECORD TO ADJUST-JOURNAL-RECORD.
016950     IF WS-LAST-CLOSE-DATE = ZERO
016960             OR AJR-APPLY-DATE IS NOT NUMERIC
016970         GO TO 7140-EXIT
016980     END-IF.
016990     IF AJR-APPLY-DATE > WS-LAST-CLOSE-DATE
017000         GO TO 7140-EXIT
017010     END-IF.
017020     MOVE ZERO TO WS-FOUND-IDX.
017030     PERFORM 7760-CHECK-CAPTURED-JOURNAL THRU 7760-EXIT
017040         VARYING WS-SEARCH-IDX FROM 1 BY 1
017050         UNTIL WS-SEARCH-IDX > WS-CAPTURED-JOURNAL-COUNT
017060             OR WS-FOUND-IDX NOT = ZERO.
017070     IF WS-FOUND-IDX = ZERO
017080         GO TO 7140-EXIT
017090     END-IF.
017100     IF RP-SEASON-KEEP
017110         MOVE 2 TO WS-TRIM-REASON-IDX
017120     ELSE
017130         SET WS-TRIM-REMOVE TO TRUE
017140     END-IF.
017150 7140-EXIT.
017160     EXIT.
017170
017180*----------------------------------------------------------------*
017190* 7200-SWAP-TRIMMED-FILE - PUT THE WORK FILE IN PLACE OF THE     *
017200* ORIGINAL WHEN ANYTHING WAS REMOVED, OTHERWISE THROW IT AWAY.   *
017210* ONCE THE ORIGINAL IS DELETED THE WORK FILE IS THE ONLY COPY OF *
017220* WHAT WAS KEPT, SO A FAILED RENAME STOPS THE RUN WITH THE LOCK  *
017230* STILL HELD.                                                    *
017240*----------------------------------------------------------------*
017250 7200-SWAP-TRIMMED-FILE.
017260     IF WS-TRIM-REMOVED = ZERO
017270         CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
017280             RETURNING WS-CALL-RESULT
017290         GO TO 7200-EXIT
017300     END-IF.
017310     CALL "CBL_DELETE_FILE" USING WS-TRIM-FILE-NAME
017320         RETURNING WS-CALL-RESULT.
017330     IF WS-CALL-RESULT NOT = ZERO
017340         DISPLAY "UNABLE TO REPLACE " WS-TRIM-FILE-NAME
017350         END-DISPLAY
017360         PERFORM 9100-STOP-FAILED THRU 9100-EXIT
017370     END-IF.
017380     CALL "CBL_RENAME_FILE" USING WS-WORK-FILE-NAME
017390         WS-TRIM-FILE-NAME
017400         RETURNING WS-CALL-RESULT.
017410     IF WS-CALL-RESULT NOT = ZERO
017420         DISPLAY "UNABLE TO RENAME " WS-WORK-FILE-NAME
017430             " TO " WS-TRIM-FILE-NAME
017440         END-DISPLAY
017450         DISPLAY "THE RECORDS KEPT ARE IN " WS-WORK-FILE-NAME
017460             " - RENAME IT BY HAND BEFORE ANY OTHER RUN"
017470         END-DISPLAY
017480         STOP RUN RETURNING 1
017490     END-IF.
017500 7200-EXIT.
017510     EXIT.
017520
017530*----------------------------------------------------------------*
017540* 7300-REPORT-TRIM - THE COUNTS FOR ONE FILE CUT BACK.           *
017550*----------------------------------------------------------------*
017560 7300-REPORT-TRIM.
017570     IF WS-TRIM-ACTION = "A"
017580         MOVE WS-TRIM-FILE-NAME TO WS-PURGE-FILE-NAME
017590         PERFORM 7600-BUILD-ARCHIVE-NAME THRU 7600-EXIT
017600     END-IF.
017610     MOVE SPACES TO WS-REPORT-LINE.
017620     MOVE 1 TO WS-STRING-PTR.
017630     MOVE WS-TRIM-REMOVED TO WS-COUNT-PRINT.
017640     STRING "  REMOVED " DELIMITED BY SIZE
017650         WS-COUNT-PRINT DELIMITED BY SIZE
017660         " RECORDS" DELIMITED BY SIZE
017670         INTO WS-REPORT-LINE
017680         WITH POINTER WS-STRING-PTR
017690     END-STRING.
017700     IF WS-TRIM-REMOVED NOT = ZERO
017710         IF WS-TRIM-ACTION = "A"
017720             STRING " - ARCHIVED TO " DELIMITED BY SIZE
017730                 WS-ARCHIVE-FILE-NAME DELIMITED BY SPACE
017740                 INTO WS-REPORT-LINE
017750                 WITH POINTER WS-STRING-PTR
017760             END-STRING
017770         ELSE
017780             STRING " - DELETED" DELIMITED BY SIZE
017790                 INTO WS-REPORT-LINE
017800                 WITH POINTER WS-STRING-PTR
017810             END-STRING
017820         END-IF
017830     END-IF.
017840     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
017850     WRITE PURGE-REPORT-RECORD.
017860     ADD WS-TRIM-REMOVED TO WS-RECORDS-REMOVED.
017870
017880     PERFORM 7310-REPORT-KEPT-REASON THRU 7310-EXIT
017890         VARYING WS-TRIM-REASON-IDX FROM 1 BY 1
017900         UNTIL WS-TRIM-REASON-IDX > 2.
017910 7300-EXIT.
017920     EXIT.
017930
017940*----------------------------------------------------------------*
017950* 7310-REPORT-KEPT-REASON - HOW MANY RECORDS WERE KEPT FOR ONE   *
017960* REASON.                                                        *
017970*----------------------------------------------------------------*
017980 7310-REPORT-KEPT-REASON.
017990     IF WS-TRIM-KEPT-COUNT(WS-TRIM-REASON-IDX) = ZERO
018000         GO TO 7310-EXIT
018010     END-IF.
018020     MOVE SPACES TO WS-REPORT-LINE.
018030     MOVE WS-TRIM-KEPT-COUNT(WS-TRIM-REASON-IDX)
018040         TO WS-COUNT-PRINT.
018050     STRING "  KEPT    " DELIMITED BY SIZE
018060         WS-COUNT-PRINT DELIMITED BY SIZE
018070         " RECORDS - " DELIMITED BY SIZE
018080         WS-TRIM-KEPT-REASON(WS-TRIM-REASON-IDX)
018090             DELIMITED BY "  "
018100         INTO WS-REPORT-LINE
018110     END-STRING.
018120     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
018130     WRITE PURGE-REPORT-RECORD.
018140     ADD WS-TRIM-KEPT-COUNT(WS-TRIM-REASON-IDX)
018150         TO WS-RECORDS-KEPT.
018160 7310-EXIT.
018170     EXIT.
018180
018190*----------------------------------------------------------------*
018200* 7500-REMOVE-WHOLE-FILE - DELETE THE FILE IN                    *
018210* WS-PURGE-FILE-NAME, OR MOVE IT TO THE ARCHIVE WHEN             *
018220* WS-PURGE-ACTION IS "A". THE ARCHIVED COPY CARRIES THE RUN DATE *
018230* SO A LATER FILE OF THE SAME NAME CANNOT OVERWRITE IT. A FILE   *
018240* ALREADY GONE COMES BACK AS GONE; ON A TRIAL RUN NOTHING IS     *
018250* TOUCHED.                                                       *
018260*----------------------------------------------------------------*
018270 7500-REMOVE-WHOLE-FILE.
018280     CALL "CBL_CHECK_FILE_EXIST" USING WS-PURGE-FILE-NAME
018290         WS-FILE-DETAILS
018300         RETURNING WS-CALL-RESULT.
018310     IF WS-CALL-RESULT NOT = ZERO
018320         SET WS-PURGE-GONE TO TRUE
018330         GO TO 7500-EXIT
018340     END-IF.
018350     SET WS-PURGE-DONE TO TRUE.
018360     IF WS-TRIAL-RUN
018370         GO TO 7500-EXIT
018380     END-IF.
018390
018400     IF WS-PURGE-ACTION = "A"
018410         PERFORM 7600-BUILD-ARCHIVE-NAME THRU 7600-EXIT
018420         STRING "." DELIMITED BY SIZE
018430             WS-RUN-DATE DELIMITED BY SIZE
018440             INTO WS-ARCHIVE-FILE-NAME
018450             WITH POINTER WS-STRING-PTR
018460         END-STRING
018470         CALL "CBL_RENAME_FILE" USING WS-PURGE-FILE-NAME
018480             WS-ARCHIVE-FILE-NAME
018490             RETURNING WS-CALL-RESULT
018500     ELSE
018510         CALL "CBL_DELETE_FILE" USING WS-PURGE-FILE-NAME
018520             RETURNING WS-CALL-RESULT
018530     END-IF.
018540     IF WS-CALL-RESULT NOT = ZERO
018550         DISPLAY "UNABLE TO REMOVE " WS-PURGE-FILE-NAME
018560         END-DISPLAY
018570         SET WS-PURGE-FAILED TO TRUE
018580         ADD 1 TO WS-FAILURE-COUNT
018590     END-IF.
018600 7500-EXIT.
018610     EXIT.
018620
018630*----------------------------------------------------------------*
018640* 7600-BUILD-ARCHIVE-NAME - THE ARCHIVE NAME FOR THE FILE IN     *
018650* WS-PURGE-FILE-NAME: THE ARCHIVE PREFIX FOLLOWED BY THE FILE'S  *
018660* OWN NAME WITHOUT ITS DIRECTORY. WS-STRING-PTR IS LEFT JUST     *
018670* PAST THE END SO A SUFFIX CAN BE ADDED.                         *
018680*----------------------------------------------------------------*
018690 7600-BUILD-ARCHIVE-NAME.
018700     MOVE 1 TO WS-BASE-START.
018710     PERFORM 7610-FIND-BASE-NAME THRU 7610-EXIT
018720         VARYING WS-NAME-IDX FROM 1 BY 1
018730         UNTIL WS-NAME-IDX > 255
018740             OR WS-PURGE-FILE-NAME(WS-NAME-IDX:1) = SPACE.
018750     MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
018760     MOVE 1 TO WS-STRING-PTR.
018770     STRING WS-ARCHIVE-PREFIX DELIMITED BY SPACE
018780         WS-PURGE-FILE-NAME(WS-BASE-START:) DELIMITED BY SPACE
018790         INTO WS-ARCHIVE-FILE-NAME
018800         WITH POINTER WS-STRING-PTR
018810     END-STRING.
018820 7600-EXIT.
018830     EXIT.
018840
018850*----------------------------------------------------------------*
018860* 7610-FIND-BASE-NAME - NOTE WHERE THE NAME STARTS AFTER EACH    *
018870* "/".                                                           *
018880*----------------------------------------------------------------*
018890 7610-FIND-BASE-NAME.
018900     IF WS-PURGE-FILE-NAME(WS-NAME-IDX:1) = "/"
018910         COMPUTE WS-BASE-START = WS-NAME-IDX + 1
018920         END-COMPUTE
018930     END-IF.
018940 7610-EXIT.
018950     EXIT.
018960
018970*----------------------------------------------------------------*
018980* 7700-FIND-APPLIED - LOOK WS-SEARCH-ROUND/WS-SEARCH-PLAYER UP   *
018990* ON THE APPLIED CORRECTIONS TABLE. WS-FOUND-IDX IS ZERO WHEN    *
019000* THE PAIR HAS NEVER BEEN CORRECTED.                             *
019010*----------------------------------------------------------------*
019020 7700-FIND-APPLIED.
019030     MOVE ZERO TO WS-FOUND-IDX.
019040     PERFORM 7710-CHECK-APPLIED-ENTRY THRU 7710-EXIT
019050         VARYING WS-SEARCH-IDX FROM 1 BY 1
019060         UNTIL WS-SEARCH-IDX > WS-APPLIED-COUNT
019070             OR WS-FOUND-IDX NOT = ZERO.
019080 7700-EXIT.
019090     EXIT.
019100
019110*----------------------------------------------------------------*
019120* 7710-CHECK-APPLIED-ENTRY - COMPARE ONE APPLIED CORRECTION.     *
019130*----------------------------------------------------------------*
019140 7710-CHECK-APPLIED-ENTRY.
019150     IF WS-APPLIED-ROUND(WS-SEARCH-IDX) = WS-SEARCH-ROUND
019160             AND WS-APPLIED-PLAYER(WS-SEARCH-IDX)
019170                 = WS-SEARCH-PLAYER
019180         MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
019190     END-IF.
019200 7710-EXIT.
019210     EXIT.
019220
019230*----------------------------------------------------------------*
019240* 7720-FIND-RETAINED - LOOK WS-SEARCH-ROUND/WS-SEARCH-PLAYER UP  *
019250* ON THE RETAINED REJECTS TABLE.                                 *
019260*----------------------------------------------------------------*
019270 7720-FIND-RETAINED.
019280     MOVE ZERO TO WS-FOUND-IDX.
019290     PERFORM 7730-CHECK-RETAINED-ENTRY THRU 7730-EXIT
019300         VARYING WS-SEARCH-IDX FROM 1 BY 1
019310         UNTIL WS-SEARCH-IDX > WS-RETAIN-COUNT
019320             OR WS-FOUND-IDX NOT = ZERO.
019330 7720-EXIT.
019340     EXIT.
019350
019360*----------------------------------------------------------------*
019370* 7730-CHECK-RETAINED-ENTRY - COMPARE ONE RETAINED REJECT.       *
019380*----------------------------------------------------------------*
019390 7730-CHECK-RETAINED-ENTRY.
019400     IF WS-RETAIN-ROUND(WS-SEARCH-IDX) = WS-SEARCH-ROUND
019410             AND WS-RETAIN-PLAYER(WS-SEARCH-IDX)
019420                 = WS-SEARCH-PLAYER
019430         MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
019440     END-IF.
019450 7730-EXIT.
019460     EXIT.
019470
019480*----------------------------------------------------------------*
019490* 7740-CHECK-CAPTURED-HISTORY - COMPARE THE DAILY-HISTORY RECORD *
019500* WITH ONE CAPTURED "H" IMAGE.                                   *
019510*----------------------------------------------------------------*
019520 7740-CHECK-CAPTURED-HISTORY.
019530     IF WS-CAPTURED-HISTORY(WS-SEARCH-IDX)
019540             = PLAYER-HISTORY-RECORD
019550         MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
019560     END-IF.
019570 7740-EXIT.
019580     EXIT.
019590
019600*----------------------------------------------------------------*
019610* 7760-CHECK-CAPTURED-JOURNAL - COMPARE THE JOURNAL RECORD WITH  *
019620* ONE CAPTURED "J" IMAGE.                                        *
019630*----------------------------------------------------------------*
019640 7760-CHECK-CAPTURED-JOURNAL.
019650     IF WS-CAPTURED-JOURNAL(WS-SEARCH-IDX)
019660             = ADJUST-JOURNAL-RECORD
019670         MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
019680     END-IF.
019690 7760-EXIT.
019700     EXIT.
019710
019720*----------------------------------------------------------------*
019730* 8000-WRITE-REMOVED-FILE - ONE REPORT LINE FOR A WHOLE FILE     *
019740* REMOVED: NAME, DATE (WHEN KNOWN), WHY, AND WHERE IT WENT.      *
019750*----------------------------------------------------------------*
019760 8000-WRITE-REMOVED-FILE.
019770     MOVE "REMOVED " TO WS-LINE-ACTION.
019780     PERFORM 8020-WRITE-FILE-LINE THRU 8020-EXIT.
019790     ADD 1 TO WS-FILES-REMOVED.
019800     MOVE SPACES TO WS-REPORT-LINE.
019810     IF WS-PURGE-ACTION = "A"
019820         STRING "            ARCHIVED TO " DELIMITED BY SIZE
019830             WS-ARCHIVE-FILE-NAME DELIMITED BY SPACE
019840             INTO WS-REPORT-LINE
019850         END-STRING
019860     ELSE
019870         MOVE "            DELETED" TO WS-REPORT-LINE
019880     END-IF.
019890     IF WS-PURGE-GONE
019900         MOVE "            ALREADY GONE FROM DISK"
019910             TO WS-REPORT-LINE
019920     END-IF.
019930     IF WS-TRIAL-RUN AND NOT WS-PURGE-GONE
019940         MOVE "            (TRIAL RUN - LEFT IN PLACE)"
019950             TO WS-REPORT-LINE
019960     END-IF.
019970     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
019980     WRITE PURGE-REPORT-RECORD.
019990 8000-EXIT.
020000     EXIT.
020010
020020*----------------------------------------------------------------*
020030* 8010-WRITE-KEPT-FILE - ONE REPORT LINE FOR A WHOLE FILE KEPT.  *
020040*----------------------------------------------------------------*
020050 8010-WRITE-KEPT-FILE.
020060     MOVE "KEPT    " TO WS-LINE-ACTION.
020070     PERFORM 8020-WRITE-FILE-LINE THRU 8020-EXIT.
020080     ADD 1 TO WS-FILES-KEPT.
020090 8010-EXIT.
020100     EXIT.
020110
020120*----------------------------------------------------------------*
020130* 8020-WRITE-FILE-LINE - ACTION, FILE NAME AND DATE ON ONE LINE, *
020140* THE REASON INDENTED BELOW IT.                                  *
020150*----------------------------------------------------------------*
020160 8020-WRITE-FILE-LINE.
020170     MOVE SPACES TO WS-REPORT-LINE.
020180     MOVE 1 TO WS-STRING-PTR.
020190     STRING "  " DELIMITED BY SIZE
020200         WS-LINE-ACTION DELIMITED BY SIZE
020210         "  " DELIMITED BY SIZE
020220         WS-LINE-FILE-NAME DELIMITED BY SPACE
020230         INTO WS-REPORT-LINE
020240         WITH POINTER WS-STRING-PTR
020250     END-STRING.
020260     IF WS-LINE-DATE NOT = ZERO
020270         STRING " DATED " DELIMITED BY SIZE
020280             WS-LINE-DATE DELIMITED BY SIZE
020290             INTO WS-REPORT-LINE
020300             WITH POINTER WS-STRING-PTR
020310         END-STRING
020320     END-IF.
020330     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
020340     WRITE PURGE-REPORT-RECORD.
020350
020360     MOVE SPACES TO WS-REPORT-LINE.
020370     STRING "            " DELIMITED BY SIZE
020380         WS-LINE-REASON DELIMITED BY SIZE
020390         INTO WS-REPORT-LINE
020400     END-STRING.
020410     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
020420     WRITE PURGE-REPORT-RECORD.
020430 8020-EXIT.
020440     EXIT.
020450
020460*----------------------------------------------------------------*
020470* 8100-WRITE-TOTALS - THE RUN TOTALS, ON THE REPORT AND THE      *
020480* CONSOLE.                                                       *
020490*----------------------------------------------------------------*
020500 8100-WRITE-TOTALS.
020510     MOVE SPACES TO PURGE-REPORT-RECORD.
020520     WRITE PURGE-REPORT-RECORD.
020530     MOVE "TOTALS" TO PURGE-REPORT-RECORD.
020540     WRITE PURGE-REPORT-RECORD.
020550
020560     MOVE SPACES TO WS-REPORT-LINE.
020570     MOVE 1 TO WS-STRING-PTR.
020580     MOVE WS-FILES-REMOVED TO WS-COUNT-PRINT.
020590     STRING "  FILES REMOVED   " DELIMITED BY SIZE
020600         WS-COUNT-PRINT DELIMITED BY SIZE
020610         INTO WS-REPORT-LINE
020620         WITH POINTER WS-STRING-PTR
020630     END-STRING.
020640     MOVE WS-FILES-KEPT TO WS-COUNT-PRINT.
020650     STRING "   FILES KEPT   " DELIMITED BY SIZE
020660         WS-COUNT-PRINT DELIMITED BY SIZE
020670         INTO WS-REPORT-LINE
020680         WITH POINTER WS-STRING-PTR
020690     END-STRING.
020700     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
020710     WRITE PURGE-REPORT-RECORD.
020720     DISPLAY WS-REPORT-LINE
020730     END-DISPLAY.
020740
020750     MOVE SPACES TO WS-REPORT-LINE.
020760     MOVE 1 TO WS-STRING-PTR.
020770     MOVE WS-RECORDS-REMOVED TO WS-COUNT-PRINT.
020780     STRING "  RECORDS REMOVED " DELIMITED BY SIZE
020790         WS-COUNT-PRINT DELIMITED BY SIZE
020800         INTO WS-REPORT-LINE
020810         WITH POINTER WS-STRING-PTR
020820     END-STRING.
020830     MOVE WS-RECORDS-KEPT TO WS-COUNT-PRINT.
020840     STRING "   RECORDS KEPT " DELIMITED BY SIZE
020850         WS-COUNT-PRINT DELIMITED BY SIZE
020860         INTO WS-REPORT-LINE
020870         WITH POINTER WS-STRING-PTR
020880     END-STRING.
020890     MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD.
020900     WRITE PURGE-REPORT-RECORD.
020910     DISPLAY WS-REPORT-LINE
020920     END-DISPLAY.
020930
020940     IF WS-FAILURE-COUNT NOT = ZERO
020950         MOVE SPACES TO WS-REPORT-LINE
020960         MOVE WS-FAILURE-COUNT TO WS-COUNT-PRINT
020970         STRING "  FILES THAT COULD NOT BE REMOVED "
020980                 DELIMITED BY SIZE
020990             WS-COUNT-PRINT DELIMITED BY SIZE
021000             INTO WS-REPORT-LINE
021010         END-STRING
021020         MOVE WS-REPORT-LINE TO PURGE-REPORT-RECORD
021030         WRITE PURGE-REPORT-RECORD
021040         DISPLAY WS-REPORT-LINE
021050         END-DISPLAY
021060     END-IF.
021070 8100-EXIT.
021080     EXIT.
021090
021100*----------------------------------------------------------------*
021110* 8900-RELEASE-MASTER-LOCK - GIVE THE MASTER UPDATE LOCK BACK    *
021120* NOW THE FILES ARE CUT BACK. IF AN OPERATOR OVERRODE IT WHILE   *
021130* THIS RUN WAS WORKING, WHATEVER IS ON THE LOCK FILE NOW BELONGS *
021140* TO SOMEONE ELSE AND IS LEFT AS FOUND.                          *
021150*----------------------------------------------------------------*
021160 8900-RELEASE-MASTER-LOCK.
021170     MOVE SPACES TO STANDINGS-LOCK-RECORD.
021180     OPEN INPUT STANDINGS-LOCK.
021190     IF WS-LOCK-CHECK-KEY NOT = "00" AND
021200             WS-LOCK-CHECK-KEY NOT = "05"
021210         DISPLAY "UNABLE TO READ STANDINGS-LOCK. STATUS: "
021220             WS-LOCK-CHECK-KEY
021230         END-DISPLAY
021240         STOP RUN RETURNING 1
021250     END-IF.
021260     READ STANDINGS-LOCK
021270         AT END MOVE "F" TO SL-LOCK-STATE
021280     END-READ.
021290     CLOSE STANDINGS-LOCK.
021300
021310     IF NOT SL-LOCK-HELD
021320             OR SL-HOLDER-PROGRAM NOT = WS-LOCK-PROGRAM
021330             OR SL-HELD-SINCE-DATE NOT = WS-LOCK-DATE
021340             OR SL-HELD-SINCE-TIME NOT = WS-LOCK-TIME
021350         DISPLAY "WARNING: THE STANDINGS MASTER LOCK WAS NO "
021360             "LONGER HELD BY THIS RUN - LEFT AS FOUND"
021370         END-DISPLAY
021380         MOVE "M" TO WS-LOCK-EVENT
021390         PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT
021400         GO TO 8900-EXIT
021410     END-IF.
021420
021430     SET SL-LOCK-FREE TO TRUE.
021440     MOVE WS-LOCK-PROGRAM TO SL-RELEASED-BY.
021450     ACCEPT SL-RELEASED-DATE FROM DATE YYYYMMDD.
021460     ACCEPT SL-RELEASED-TIME FROM TIME.
021470     OPEN OUTPUT STANDINGS-LOCK.
021480     IF WS-LOCK-CHECK-KEY NOT = "00" AND
021490             WS-LOCK-CHECK-KEY NOT = "05"
021500         DISPLAY "UNABLE TO WRITE STANDINGS-LOCK. STATUS: "
021510             WS-LOCK-CHECK-KEY
021520         END-DISPLAY
021530         STOP RUN RETURNING 1
021540     END-IF.
021550     WRITE STANDINGS-LOCK-RECORD.
021560     CLOSE STANDINGS-LOCK.
021570     MOVE "R" TO WS-LOCK-EVENT.
021580     PERFORM 1410-LOG-LOCK-EVENT THRU 1410-EXIT.
021590 8900-EXIT.
021600     EXIT.
021610
021620*----------------------------------------------------------------*
021630* 9000-TERMINATE - CLOSE THE REPORT.                             *
021640*----------------------------------------------------------------*
021650 9000-TERMINATE.
021660     CLOSE PURGE-REPORT.
021670     DISPLAY "PURGE REPORT WRITTEN TO " WS-REPORT-FILE-NAME
021680     END-DISPLAY.
021690 9000-EXIT.
021700     EXIT.
021710
021720*----------------------------------------------------------------*
021730* 9100-STOP-FAILED - A FILE THAT CANNOT BE READ PART WAY THROUGH *
021740* THE RUN. WHAT HAS BEEN DONE SO FAR IS ON THE REPORT; THE LOCK  *
021750* IS LEFT HELD SO THE OPERATOR LOOKS BEFORE ANY UPDATER RUNS.    *
021760*----------------------------------------------------------------*
021770 9100-STOP-FAILED.
021780     MOVE "RUN STOPPED ON A FILE ERROR - SEE THE CONSOLE"
021790         TO PURGE-REPORT-RECORD.
021800     WRITE PURGE-REPORT-RECORD.
021810     CLOSE PURGE-REPORT.
021820     STOP RUN RETURNING 1.
021830 9100-EXIT.
021840     EXIT.
021850
021860 END PROGRAM HOUSEKEEPING.
