000320*                 ADJUSTMENT JOURNAL (COPYBOOK ADJJRNL), SO A     *
000330*                 MASTER REBUILT BY STANDINGS-RESTORE CAN BE      *
000340*                 CERTIFIED THE SAME WAY A NIGHTLY ONE IS.        *
000341* 2026-10-15  DP  THE CERTIFICATE RUN LINE NOW CARRIES THE LEAGUE *
000342*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000343*                 (COPYBOOK DATECTL) FOLLOWED BY THE CLOCK DATE   *
000344*                 AND TIME. WITHOUT A DATE-CONTROL RECORD THE     *
000345*                 SYSTEM DATE IS USED.                            *
000346* 2026-10-15  DP  THE CERTIFICATION CUTOFF IS COMPARED WITH THE   *
000347*                 CLOCK DATE AND TIME THE POSTING LOG AND JOURNAL *
000348*                 NOW CARRY, AS STANDINGS-RESTORE REPLAYS ON, NOT *
000349*                 THE BUSINESS DATE. RECORDS WITH NO CLOCK DATE   *
000350*                 FALL BACK TO THE BUSINESS DATE.                 *
000350*----------------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000700     SELECT OPTIONAL ADJUST-JOURNAL
000710         ASSIGN TO "./adjust_journal.dat"
000720         FILE STATUS IS WS-JOURNAL-CHECK-KEY
000721         ORGANIZATION IS LINE SEQUENTIAL.
000722
000723     SELECT DATE-CONTROL
000724         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000725         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 DATA DIVISION.
001390 FD  ADJUST-JOURNAL.
001400     COPY ADJJRNL.
001410
001411*----------------------------------------------------------------*
001412* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
001413*----------------------------------------------------------------*
001414 FD  DATE-CONTROL.
001415     COPY DATECTL.
001416
001420 WORKING-STORAGE SECTION.
001430*----------------------------------------------------------------*
001440* SWITCHES AND CONTROL FIELDS                                     *
001900 77  WS-CUTOFF-TIME-REQUEST      PIC X(08).
001910 77  WS-CUTOFF-DATE              PIC 9(08) VALUE 99999999.
001920 77  WS-CUTOFF-TIME              PIC 9(08) VALUE 99999999.
001922*        CLOCK DATE OF THE LOG OR JOURNAL RECORD IN HAND - THE
001924*        BUSINESS DATE WHEN THE RECORD CARRIES NO CLOCK DATE.
001926 77  WS-STAMP-DATE               PIC 9(08) VALUE ZERO.
001930 01  WS-NUM-WORK.
001940     05  WS-NUM-WORK-X           PIC X(08).
001950     05  WS-NUM-WORK-BYTES REDEFINES WS-NUM-WORK-X.
002760 77  WS-COMPARE-LABEL            PIC X(24).
002770 77  WS-REPORT-LINE              PIC X(80).
002780 77  WS-RUN-DATE                 PIC 9(08).
002782 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
002784 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
002786 77  WS-CLOCK-DATE               PIC 9(08).
002790 77  WS-RUN-TIME                 PIC 9(08).
002800
002810 PROCEDURE DIVISION.
003140* SCORING RUN USES, DEFAULTING TO THE SINGLE-RUN NAMES.           *
003150*----------------------------------------------------------------*
003160 1000-INITIALIZE.
003170     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003180     ACCEPT WS-RUN-TIME FROM TIME.
003190
003200     MOVE SPACES TO WS-AUDIT-FILE-NAME.
003850         STOP RUN RETURNING 1
003860     END-IF.
003870 1000-EXIT.
003871     EXIT.
003872
003873*----------------------------------------------------------------*
003874* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
003875* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
003876* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
003877*----------------------------------------------------------------*
003878 1050-READ-BUSINESS-DATE.
003879     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
003880     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
003881     ACCEPT WS-DATE-CONTROL-FILE-NAME
003882         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
003883     IF WS-DATE-CONTROL-FILE-NAME = SPACES
003884         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
003885     END-IF.
003886     MOVE ZERO TO WS-RUN-DATE.
003887     OPEN INPUT DATE-CONTROL.
003888     IF WS-DATE-CONTROL-CHECK-KEY = "00"
003889         READ DATE-CONTROL
003890             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
003891         END-READ
003892         CLOSE DATE-CONTROL
003893     END-IF.
003894     IF WS-RUN-DATE = ZERO
003895         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003896         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
003897             "SYSTEM DATE"
003898         END-DISPLAY
003899     END-IF.
003900 1050-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------*
005450     MOVE SPACES TO WS-REPORT-LINE.
005460     STRING "RUN " DELIMITED BY SIZE
005470         WS-RUN-DATE DELIMITED BY SIZE
005473         " CLOCK " DELIMITED BY SIZE
005476         WS-CLOCK-DATE DELIMITED BY SIZE
005480         " " DELIMITED BY SIZE
005490         WS-RUN-TIME DELIMITED BY SIZE
005500         INTO WS-REPORT-LINE
007140* NIGHTLY RECONCILIATION WHEN RECON_MASTER=Y.                     *
007150*----------------------------------------------------------------*
007160 7000-CERTIFY-MASTER.
007170     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
007180     ACCEPT WS-RUN-TIME FROM TIME.
007190
007200     MOVE SPACES TO WS-CUTOFF-DATE-REQUEST.
007770     MOVE SPACES TO WS-REPORT-LINE.
007780     STRING "RUN " DELIMITED BY SIZE
007790         WS-RUN-DATE DELIMITED BY SIZE
007793         " CLOCK " DELIMITED BY SIZE
007796         WS-CLOCK-DATE DELIMITED BY SIZE
007800         " " DELIMITED BY SIZE
007810         WS-RUN-TIME DELIMITED BY SIZE
007820         INTO WS-REPORT-LINE
009390     END-IF.
009400*        A POSTING STAMPED AFTER THE CUTOFF IS OUTSIDE THE WINDOW
009410*        BEING CERTIFIED.
009413     IF PL-CLOCK-DATE IS NUMERIC AND PL-CLOCK-DATE > ZERO
009416         MOVE PL-CLOCK-DATE TO WS-STAMP-DATE
009419     ELSE
009422         MOVE PL-POST-DATE TO WS-STAMP-DATE
009425     END-IF.
009428     IF WS-STAMP-DATE > WS-CUTOFF-DATE
009431             OR (WS-STAMP-DATE = WS-CUTOFF-DATE
009440                 AND PL-POST-TIME > WS-CUTOFF-TIME)
009450         GO TO 7210-EXIT
009460     END-IF.
009830     END-IF.
009840*        AN ADJUSTMENT STAMPED AFTER THE CUTOFF IS OUTSIDE THE
009850*        WINDOW BEING CERTIFIED.
009853     IF AJR-CLOCK-DATE IS NUMERIC AND AJR-CLOCK-DATE > ZERO
009856         MOVE AJR-CLOCK-DATE TO WS-STAMP-DATE
009859     ELSE
009862         MOVE AJR-APPLY-DATE TO WS-STAMP-DATE
009865     END-IF.
009868     IF WS-STAMP-DATE > WS-CUTOFF-DATE
009871             OR (WS-STAMP-DATE = WS-CUTOFF-DATE
009880                 AND AJR-APPLY-TIME > WS-CUTOFF-TIME)
009890         GO TO 7310-EXIT
009900     END-IF.
