000180*                 "HOW HAS PLAYER X DONE OVER THE LAST FIVE       *
000190*                 MATCH DAYS" NO LONGER MEANS DIGGING THROUGH     *
000200*                 ARCHIVED DAILY FILES.                           *
000202* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000204*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000206*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000208*                 IS USED.                                        *
000210*----------------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000330
000340     SELECT ROSTERFILE ASSIGN DYNAMIC WS-ROSTER-FILE-NAME
000350         FILE STATUS IS WS-ROSTER-CHECK-KEY
000351         ORGANIZATION IS LINE SEQUENTIAL.
000352
000353     SELECT DATE-CONTROL
000354         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000355         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370
000380 DATA DIVISION.
000560*----------------------------------------------------------------*
000570 FD  ROSTERFILE.
000580     COPY ROSTREC.
000581
000582*----------------------------------------------------------------*
000583* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000584*----------------------------------------------------------------*
000585 FD  DATE-CONTROL.
000586     COPY DATECTL.
000590
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------------*
001440* REPORT EDIT FIELDS                                              *
001450*----------------------------------------------------------------*
001460 77  WS-RUN-DATE                 PIC 9(08).
001463 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001466 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001470 77  WS-SCORE-PRINT              PIC Z(06)9.
001480 77  WS-COUNT-PRINT              PIC Z(04)9.
001490 77  WS-REPORT-LINE              PIC X(80).
001670* FILE NAMES, AND OPEN THE REPORT. THE PLAYER HAS NO DEFAULT.     *
001680*----------------------------------------------------------------*
001690 1000-INITIALIZE.
001700     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001710
001720     MOVE SPACES TO WS-PLAYER-REQUEST.
001730     ACCEPT WS-PLAYER-REQUEST FROM ENVIRONMENT "FORM_PLAYER_ID".
002060         STOP RUN RETURNING 1
002070     END-IF.
002080 1000-EXIT.
002081     EXIT.
002082
002083*----------------------------------------------------------------*
002084* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002085* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
002086* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
002087*----------------------------------------------------------------*
002088 1050-READ-BUSINESS-DATE.
002089     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002090     ACCEPT WS-DATE-CONTROL-FILE-NAME
002091         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002092     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002093         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002094     END-IF.
002095     MOVE ZERO TO WS-RUN-DATE.
002096     OPEN INPUT DATE-CONTROL.
002097     IF WS-DATE-CONTROL-CHECK-KEY = "00"
002098         READ DATE-CONTROL
002099             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
002100         END-READ
002101         CLOSE DATE-CONTROL
002102     END-IF.
002103     IF WS-RUN-DATE = ZERO
002104         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002105         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
002106             "SYSTEM DATE"
002107         END-DISPLAY
002108     END-IF.
002109 1050-EXIT.
002090     EXIT.
002100
002110*----------------------------------------------------------------*
