000276*                 MASTER-INDEX-BUILDER). THIS PROGRAM STILL       *
000278*                 READS IT FRONT TO BACK; ONLY THE SELECT         *
000280*                 CHANGED.                                        *
000281* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000282*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000283*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000284*                 IS USED.                                        *
000282*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000400
000410     SELECT ROSTERFILE ASSIGN DYNAMIC WS-ROSTER-FILE-NAME
000420         FILE STATUS IS WS-ROSTER-CHECK-KEY
000421         ORGANIZATION IS LINE SEQUENTIAL.
000422
000423     SELECT DATE-CONTROL
000424         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000425         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000620*----------------------------------------------------------------*
000630 FD  ROSTERFILE.
000640     COPY ROSTREC.
000641
000642*----------------------------------------------------------------*
000643* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000644*----------------------------------------------------------------*
000645 FD  DATE-CONTROL.
000646     COPY DATECTL.
000650
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------*
001600* REPORT EDIT FIELDS                                              *
001610*----------------------------------------------------------------*
001620 77  WS-RUN-DATE                 PIC 9(08).
001623 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001626 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001630 77  WS-RANK-PRINT               PIC Z(04)9.
001640 77  WS-SCORE-PRINT              PIC Z(08)9.
001650 77  WS-COUNT-PRINT              PIC Z(05)9.
001900* SCORE; ANYTHING ELSE (INCLUDING UNSET) ORDERS BY PART 1.        *
001910*----------------------------------------------------------------*
001920 1000-INITIALIZE.
001930     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001940
001950     MOVE SPACES TO WS-ORDER-REQUEST.
001960     ACCEPT WS-ORDER-REQUEST FROM ENVIRONMENT "SRPT_ORDER".
002150         STOP RUN RETURNING 1
002160     END-IF.
002170 1000-EXIT.
002171     EXIT.
002172
002173*----------------------------------------------------------------*
002174* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002175* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
002176* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
002177*----------------------------------------------------------------*
002178 1050-READ-BUSINESS-DATE.
002179     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002180     ACCEPT WS-DATE-CONTROL-FILE-NAME
002181         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002182     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002183         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002184     END-IF.
002185     MOVE ZERO TO WS-RUN-DATE.
002186     OPEN INPUT DATE-CONTROL.
002187     IF WS-DATE-CONTROL-CHECK-KEY = "00"
002188         READ DATE-CONTROL
002189             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
002190         END-READ
002191         CLOSE DATE-CONTROL
002192     END-IF.
002193     IF WS-RUN-DATE = ZERO
002194         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002195         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
002196             "SYSTEM DATE"
002197         END-DISPLAY
002198     END-IF.
002199 1050-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------------*
