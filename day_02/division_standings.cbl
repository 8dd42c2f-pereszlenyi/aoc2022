000240*                 MASTER-INDEX-BUILDER). THIS PROGRAM STILL       *
000250*                 READS IT FRONT TO BACK; ONLY THE SELECT         *
000260*                 CHANGED.                                        *
000262* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000264*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000266*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000268*                 IS USED.                                        *
000270*----------------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000410
000420     SELECT ROSTERFILE ASSIGN DYNAMIC WS-ROSTER-FILE-NAME
000430         FILE STATUS IS WS-ROSTER-CHECK-KEY
000431         ORGANIZATION IS LINE SEQUENTIAL.
000432
000433     SELECT DATE-CONTROL
000434         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000435         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000650*----------------------------------------------------------------*
000660 FD  ROSTERFILE.
000670     COPY ROSTREC.
000671
000672*----------------------------------------------------------------*
000673* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000674*----------------------------------------------------------------*
000675 FD  DATE-CONTROL.
000676     COPY DATECTL.
000680
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------*
001930* REPORT EDIT FIELDS                                              *
001940*----------------------------------------------------------------*
001950 77  WS-RUN-DATE                 PIC 9(08).
001953 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001956 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001960 77  WS-RANK-PRINT               PIC Z(04)9.
001970 77  WS-SCORE-PRINT              PIC Z(08)9.
001980 77  WS-COUNT-PRINT              PIC Z(05)9.
002200* ORDERS EACH DIVISION BY PART 2 SCORE; ANYTHING ELSE BY PART 1.  *
002210*----------------------------------------------------------------*
002220 1000-INITIALIZE.
002230     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002240
002250     MOVE SPACES TO WS-ORDER-REQUEST.
002260     ACCEPT WS-ORDER-REQUEST FROM ENVIRONMENT "DSTD_ORDER".
002770         STOP RUN RETURNING 1
002780     END-IF.
002790 1000-EXIT.
002791     EXIT.
002792
002793*----------------------------------------------------------------*
002794* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002795* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
002796* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
002797*----------------------------------------------------------------*
002798 1050-READ-BUSINESS-DATE.
002799     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002800     ACCEPT WS-DATE-CONTROL-FILE-NAME
002801         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002802     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002803         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002804     END-IF.
002805     MOVE ZERO TO WS-RUN-DATE.
002806     OPEN INPUT DATE-CONTROL.
002807     IF WS-DATE-CONTROL-CHECK-KEY = "00"
002808         READ DATE-CONTROL
002809             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
002810         END-READ
002811         CLOSE DATE-CONTROL
002812     END-IF.
002813     IF WS-RUN-DATE = ZERO
002814         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002815         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
002816             "SYSTEM DATE"
002817         END-DISPLAY
002818     END-IF.
002819 1050-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------*
