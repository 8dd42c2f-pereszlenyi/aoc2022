000250*                 WHAT THE SCORING RUN ALREADY SEES: ITS HASH     *
000260*                 CHAINS ARE PUSHED FROM THE FRONT, SO ITS        *
000270*                 LOOKUP FINDS THE LAST COPY LOADED.              *
000272* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000274*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000276*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000278*                 IS USED.                                        *
000280*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000400
000410     SELECT ROSTAUDIT ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
000420         FILE STATUS IS WS-AUDIT-CHECK-KEY
000421         ORGANIZATION IS LINE SEQUENTIAL.
000422
000423     SELECT DATE-CONTROL
000424         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000425         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000630*----------------------------------------------------------------*
000640 FD  ROSTAUDIT.
000650 01  ROSTAUDIT-RECORD            PIC X(80).
000651
000652*----------------------------------------------------------------*
000653* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000654*----------------------------------------------------------------*
000655 FD  DATE-CONTROL.
000656     COPY DATECTL.
000660
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------*
001170 77  WS-REPORT-LINE              PIC X(80).
001180 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
001190 77  WS-RUN-DATE                 PIC 9(08).
001193 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001196 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001200
001210 PROCEDURE DIVISION.
001220*----------------------------------------------------------------*
001360* RPS_ROSTER_FILE CONVENTION EVERY READER OF THE ROSTER USES.     *
001370*----------------------------------------------------------------*
001380 1000-INITIALIZE.
001390     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001400
001410     MOVE SPACES TO WS-TRAN-FILE-NAME.
001420     ACCEPT WS-TRAN-FILE-NAME
001880     MOVE SPACES TO ROSTAUDIT-RECORD.
001890     WRITE ROSTAUDIT-RECORD.
001900 1000-EXIT.
001901     EXIT.
001902
001903*----------------------------------------------------------------*
001904* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
001905* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
001906* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
001907*----------------------------------------------------------------*
001908 1050-READ-BUSINESS-DATE.
001909     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
001910     ACCEPT WS-DATE-CONTROL-FILE-NAME
001911         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
001912     IF WS-DATE-CONTROL-FILE-NAME = SPACES
001913         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
001914     END-IF.
001915     MOVE ZERO TO WS-RUN-DATE.
001916     OPEN INPUT DATE-CONTROL.
001917     IF WS-DATE-CONTROL-CHECK-KEY = "00"
001918         READ DATE-CONTROL
001919             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
001920         END-READ
001921         CLOSE DATE-CONTROL
001922     END-IF.
001923     IF WS-RUN-DATE = ZERO
001924         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001925         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
001926             "SYSTEM DATE"
001927         END-DISPLAY
001928     END-IF.
001929 1050-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------------*
