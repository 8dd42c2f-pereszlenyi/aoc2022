000196*                 MASTER-INDEX-BUILDER). THIS PROGRAM STILL       *
000198*                 READS IT FRONT TO BACK; ONLY THE SELECT         *
000199*                 CHANGED.                                        *
000200* 2026-10-15  DP  THE RUN DATE IN THE HEADING IS NOW THE LEAGUE   *
000201*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000202*                 (COPYBOOK DATECTL). WITHOUT ONE THE SYSTEM DATE *
000203*                 IS USED.                                        *
000200*----------------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000320
000330     SELECT EXPORTFILE ASSIGN DYNAMIC WS-EXPORT-FILE-NAME
000340         FILE STATUS IS WS-EXPORT-CHECK-KEY
000341         ORGANIZATION IS LINE SEQUENTIAL.
000342
000343     SELECT DATE-CONTROL
000344         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000345         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 DATA DIVISION.
000550*----------------------------------------------------------------*
000560 FD  EXPORTFILE.
000570 01  EXPORT-RECORD               PIC X(120).
000571
000572*----------------------------------------------------------------*
000573* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000574*----------------------------------------------------------------*
000575 FD  DATE-CONTROL.
000576     COPY DATECTL.
000580
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------*
000940 77  WS-EXPORT-COUNT             PIC 9(08) COMP VALUE ZERO.
000950 77  WS-COUNT-TEXT               PIC X(08).
000960 77  WS-RUN-DATE                 PIC 9(08).
000963 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
000966 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
000970 77  WS-EXPORT-LINE              PIC X(120).
000980 77  WS-STRING-PTR               PIC 9(03) COMP VALUE 1.
000990
001160* THE RUN-DATE STAMP AND COLUMN-HEADER RECORDS.                   *
001170*----------------------------------------------------------------*
001180 1000-INITIALIZE.
001190     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001200
001210     MOVE SPACES TO WS-DAILY-FILE-NAME.
001220     ACCEPT WS-DAILY-FILE-NAME
001570     MOVE WS-EXPORT-LINE TO EXPORT-RECORD.
001580     WRITE EXPORT-RECORD.
001590 1000-EXIT.
001591     EXIT.
001592
001593*----------------------------------------------------------------*
001594* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
001595* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM. A REPORT STILL RUNS   *
001596* WITHOUT ONE, DATED BY THE SYSTEM CLOCK.                         *
001597*----------------------------------------------------------------*
001598 1050-READ-BUSINESS-DATE.
001599     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
001600     ACCEPT WS-DATE-CONTROL-FILE-NAME
001601         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
001602     IF WS-DATE-CONTROL-FILE-NAME = SPACES
001603         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
001604     END-IF.
001605     MOVE ZERO TO WS-RUN-DATE.
001606     OPEN INPUT DATE-CONTROL.
001607     IF WS-DATE-CONTROL-CHECK-KEY = "00"
001608         READ DATE-CONTROL
001609             NOT AT END MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
001610         END-READ
001611         CLOSE DATE-CONTROL
001612     END-IF.
001613     IF WS-RUN-DATE = ZERO
001614         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001615         DISPLAY "NO DATE-CONTROL RECORD - RUN DATE IS THE "
001616             "SYSTEM DATE"
001617         END-DISPLAY
001618     END-IF.
001619 1050-EXIT.
001600     EXIT.
001610
001620*----------------------------------------------------------------*
