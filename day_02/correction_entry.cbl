000250*                 LONGER MEANS RESCORING THE WHOLE DAY OR HAND-   *
000260*                 BUILDING AN ADJREC TRANSACTION THAT LOSES THE   *
000270*                 LINK TO THE ORIGINAL ROUND.                     *
000272* 2026-10-15  DP  CO-ENTRY-DATE AND THE RUN DATE ARE NOW THE      *
000274*                 LEAGUE BUSINESS DATE FROM THE DATE-CONTROL      *
000276*                 RECORD (COPYBOOK DATECTL) INSTEAD OF THE SYSTEM *
000278*                 DATE.                                           *
000280*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000400
000410     SELECT APPLIEDFILE ASSIGN DYNAMIC WS-APPLIED-FILE-NAME
000420         FILE STATUS IS WS-APPLIED-CHECK-KEY
000421         ORGANIZATION IS LINE SEQUENTIAL.
000422
000423     SELECT DATE-CONTROL
000424         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000425         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000670     05  AP-ROUND-NUMBER         PIC X(04).
000680     05  AP-PLAYER-ID            PIC X(10).
000690     05  FILLER                  PIC X(51).
000691
000692*----------------------------------------------------------------*
000693* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000694*----------------------------------------------------------------*
000695 FD  DATE-CONTROL.
000696     COPY DATECTL.
000700
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
001280*----------------------------------------------------------------*
001290 77  WS-ENTERED-COUNT            PIC 9(05) COMP VALUE ZERO.
001300 77  WS-RUN-DATE                 PIC 9(08).
001303 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001306 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001310
001320 PROCEDURE DIVISION.
001330*----------------------------------------------------------------*
001440* CORRECTIONS TRAIL, AND OPEN THE CORRECTIONS FILE FOR APPEND.    *
001450*----------------------------------------------------------------*
001460 1000-INITIALIZE.
001470     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001480
001490     MOVE SPACES TO WS-REJECT-FILE-NAME.
001500     ACCEPT WS-REJECT-FILE-NAME
001920         STOP RUN RETURNING 1
001930     END-IF.
001940 1000-EXIT.
001941     EXIT.
001942
001943*----------------------------------------------------------------*
001944* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
001945* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
001946* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
001947*----------------------------------------------------------------*
001948 1050-READ-BUSINESS-DATE.
001949     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
001950     ACCEPT WS-DATE-CONTROL-FILE-NAME
001951         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
001952     IF WS-DATE-CONTROL-FILE-NAME = SPACES
001953         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
001954     END-IF.
001955     OPEN INPUT DATE-CONTROL.
001956     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
001957         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
001958             WS-DATE-CONTROL-CHECK-KEY
001959         END-DISPLAY
001960         STOP RUN RETURNING 1
001961     END-IF.
001962     READ DATE-CONTROL
001963         AT END
001964             DISPLAY "DATE-CONTROL FILE IS EMPTY"
001965             END-DISPLAY
001966             STOP RUN RETURNING 1
001967     END-READ.
001968     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
001969     CLOSE DATE-CONTROL.
001970 1050-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------*
