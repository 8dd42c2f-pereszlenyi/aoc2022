000230*                 FOUND) TO RETURN TO THE VENUE. A SUBMISSION     *
000240*                 FAILING THE ENVELOPE CHECKS IS COPIED TO THE    *
000250*                 QUARANTINE FILE AND NEVER REACHES SCORING.      *
000251* 2026-10-15  DP  THE ACKNOWLEDGMENT IS NOW DATED WITH THE LEAGUE *
000252*                 BUSINESS DATE FROM THE DATE-CONTROL RECORD      *
000253*                 (COPYBOOK DATECTL), WITH THE CLOCK DATE AND TIME*
000254*                 PRINTED ALONGSIDE FOR THE AUDIT.                *
000255* 2026-10-15  DP  EVERY OUTCOME IS NOW APPENDED TO THE VENUE     *
000256*                 SUBMISSION HISTORY (COPYBOOK VENUHIST) - VENUE,*
000257*                 EVENT DATE, WHEN IT WAS RECEIVED, ROUNDS       *
000258*                 DECLARED AND COUNTED, THE VERDICT AND EVERY    *
000259*                 REJECT REASON WITH A REASON CODE - FOR THE     *
000260*                 VENUE-COMPLIANCE REPORT.                       *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000420
000430     SELECT QUARFILE ASSIGN DYNAMIC WS-QUAR-FILE-NAME
000440         FILE STATUS IS WS-QUAR-CHECK-KEY
000441         ORGANIZATION IS LINE SEQUENTIAL.
000442
000443     SELECT OPTIONAL VENUE-HISTORY
000444         ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
000445         FILE STATUS IS WS-HISTORY-CHECK-KEY
000446         ORGANIZATION IS LINE SEQUENTIAL.
000447
000448     SELECT DATE-CONTROL
000449         ASSIGN DYNAMIC WS-DATE-CONTROL-FILE-NAME
000450         FILE STATUS IS WS-DATE-CONTROL-CHECK-KEY
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000720 FD  QUARFILE.
000730 01  QUAR-RECORD                 PIC X(41).
000740
000741*----------------------------------------------------------------*
000742* VENUE-HISTORY - EVERY INTAKE OUTCOME, APPENDED RUN AFTER RUN.  *
000743*----------------------------------------------------------------*
000744 FD  VENUE-HISTORY.
000745     COPY VENUHIST.
000746
000747*----------------------------------------------------------------*
000748* DATE-CONTROL - THE LEAGUE BUSINESS DATE (COPYBOOK DATECTL).     *
000749*----------------------------------------------------------------*
000750 FD  DATE-CONTROL.
000751     COPY DATECTL.
000752
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------*
000770* SWITCHES AND CONTROL FIELDS                                     *
000840 77  WS-OUTPUT-FILE-NAME         PIC X(255).
000850 77  WS-ACK-FILE-NAME            PIC X(255).
000860 77  WS-QUAR-FILE-NAME           PIC X(255).
000863 77  WS-HISTORY-CHECK-KEY        PIC X(02).
000866 77  WS-HISTORY-FILE-NAME        PIC X(255).
000870
000880 01  WS-SUBMIT-EOF-SW            PIC X(01) VALUE "N".
000890     88  WS-SUBMIT-EOF                VALUE "Y".
000990* ENVELOPE FIGURES - WHAT THE HEADER AND TRAILER DECLARE, AND     *
001000* WHAT THE INTAKE ACTUALLY COUNTED FROM THE DETAILS.              *
001010*----------------------------------------------------------------*
001020 77  WS-VENUE-ID                 PIC X(08) VALUE SPACES.
001030 77  WS-EVENT-DATE               PIC 9(08) VALUE ZERO.
001040 77  WS-DECLARED-ROUNDS          PIC 9(08) VALUE ZERO.
001050 77  WS-TRAILER-ROUNDS           PIC 9(08) VALUE ZERO.
001100 77  WS-REASON-COUNT             PIC 9(02) COMP VALUE ZERO.
001110
001120*----------------------------------------------------------------*
001121* REJECT REASONS FOUND, HELD FOR THE SUBMISSION HISTORY UNTIL    *
001122* THE VERDICT IS IN. WS-REASON-CODE IS SET BY THE CALLER OF      *
001123* 2900-NOTE-REJECT-REASON ALONG WITH THE TEXT IN WS-REPORT-LINE. *
001124*----------------------------------------------------------------*
001125 77  WS-REASON-CODE              PIC X(04).
001126 01  WS-REASON-TABLE.
001127     05  WS-REASON-HELD          PIC 9(02) COMP VALUE ZERO.
001128     05  WS-REASON-ENTRY OCCURS 50 TIMES.
001129         10  WS-REASON-ENTRY-CODE    PIC X(04).
001130         10  WS-REASON-ENTRY-TEXT    PIC X(70).
001131 77  WS-REASON-IDX               PIC 9(02) COMP VALUE ZERO.
001132
001133*----------------------------------------------------------------*
001130* REPORT EDIT FIELDS                                              *
001140*----------------------------------------------------------------*
001150 77  WS-RUN-DATE                 PIC 9(08).
001152 77  WS-DATE-CONTROL-CHECK-KEY   PIC X(02).
001154 77  WS-DATE-CONTROL-FILE-NAME   PIC X(255).
001156 77  WS-CLOCK-DATE               PIC 9(08).
001160 77  WS-RUN-TIME                 PIC 9(08).
001170 77  WS-COUNT-PRINT              PIC Z(07)9.
001180 77  WS-REPORT-LINE              PIC X(80).
001310         PERFORM 4000-QUARANTINE-SUBMISSION THRU 4000-EXIT
001320     END-IF.
001330     PERFORM 8000-FINISH-ACKNOWLEDGMENT THRU 8000-EXIT.
001332     PERFORM 8500-LOG-SUBMISSION THRU 8500-EXIT.
001340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001350     IF WS-SUBMISSION-REJECTED
001360         STOP RUN RETURNING 1
001410* 1000-INITIALIZE - NAME THE FILES AND OPEN THE ACKNOWLEDGMENT.   *
001420*----------------------------------------------------------------*
001430 1000-INITIALIZE.
001440     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001450     ACCEPT WS-RUN-TIME FROM TIME.
001460
001470     MOVE SPACES TO WS-SUBMIT-FILE-NAME.
001700         MOVE "./intake_quarantine.txt" TO WS-QUAR-FILE-NAME
001710     END-IF.
001720
001721     MOVE SPACES TO WS-HISTORY-FILE-NAME.
001722     ACCEPT WS-HISTORY-FILE-NAME
001723         FROM ENVIRONMENT "VINT_HISTORY_FILE".
001724     IF WS-HISTORY-FILE-NAME = SPACES
001725         MOVE "./venue_history.dat" TO WS-HISTORY-FILE-NAME
001726     END-IF.
001727
001730     OPEN INPUT SUBMITFILE.
001740     IF WS-SUBMIT-CHECK-KEY NOT = "00"
001750         DISPLAY "UNABLE TO OPEN SUBMITFILE "
001920     MOVE SPACES TO WS-REPORT-LINE.
001930     STRING "PROCESSED " DELIMITED BY SIZE
001940         WS-RUN-DATE DELIMITED BY SIZE
001943         " CLOCK " DELIMITED BY SIZE
001946         WS-CLOCK-DATE DELIMITED BY SIZE
001950         " " DELIMITED BY SIZE
001960         WS-RUN-TIME DELIMITED BY SIZE
001970         INTO WS-REPORT-LINE
002010     MOVE SPACES TO ACK-RECORD.
002020     WRITE ACK-RECORD.
002030 1000-EXIT.
002031     EXIT.
002032
002033*----------------------------------------------------------------*
002034* 1050-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE LEAGUE     *
002035* DATE-CONTROL RECORD KEPT BY NIGHT-STREAM, NOT FROM THE SYSTEM   *
002036* CLOCK. WITHOUT IT NOTHING CAN BE STAMPED, SO THE RUN STOPS.     *
002037*----------------------------------------------------------------*
002038 1050-READ-BUSINESS-DATE.
002039     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
002040     MOVE SPACES TO WS-DATE-CONTROL-FILE-NAME.
002041     ACCEPT WS-DATE-CONTROL-FILE-NAME
002042         FROM ENVIRONMENT "RPS_DATE_CONTROL_FILE".
002043     IF WS-DATE-CONTROL-FILE-NAME = SPACES
002044         MOVE "./date_control.dat" TO WS-DATE-CONTROL-FILE-NAME
002045     END-IF.
002046     OPEN INPUT DATE-CONTROL.
002047     IF WS-DATE-CONTROL-CHECK-KEY NOT = "00"
002048         DISPLAY "UNABLE TO OPEN DATE-CONTROL. STATUS: "
002049             WS-DATE-CONTROL-CHECK-KEY
002050         END-DISPLAY
002051         STOP RUN RETURNING 1
002052     END-IF.
002053     READ DATE-CONTROL
002054         AT END
002055             DISPLAY "DATE-CONTROL FILE IS EMPTY"
002056             END-DISPLAY
002057             STOP RUN RETURNING 1
002058     END-READ.
002059     MOVE DC-BUSINESS-DATE TO WS-RUN-DATE.
002060     CLOSE DATE-CONTROL.
002061 1050-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------------*
002190
002200     IF WS-RECORDS-READ = ZERO
002210         MOVE "SUBMISSION FILE IS EMPTY" TO WS-REPORT-LINE
002215         MOVE "EMTY" TO WS-REASON-CODE
002220         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002230         GO TO 2000-EXIT
002240     END-IF.
002250
002260     IF NOT WS-HEADER-SEEN
002270         MOVE "NO HEADER RECORD" TO WS-REPORT-LINE
002275         MOVE "NOHD" TO WS-REASON-CODE
002280         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002290     END-IF.
002300     IF NOT WS-TRAILER-SEEN
002310         MOVE "NO TRAILER RECORD - UPLOAD MAY BE TRUNCATED"
002320             TO WS-REPORT-LINE
002325         MOVE "NOTR" TO WS-REASON-CODE
002330         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002340     END-IF.
002350
002370         IF WS-DETAIL-COUNT NOT = WS-DECLARED-ROUNDS
002380             MOVE "ROUNDS RECEIVED DO NOT MATCH HEADER COUNT"
002390                 TO WS-REPORT-LINE
002395             MOVE "HCNT" TO WS-REASON-CODE
002400             PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002410         END-IF
002420         IF WS-DETAIL-COUNT NOT = WS-TRAILER-ROUNDS
002430             MOVE "ROUNDS RECEIVED DO NOT MATCH TRAILER COUNT"
002440                 TO WS-REPORT-LINE
002445             MOVE "TCNT" TO WS-REASON-CODE
002450             PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002460         END-IF
002470         IF WS-DETAIL-ROUND-SUM NOT = WS-TRAILER-ROUND-SUM
002480             MOVE "ROUND NUMBER HASH DOES NOT MATCH TRAILER"
002490                 TO WS-REPORT-LINE
002495             MOVE "HASH" TO WS-REASON-CODE
002500             PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002510         END-IF
002520         IF WS-DETAIL-COUNT = ZERO
002530             MOVE "SUBMISSION CARRIES NO ROUNDS"
002540                 TO WS-REPORT-LINE
002545             MOVE "NORD" TO WS-REASON-CODE
002550             PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002560         END-IF
002570     END-IF.
002680     IF WS-TRAILER-SEEN
002690         MOVE "RECORDS FOUND AFTER THE TRAILER"
002700             TO WS-REPORT-LINE
002705         MOVE "AFTR" TO WS-REASON-CODE
002710         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002720         GO TO 2100-NEXT
002730     END-IF.
002850                 VS-RECORD-TYPE DELIMITED BY SIZE
002860                 INTO WS-REPORT-LINE
002870             END-STRING
002875             MOVE "RTYP" TO WS-REASON-CODE
002880             PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
002890     END-EVALUATE.
002900
003020 2200-TAKE-HEADER.
003030     IF WS-HEADER-SEEN
003040         MOVE "MORE THAN ONE HEADER RECORD" TO WS-REPORT-LINE
003045         MOVE "HDR2" TO WS-REASON-CODE
003050         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
003060         GO TO 2200-EXIT
003070     END-IF.
003080     IF WS-RECORDS-READ NOT = 1
003090         MOVE "HEADER IS NOT THE FIRST RECORD" TO WS-REPORT-LINE
003095         MOVE "HPOS" TO WS-REASON-CODE
003100         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
003110     END-IF.
003120     SET WS-HEADER-SEEN TO TRUE.
003140     MOVE VS-VENUE-ID TO WS-VENUE-ID.
003150     IF WS-VENUE-ID = SPACES
003160         MOVE "VENUE ID MISSING FROM HEADER" TO WS-REPORT-LINE
003165         MOVE "VNID" TO WS-REASON-CODE
003170         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
003180     END-IF.
003190     IF VS-EVENT-DATE NOT NUMERIC
003200         MOVE "EVENT DATE NOT NUMERIC" TO WS-REPORT-LINE
003205         MOVE "EVDT" TO WS-REASON-CODE
003210         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
003220     ELSE
003230         MOVE VS-EVENT-DATE TO WS-EVENT-DATE
003250     IF VS-DECLARED-ROUNDS NOT NUMERIC
003260         MOVE "DECLARED ROUND COUNT NOT NUMERIC"
003270             TO WS-REPORT-LINE
003275         MOVE "DCNT" TO WS-REASON-CODE
003280         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
003290     ELSE
003300         MOVE VS-DECLARED-ROUNDS TO WS-DECLARED-ROUNDS
003420     IF NOT WS-HEADER-SEEN
003430         MOVE "DETAIL RECORD BEFORE THE HEADER"
003440             TO WS-REPORT-LINE
003445         MOVE "DPOS" TO WS-REASON-CODE
003450         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
003460         GO TO 2300-EXIT
003470     END-IF.
003520             VS-PLAYER-ID DELIMITED BY SIZE
003530             INTO WS-REPORT-LINE
003540         END-STRING
003545         MOVE "DRND" TO WS-REASON-CODE
003550         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
003560         GO TO 2300-EXIT
003570     END-IF.
003690             OR VS-ROUND-NUMBER-SUM NOT NUMERIC
003700         MOVE "TRAILER CONTROL TOTALS NOT NUMERIC"
003710             TO WS-REPORT-LINE
003715         MOVE "TTOT" TO WS-REASON-CODE
003720         PERFORM 2900-NOTE-REJECT-REASON THRU 2900-EXIT
003730         GO TO 2400-EXIT
003740     END-IF.
003790
003800*----------------------------------------------------------------*
003810* 2900-NOTE-REJECT-REASON - ONE REASON LINE ON THE               *
003814* ACKNOWLEDGMENT; ANY REASON AT ALL REJECTS THE SUBMISSION. THE  *
003821* REASON IS ALSO HELD, WITH ITS CODE, FOR THE SUBMISSION HISTORY.*
003830*----------------------------------------------------------------*
003840 2900-NOTE-REJECT-REASON.
003850     SET WS-SUBMISSION-REJECTED TO TRUE.
003900         INTO ACK-RECORD
003910     END-STRING.
003920     WRITE ACK-RECORD.
003921     IF WS-REASON-HELD < 50
003922         ADD 1 TO WS-REASON-HELD
003923         MOVE WS-REASON-CODE
003924             TO WS-REASON-ENTRY-CODE(WS-REASON-HELD)
003925         MOVE WS-REPORT-LINE
003926             TO WS-REASON-ENTRY-TEXT(WS-REASON-HELD)
003927     END-IF.
003930 2900-EXIT.
003940     EXIT.
003950
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005251* 8500-LOG-SUBMISSION - APPEND THE OUTCOME TO THE VENUE          *
005252* SUBMISSION HISTORY: ONE "S" RECORD, THEN ONE "R" RECORD PER    *
005253* REJECT REASON.                                                 *
005254*----------------------------------------------------------------*
005255 8500-LOG-SUBMISSION.
005256     OPEN EXTEND VENUE-HISTORY.
005257     IF WS-HISTORY-CHECK-KEY NOT = "00" AND
005258             WS-HISTORY-CHECK-KEY NOT = "05"
005259         DISPLAY "UNABLE TO OPEN VENUE-HISTORY. STATUS: "
005260             WS-HISTORY-CHECK-KEY
005261         END-DISPLAY
005262         STOP RUN RETURNING 1
005263     END-IF.
005264
005265     MOVE SPACES TO VENUE-HISTORY-RECORD.
005266     SET VH-SUBMISSION-TYPE TO TRUE.
005267     PERFORM 8510-FILL-HISTORY-KEY THRU 8510-EXIT.
005268     MOVE WS-DECLARED-ROUNDS TO VH-DECLARED-ROUNDS.
005269     MOVE WS-TRAILER-ROUNDS TO VH-TRAILER-ROUNDS.
005270     MOVE WS-DETAIL-COUNT TO VH-COUNTED-ROUNDS.
005271     IF WS-SUBMISSION-ACCEPTED
005272         SET VH-ACCEPTED TO TRUE
005273     ELSE
005274         SET VH-REJECTED TO TRUE
005275     END-IF.
005276     MOVE WS-REASON-COUNT TO VH-REASON-COUNT.
005277     WRITE VENUE-HISTORY-RECORD.
005278
005279     PERFORM 8520-LOG-ONE-REASON THRU 8520-EXIT
005280         VARYING WS-REASON-IDX FROM 1 BY 1
005281         UNTIL WS-REASON-IDX > WS-REASON-HELD.
005282     CLOSE VENUE-HISTORY.
005283 8500-EXIT.
005284     EXIT.
005285
005286*----------------------------------------------------------------*
005287* 8510-FILL-HISTORY-KEY - THE FIELDS EVERY HISTORY RECORD OF     *
005288* THIS SUBMISSION CARRIES.                                       *
005289*----------------------------------------------------------------*
005290 8510-FILL-HISTORY-KEY.
005291     MOVE WS-VENUE-ID TO VH-VENUE-ID.
005292     MOVE WS-EVENT-DATE TO VH-EVENT-DATE.
005293     MOVE WS-RUN-DATE TO VH-INTAKE-DATE.
005294     MOVE WS-CLOCK-DATE TO VH-RECEIVED-DATE.
005295     MOVE WS-RUN-TIME TO VH-RECEIVED-TIME.
005296 8510-EXIT.
005297     EXIT.
005298
005299*----------------------------------------------------------------*
005300* 8520-LOG-ONE-REASON - APPEND ONE REJECT REASON.                *
005301*----------------------------------------------------------------*
005302 8520-LOG-ONE-REASON.
005303     MOVE SPACES TO VENUE-HISTORY-RECORD.
005304     SET VH-REASON-TYPE TO TRUE.
005305     PERFORM 8510-FILL-HISTORY-KEY THRU 8510-EXIT.
005306     MOVE WS-REASON-ENTRY-CODE(WS-REASON-IDX) TO VH-REASON-CODE.
005307     MOVE WS-REASON-ENTRY-TEXT(WS-REASON-IDX) TO VH-REASON-TEXT.
005308     WRITE VENUE-HISTORY-RECORD.
005309 8520-EXIT.
005310     EXIT.
005311
005312*----------------------------------------------------------------*
005260* 9000-TERMINATE - CLOSE THE ACKNOWLEDGMENT AND ANNOUNCE THE      *
005270* VERDICT ON THE CONSOLE AS WELL.                                 *
005280*----------------------------------------------------------------*
005410     END-IF.
005420     DISPLAY "ACKNOWLEDGMENT WRITTEN TO " WS-ACK-FILE-NAME
005430     END-DISPLAY.
005433     DISPLAY "OUTCOME LOGGED TO " WS-HISTORY-FILE-NAME
005436     END-DISPLAY.
005440 9000-EXIT.
005450     EXIT.
005460
