      *----------------------------------------------------------------*
      * STMTREC - ONE LINE OF THE FLAT PLAYER STATEMENT WRITTEN BY     *
      * PLAYER-STATEMENT (PSTM_FLAT_FILE, DEFAULT                      *
      * ./player_statement.dat), FOR THE LEAGUE'S MONTH-END MAILING.   *
      * EVERY RECORD CARRIES THE PLAYER AND THE STATEMENT DATE, SO THE *
      * FILE CAN BE SPLIT PER PLAYER. EACH STATEMENT OPENS WITH ITS    *
      * "R" RECORD, THEN:                                              *
      *   T - SEASON TOTALS FROM THE STANDINGS MASTER. ST-FIGURE-FLAG  *
      *       "N" WHEN THE PLAYER HAS NO RECORD ON THE MASTER.         *
      *   D - ONE POSTING FROM THE PLAYER DAILY-HISTORY, IN FILE       *
      *       ORDER. A LATE DELTA IS A SECOND "D" UNDER THE SAME DATE. *
      *   A - ONE ADJUSTMENT FROM THE ADJUSTMENT JOURNAL.              *
      *   C - THE POSTINGS PLUS THE NET ADJUSTMENTS. ST-FIGURE-FLAG    *
      *       "Y" WHEN THEY AGREE WITH THE SEASON TOTALS, "N" WHEN     *
      *       THEY DO NOT, BLANK WHEN THERE WAS NO MASTER TO CHECK.    *
      *   J - ONE ROUND STILL ON THE REJECT TRAIL WITH NO APPLIED      *
      *       CORRECTION. ST-CORRECTION-PENDING "Y" WHEN A CORRECTION  *
      *       HAS BEEN ENTERED AND IS WAITING FOR REJECT-RESUBMIT.     *
      *   F - ONE UPCOMING FIXTURE.                                    *
      *----------------------------------------------------------------*
       01  STATEMENT-FLAT-RECORD.
           05  ST-PLAYER-ID            PIC X(10).
           05  ST-STATEMENT-DATE       PIC 9(08).
           05  ST-RECORD-TYPE          PIC X(01).
               88  ST-ROSTER-TYPE          VALUE "R".
               88  ST-TOTALS-TYPE          VALUE "T".
               88  ST-POSTING-TYPE         VALUE "D".
               88  ST-ADJUSTMENT-TYPE      VALUE "A".
               88  ST-RECONCILE-TYPE       VALUE "C".
               88  ST-REJECT-TYPE          VALUE "J".
               88  ST-FIXTURE-TYPE         VALUE "F".
           05  ST-PAYLOAD              PIC X(100).
      *        "R" - ST-ON-ROSTER "N" WHEN THE PLAYER WAS ASKED FOR BY
      *        ID AND IS NOT REGISTERED.
           05  ST-ROSTER-PAYLOAD REDEFINES ST-PAYLOAD.
               10  ST-PLAYER-NAME          PIC X(30).
               10  ST-DIVISION             PIC X(08).
               10  ST-STATUS               PIC X(01).
               10  ST-ON-ROSTER            PIC X(01).
               10  FILLER                  PIC X(60).
      *        "T", "D" AND "C" - PART 1 POINTS, PART 2 POINTS, THEN
      *        WON/DRAWN/LOST UNDER EACH PART, IN MASTRREC ORDER. THE
      *        DATE IS THE POSTING DATE ON A "D", ZERO OTHERWISE. THE
      *        SIGN IS CARRIED AS A CHARACTER SO THE FILE READS AS TEXT.
           05  ST-FIGURES-PAYLOAD REDEFINES ST-PAYLOAD.
               10  ST-FIGURE-DATE          PIC 9(08).
               10  ST-FIGURE               PIC S9(08)
                                           SIGN IS LEADING SEPARATE
                                           OCCURS 8 TIMES.
               10  ST-FIGURE-FLAG          PIC X(01).
               10  FILLER                  PIC X(19).
      *        "A" - THE JOURNALED ADJREC TRANSACTION.
           05  ST-ADJUSTMENT-PAYLOAD REDEFINES ST-PAYLOAD.
               10  ST-APPLY-DATE           PIC 9(08).
               10  ST-APPLY-TIME           PIC 9(08).
               10  ST-ACTION               PIC X(02).
               10  ST-SIGN                 PIC X(01).
               10  ST-ADJUST-FIGURE        PIC 9(08) OCCURS 8 TIMES.
               10  ST-REASON-CODE          PIC X(04).
               10  ST-DISPUTED-ROUND       PIC 9(04).
               10  FILLER                  PIC X(09).
           05  ST-REJECT-PAYLOAD REDEFINES ST-PAYLOAD.
               10  ST-REJECT-ROUND         PIC X(04).
               10  ST-REJECT-OPPONENT      PIC X(01).
               10  ST-REJECT-OWN           PIC X(01).
               10  ST-REJECT-REASON        PIC X(40).
               10  ST-REJECT-RUN-DATE      PIC 9(08).
               10  ST-CORRECTION-PENDING   PIC X(01).
               10  FILLER                  PIC X(45).
      *        "F" - THE OPPONENT IS "*BYE*" FOR A BYE ROUND.
           05  ST-FIXTURE-PAYLOAD REDEFINES ST-PAYLOAD.
               10  ST-FIXTURE-ROUND        PIC 9(04).
               10  ST-FIXTURE-OPPONENT     PIC X(10).
               10  ST-OPPONENT-NAME        PIC X(30).
               10  FILLER                  PIC X(56).
