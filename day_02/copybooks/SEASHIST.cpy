      *       SEASON'S COMPLETE MACHINE-READABLE ADJUSTMENT RECORD.    *
      *   H - ONE PLAYER DAILY-HISTORY RECORD (PHISTREC FIELDS), THE   *
      *       SEASON'S DAY-BY-DAY SHAPE.                               *
      *   P - ONE MATCH OF THE SEASON'S FINAL PLAYOFF BRACKET (PLAYBRK *
      *       FIELDS), WRITTEN BY PLAYOFF-BRACKET ONCE THE FINAL IS    *
      *       DECIDED - SOME TIME AFTER THE CLOSEOUT ITSELF.           *
      *   C - THE SEASON'S PLAYOFF CHAMPION, WRITTEN WITH THE "P"      *
      *       RECORDS. SEASON-INQUIRY LISTS EVERY PAST CHAMPION.       *
      *   G - ONE RATED GAME FROM THE RATING HISTORY (RATHIST FIELDS), *
      *       THE SEASON'S RATING MOVEMENT.                            *
      *----------------------------------------------------------------*
       01  SEASON-HISTORY-RECORD.
           05  SH-SEASON-ID            PIC X(08).
               88  SH-AUDIT-TYPE           VALUE "A".
               88  SH-JOURNAL-TYPE         VALUE "J".
               88  SH-HISTORY-TYPE         VALUE "H".
               88  SH-BRACKET-TYPE         VALUE "P".
               88  SH-CHAMPION-TYPE        VALUE "C".
               88  SH-RATED-GAME-TYPE      VALUE "G".
           05  SH-CLOSE-DATE           PIC 9(08).
           05  SH-PAYLOAD              PIC X(120).
           05  SH-MASTER-PAYLOAD REDEFINES SH-PAYLOAD.
               10  SH-APPLY-DATE           PIC 9(08).
               10  SH-APPLY-TIME           PIC 9(08).
               10  SH-JOURNAL-IMAGE        PIC X(85).
               10  SH-APPLY-CLOCK-DATE     PIC 9(08).
               10  SH-APPLY-SANCTION-ID    PIC 9(06).
               10  FILLER                  PIC X(05).
           05  SH-HISTORY-PAYLOAD REDEFINES SH-PAYLOAD.
               10  SH-HIST-PLAYER-ID       PIC X(10).
               10  SH-HIST-POST-DATE       PIC 9(08).
               10  SH-HIST-DRAW-2          PIC 9(08).
               10  SH-HIST-LOSS-2          PIC 9(08).
               10  FILLER                  PIC X(38).
           05  SH-BRACKET-PAYLOAD REDEFINES SH-PAYLOAD.
               10  SH-BRKT-ROUND-NUMBER    PIC 9(02).
               10  SH-BRKT-MATCH-NUMBER    PIC 9(03).
               10  SH-BRKT-TOP-SEED        PIC 9(03).
               10  SH-BRKT-TOP-ID          PIC X(10).
               10  SH-BRKT-BOTTOM-SEED     PIC 9(03).
               10  SH-BRKT-BOTTOM-ID       PIC X(10).
               10  SH-BRKT-MATCH-STATUS    PIC X(01).
               10  SH-BRKT-WINNER-ID       PIC X(10).
               10  SH-BRKT-WINNER-GAMES    PIC 9(02).
               10  SH-BRKT-LOSER-GAMES     PIC 9(02).
               10  SH-BRKT-DECIDED-DATE    PIC 9(08).
               10  FILLER                  PIC X(66).
           05  SH-CHAMPION-PAYLOAD REDEFINES SH-PAYLOAD.
               10  SH-CHAMP-PLAYER-ID      PIC X(10).
               10  SH-CHAMP-NAME           PIC X(30).
               10  SH-CHAMP-DIVISION       PIC X(08).
               10  SH-CHAMP-SEED           PIC 9(03).
               10  SH-CHAMP-RUNNER-UP-ID   PIC X(10).
               10  SH-CHAMP-FINAL-DATE     PIC 9(08).
               10  SH-CHAMP-FIELD-SIZE     PIC 9(03).
               10  FILLER                  PIC X(48).
           05  SH-RATED-GAME-PAYLOAD REDEFINES SH-PAYLOAD.
               10  SH-RATE-PLAYER-ID       PIC X(10).
               10  SH-RATE-DATE            PIC 9(08).
               10  SH-RATE-ROUND-NUMBER    PIC 9(04).
               10  SH-RATE-OPPONENT-ID     PIC X(10).
               10  SH-RATE-RESULT          PIC X(01).
               10  SH-RATE-BEFORE          PIC 9(04).
               10  SH-RATE-AFTER           PIC 9(04).
               10  FILLER                  PIC X(79).
