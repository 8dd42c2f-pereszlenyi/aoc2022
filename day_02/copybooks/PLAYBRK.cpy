      *----------------------------------------------------------------*
      * PLAYBRK - ONE MATCH SLOT OF THE END-OF-SEASON PLAYOFF          *
      * BRACKET, KEPT BY PLAYOFF-BRACKET ON THE BRACKET FILE           *
      * (PLAY_BRACKET_FILE, DEFAULT ./playoff_bracket.dat). THE WHOLE  *
      * SINGLE-ELIMINATION BRACKET IS WRITTEN WHEN IT IS SEEDED, ROUND *
      * BY ROUND AND MATCH BY MATCH; SLOTS IN LATER ROUNDS START EMPTY *
      * AND ARE FILLED AS WINNERS ADVANCE. THE WINNER OF MATCH M IN    *
      * ROUND R GOES TO MATCH (M + 1) / 2 OF ROUND R + 1 - THE TOP     *
      * SLOT WHEN M IS ODD, THE BOTTOM SLOT WHEN M IS EVEN. A SEED OF  *
      * ZERO WITH NO PLAYER IN ROUND 1 IS A BYE.                       *
      *----------------------------------------------------------------*
       01  PLAYOFF-BRACKET-RECORD.
           05  PB-SEASON-ID            PIC X(08).
           05  PB-ROUND-NUMBER         PIC 9(02).
           05  PB-MATCH-NUMBER         PIC 9(03).
           05  PB-TOP-SEED             PIC 9(03).
           05  PB-TOP-ID               PIC X(10).
           05  PB-BOTTOM-SEED          PIC 9(03).
           05  PB-BOTTOM-ID            PIC X(10).
           05  PB-MATCH-STATUS         PIC X(01).
               88  PB-PENDING              VALUE "N".
               88  PB-PLAYED               VALUE "P".
               88  PB-WALKOVER             VALUE "W".
               88  PB-BYE                  VALUE "B".
           05  PB-WINNER-ID            PIC X(10).
           05  PB-WINNER-GAMES         PIC 9(02).
           05  PB-LOSER-GAMES          PIC 9(02).
           05  PB-DECIDED-DATE         PIC 9(08).
