      *----------------------------------------------------------------*
      * PLAYRES - ONE PLAYOFF MATCH RESULT, READ BY PLAYOFF-BRACKET    *
      * FROM THE PLAYOFF RESULTS FILE (PLAY_RESULTS_FILE, DEFAULT      *
      * ./playoff_results.dat). PLAYOFF RESULTS ARE KEPT APART FROM    *
      * THE LEAGUE ROUND FILES - THEY NEVER SCORE INTO THE STANDINGS.  *
      *                                                                *
      * RESULT TYPES:                                                  *
      *   P - THE MATCH WAS PLAYED. PR-WINNER-GAMES MUST BE MORE THAN  *
      *       PR-LOSER-GAMES.                                          *
      *   W - WALKOVER. THE OPPONENT DID NOT TURN UP AND PR-WINNER-ID  *
      *       GOES THROUGH. THE GAMES ARE IGNORED.                     *
      *----------------------------------------------------------------*
       01  PLAYOFF-RESULT-RECORD.
           05  PR-ROUND-NUMBER         PIC 9(02).
           05  PR-MATCH-NUMBER         PIC 9(03).
           05  PR-WINNER-ID            PIC X(10).
           05  PR-RESULT-TYPE          PIC X(01).
               88  PR-PLAYED               VALUE "P".
               88  PR-WALKOVER             VALUE "W".
           05  PR-WINNER-GAMES         PIC 9(02).
           05  PR-LOSER-GAMES          PIC 9(02).
