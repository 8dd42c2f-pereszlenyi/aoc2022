      *----------------------------------------------------------------*
      * HOLDREC - ONE ROUND HELD OUT OF SCORING, WRITTEN BY             *
      * MIRROR-CHECK WHEN THE TWO SEATS OF A SCHEDULED PAIRING TELL     *
      * DIFFERENT STORIES (ONE PLAYER'S OPPONENT CODE DOES NOT MATCH    *
      * WHAT THE OTHER PLAYER REPORTED AS THEIR OWN THROW) OR WHEN      *
      * ONLY ONE SIDE REPORTED AT ALL. ROCK-PAPER-SCISSORS LOADS THE    *
      * FILE AT START-UP AND SENDS EVERY HELD ROUND/PLAYER PAIR TO THE   *
      * REJECT TRAIL WITH HD-REASON, SO A DISPUTED ROUND IS SETTLED     *
      * THROUGH CORRECTION-ENTRY LIKE ANY OTHER REJECT INSTEAD OF       *
      * BEING SCORED ON ONE PLAYER'S WORD.                              *
      *----------------------------------------------------------------*
       01  HELD-ROUND-RECORD.
           05  HD-ROUND-NUMBER         PIC 9(04).
           05  HD-PLAYER-ID            PIC X(10).
           05  HD-OPPONENT-ID          PIC X(10).
           05  HD-REASON               PIC X(40).
