      *----------------------------------------------------------------*
      * RATEREC - ONE PLAYER'S STRENGTH RATING ON THE PLAYER RATING     *
      * MASTER (./ratings_ix.dat, INDEXED ON RT-PLAYER-ID). KEPT BY     *
      * RATING-UPDATE FROM THE NIGHT'S PAIRED RESULTS, READ BY          *
      * FIXTURE-GEN TO PAIR BY RATING AND BY RATING-REPORT. THE START,  *
      * HIGH AND LOW FIGURES ARE THE SEASON'S, SO THE MASTER ALONE       *
      * SHOWS HOW FAR A PLAYER HAS MOVED; SEASON-CLOSEOUT SETS ALL      *
      * THREE TO THE CURRENT RATING AND ZEROES RT-LAST-ROUND FOR THE    *
      * NEW SEASON. RT-LAST-ROUND IS THE HIGHEST ROUND RATED FOR THE    *
      * PLAYER. WHETHER A PAIRING HAS BEEN RATED IS TOLD FROM THE       *
      * RATING HISTORY (COPYBOOK RATHIST), NOT FROM THIS FIELD.         *
      *----------------------------------------------------------------*
       01  RATING-RECORD.
           05  RT-PLAYER-ID            PIC X(10).
           05  RT-RATING               PIC 9(04).
           05  RT-START-RATING         PIC 9(04).
           05  RT-HIGH-RATING          PIC 9(04).
           05  RT-LOW-RATING           PIC 9(04).
           05  RT-GAMES                PIC 9(06).
           05  RT-WINS                 PIC 9(06).
           05  RT-DRAWS                PIC 9(06).
           05  RT-LOSSES               PIC 9(06).
           05  RT-LAST-ROUND           PIC 9(04).
           05  RT-LAST-DATE            PIC 9(08).
