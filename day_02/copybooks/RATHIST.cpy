      *----------------------------------------------------------------*
      * RATHIST - ONE RATED GAME ON THE RATING HISTORY FILE             *
      * (./rating_history.dat). APPENDED BY RATING-UPDATE FOR EACH      *
      * PLAYER OF EVERY PAIRING IT RATES, WITH THE RATING BEFORE AND    *
      * AFTER THE GAME, SO RATING-REPORT CAN SHOW HOW A RATING MOVED    *
      * NIGHT BY NIGHT OVER THE SEASON. RATING-UPDATE READS IT BACK SO  *
      * NO PAIRING IS RATED TWICE. SEASON-CLOSEOUT FREEZES IT INTO THE  *
      * SEASON HISTORY AS "G" RECORDS AND EMPTIES IT FOR THE NEW        *
      * SEASON.                                                         *
      *----------------------------------------------------------------*
       01  RATING-HISTORY-RECORD.
           05  RH-PLAYER-ID            PIC X(10).
           05  RH-RATE-DATE            PIC 9(08).
           05  RH-ROUND-NUMBER         PIC 9(04).
           05  RH-OPPONENT-ID          PIC X(10).
           05  RH-RESULT               PIC X(01).
               88  RH-WON                  VALUE "W".
               88  RH-DRAWN                VALUE "D".
               88  RH-LOST                 VALUE "L".
           05  RH-RATING-BEFORE        PIC 9(04).
           05  RH-RATING-AFTER         PIC 9(04).
