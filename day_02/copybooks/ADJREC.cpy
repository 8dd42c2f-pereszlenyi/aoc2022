      *        OPENING FIGURES. THE SIGN MUST BE "+".                   *
      *   RT - RETIRE A PLAYER, REMOVING ITS RECORD FROM THE MASTER.    *
      *        THE AMOUNTS BELOW ARE IGNORED.                           *
      *                                                                 *
      * REASON CODE SNFF IS RESERVED FOR POINT FORFEITS WRITTEN BY      *
      * SANCTION-MAINT; STANDINGS-ADJUST REFUSES ONE THAT DOES NOT      *
      * MATCH A FORFEIT ON THE SANCTIONS MASTER, OR WHOSE FORFEIT IS    *
      * ALREADY ON THE ADJUSTMENT JOURNAL.                              *
      *----------------------------------------------------------------*
       01  ADJUST-RECORD.
           05  AJ-ACTION               PIC X(02).
