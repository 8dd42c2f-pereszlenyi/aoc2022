      *----------------------------------------------------------------*
      * RATERUL - RATING RULES FOR RATING-UPDATE AND FIXTURE-GEN.       *
      * A PLAYER WITH NO RATING YET STARTS AT RR-START-RATING. AFTER    *
      * EACH RATED GAME A RATING MOVES BY                               *
      *     RR-K-FACTOR * (RESULT - EXPECTED RESULT)                    *
      * WHERE RESULT IS 1 FOR A WIN, 1/2 FOR A DRAW AND 0 FOR A LOSS,   *
      * AND THE EXPECTED RESULT AGAINST AN OPPONENT RATED D POINTS      *
      * HIGHER IS 1 / (1 + 10 ** (D / RR-SPREAD)). BEATING A STRONGER   *
      * OPPONENT THEREFORE GAINS MORE THAN BEATING A WEAKER ONE, AND    *
      * LOSING TO A WEAKER ONE COSTS MORE. NO RATING FALLS BELOW        *
      * RR-FLOOR-RATING. CHANGE THE VALUE CLAUSES AND RECOMPILE BOTH    *
      * PROGRAMS TO RUN A DIFFERENT SCALE.                              *
      *----------------------------------------------------------------*
       01  RATING-RULES-TABLE.
           05  RR-START-RATING         PIC 9(04) VALUE 1500.
           05  RR-K-FACTOR             PIC 9(03) VALUE 32.
           05  RR-SPREAD               PIC 9(04) VALUE 400.
           05  RR-FLOOR-RATING         PIC 9(04) VALUE 100.
