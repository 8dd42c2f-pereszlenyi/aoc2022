      * READ BACK BEFORE EVERY POSTING SO THE SAME DAILY FILE CAN       *
      * NEVER BE POSTED TWICE BY ACCIDENT, AND LISTED ON DEMAND SO      *
      * THE LEAGUE CAN BE SHOWN EXACTLY WHICH DAYS ARE IN THE SEASON    *
      * FIGURES. PL-POST-DATE IS THE LEAGUE BUSINESS DATE; PL-POST-TIME *
      * AND PL-CLOCK-DATE ARE THE CLOCK WHEN THE POSTING RAN, AND THAT  *
      * PAIR IS WHAT REPLAY AND CERTIFICATION ORDER AND CUT OFF ON. AN  *
      * ENTRY WITH NO CLOCK DATE FALLS BACK TO PL-POST-DATE.            *
      *----------------------------------------------------------------*
       01  POSTING-LOG-RECORD.
           05  PL-DAILY-FILE-NAME      PIC X(80).
           05  PL-PLAYERS-POSTED       PIC 9(08).
           05  PL-SCORE-1-POSTED       PIC 9(08).
           05  PL-SCORE-2-POSTED       PIC 9(08).
           05  PL-CLOCK-DATE           PIC 9(08).
