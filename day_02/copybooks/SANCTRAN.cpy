      *----------------------------------------------------------------*
      * SANCTRAN - ONE DISCIPLINARY TRANSACTION, READ BY SANCTION-MAINT *
      * FROM THE SANCTION TRANSACTION FILE. EVERY TRANSACTION CARRIES   *
      * AN EFFECTIVE DATE, A REASON CODE AND TEXT, AND THE COMMITTEE    *
      * RULING IT CARRIES OUT.                                          *
      *                                                                 *
      * ACTIONS:                                                        *
      *   SU - SUSPEND THE PLAYER FROM SX-START-ROUND THROUGH           *
      *        SX-END-ROUND INCLUSIVE.                                  *
      *   PF - FORFEIT SX-FORFEIT-1/SX-FORFEIT-2 POINTS FROM THE        *
      *        PLAYER'S SEASON SCORES FOR ROUND SX-START-ROUND.         *
      *        SX-END-ROUND IS IGNORED.                                 *
      *   WN - RECORD A WARNING. ROUNDS AND POINTS ARE IGNORED.         *
      *   LF - LIFT SANCTION SX-SANCTION-ID, WHICH MUST BELONG TO THE   *
      *        PLAYER. A FORFEIT ALREADY SENT TO THE STANDINGS CANNOT   *
      *        BE LIFTED HERE - IT IS REVERSED BY ADJUSTMENT.           *
      *   RS - RE-SEND POINT FORFEIT SX-SANCTION-ID, WHICH MUST BELONG  *
      *        TO THE PLAYER, TO STANDINGS-ADJUST - FOR A FORFEIT FILE  *
      *        LOST BEFORE IT WAS APPLIED. STANDINGS-ADJUST REFUSES A   *
      *        FORFEIT ALREADY ON ITS JOURNAL, SO A RE-SEND CANNOT DOCK *
      *        THE POINTS TWICE. ROUNDS AND POINTS ARE IGNORED.         *
      *----------------------------------------------------------------*
       01  SANCTION-TRANSACTION.
           05  SX-ACTION               PIC X(02).
               88  SX-SUSPEND              VALUE "SU".
               88  SX-POINT-FORFEIT        VALUE "PF".
               88  SX-WARN                 VALUE "WN".
               88  SX-LIFT                 VALUE "LF".
               88  SX-RESEND               VALUE "RS".
           05  SX-PLAYER-ID            PIC X(10).
           05  SX-START-ROUND          PIC 9(04).
           05  SX-END-ROUND            PIC 9(04).
           05  SX-FORFEIT-1            PIC 9(08).
           05  SX-FORFEIT-2            PIC 9(08).
           05  SX-REASON-CODE          PIC X(04).
           05  SX-REASON-TEXT          PIC X(30).
           05  SX-RULING-REF           PIC X(12).
           05  SX-EFFECTIVE-DATE       PIC 9(08).
           05  SX-SANCTION-ID          PIC 9(06).
