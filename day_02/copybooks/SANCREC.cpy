      *----------------------------------------------------------------*
      * SANCREC - ONE DISCIPLINARY SANCTION ON THE SANCTIONS MASTER.    *
      * THE MASTER IS MAINTAINED ONLY BY SANCTION-MAINT FROM ITS OWN    *
      * TRANSACTION FILE (COPYBOOK SANCTRAN) AND IS READ BY             *
      * ROCK-PAPER-SCISSORS AND FIXTURE-GEN (SUSPENSIONS),              *
      * STANDINGS-ADJUST (FORFEIT CROSS-CHECK) AND SANCTION-REGISTER.   *
      *                                                                 *
      * TYPES:                                                          *
      *   S - SUSPENSION FROM SN-START-ROUND THROUGH SN-END-ROUND       *
      *       INCLUSIVE. ROUNDS PLAYED INSIDE THE RANGE ARE NOT SCORED  *
      *       AND THE PLAYER IS NOT PAIRED FOR THEM.                    *
      *   F - POINT FORFEIT OF SN-FORFEIT-1/SN-FORFEIT-2 FROM THE       *
      *       SEASON SCORES, FOR THE ROUND IN SN-START-ROUND. REACHES   *
      *       THE SEASON MASTER AS A REASON-CODE SNFF ADJUSTMENT.       *
      *   W - WARNING. ON THE RECORD ONLY - NO EFFECT ON PLAY.          *
      *                                                                 *
      * SN-STATUS IS "A" WHILE THE SANCTION STANDS AND "L" ONCE IT HAS  *
      * BEEN LIFTED; A LIFTED SANCTION STAYS ON THE MASTER FOR THE      *
      * REGISTER, CARRYING THE LIFTING RULING AND ITS EFFECTIVE DATE.   *
      * SN-POSTED IS "Y" ONCE A FORFEIT HAS BEEN SENT TO                *
      * STANDINGS-ADJUST, SO IT IS NOT SENT AGAIN UNLESS AN RS          *
      * TRANSACTION ASKS FOR IT. STANDINGS-ADJUST JOURNALS THE SANCTION *
      * ID WITH EVERY FORFEIT IT APPLIES AND REFUSES IT A SECOND TIME.  *
      *----------------------------------------------------------------*
       01  SANCTION-RECORD.
           05  SN-SANCTION-ID          PIC 9(06).
           05  SN-PLAYER-ID            PIC X(10).
           05  SN-TYPE                 PIC X(01).
               88  SN-SUSPENSION           VALUE "S".
               88  SN-FORFEIT              VALUE "F".
               88  SN-WARNING              VALUE "W".
           05  SN-START-ROUND          PIC 9(04).
           05  SN-END-ROUND            PIC 9(04).
           05  SN-FORFEIT-1            PIC 9(08).
           05  SN-FORFEIT-2            PIC 9(08).
           05  SN-REASON-CODE          PIC X(04).
           05  SN-REASON-TEXT          PIC X(30).
           05  SN-RULING-REF           PIC X(12).
           05  SN-EFFECTIVE-DATE       PIC 9(08).
           05  SN-ENTRY-DATE           PIC 9(08).
           05  SN-STATUS               PIC X(01).
               88  SN-IN-FORCE             VALUE "A".
               88  SN-LIFTED               VALUE "L".
           05  SN-POSTED               PIC X(01).
               88  SN-FORFEIT-POSTED       VALUE "Y".
               88  SN-FORFEIT-PENDING      VALUE "N".
           05  SN-LIFT-RULING-REF      PIC X(12).
           05  SN-LIFT-DATE            PIC 9(08).
