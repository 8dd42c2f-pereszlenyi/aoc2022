      *----------------------------------------------------------------*
      * STDLOCK - THE UPDATE LOCK ON THE STANDINGS MASTER, ONE RECORD  *
      * ON ./standings_lock.dat. EVERY PROGRAM THAT UPDATES            *
      * ./standings_ix.dat - STANDINGS-POST, STANDINGS-ADJUST,         *
      * STANDINGS-RESTORE, SEASON-CLOSEOUT AND MASTER-INDEX-BUILDER -  *
      * TAKES THE LOCK BEFORE IT OPENS THE MASTER FOR UPDATE AND GIVES *
      * IT BACK WHEN IT HAS FINISHED. WHILE IT IS HELD ANY OTHER       *
      * UPDATER IS REFUSED. NO FILE, OR A FREE RECORD, MEANS NOBODY    *
      * HOLDS IT. HOUSEKEEPING TAKES IT TOO, SO NO UPDATER APPENDS TO  *
      * THE CATALOG, JOURNAL OR DAILY-HISTORY WHILE THEY ARE CUT BACK. *
      *                                                                *
      * A RUN THAT STOPS PART WAY LEAVES THE LOCK HELD ON PURPOSE -    *
      * THE MASTER, THE POSTING LOG AND THE GENERATION CATALOG MAY NOT *
      * AGREE - AND ONLY AN OPERATOR OVERRIDE THROUGH MASTER-LOCK      *
      * RELEASES IT. EVERY TAKE, RELEASE, REFUSAL AND OVERRIDE IS      *
      * LOGGED (COPYBOOK STDLKLOG). THE DATES AND TIMES ARE CLOCK      *
      * TIMES, NOT THE BUSINESS DATE, SO THE AGE OF A LOCK CAN BE      *
      * JUDGED.                                                        *
      *----------------------------------------------------------------*
       01  STANDINGS-LOCK-RECORD.
           05  SL-LOCK-STATE           PIC X(01).
               88  SL-LOCK-HELD            VALUE "H".
               88  SL-LOCK-FREE            VALUE "F".
           05  SL-HOLDER-PROGRAM       PIC X(20).
           05  SL-HOLDER-USER          PIC X(12).
           05  SL-HELD-SINCE-DATE      PIC 9(08).
           05  SL-HELD-SINCE-TIME      PIC 9(08).
      *        ON A FREE RECORD: WHO GAVE THE LOCK BACK, AND WHEN.
           05  SL-RELEASED-BY          PIC X(20).
           05  SL-RELEASED-DATE        PIC 9(08).
           05  SL-RELEASED-TIME        PIC 9(08).
