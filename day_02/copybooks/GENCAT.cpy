      * STANDINGS-RESTORE ROLLS THE MASTER BACK TO ANY CATALOGED        *
      * GENERATION AND REPLAYS FORWARD FROM ITS CUT TIMESTAMP. THE      *
      * BACKUP FILE ITSELF IS A LINE-SEQUENTIAL COPY OF THE MASTER IN   *
      * THE MASTRREC LAYOUT. GC-CUT-DATE IS THE LEAGUE BUSINESS DATE;   *
      * GC-CUT-TIME AND GC-CUT-CLOCK-DATE ARE THE CLOCK AT THE CUT, AND *
      * THE REPLAY STARTS FROM THAT PAIR. AN ENTRY WITH NO CLOCK DATE   *
      * FALLS BACK TO GC-CUT-DATE.                                      *
      *----------------------------------------------------------------*
       01  GENERATION-CATALOG-RECORD.
           05  GC-GENERATION           PIC 9(04).
           05  GC-CUT-TIME             PIC 9(08).
           05  GC-CUT-BY               PIC X(20).
           05  GC-PLAYER-COUNT         PIC 9(08).
           05  GC-CUT-CLOCK-DATE       PIC 9(08).
