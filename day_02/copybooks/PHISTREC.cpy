      * STANDINGS-POST AS IT POSTS EACH DAILYREC, STAMPED WITH THE      *
      * POSTING DATE THE PSTLOG ENTRY CARRIES, SO THE DAY-BY-DAY        *
      * SHAPE OF A SEASON SURVIVES THE COLLAPSE INTO MASTRREC TOTALS.   *
      * READ BACK BY FORM-REPORT AND PLAYER-STATEMENT. A LATE DELTA     *
      * POSTS A SECOND RECORD UNDER THE SAME PLAYER AND DATE; READERS   *
      * SUM PER DATE.                                                   *
      *----------------------------------------------------------------*
       01  PLAYER-HISTORY-RECORD.
           05  PH-PLAYER-ID            PIC X(10).
