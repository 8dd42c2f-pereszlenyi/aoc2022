      *----------------------------------------------------------------*
      * DATECTL - THE LEAGUE DATE-CONTROL RECORD, THE ONLY RECORD ON    *
      * THE DATE-CONTROL FILE (RPS_DATE_CONTROL_FILE, DEFAULT           *
      * ./date_control.dat). DC-BUSINESS-DATE IS THE DATE EVERY         *
      * PROGRAM STAMPS ON WHAT IT WRITES - POSTINGS, HISTORY, REJECTS,  *
      * ADJUSTMENTS, GENERATIONS, CORRECTIONS, ACKS AND REPORT          *
      * HEADINGS - IN PLACE OF THE SYSTEM DATE. THE CLOCK TIME IS       *
      * STILL TAKEN FROM THE SYSTEM AND KEPT ALONGSIDE FOR THE AUDIT.   *
      *                                                                 *
      * ONLY NIGHT-STREAM WRITES THIS RECORD:                           *
      *   - AT THE START OF A NIGHT IT OPENS THE BUSINESS DATE          *
      *     (DC-NIGHT-OPEN). A NIGHT STARTED BEFORE DC-CUTOVER-HOUR     *
      *     BELONGS TO THE PREVIOUS CALENDAR DAY; A CLOCK AHEAD OF THE  *
      *     BUSINESS DATE (NIGHTS NOT RUN) MOVES IT FORWARD.            *
      *   - A RERUN OF A FAILED NIGHT KEEPS THE OPEN DATE, HOWEVER      *
      *     LATE IT IS RUN.                                             *
      *   - WHEN THE NIGHT COMPLETES IT IS CLOSED (DC-NIGHT-CLOSED)     *
      *     AND THE BUSINESS DATE ADVANCES ONE DAY, SO DAYTIME WORK     *
      *     IS STAMPED WITH THE DATE OF THE NIGHT THAT FOLLOWS IT.      *
      *   - A CATCH-UP NIGHT RUNS FOR AN EARLIER DATE UNDER AN          *
      *     AUTHORISATION REFERENCE. THE LIVE BUSINESS DATE IS PARKED   *
      *     IN DC-RESUME-DATE AND PUT BACK WHEN THE CATCH-UP CLOSES.    *
      *----------------------------------------------------------------*
       01  DATE-CONTROL-RECORD.
           05  DC-BUSINESS-DATE        PIC 9(08).
           05  DC-NIGHT-STATE          PIC X(01).
               88  DC-NIGHT-OPEN           VALUE "O".
               88  DC-NIGHT-CLOSED         VALUE "C".
           05  DC-CUTOVER-HOUR         PIC 9(02).
           05  DC-LAST-NIGHT-DATE      PIC 9(08).
           05  DC-OPENED-CLOCK-DATE    PIC 9(08).
           05  DC-OPENED-CLOCK-TIME    PIC 9(08).
           05  DC-CLOSED-CLOCK-DATE    PIC 9(08).
           05  DC-CLOSED-CLOCK-TIME    PIC 9(08).
           05  DC-CATCHUP-SW           PIC X(01).
               88  DC-CATCHUP-NIGHT        VALUE "Y".
               88  DC-REGULAR-NIGHT        VALUE "N".
           05  DC-CATCHUP-AUTH         PIC X(12).
           05  DC-RESUME-DATE          PIC 9(08).
