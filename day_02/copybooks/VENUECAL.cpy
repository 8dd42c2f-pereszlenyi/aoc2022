      *----------------------------------------------------------------*
      * VENUECAL - ONE HOSTED EVENT ON THE LEAGUE'S VENUE HOSTING      *
      * CALENDAR (VCMP_CALENDAR_FILE, DEFAULT ./venue_calendar.dat),   *
      * KEPT BY THE LEAGUE OFFICE: THE VENUE AND THE EVENT DATE IT WAS *
      * GIVEN. EVERY ENTRY IS OWED A SUBMISSION. VENUE-COMPLIANCE      *
      * MATCHES THE CALENDAR AGAINST THE VENUE SUBMISSION HISTORY      *
      * (COPYBOOK VENUHIST) TO FIND THE EVENTS NEVER SUBMITTED.        *
      *----------------------------------------------------------------*
       01  VENUE-CALENDAR-RECORD.
           05  VC-VENUE-ID             PIC X(08).
           05  VC-EVENT-DATE           PIC 9(08).
