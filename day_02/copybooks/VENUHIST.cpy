      *----------------------------------------------------------------*
      * VENUHIST - ONE RECORD OF THE VENUE SUBMISSION HISTORY. VENUE-  *
      * INTAKE APPENDS TO IT FOR EVERY SUBMISSION IT JUDGES            *
      * (VINT_HISTORY_FILE, DEFAULT ./venue_history.dat) AND VENUE-    *
      * COMPLIANCE REPORTS FROM IT. EVERY RECORD CARRIES THE VENUE AND *
      * EVENT DATE FROM THE HEADER (SPACES AND ZERO WHEN THE HEADER    *
      * COULD NOT BE READ), THE BUSINESS DATE OF THE INTAKE, AND THE   *
      * CLOCK DATE AND TIME THE SUBMISSION WAS RECEIVED.               *
      *   S - ONE PER SUBMISSION: ROUNDS DECLARED BY THE HEADER AND    *
      *       THE TRAILER, ROUNDS ACTUALLY COUNTED, THE VERDICT AND    *
      *       HOW MANY REJECT REASONS WERE FOUND.                      *
      *   R - ONE PER REJECT REASON, STRAIGHT AFTER ITS S RECORD: THE  *
      *       REASON CODE AND THE REASON AS THE ACKNOWLEDGMENT GAVE IT.*
      * REASON CODES:                                                  *
      *   EMTY  SUBMISSION FILE IS EMPTY                               *
      *   NOHD  NO HEADER RECORD                                       *
      *   NOTR  NO TRAILER RECORD                                      *
      *   HDR2  MORE THAN ONE HEADER RECORD                            *
      *   HPOS  HEADER IS NOT THE FIRST RECORD                         *
      *   DPOS  DETAIL RECORD BEFORE THE HEADER                        *
      *   AFTR  RECORDS FOUND AFTER THE TRAILER                        *
      *   RTYP  UNKNOWN RECORD TYPE                                    *
      *   VNID  VENUE ID MISSING FROM HEADER                           *
      *   EVDT  EVENT DATE NOT NUMERIC                                 *
      *   DCNT  DECLARED ROUND COUNT NOT NUMERIC                       *
      *   DRND  DETAIL ROUND NUMBER NOT NUMERIC                        *
      *   TTOT  TRAILER CONTROL TOTALS NOT NUMERIC                     *
      *   HCNT  ROUNDS RECEIVED DO NOT MATCH HEADER COUNT              *
      *   TCNT  ROUNDS RECEIVED DO NOT MATCH TRAILER COUNT             *
      *   HASH  ROUND NUMBER HASH DOES NOT MATCH TRAILER               *
      *   NORD  SUBMISSION CARRIES NO ROUNDS                           *
      *----------------------------------------------------------------*
       01  VENUE-HISTORY-RECORD.
           05  VH-RECORD-TYPE          PIC X(01).
               88  VH-SUBMISSION-TYPE      VALUE "S".
               88  VH-REASON-TYPE          VALUE "R".
           05  VH-VENUE-ID             PIC X(08).
           05  VH-EVENT-DATE           PIC 9(08).
           05  VH-INTAKE-DATE          PIC 9(08).
           05  VH-RECEIVED-DATE        PIC 9(08).
           05  VH-RECEIVED-TIME        PIC 9(08).
           05  VH-PAYLOAD              PIC X(80).
           05  VH-SUBMISSION-PAYLOAD REDEFINES VH-PAYLOAD.
               10  VH-DECLARED-ROUNDS      PIC 9(08).
               10  VH-TRAILER-ROUNDS       PIC 9(08).
               10  VH-COUNTED-ROUNDS       PIC 9(08).
               10  VH-RESULT               PIC X(01).
                   88  VH-ACCEPTED             VALUE "A".
                   88  VH-REJECTED             VALUE "R".
               10  VH-REASON-COUNT         PIC 9(02).
               10  FILLER                  PIC X(53).
           05  VH-REASON-PAYLOAD REDEFINES VH-PAYLOAD.
               10  VH-REASON-CODE          PIC X(04).
               10  VH-REASON-TEXT          PIC X(70).
               10  FILLER                  PIC X(06).
