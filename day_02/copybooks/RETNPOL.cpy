      *----------------------------------------------------------------*
      * RETNPOL - THE RETENTION POLICY, THE ONLY RECORD ON THE POLICY  *
      * FILE HOUSEKEEPING READS (HKEP_POLICY_FILE, DEFAULT             *
      * ./retention_policy.dat). KEPT BY THE LEAGUE OFFICE.            *
      *                                                                *
      *   RP-KEEP-GENERATIONS - THE NEWEST N CATALOGED GENERATION      *
      *       BACKUPS ARE ALWAYS KEPT. AT LEAST 1.                     *
      *   RP-TRAIL-DAYS - THE BATCH DRIVER'S REJECT AND AUDIT TRAILS,  *
      *       THE APPLIED-CORRECTIONS TRAIL AND THE NIGHT LOG ARE      *
      *       KEPT FOR N DAYS BEFORE THE BUSINESS DATE.                *
      *   RP-SEASON-ACTION - WHAT BECOMES OF SEASON FILES ONCE         *
      *       SEASON-CLOSEOUT HAS CAPTURED THEM: PLAYER DAILY-HISTORY  *
      *       AND ADJUSTMENT-JOURNAL RECORDS, AND THE BACKUPS OF A     *
      *       CLOSED SEASON LEFT ON DISK WHEN THE CATALOG WAS RESET.   *
      *       "K" KEEPS THEM.                                          *
      *   ACTIONS - "A" MOVES WHAT EXPIRES TO THE ARCHIVE              *
      *       (RP-ARCHIVE-PREFIX, DEFAULT ./archive/, IN FRONT OF THE  *
      *       FILE NAME), "D" DELETES IT.                              *
      *----------------------------------------------------------------*
       01  RETENTION-POLICY-RECORD.
           05  RP-KEEP-GENERATIONS     PIC 9(04).
           05  RP-GENERATION-ACTION    PIC X(01).
               88  RP-GENERATION-ARCHIVE   VALUE "A".
               88  RP-GENERATION-DELETE    VALUE "D".
           05  RP-TRAIL-DAYS           PIC 9(04).
           05  RP-TRAIL-ACTION         PIC X(01).
               88  RP-TRAIL-ARCHIVE        VALUE "A".
               88  RP-TRAIL-DELETE         VALUE "D".
           05  RP-SEASON-ACTION        PIC X(01).
               88  RP-SEASON-ARCHIVE       VALUE "A".
               88  RP-SEASON-DELETE        VALUE "D".
               88  RP-SEASON-KEEP          VALUE "K".
           05  RP-ARCHIVE-PREFIX       PIC X(40).
