      *----------------------------------------------------------------*
      * STDLKLOG - ONE EVENT ON THE STANDINGS MASTER UPDATE LOCK       *
      * (COPYBOOK STDLOCK), APPENDED TO ./standings_lock_log.dat BY    *
      * THE UPDATING PROGRAMS AND BY MASTER-LOCK.                      *
      *                                                                *
      * EVENT TYPES:                                                   *
      *   A - ACQUIRED BY SG-PROGRAM.                                  *
      *   R - RELEASED BY SG-PROGRAM AT THE END OF ITS RUN.            *
      *   X - SG-PROGRAM REFUSED - THE LOCK WAS HELD BY THE HOLDER     *
      *       SHOWN.                                                   *
      *   M - SG-PROGRAM FINISHED BUT THE LOCK WAS NO LONGER ITS OWN   *
      *       (OVERRIDDEN WHILE IT RAN) AND WAS LEFT AS FOUND.         *
      *   O - OPERATOR OVERRIDE: SG-OPERATOR-ID RELEASED THE HOLDER'S  *
      *       LOCK THROUGH MASTER-LOCK, FOR SG-OVERRIDE-REASON.        *
      *----------------------------------------------------------------*
       01  STANDINGS-LOCK-LOG-RECORD.
           05  SG-EVENT-DATE           PIC 9(08).
           05  SG-EVENT-TIME           PIC 9(08).
           05  SG-EVENT-TYPE           PIC X(01).
               88  SG-ACQUIRED             VALUE "A".
               88  SG-RELEASED             VALUE "R".
               88  SG-REFUSED              VALUE "X".
               88  SG-RELEASE-MISSED       VALUE "M".
               88  SG-OVERRIDDEN           VALUE "O".
           05  SG-PROGRAM              PIC X(20).
           05  SG-USER                 PIC X(12).
           05  SG-HOLDER-PROGRAM       PIC X(20).
           05  SG-HOLDER-USER          PIC X(12).
           05  SG-HELD-SINCE-DATE      PIC 9(08).
           05  SG-HELD-SINCE-TIME      PIC 9(08).
           05  SG-OPERATOR-ID          PIC X(12).
           05  SG-OVERRIDE-REASON      PIC X(60).
