      * EXCEPTION: A RETIRE IS JOURNALED CARRYING THE RETIRED RECORD'S  *
      * FIGURES AND A "-" SIGN, SO THE JOURNAL CAN BOTH BE REPLAYED BY  *
      * STANDINGS-RESTORE AND NETTED BY NIGHT-RECON WHEN IT CERTIFIES   *
      * A MASTER AGAINST THE POSTING LOG. AJR-APPLY-DATE IS THE LEAGUE  *
      * BUSINESS DATE; AJR-APPLY-TIME AND AJR-CLOCK-DATE ARE THE CLOCK  *
      * WHEN THE ADJUSTMENT WAS APPLIED, AND THAT PAIR IS WHAT REPLAY   *
      * AND CERTIFICATION ORDER AND CUT OFF ON. AN ENTRY WITH NO CLOCK  *
      * DATE FALLS BACK TO AJR-APPLY-DATE.                              *
      *----------------------------------------------------------------*
       01  ADJUST-JOURNAL-RECORD.
           05  AJR-APPLY-DATE          PIC 9(08).
           05  AJR-APPLY-TIME          PIC 9(08).
           05  AJR-TRANSACTION         PIC X(85).
           05  AJR-CLOCK-DATE          PIC 9(08).
      *        THE SANCTION A REASON-CODE SNFF FORFEIT CARRIED OUT, SO
      *        THE SAME FORFEIT IS NEVER APPLIED TWICE. ZERO OTHERWISE.
           05  AJR-SANCTION-ID         PIC 9(06).
