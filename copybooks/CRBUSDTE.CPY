      ******************************************************************
      *                                                                *
      *  CRBUSDTE.CPY                                                 *
      *  CREATER-BUSDATE BUSINESS DATE CONTROL RECORD LAYOUT          *
      *                                                                *
      *  USED BY  : CRBUSDAT, CRBUSADV                                *
      *  ONE RECORD CARRYING THE BUSINESS DATE THE NIGHTLY CHAIN IS   *
      *  PROCESSING. EVERY NIGHTLY PROGRAM TAKES ITS RUN DATE FROM    *
      *  HERE (THROUGH CRBUSDAT) INSTEAD OF THE SYSTEM CLOCK, SO A    *
      *  NIGHT THAT RUNS AFTER MIDNIGHT, OR IS HELD OVER A HOLIDAY OR *
      *  AN OUTAGE, STILL DATES THE MASTER AND THE AUDIT TRAIL WITH   *
      *  THE BUSINESS DAY IT BELONGS TO. ONLY CRBUSADV, THE           *
      *  END-OF-NIGHT STEP, REWRITES IT: A NORMAL RUN MOVES THE DATE  *
      *  ON TO THE NEXT BUSINESS DATE (SKIPPING WEEKENDS AND THE      *
      *  CREATER-HOLIDAYS CALENDAR), A CATCH-UP RUN MOVES IT TO THE   *
      *  DATE A MISSED-NIGHT CATCH-UP WAS RUN THROUGH, AND AN         *
      *  INITIALISE RUN SETS IT OUTRIGHT. THE RECORD IS A FULL        *
      *  80-BYTE CARD IMAGE.                                          *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRBUSDTE-RECORD.
           03  CRBUSDTE-BUS-DATE          PIC 9(08).
           03  CRBUSDTE-PREV-DATE         PIC 9(08).
           03  CRBUSDTE-ADV-DATE          PIC 9(08).
           03  CRBUSDTE-ADV-TIME          PIC 9(08).
           03  CRBUSDTE-ADV-MODE          PIC X.
               88  CRBUSDTE-ADV-NORMAL        VALUE "N".
               88  CRBUSDTE-ADV-CATCH-UP      VALUE "C".
               88  CRBUSDTE-ADV-INITIAL       VALUE "I".
           03  CRBUSDTE-DATES-PASSED      PIC 9(04).
           03  FILLER                     PIC X(43).
