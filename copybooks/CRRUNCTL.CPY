      *  USED BY  : CRRUNLOG, CRRUNRPT                                *
      *  ONE RECORD FOR THE WHOLE NIGHT, REWRITTEN IN PLACE BY        *
      *  CRRUNLOG AS EACH NIGHTLY PROGRAM STARTS AND ENDS. EACH OF   *
      *  THE NINE FIXED SLOTS CARRIES ONE PROGRAM'S NAME, START      *
      *  AND END TIMES, RETURN CODE, RUN STATUS AND WHETHER AN       *
      *  OPERATOR OVERRIDE WAS USED TO LET IT START OUT OF           *
      *  SEQUENCE. THE FIRST START OF A NEW BUSINESS DATE RESETS     *
      *  EVERY SLOT, SO THE RECORD ALWAYS SHOWS EXACTLY ONE NIGHT;   *
      *  CRRUNCTL-RUN-DATE IS THE BUSINESS DATE OF THAT NIGHT.       *
      *  CRRUNRPT PRINTS IT AS THE MORNING STATUS REPORT.            *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-09-02  RSH  INITIAL VERSION
      *   2026-10-15  RSH  ADDED SLOT 9 FOR CRBUSADV, THE END-OF-NIGHT
      *                    BUSINESS DATE ADVANCE (RECORD NOW 278 BYTES),
      *                    AND THE NIGHT IS NOW KEYED ON THE BUSINESS
      *                    DATE.
      ******************************************************************
       01  CRRUNCTL-RECORD.
           03  CRRUNCTL-RUN-DATE          PIC 9(08).
           03  CRRUNCTL-ENTRY             OCCURS 9 TIMES.
               05  CRRUNCTL-PGM-NAME      PIC X(08).
               05  CRRUNCTL-START-TIME    PIC 9(08).
               05  CRRUNCTL-END-TIME      PIC 9(08).
