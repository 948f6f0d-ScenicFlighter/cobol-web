      *   2026-09-02  RSH  ADDED CRSUSP-DEPT IN STEP WITH
      *                    CRTRANS-DEPT, SO THE SUSPENSE RECORD
      *                    STILL CARRIES THE WHOLE TRANSACTION.
      *   2026-10-15  RSH  ADDED REASON NOCHG - A FUTURE-DATED CHANGE
      *                    THAT WOULD MOVE NOTHING ON THE MASTER.
      ******************************************************************
       01  CRSUSP-RECORD.
           03  CRSUSP-ACTION              PIC X(06).
               88  CRSUSP-NO-ID               VALUE "NOID".
               88  CRSUSP-IO-FAIL             VALUE "IOFAIL".
               88  CRSUSP-BAD-DEPT            VALUE "BADDPT".
               88  CRSUSP-NO-CHANGE           VALUE "NOCHG".
           03  CRSUSP-RUN-DATE            PIC 9(08).
