      *  CREATER-BALCTL BALANCING CONTROL RECORD LAYOUT               *
      *                                                                *
      *  USED BY  : CRBAL                                             *
      *  ONE RECORD, REWRITTEN AFTER EVERY IN-BALANCE RUN, CARRYING   *
      *  THE CREATER-MASTER RECORD COUNT AS OF THE LAST BALANCED DATE *
      *  AND TIME AND THE LAST CREATER-AUDIT SEQUENCE NUMBER THEN ON  *
      *  THE TRAIL. THE NEXT RUN PROVES TODAY'S COUNT EQUALS THIS     *
      *  COUNT PLUS AUDITED ADDS MINUS AUDITED DELETES WRITTEN SINCE  *
      *  THAT MOMENT, SO MAINTENANCE KEYED LATE ON THE SAME DAY AS A  *
      *  BALANCING RUN STILL LANDS IN THE NEXT WINDOW. THE WINDOW IS  *
      *  TAKEN BY SEQUENCE NUMBER WHERE BOTH SIDES CARRY ONE, BECAUSE *
      *  NIGHTLY AUDIT RECORDS ARE DATED WITH THE BUSINESS DATE AND   *
      *  DO NOT ORDER BY DATE AND TIME; AN UNSEQUENCED RECORD OR A    *
      *  ZERO LAST SEQUENCE FALLS BACK TO THE DATE AND TIME. A ZERO   *
      *  DATE MEANS NO BASELINE HAS BEEN TAKEN YET.                   *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-08-22  RSH  INITIAL VERSION
      *   2026-10-15  RSH  ADDED CRBALCTL-LAST-SEQ. THE RECORD IS NOW 31
      *                    BYTES AND PROD.CREATER.BALCTL MUST BE
      *                    REALLOCATED WITH LRECL=31.
      ******************************************************************
       01  CRBALCTL-RECORD.
           03  CRBALCTL-LAST-DATE         PIC 9(08).
           03  CRBALCTL-LAST-TIME         PIC 9(08).
           03  CRBALCTL-LAST-COUNT        PIC 9(06).
           03  CRBALCTL-LAST-SEQ          PIC 9(09).
