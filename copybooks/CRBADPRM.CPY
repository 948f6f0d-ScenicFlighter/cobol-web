      ******************************************************************
      *                                                                *
      *  CRBADPRM.CPY                                                 *
      *  CRBUSADV RUN PARAMETER CARD LAYOUT                           *
      *                                                                *
      *  USED BY  : CRBUSADV                                          *
      *  OPTIONAL. LEFT DUMMY AT THE END OF A NORMAL NIGHT, WHEN      *
      *  CRBUSADV MOVES THE BUSINESS DATE ON TO THE NEXT BUSINESS     *
      *  DATE. A C IN COLUMN 1 ENDS A MISSED-NIGHT CATCH-UP: THE      *
      *  BUSINESS DATE IS SET TO THE DATE IN COLUMNS 2-9, WHICH MUST  *
      *  BE A BUSINESS DATE LATER THAN THE CURRENT ONE - THE SAME     *
      *  THROUGH DATE THE CRSWEEP CATCH-UP WAS RUN WITH. AN I IN      *
      *  COLUMN 1 SETS THE BUSINESS DATE TO THE DATE IN COLUMNS 2-9   *
      *  OUTRIGHT AND IS USED ONLY TO SEED OR CORRECT THE CONTROL     *
      *  RECORD. COLUMNS 11-50 CARRY THE OPERATOR'S REASON, REQUIRED  *
      *  FOR C AND I.                                                 *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRBADPRM-RECORD.
           03  CRBADPRM-MODE              PIC X.
               88  CRBADPRM-CATCH-UP          VALUE "C".
               88  CRBADPRM-INITIALISE        VALUE "I".
           03  CRBADPRM-DATE              PIC 9(08).
           03  FILLER                     PIC X.
           03  CRBADPRM-REASON            PIC X(40).
           03  FILLER                     PIC X(30).
