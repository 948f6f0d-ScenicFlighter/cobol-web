      ******************************************************************
      *                                                                *
      *  CRSWPPRM.CPY                                                 *
      *  CRSWEEP RUN PARAMETER CARD LAYOUT                            *
      *                                                                *
      *  USED BY  : CRSWEEP                                           *
      *  OPTIONAL. LEFT DUMMY FOR THE NORMAL NIGHTLY RUN, WHICH       *
      *  SWEEPS ONCE FOR THE CURRENT BUSINESS DATE. A C IN COLUMN 1   *
      *  ASKS FOR A MISSED-NIGHT CATCH-UP: THE SWEEP IS RUN ONCE FOR  *
      *  EACH BUSINESS DATE FROM THE CURRENT BUSINESS DATE UP TO, BUT *
      *  NOT INCLUDING, THE THROUGH DATE IN COLUMNS 2-9, IN DATE      *
      *  ORDER, SO EACH FLIP IS AUDITED ON THE DATE IT FELL DUE. THE  *
      *  THROUGH DATE IS THE BUSINESS DATE THE NIGHTLY CHAIN RESUMES  *
      *  ON, AND IS THE DATE THE FOLLOWING CRBUSADV CATCH-UP STEP IS  *
      *  GIVEN.                                                       *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRSWPPRM-RECORD.
           03  CRSWPPRM-MODE              PIC X.
               88  CRSWPPRM-CATCH-UP          VALUE "C".
           03  CRSWPPRM-THRU-DATE         PIC 9(08).
           03  FILLER                     PIC X(71).
