      ******************************************************************
      *                                                                *
      *  CRHOLCAL.CPY                                                 *
      *  CREATER-HOLIDAYS BUSINESS HOLIDAY CALENDAR CARD LAYOUT       *
      *                                                                *
      *  USED BY  : CRBUSDAT                                          *
      *  ONE CARD FOR EACH WEEKDAY THAT IS NOT A BUSINESS DAY, IN ANY *
      *  ORDER. THE DATASET IS MAINTAINED BY HAND AHEAD OF EACH YEAR. *
      *  SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS AND NEED NO    *
      *  CARD. A CARD WITH AN ASTERISK IN COLUMN 1, OR WHOSE DATE IS  *
      *  NOT NUMERIC, IS A COMMENT AND IS IGNORED.                    *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRHOLCAL-RECORD.
           03  CRHOLCAL-DATE              PIC 9(08).
           03  FILLER                     PIC X.
           03  CRHOLCAL-NAME              PIC X(30).
           03  FILLER                     PIC X(41).
       01  CRHOLCAL-COMMENT-CARD.
           03  CRHOLCAL-COL-1             PIC X.
               88  CRHOLCAL-IS-COMMENT        VALUE "*".
           03  FILLER                     PIC X(79).
