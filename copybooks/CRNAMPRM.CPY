      ******************************************************************
      *                                                                *
      *  CRNAMPRM.CPY                                                 *
      *  CRNAMKEY CALL PARAMETER AREA LAYOUT                          *
      *                                                                *
      *  USED BY  : CRNAMKEY, INDEX, CRBATCH, CRDUPRPT                *
      *  PASSED ON EVERY CALL TO CRNAMKEY. THE CALLER MOVES A CREATER *
      *  NAME TO CRNAMPRM-NAME AND GETS BACK ITS MATCHING KEY IN      *
      *  CRNAMPRM-KEY - THE WORDS OF THE NAME IN CAPITALS,            *
      *  APOSTROPHES DROPPED, EVERY OTHER MARK THAT IS NOT A LETTER   *
      *  OR DIGIT TAKEN AS A BREAK BETWEEN WORDS, AND THE WORDS       *
      *  SORTED INTO ALPHABETICAL ORDER AND SEPARATED BY ONE SPACE.   *
      *  TWO NAMES WITH THE SAME KEY ARE TAKEN TO BE THE SAME PERSON  *
      *  WHATEVER THEIR CASE, SPACING, PUNCTUATION OR SURNAME AND     *
      *  FORENAME ORDER, SO "SMITH, JOHN" AND "JOHN  SMITH" BOTH COME *
      *  BACK AS "JOHN SMITH". CRNAMPRM-WORDS IS THE NUMBER OF WORDS  *
      *  FOUND; A NAME WITH NO LETTERS OR DIGITS COMES BACK WITH A    *
      *  BLANK KEY AND NO WORDS.                                      *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRNAMPRM-AREA.
           03  CRNAMPRM-NAME              PIC X(20).
           03  CRNAMPRM-KEY               PIC X(20).
           03  CRNAMPRM-WORDS             PIC 9(02).
