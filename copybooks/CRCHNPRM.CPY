      ******************************************************************
      *                                                                *
      *  CRCHNPRM.CPY                                                 *
      *  CRAUDCHN CALL PARAMETER AREA LAYOUT                          *
      *                                                                *
      *  USED BY  : CRAUDCHN AND EVERY PROGRAM THAT WRITES OR         *
      *             VERIFIES CREATER-AUDIT                            *
      *  PASSED ON EVERY CALL TO CRAUDCHN. THE CALLER MOVES THE       *
      *  CHECK VALUE OF THE PREVIOUS AUDIT RECORD TO                  *
      *  CRCHNPRM-PREV-CHECK (ZERO FOR THE FIRST RECORD OF THE        *
      *  CHAIN) AND THE AUDIT RECORD, SEQUENCE NUMBER ALREADY SET, TO *
      *  CRCHNPRM-AUDIT-IMAGE; THE CHECK VALUE FOR THAT RECORD COMES  *
      *  BACK IN CRCHNPRM-CHECK. THE CHECK VALUE FIELD OF THE IMAGE   *
      *  ITSELF IS NOT PART OF THE COMPUTATION.                       *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRCHNPRM-AREA.
           03  CRCHNPRM-PREV-CHECK        PIC 9(09).
           03  CRCHNPRM-AUDIT-IMAGE       PIC X(149).
           03  CRCHNPRM-CHECK             PIC 9(09).
