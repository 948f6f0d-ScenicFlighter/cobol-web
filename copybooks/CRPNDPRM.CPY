      ******************************************************************
      *                                                                *
      *  CRPNDPRM.CPY                                                 *
      *  HELD-REQUEST AGEING REPORT PARAMETER RECORD LAYOUT           *
      *                                                                *
      *  USED BY  : CRPNDRPT                                          *
      *  ONE RECORD, READ AT INITIALIZATION. A HELD REQUEST STILL     *
      *  WAITING FOR APPROVAL IS LISTED ONCE IT HAS WAITED MORE THAN  *
      *  CRPNDPRM-MAX-DAYS CALENDAR DAYS. A ZERO OR ABSENT CARD       *
      *  TAKES THE DEFAULT OF ONE DAY, SO ANYTHING KEYED BEFORE       *
      *  YESTERDAY IS CALLED OUT.                                     *
      *  THE RECORD IS A FULL 80-BYTE CARD IMAGE SO IT CAN BE         *
      *  SUPPLIED AS INSTREAM DATA IN THE JCL.                        *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRPNDPRM-RECORD.
           03  CRPNDPRM-MAX-DAYS          PIC 9(03).
           03  FILLER                     PIC X(77).
