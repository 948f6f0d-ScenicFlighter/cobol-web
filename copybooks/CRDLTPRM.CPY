      ******************************************************************
      *                                                                *
      *  CRDLTPRM.CPY                                                 *
      *  CREATER DELTA FEED RUN PARAMETER RECORD LAYOUT               *
      *                                                                *
      *  USED BY  : CRDELTA                                           *
      *  ONE RECORD, READ AT INITIALIZATION. A MISSING OR EMPTY CARD  *
      *  (THE NIGHTLY RUN) CUTS THE NEXT FEED FROM THE LIVE POSITION. *
      *  MODE R REPLAYS THE FEED WITH THE TRANSMISSION SEQUENCE ON    *
      *  THE CARD, REBUILT FROM THE AUDIT TRAIL AND ITS ARCHIVES      *
      *  UNDER ITS ORIGINAL HEADER, WITHOUT TOUCHING THE LIVE         *
      *  POSITION OR SEQUENCE.                                        *
      *  THE RECORD IS A FULL 80-BYTE CARD IMAGE SO IT CAN BE         *
      *  SUPPLIED AS INSTREAM DATA IN THE JCL.                        *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRDLTPRM-RECORD.
           03  CRDLTPRM-MODE              PIC X.
               88  CRDLTPRM-REPLAY            VALUE "R".
           03  CRDLTPRM-REPLAY-SEQ        PIC 9(06).
           03  FILLER                     PIC X(73).
