      ******************************************************************
      *                                                                *
      *  CRACKPRM.CPY                                                 *
      *  FEED ACKNOWLEDGMENT MATCHING PARAMETER RECORD LAYOUT         *
      *                                                                *
      *  USED BY  : CRACKMAT                                          *
      *  ONE CARD PER RECEIVER PER FEED IT IS EXPECTED TO ACKNOWLEDGE *
      *  (CREXPORT OR CRDLTEXP). EVERY TRANSMISSION OF THAT FEED FROM *
      *  CRACKPRM-FIRST-SEQ ON THAT THE RECEIVER HAS NOT ACKNOWLEDGED *
      *  IS CHASED ONCE IT IS MORE THAN CRACKPRM-MAX-DAYS CALENDAR    *
      *  DAYS OLD (ZERO TAKES THE DEFAULT OF ONE DAY). MOVING THE     *
      *  FIRST SEQUENCE FORWARD ALSO KEEPS THE MATCHING TABLES SMALL. *
      *  THE RECORD IS A FULL 80-BYTE CARD IMAGE SO IT CAN BE         *
      *  SUPPLIED AS INSTREAM DATA IN THE JCL.                        *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRACKPRM-RECORD.
           03  CRACKPRM-RECEIVER          PIC X(08).
           03  CRACKPRM-FEED-NAME         PIC X(08).
           03  CRACKPRM-FIRST-SEQ         PIC 9(06).
           03  CRACKPRM-MAX-DAYS          PIC 9(03).
           03  FILLER                     PIC X(55).
