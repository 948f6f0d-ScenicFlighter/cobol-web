      ******************************************************************
      *                                                                *
      *  CRFEEDAK.CPY                                                 *
      *  DOWNSTREAM FEED ACKNOWLEDGMENT RETURN RECORD LAYOUTS         *
      *                                                                *
      *  USED BY  : CRACKMAT                                          *
      *  SENT BACK BY EACH RECEIVER FOR EVERY CREXPORT OR CRDLTEXP    *
      *  TRANSMISSION IT LOADS: ONE ACKNOWLEDGMENT RECORD (TYPE A)    *
      *  CARRYING THE RECEIVER, FEED NAME AND TRANSMISSION SEQUENCE   *
      *  FROM THE CRFEEDHT HEADER, THE DATE IT WAS LOADED AND THE     *
      *  COUNTS LOADED AND REJECTED, FOLLOWED BY ONE REJECT RECORD    *
      *  (TYPE R) PER CREATER ID IT COULD NOT LOAD, WITH ITS REASON.  *
      *  THE SAME LAYOUTS ARE KEPT ON THE CRACKLOG ACKNOWLEDGMENT LOG *
      *  ONCE CRACKMAT HAS MATCHED THEM. BOTH ARE 80 BYTES AND ARE    *
      *  DISTINGUISHED BY THE RECORD TYPE IN COLUMN 1.                *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRFEEDAK-ACK.
           03  CRFEEDAK-A-REC-TYPE        PIC X.
               88  CRFEEDAK-IS-ACK            VALUE "A".
           03  CRFEEDAK-A-RECEIVER        PIC X(08).
           03  CRFEEDAK-A-FEED-NAME       PIC X(08).
           03  CRFEEDAK-A-SEQ-NO          PIC 9(06).
           03  CRFEEDAK-A-LOAD-DATE       PIC 9(08).
           03  CRFEEDAK-A-LOADED          PIC 9(09).
           03  CRFEEDAK-A-REJECTED        PIC 9(09).
           03  FILLER                     PIC X(31).
       01  CRFEEDAK-REJECT.
           03  CRFEEDAK-R-REC-TYPE        PIC X.
               88  CRFEEDAK-IS-REJECT         VALUE "R".
           03  CRFEEDAK-R-RECEIVER        PIC X(08).
           03  CRFEEDAK-R-FEED-NAME       PIC X(08).
           03  CRFEEDAK-R-SEQ-NO          PIC 9(06).
           03  CRFEEDAK-R-CREATER-ID      PIC X(05).
           03  CRFEEDAK-R-REASON          PIC X(40).
           03  FILLER                     PIC X(12).
