      ******************************************************************
      *                                                                *
      *  CRAUDCTL.CPY                                                 *
      *  CREATER-AUDCTL AUDIT CHAIN CONTROL RECORD LAYOUT             *
      *                                                                *
      *  USED BY  : INDEX, CRBATCH, CRAPPLY, CRSWEEP, CRMASS,         *
      *             CRARCHIV, CRSCHAPL, CRAUDVFY, CRRECOVR, CRASOF,   *
      *             CRBACKUP                                          *
      *  ONE RECORD. EVERY PROGRAM THAT APPENDS TO CREATER-AUDIT      *
      *  READS IT JUST BEFORE THE WRITE TO TAKE THE NEXT SEQUENCE     *
      *  NUMBER AND THE CHECK VALUE TO CHAIN FROM, AND REWRITES IT    *
      *  WITH THE NEW LAST SEQUENCE NUMBER AND CHECK VALUE AS SOON    *
      *  AS THE AUDIT RECORD IS WRITTEN, SO THE RECORD ALWAYS NAMES   *
      *  THE LAST RECORD THAT SHOULD BE ON THE TRAIL. CRAUDVFY        *
      *  RECORDS THE RESULT OF EACH VERIFY RUN HERE, AND CRRECOVR     *
      *  AND CRASOF WILL ONLY REPLAY A TRAIL VERIFIED TODAY THROUGH   *
      *  THE LAST SEQUENCE NUMBER. THE FILE IS CREATED BY THE FIRST   *
      *  AUDIT RECORD WRITTEN AFTER THE CHAIN IS INTRODUCED. THE      *
      *  RECORD IS A FULL 80-BYTE CARD IMAGE.                         *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      *   2026-10-15  RSH  CRBACKUP NOW READS THE LAST SEQUENCE NUMBER
      *                    TO MARK WHERE EACH BACKUP WAS TAKEN.
      ******************************************************************
       01  CRAUDCTL-RECORD.
           03  CRAUDCTL-LAST-SEQ          PIC 9(09).
           03  CRAUDCTL-LAST-CHECK        PIC 9(09).
           03  CRAUDCTL-LAST-DATE         PIC 9(08).
           03  CRAUDCTL-LAST-TIME         PIC 9(08).
           03  CRAUDCTL-LAST-WRITER       PIC X(08).
           03  CRAUDCTL-VFY-DATE          PIC 9(08).
           03  CRAUDCTL-VFY-TIME          PIC 9(08).
           03  CRAUDCTL-VFY-RESULT        PIC X.
               88  CRAUDCTL-VFY-PASSED        VALUE "P".
               88  CRAUDCTL-VFY-FAILED        VALUE "F".
           03  CRAUDCTL-VFY-SEQ           PIC 9(09).
           03  CRAUDCTL-VFY-ERRORS        PIC 9(06).
           03  FILLER                     PIC X(06).
