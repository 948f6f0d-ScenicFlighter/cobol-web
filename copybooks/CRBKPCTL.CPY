      *  CRBKPCTL.CPY                                                 *
      *  CREATER-BKPCTL BACKUP CONTROL RECORD LAYOUT                  *
      *                                                                *
      *  USED BY  : CRBACKUP, CRRECOVR, CRARCHIV, CRASOF              *
      *  ONE RECORD, REWRITTEN BY EVERY CRBACKUP RUN, CARRYING THE    *
      *  BUSINESS DATE AND THE CLOCK TIME THE BACKUP WAS TAKEN, THE   *
      *  NUMBER OF CREATER-MASTER RECORDS IT HOLDS AND THE LAST       *
      *  CREATER-AUDIT SEQUENCE NUMBER ON THE TRAIL WHEN IT WAS       *
      *  TAKEN. CRRECOVR RESTORES THE BACKUP AND RE-APPLIES EVERY     *
      *  CREATER-AUDIT RECORD WRITTEN AFTER THIS MOMENT: BY SEQUENCE  *
      *  NUMBER WHERE BOTH SIDES CARRY ONE, OTHERWISE BY DATE AND     *
      *  TIME. A ZERO SEQUENCE NUMBER MEANS THE BACKUP PREDATES THE   *
      *  AUDIT CHAIN.                                                 *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-08-22  RSH  INITIAL VERSION
      *   2026-10-15  RSH  ADDED CRBKPCTL-AUDIT-SEQ. THE RECORD IS NOW
      *                    31 BYTES AND PROD.CREATER.BKPCTL MUST BE
      *                    REALLOCATED WITH LRECL=31. CRBKPCTL-DATE IS
      *                    NOW THE BUSINESS DATE.
      ******************************************************************
       01  CRBKPCTL-RECORD.
           03  CRBKPCTL-DATE              PIC 9(08).
           03  CRBKPCTL-TIME              PIC 9(08).
           03  CRBKPCTL-COUNT             PIC 9(06).
           03  CRBKPCTL-AUDIT-SEQ         PIC 9(09).
