      *  CREATER-AUDIT TRANSACTION RECORD LAYOUT                     *
      *                                                                *
      *  USED BY  : INDEX, CRBATCH, CRAPPLY, CRSWEEP, CRAUDRPT,       *
      *             CRBAL, CRRECOVR, CRAUDVFY                         *
      *  ONE RECORD IS APPENDED FOR EVERY ADD, CHANGE OR DELETE       *
      *  MADE AGAINST CREATER-MASTER. THE BEFORE/AFTER IMAGES CARRY   *
      *  EVERY MASTER FIELD SO CRRECOVR CAN REBUILD THE MASTER FROM   *
      *  A BACKUP PLUS THE AUDIT TRAIL. EVERY RECORD CARRIES THE      *
      *  NEXT SEQUENCE NUMBER FROM CREATER-AUDCTL AND A CHECK VALUE   *
      *  COMPUTED BY CRAUDCHN FROM THE RECORD AND THE CHECK VALUE OF  *
      *  THE RECORD BEFORE IT, SO CRAUDVFY CAN PROVE THE TRAIL HAS    *
      *  NO RECORD MISSING, INSERTED OR ALTERED.                      *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *                    CREATER-DEPT ON THE MASTER, SO THE AUDIT
      *                    IMAGES STAY A COMPLETE PICTURE OF THE
      *                    MASTER RECORD FOR FORWARD RECOVERY.
      *   2026-10-15  RSH  ADDED CRAUDIT-APPROVER-ID. A DELETE OR AN
      *                    INACTIVATION KEYED IN INDEX IS HELD FOR A
      *                    SECOND SUPERVISOR'S APPROVAL; WHEN IT IS
      *                    POSTED, CRAUDIT-OPERATOR-ID CARRIES THE
      *                    OPERATOR WHO REQUESTED IT AND THIS FIELD THE
      *                    SUPERVISOR WHO APPROVED IT. BLANK ON EVERY
      *                    OTHER RECORD. RECORD LENGTH 123 TO 131.
      *   2026-10-15  RSH  ADDED CRAUDIT-SEQ-NO AND CRAUDIT-CHECK-VALUE
      *                    TO CHAIN THE TRAIL. THE CHECK VALUE COVERS
      *                    EVERY BYTE BEFORE IT, SEQUENCE NUMBER
      *                    INCLUDED. RECORDS WRITTEN BEFORE THE CHAIN
      *                    BEGAN CARRY NO SEQUENCE NUMBER. RECORD
      *                    LENGTH 131 TO 149.
      ******************************************************************
       01  CRAUDIT-RECORD.
           03  CRAUDIT-TIMESTAMP.
           03  CRAUDIT-AFTER-PEND              PIC X.
           03  CRAUDIT-BEFORE-DEPT             PIC X(04).
           03  CRAUDIT-AFTER-DEPT              PIC X(04).
           03  CRAUDIT-APPROVER-ID             PIC X(08).
           03  CRAUDIT-SEQ-NO                  PIC 9(09).
           03  CRAUDIT-CHECK-VALUE             PIC 9(09).
