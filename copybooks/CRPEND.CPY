      ******************************************************************
      *                                                                *
      *  CRPEND.CPY                                                   *
      *  CREATER-PENDING APPROVAL RECORD LAYOUT                       *
      *                                                                *
      *  USED BY  : INDEX, CRPNDRPT                                   *
      *  KEYED BY : CRPEND-KEY (CREATER ID + REQUEST DATE AND TIME)   *
      *  ONE RECORD FOR EVERY DELETE, AND EVERY CHANGE THAT MAKES A   *
      *  CREATER INACTIVE, KEYED IN INDEX. THE MASTER IS NOT TOUCHED  *
      *  WHEN THE REQUEST IS KEYED: THE RECORD CARRIES THE REQUESTING *
      *  OPERATOR (AS SIGNED ON AGAINST CREATER-OPSEC) AND THE FULL   *
      *  BEFORE AND AFTER IMAGE OF THE MASTER RECORD, AND WAITS FOR A *
      *  DIFFERENT SUPERVISOR TO APPROVE OR REJECT IT. AN APPROVED    *
      *  REQUEST IS POSTED AND AUDITED UNDER BOTH OPERATOR IDS; A     *
      *  REJECTED ONE IS KEPT WITH THE REJECTING SUPERVISOR'S REASON. *
      *  DECIDED RECORDS STAY ON FILE AS THE RECORD OF THE DECISION.  *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRPEND-RECORD.
           03  CRPEND-KEY.
               05  CRPEND-CREATER-ID          PIC X(05).
               05  CRPEND-REQ-DATE            PIC 9(08).
               05  CRPEND-REQ-TIME            PIC 9(08).
           03  CRPEND-REQ-OPERATOR            PIC X(08).
           03  CRPEND-ACTION                  PIC X(06).
               88  CRPEND-CHANGE                   VALUE "CHANGE".
               88  CRPEND-DELETE                   VALUE "DELETE".
           03  CRPEND-STATE                   PIC X.
               88  CRPEND-WAITING                  VALUE "P".
               88  CRPEND-APPROVED                 VALUE "A".
               88  CRPEND-REJECTED                 VALUE "R".
           03  CRPEND-BEFORE-IMAGE.
               05  CRPEND-BEFORE-NAME         PIC X(20).
               05  CRPEND-BEFORE-ROLE         PIC X(10).
               05  CRPEND-BEFORE-STATUS       PIC X.
               05  CRPEND-BEFORE-EFF-DATE     PIC 9(08).
               05  CRPEND-BEFORE-PEND         PIC X.
               05  CRPEND-BEFORE-DEPT         PIC X(04).
           03  CRPEND-AFTER-IMAGE.
               05  CRPEND-AFTER-NAME          PIC X(20).
               05  CRPEND-AFTER-ROLE          PIC X(10).
               05  CRPEND-AFTER-STATUS        PIC X.
               05  CRPEND-AFTER-EFF-DATE      PIC 9(08).
               05  CRPEND-AFTER-PEND          PIC X.
               05  CRPEND-AFTER-DEPT          PIC X(04).
           03  CRPEND-DECIDED-BY              PIC X(08).
           03  CRPEND-DECIDED-DATE            PIC 9(08).
           03  CRPEND-DECIDED-TIME            PIC 9(08).
           03  CRPEND-REJECT-REASON           PIC X(40).
           03  FILLER                         PIC X(12).
