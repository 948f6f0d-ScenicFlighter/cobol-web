      *  CRRUNLOG CALL PARAMETER AREA LAYOUT                          *
      *                                                                *
      *  USED BY  : CRRUNLOG AND EVERY NIGHTLY PROGRAM (CRSWEEP,      *
      *             CRSCHAPL, CRBAL, CREXPRT, CRDELTA, CRBACKUP,      *
      *             CRARCHIV, CRDLTADJ, CRBUSADV)                     *
      *  PASSED ON EVERY CALL TO CRRUNLOG. FUNCTION S ASKS TO START: *
      *  CRRUNLOG CHECKS THE PROGRAM'S PREDECESSORS COMPLETED        *
      *  TONIGHT ON CREATER-RUNCTL AND REPLIES G (GO) OR H (HOLD).   *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-09-02  RSH  INITIAL VERSION
      *   2026-10-15  RSH  CRBUSADV, THE END-OF-NIGHT BUSINESS DATE
      *                    STEP, NOW REPORTS HERE AS WELL.
      ******************************************************************
       01  CRRUNPRM-AREA.
           03  CRRUNPRM-FUNCTION          PIC X.
