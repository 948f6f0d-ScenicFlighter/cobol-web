      ******************************************************************
      *                                                                *
      *  CRVFYOVR.CPY                                                 *
      *  AUDIT VERIFY SUPERVISOR OVERRIDE CARD LAYOUT                 *
      *                                                                *
      *  USED BY  : CRRECOVR, CRASOF                                  *
      *  ONE OPTIONAL CARD LETTING A SUPERVISOR REPLAY A TRAIL THAT   *
      *  HAS NOT PASSED CRAUDVFY TODAY. THE SUPERVISOR ID AND         *
      *  PASSWORD ARE VALIDATED AGAINST CREATER-OPSEC (ACTIVE,        *
      *  AUTHORITY LEVEL 3) AND A REASON MUST BE GIVEN. THE OVERRIDE  *
      *  IS DISPLAYED AND PRINTED AT THE HEAD OF THE REPORT, SO A     *
      *  REPLAY OF AN UNPROVEN TRAIL IS NEVER SILENT. THE DATASET IS  *
      *  NORMALLY DUMMY. THE RECORD IS A FULL 80-BYTE CARD IMAGE SO   *
      *  IT CAN BE SUPPLIED AS INSTREAM DATA IN THE JCL.              *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRVFYOVR-RECORD.
           03  CRVFYOVR-SUPERVISOR-ID     PIC X(08).
           03  CRVFYOVR-PASSWORD          PIC X(08).
           03  CRVFYOVR-REASON            PIC X(40).
           03  FILLER                     PIC X(24).
