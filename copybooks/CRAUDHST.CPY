      ******************************************************************
      *                                                                *
      *  CRAUDHST.CPY                                                 *
      *  CREATER-AUDIT KEYED HISTORY RECORD LAYOUT                    *
      *                                                                *
      *  USED BY  : INDEX, CRBATCH, CRAPPLY, CRSWEEP, CRMASS,         *
      *             CRARCHIV, CRAUDRPT, CRHSTBLD, CRSCHAPL            *
      *  KEYED BY : CRAUDHST-KEY (CREATER ID + AUDIT DATE AND TIME +  *
      *             A DUPLICATE NUMBER)                               *
      *  ONE RECORD FOR EVERY RECORD EVER WRITTEN TO CREATER-AUDIT,   *
      *  KEPT BY EVERY PROGRAM THAT WRITES THE TRAIL AND NEVER        *
      *  PRUNED BY CRARCHIV, SO ONE CREATER'S FULL HISTORY CAN BE     *
      *  READ DIRECTLY BY KEY. CRAUDHST-AUDIT-IMAGE IS THE AUDIT      *
      *  RECORD EXACTLY AS WRITTEN. CRAUDHST-DUP-NO IS ZERO UNLESS    *
      *  TWO RECORDS FOR ONE CREATER FALL IN THE SAME HUNDREDTH OF A  *
      *  SECOND, WHEN THE LATER ONE TAKES THE NEXT NUMBER. THE FILE   *
      *  CAN ALWAYS BE REBUILT FROM THE TRAIL AND ITS ARCHIVES BY     *
      *  CRHSTBLD.                                                    *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      *   2026-10-15  RSH  CRAUDHST-AUDIT-IMAGE WIDENED TO 149 WITH THE
      *                    AUDIT SEQUENCE NUMBER AND CHECK VALUE.
      *                    RECORD LENGTH 154 TO 172.
      ******************************************************************
       01  CRAUDHST-RECORD.
           03  CRAUDHST-KEY.
               05  CRAUDHST-CREATER-ID        PIC X(05).
               05  CRAUDHST-DATE              PIC 9(08).
               05  CRAUDHST-TIME              PIC 9(08).
               05  CRAUDHST-DUP-NO            PIC 9(02).
           03  CRAUDHST-AUDIT-IMAGE           PIC X(149).
