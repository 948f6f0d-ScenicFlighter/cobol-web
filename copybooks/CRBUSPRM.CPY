      ******************************************************************
      *                                                                *
      *  CRBUSPRM.CPY                                                 *
      *  CRBUSDAT CALL PARAMETER AREA LAYOUT                          *
      *                                                                *
      *  USED BY  : CRBUSDAT AND EVERY PROGRAM THAT WORKS TO THE      *
      *             BUSINESS DATE (CRSWEEP, CRSCHAPL, CRAPPLY, CRBAL, *
      *             CREXPRT, CRDELTA, CRBACKUP, CRARCHIV, CRRUNLOG,   *
      *             CRRUNRPT, CRBUSADV)                               *
      *  PASSED ON EVERY CALL TO CRBUSDAT. FUNCTION G RETURNS THE     *
      *  CURRENT AND PREVIOUS BUSINESS DATES FROM CREATER-BUSDATE.    *
      *  FUNCTION N RETURNS IN CRBUSPRM-NEXT-DATE THE FIRST BUSINESS  *
      *  DATE AFTER CRBUSPRM-DATE. FUNCTION T TESTS WHETHER           *
      *  CRBUSPRM-DATE IS ITSELF A BUSINESS DATE, REPLYING V IF IT IS *
      *  AND H IF IT FALLS ON A WEEKEND OR A CREATER-HOLIDAYS DATE.   *
      *  REPLY X MEANS THE CONTROL RECORD IS MISSING OR NEVER SET (G) *
      *  OR THE DATE PASSED IS NOT A REAL CALENDAR DATE (N, T); THE   *
      *  CALLER MUST NOT FALL BACK TO THE SYSTEM CLOCK.               *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRBUSPRM-AREA.
           03  CRBUSPRM-FUNCTION          PIC X.
               88  CRBUSPRM-GET               VALUE "G".
               88  CRBUSPRM-NEXT              VALUE "N".
               88  CRBUSPRM-TEST              VALUE "T".
           03  CRBUSPRM-BUS-DATE          PIC 9(08).
           03  CRBUSPRM-PREV-DATE         PIC 9(08).
           03  CRBUSPRM-DATE              PIC 9(08).
           03  CRBUSPRM-NEXT-DATE         PIC 9(08).
           03  CRBUSPRM-REPLY             PIC X.
               88  CRBUSPRM-VALID             VALUE "V".
               88  CRBUSPRM-HOLIDAY           VALUE "H".
               88  CRBUSPRM-INVALID           VALUE "X".
