      ******************************************************************
      *                                                                *
      *  CRDATPRM.CPY                                                 *
      *  CRDATES CALL PARAMETER AREA LAYOUT                           *
      *                                                                *
      *  USED BY  : CRDATES AND EVERY PROGRAM THAT AGES OR STEPS A    *
      *             DATE (CRPNDRPT, CRDQRPT)                          *
      *  PASSED ON EVERY CALL TO CRDATES. FUNCTION D TURNS THE        *
      *  YYYYMMDD IN CRDATPRM-DATE INTO A DAY NUMBER; FUNCTION N      *
      *  TURNS THE DAY NUMBER IN CRDATPRM-DAY-NO BACK INTO A          *
      *  YYYYMMDD. BOTH ALSO RETURN THE WEEKDAY (1 MONDAY THROUGH     *
      *  7 SUNDAY). DAY NUMBERS ARE CONSECUTIVE, SO THE DAYS BETWEEN  *
      *  TWO DATES IS THE DIFFERENCE OF THEIR DAY NUMBERS AND A DATE  *
      *  N DAYS ON IS THE DATE OF DAY NUMBER PLUS N. A DATE THAT IS   *
      *  NOT A REAL CALENDAR DATE (OR IS BEFORE 1601) COMES BACK      *
      *  WITH REPLY X AND A ZERO DAY NUMBER.                          *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRDATPRM-AREA.
           03  CRDATPRM-FUNCTION          PIC X.
               88  CRDATPRM-TO-DAY-NO         VALUE "D".
               88  CRDATPRM-TO-DATE           VALUE "N".
           03  CRDATPRM-DATE              PIC 9(08).
           03  CRDATPRM-DAY-NO            PIC 9(07).
           03  CRDATPRM-WEEKDAY           PIC 9.
               88  CRDATPRM-WEEKEND           VALUE 6 7.
           03  CRDATPRM-REPLY             PIC X.
               88  CRDATPRM-VALID             VALUE "V".
               88  CRDATPRM-INVALID           VALUE "X".
