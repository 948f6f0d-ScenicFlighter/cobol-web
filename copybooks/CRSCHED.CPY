      ******************************************************************
      *                                                                *
      *  CRSCHED.CPY                                                  *
      *  CREATER-SCHEDULE DATED CHANGE RECORD LAYOUT                  *
      *                                                                *
      *  USED BY  : INDEX, CRBATCH, CRSCHAPL                          *
      *  KEYED BY : CRSCHED-KEY (CREATER ID + DATE AND TIME KEYED)    *
      *             CRSCHED-DUE-KEY (ALTERNATE, UNIQUE - EFFECTIVE    *
      *             DATE + DATE AND TIME KEYED + CREATER ID)          *
      *  ONE RECORD FOR EVERY CHANGE KEYED AHEAD OF ITS EFFECTIVE     *
      *  DATE, THROUGH INDEX OR AS A FUTURE-DATED CRBATCH CHANGE. A   *
      *  CREATER MAY HAVE ANY NUMBER WAITING, EACH WITH ITS OWN       *
      *  DATE. EACH NEW- FIELD LEFT BLANK MEANS NO CHANGE TO THAT     *
      *  FIELD. THE NIGHTLY CRSCHAPL STEP READS THE FILE BY THE DUE   *
      *  KEY, SO CHANGES COME DUE IN EFFECTIVE DATE ORDER AND, ON THE *
      *  SAME DATE, IN THE ORDER THEY WERE KEYED. APPLIED, SKIPPED    *
      *  AND CANCELLED RECORDS STAY ON FILE AS THE RECORD OF WHAT     *
      *  BECAME OF THEM.                                              *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      ******************************************************************
       01  CRSCHED-RECORD.
           03  CRSCHED-KEY.
               05  CRSCHED-CREATER-ID         PIC X(05).
               05  CRSCHED-ENTRY-DATE         PIC 9(08).
               05  CRSCHED-ENTRY-TIME         PIC 9(08).
           03  CRSCHED-DUE-KEY.
               05  CRSCHED-EFF-DATE           PIC 9(08).
               05  CRSCHED-DUE-ENTRY-DATE     PIC 9(08).
               05  CRSCHED-DUE-ENTRY-TIME     PIC 9(08).
               05  CRSCHED-DUE-CREATER-ID     PIC X(05).
           03  CRSCHED-ENTERED-BY             PIC X(08).
           03  CRSCHED-STATE                  PIC X.
               88  CRSCHED-WAITING                 VALUE "P".
               88  CRSCHED-APPLIED                 VALUE "A".
               88  CRSCHED-SKIPPED                 VALUE "S".
               88  CRSCHED-CANCELLED               VALUE "C".
           03  CRSCHED-NEW-NAME               PIC X(20).
           03  CRSCHED-NEW-ROLE               PIC X(10).
           03  CRSCHED-NEW-STATUS             PIC X.
           03  CRSCHED-NEW-DEPT               PIC X(04).
           03  CRSCHED-DECIDED-BY             PIC X(08).
           03  CRSCHED-DECIDED-DATE           PIC 9(08).
           03  CRSCHED-REASON                 PIC X(40).
           03  FILLER                         PIC X(12).
