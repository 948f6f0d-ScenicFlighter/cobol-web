      ******************************************************************
      *                                                                *
      *  CRDLTHST.CPY                                                 *
      *  CREATER DOWNSTREAM FEED HISTORY RECORD LAYOUT                *
      *                                                                *
      *  USED BY  : CRDELTA, CREXPRT, CRACKMAT                        *
      *  ONE RECORD APPENDED FOR EVERY DELTA FEED CUT (TYPE F) AND    *
      *  FOR EVERY REPLAY ASKED FOR (TYPE R). A FEED RECORD CARRIES   *
      *  THE TRANSMISSION SEQUENCE AND RUN DATE/TIME STAMPED ON THE   *
      *  FEED HEADER, THE DETAIL COUNT ON ITS TRAILER, AND THE AUDIT  *
      *  WINDOW IT WAS CUT FROM: THE CREATER-AUDIT POSITIONS AS THE   *
      *  TRAIL STOOD THAT NIGHT, THE NUMBER OF AUDIT RECORDS IN THE   *
      *  WINDOW, AND THE IDENTITY (TIMESTAMP, CREATER ID, ACTION) OF  *
      *  ITS FIRST AND LAST AUDIT RECORDS. POSITIONS MOVE WHEN        *
      *  CRARCHIV PRUNES THE TRAIL, SO A REPLAY FINDS THE WINDOW BY   *
      *  THE FIRST RECORD'S IDENTITY AND PROVES IT BY THE COUNT AND   *
      *  THE LAST RECORD'S IDENTITY. A REPLAY RECORD CARRIES THE      *
      *  SEQUENCE REPLAYED, THE DATE/TIME OF THE REPLAY, THE DETAILS  *
      *  REBUILT AND WHETHER THE REPLAY WAS MADE OR REFUSED. A        *
      *  SEQUENCE IS NORMALLY LOGGED ONCE; IF A FAILED RUN LOGGED IT  *
      *  BEFORE THE POSITION WAS MOVED, THE LATEST RECORD IS THE ONE  *
      *  THAT WAS SHIPPED.                                            *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  RSH  INITIAL VERSION
      *   2026-10-15  RSH  CREXPRT NOW LOGS ITS TRANSMISSIONS HERE TOO
      *                    (FEED NAME CREXPORT, AUDIT WINDOW ZERO) AND
      *                    CRACKMAT MATCHES THE RECEIVERS'
      *                    ACKNOWLEDGMENTS AGAINST THE FEED ENTRIES.
      ******************************************************************
       01  CRDLTHST-RECORD.
           03  CRDLTHST-REC-TYPE          PIC X.
               88  CRDLTHST-FEED-ENTRY        VALUE "F".
               88  CRDLTHST-REPLAY-ENTRY      VALUE "R".
           03  CRDLTHST-SEQ-NO            PIC 9(06).
           03  CRDLTHST-FEED-NAME         PIC X(08).
           03  CRDLTHST-RUN-DATE          PIC 9(08).
           03  CRDLTHST-RUN-TIME          PIC 9(08).
           03  CRDLTHST-AUDIT-FROM        PIC 9(09).
           03  CRDLTHST-AUDIT-TO          PIC 9(09).
           03  CRDLTHST-AUDIT-COUNT       PIC 9(09).
           03  CRDLTHST-DETAIL-COUNT      PIC 9(09).
           03  CRDLTHST-FIRST-AUDIT.
               05  CRDLTHST-FIRST-DATE        PIC 9(08).
               05  CRDLTHST-FIRST-TIME        PIC 9(08).
               05  CRDLTHST-FIRST-ID          PIC X(05).
               05  CRDLTHST-FIRST-ACTION      PIC X(06).
           03  CRDLTHST-LAST-AUDIT.
               05  CRDLTHST-LAST-DATE         PIC 9(08).
               05  CRDLTHST-LAST-TIME         PIC 9(08).
               05  CRDLTHST-LAST-ID           PIC X(05).
               05  CRDLTHST-LAST-ACTION       PIC X(06).
           03  CRDLTHST-REPLAY-RESULT     PIC X.
               88  CRDLTHST-REPLAY-MADE       VALUE "Y".
               88  CRDLTHST-REPLAY-REFUSED    VALUE "N".
           03  FILLER                     PIC X(06).
