      *                    RESTARTED RUN'S TERMINATION TOTALS STILL
      *                    SHOW THE WHOLE NIGHT AND NOT JUST THE
      *                    WORK DONE AFTER THE ABEND.
      *   2026-10-15  RSH  ADDED THE COUNT OF FUTURE-DATED CHANGES
      *                    FILED ON CREATER-SCHEDULE, FOR THE SAME
      *                    REASON.
      ******************************************************************
       01  CRRESTRT-RECORD.
           03  CRRESTRT-LAST-ID           PIC X(05).
           03  CRRESTRT-TRANS-COUNT       PIC 9(06).
           03  CRRESTRT-CHANGE-COUNT      PIC 9(06).
           03  CRRESTRT-DELETE-COUNT      PIC 9(06).
           03  CRRESTRT-SCHED-COUNT       PIC 9(06).
