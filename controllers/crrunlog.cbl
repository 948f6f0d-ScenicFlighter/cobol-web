000700****************************************************************
000800* CRRUNLOG - NIGHT-RUN SEQUENCE CONTROL (CALLED SUBPROGRAM)    *
000900*                                                              *
000970* CALLED BY EVERY NIGHTLY PROGRAM AT START (FUNCTION S) AND   *
001040* END (FUNCTION E) WITH THE CRRUNPRM PARAMETER AREA. KEEPS    *
001110* THE ONE-RECORD CREATER-RUNCTL DATASET: A NEW NIGHT OPENS -  *
001180* AND EVERY SLOT RESETS - WHEN A PROGRAM WITH NO PREDECESSOR  *
001250* STARTS ON A NEW BUSINESS DATE (TAKEN FROM CREATER-BUSDATE   *
001320* THROUGH CRBUSDAT, NOT THE CLOCK); A START RECORDS THE START *
001390* TIME AND AN END RECORDS THE END TIME AND RETURN CODE. A     *
001460* START IS ONLY GRANTED (REPLY G) WHEN THE PROGRAM'S          *
001530* PREDECESSORS COMPLETED TONIGHT:                             *
001600*     CRSWEEP  - NONE            CRSCHAPL - AFTER CRSWEEP     *
001670*     CRBAL    - AFTER CRSCHAPL                               *
001740*     CREXPRT  - AFTER CRBAL RC0 CRDELTA  - AFTER CRBAL RC0   *
001810*     CRBACKUP - NONE            CRARCHIV - AFTER CRBACKUP RC0*
001880*     CRDLTADJ - AFTER CRARCHIV RC0                           *
001950*     CRBUSADV - AFTER EVERY OTHER SLOT HAS ENDED FOR THE     *
002020*                BUSINESS DATE BEING CLOSED                   *
002090* OTHERWISE THE REPLY IS H (HOLD) AND THE CALLER ENDS WITHOUT *
002160* RUNNING. AN OPERATOR CAN FORCE A HELD START BY NAMING THE   *
002230* PROGRAM ON THE OPTIONAL CRRUNOVR CARD; THE OVERRIDE IS      *
002300* FLAGGED ON THE SLOT AND SHOWS ON THE CRRUNRPT MORNING       *
002370* REPORT, SO AN OUT-OF-SEQUENCE START IS NEVER SILENT. A      *
002440* PROGRAM NOT IN THE SLOT TABLE IS LET THROUGH WITH A         *
002510* WARNING AND IS NOT RECORDED. WITH NO BUSINESS DATE TO WORK  *
002580* TO, A START IS HELD AND AN END IS NOT RECORDED.             *
002800****************************************************************
002900* MODIFICATION HISTORY
003000*   2026-09-02  RSH  INITIAL VERSION
003070*                    THAT STRADDLES 00:00 NO LONGER WIPES ITS
003080*                    PREDECESSORS' COMPLETIONS AND HOLDS
003090*                    ITSELF.
003091*   2026-10-15  RSH  CRSCHAPL, THE NIGHTLY APPLY OF SCHEDULED
003092*                    CHANGES, TAKES THE SPARE SLOT 8. IT FOLLOWS
003093*                    CRSWEEP, AND CRBAL NOW FOLLOWS CRSCHAPL SO
003094*                    THE BALANCE AND THE FEEDS SEE THE DAY'S
003095*                    SCHEDULED CHANGES.
003096*   2026-10-15  RSH  THE NIGHT IS NOW KEYED ON THE BUSINESS DATE
003097*                    FROM CREATER-BUSDATE (THROUGH CRBUSDAT)
003098*                    INSTEAD OF THE SYSTEM CLOCK, SO A NIGHT THAT
003099*                    RUNS LATE OR IS HELD OVER A HOLIDAY STAYS ONE
003100*                    NIGHT. CRBUSADV, THE END-OF-NIGHT BUSINESS
003101*                    DATE ADVANCE, TAKES THE NEW SLOT 9 AND MAY
003102*                    ONLY START ONCE EVERY OTHER SLOT HAS ENDED
003103*                    FOR THE BUSINESS DATE BEING CLOSED.
003104****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.     IBM-370.
006500 01  WS-SLOT                    PIC 9(02)   COMP VALUE ZERO.
006600 01  WS-SLOT-SUB                PIC 9(02)   COMP VALUE ZERO.
006700 01  WS-PRED-SLOT               PIC 9(02)   COMP VALUE ZERO.
006710 01  WS-OPEN-SLOT               PIC 9(02)   COMP VALUE ZERO.
006800 01  WS-OVERRIDE-SW             PIC X       VALUE "N".
006900     88  WS-OVERRIDE-ON              VALUE "Y".
007000*
007100****************************************************************
007170* WS-PGM-TABLE - THE FIXED NIGHTLY SLOT TABLE: EACH ENTRY      *
007240* CARRIES THE PROGRAM NAME, THE SLOT OF ITS PREDECESSOR (ZERO  *
007310* MEANS NONE) AND WHETHER THAT PREDECESSOR MUST HAVE ENDED     *
007380* WITH RETURN CODE ZERO BEFORE THIS PROGRAM MAY START. AN A IN *
007450* THAT LAST BYTE MEANS THE PROGRAM FOLLOWS EVERY OTHER SLOT    *
007520* INSTEAD, AND NEVER OPENS A NEW NIGHT. THE SLOT NUMBERS MATCH *
007590* THE CRRUNCTL-ENTRY OCCURRENCES.                              *
007700****************************************************************
007800 01  WS-PGM-VALUES.
007900     05  FILLER                 PIC X(10)   VALUE "CRSWEEP 0N".
008000     05  FILLER                 PIC X(10)   VALUE "CRBAL   8N".
008100     05  FILLER                 PIC X(10)   VALUE "CREXPRT 2Y".
008200     05  FILLER                 PIC X(10)   VALUE "CRDELTA 2Y".
008300     05  FILLER                 PIC X(10)   VALUE "CRBACKUP0N".
008400     05  FILLER                 PIC X(10)   VALUE "CRARCHIV5Y".
008500     05  FILLER                 PIC X(10)   VALUE "CRDLTADJ6Y".
008600     05  FILLER                 PIC X(10)   VALUE "CRSCHAPL1N".
008610     05  FILLER                 PIC X(10)   VALUE "CRBUSADV0A".
008700 01  WS-PGM-TABLE REDEFINES WS-PGM-VALUES.
008800     05  WS-PGM-ENTRY           OCCURS 9 TIMES.
008900         10  WS-PGM-NAME            PIC X(08).
009000         10  WS-PGM-PRED            PIC 9.
009100         10  WS-PGM-PRED-RC0        PIC X.
009110             88  WS-PGM-AFTER-ALL           VALUE "A".
009200*
009210     COPY CRBUSPRM.
009220*
009300 LINKAGE SECTION.
009400     COPY CRRUNPRM.
009500*
009600 PROCEDURE DIVISION USING CRRUNPRM-AREA.
009700 0000-MAINLINE.
009900     ACCEPT WS-NOW-TIME FROM TIME.
010000     MOVE "G" TO CRRUNPRM-REPLY.
010100     PERFORM 1000-FIND-SLOT THRU 1000-EXIT.
010500                 "LET THROUGH, NOT RECORDED"
010600         GO TO 0000-RETURN
010700     END-IF.
010708     MOVE "G" TO CRBUSPRM-FUNCTION.
010716     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
010724     IF NOT CRBUSPRM-VALID
010732         DISPLAY "CRRUNLOG: NO BUSINESS DATE ON CREATER-BUSDATE"
010740                 " - " CRRUNPRM-PGM-NAME " NOT RECORDED"
010748         IF CRRUNPRM-START
010756             MOVE "H" TO CRRUNPRM-REPLY
010764         END-IF
010772         GO TO 0000-RETURN
010780     END-IF.
010788     MOVE CRBUSPRM-BUS-DATE TO WS-TODAY-DATE.
010800     PERFORM 2000-OPEN-CONTROL THRU 2000-EXIT.
010900     EVALUATE TRUE
011000         WHEN CRRUNPRM-START
012700     MOVE ZERO TO WS-SLOT.
012800     PERFORM 1100-TEST-SLOT THRU 1100-EXIT
012900         VARYING WS-SLOT-SUB FROM 1 BY 1
013000         UNTIL WS-SLOT-SUB > 9
013100            OR WS-SLOT > ZERO.
013200 1000-EXIT.
013300     EXIT.
016200     IF CRRUNPRM-START
016300         AND CRRUNCTL-RUN-DATE NOT = WS-TODAY-DATE
016310         AND WS-PGM-PRED (WS-SLOT) = ZERO
016320         AND NOT WS-PGM-AFTER-ALL (WS-SLOT)
016400         PERFORM 2200-RESET-NIGHT THRU 2200-EXIT
016500     END-IF.
016600 2000-EXIT.
018300     MOVE WS-TODAY-DATE TO CRRUNCTL-RUN-DATE.
018400     PERFORM 2300-RESET-SLOT THRU 2300-EXIT
018500         VARYING WS-SLOT-SUB FROM 1 BY 1
018600         UNTIL WS-SLOT-SUB > 9.
018700 2200-EXIT.
018800     EXIT.
018900*
019900     EXIT.
020000*
020100****************************************************************
020180* 3000-LOG-START - PROVE THE PREDECESSOR COMPLETED TONIGHT     *
020260* (WITH RETURN CODE ZERO WHERE THE TABLE DEMANDS IT), OR FOR   *
020340* THE LAST SLOT THAT THE WHOLE NIGHT DID, HONOUR AN OPERATOR   *
020420* OVERRIDE CARD IF ONE NAMES THIS PROGRAM, AND EITHER RECORD   *
020500* THE START AND REPLY G OR LEAVE THE SLOT UNTOUCHED AND REPLY  *
020580* H.                                                           *
020700****************************************************************
020800 3000-LOG-START.
020810     IF WS-PGM-AFTER-ALL (WS-SLOT)
020820         PERFORM 3200-CHECK-NIGHT THRU 3200-EXIT
020830         IF CRRUNPRM-HOLD
020840             GO TO 3000-EXIT
020850         END-IF
020860         GO TO 3000-GRANT
020870     END-IF.
020900     MOVE WS-PGM-PRED (WS-SLOT) TO WS-PRED-SLOT.
021000     IF WS-PRED-SLOT = ZERO
021100         GO TO 3000-GRANT
024000 3000-EXIT.
024100     EXIT.
024200*
024201****************************************************************
024202* 3200-CHECK-NIGHT - CRBUSADV CLOSES THE BUSINESS DATE, SO IT  *
024203* MAY ONLY START WHEN THE NIGHT RECORD IS FOR THAT DATE AND    *
024204* EVERY OTHER SLOT HAS ENDED, WHATEVER ITS RETURN CODE - A BAD *
024205* RETURN CODE IS FOR THE MORNING REPORT, NOT A REASON TO HOLD  *
024206* THE DATE BACK. THE CRRUNOVR CARD CAN STILL FORCE THE START.  *
024207****************************************************************
024208 3200-CHECK-NIGHT.
024209     MOVE ZERO TO WS-OPEN-SLOT.
024210     IF CRRUNCTL-RUN-DATE NOT = WS-TODAY-DATE
024211         MOVE WS-SLOT TO WS-OPEN-SLOT
024212     ELSE
024213         PERFORM 3300-TEST-ENDED THRU 3300-EXIT
024214             VARYING WS-SLOT-SUB FROM 1 BY 1
024215             UNTIL WS-SLOT-SUB > 9
024216                OR WS-OPEN-SLOT > ZERO
024217     END-IF.
024218     IF WS-OPEN-SLOT = ZERO
024219         GO TO 3200-EXIT
024220     END-IF.
024221     PERFORM 3500-CHECK-OVERRIDE THRU 3500-EXIT.
024222     IF WS-OVERRIDE-ON
024223         DISPLAY "CRRUNLOG: OPERATOR OVERRIDE ACCEPTED FOR "
024224                 CRRUNPRM-PGM-NAME
024225                 " - THE NIGHT FOR " WS-TODAY-DATE
024226                 " HAS NOT COMPLETED"
024227         MOVE "Y" TO CRRUNCTL-OVERRIDE (WS-SLOT)
024228         GO TO 3200-EXIT
024229     END-IF.
024230     IF WS-OPEN-SLOT = WS-SLOT
024231         DISPLAY "CRRUNLOG: " CRRUNPRM-PGM-NAME
024232                 " HELD - NO NIGHT HAS RUN FOR BUSINESS DATE "
024233                 WS-TODAY-DATE
024234     ELSE
024235         DISPLAY "CRRUNLOG: " CRRUNPRM-PGM-NAME
024236                 " HELD - "
024237                 CRRUNCTL-PGM-NAME (WS-OPEN-SLOT)
024238                 " HAS NOT COMPLETED TONIGHT"
024239     END-IF.
024240     MOVE "H" TO CRRUNPRM-REPLY.
024241 3200-EXIT.
024242     EXIT.
024243*
024244 3300-TEST-ENDED.
024245     IF WS-SLOT-SUB NOT = WS-SLOT
024246         AND NOT CRRUNCTL-ENDED (WS-SLOT-SUB)
024247         MOVE WS-SLOT-SUB TO WS-OPEN-SLOT
024248     END-IF.
024249 3300-EXIT.
024250     EXIT.
024251*
024300****************************************************************
024400* 3500-CHECK-OVERRIDE - READ THE OPTIONAL CRRUNOVR CARD. THE   *
024500* OVERRIDE HOLDS ONLY WHEN THE CARD NAMES THE PROGRAM ASKING   *
