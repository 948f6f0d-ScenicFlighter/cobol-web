000500 DATE-WRITTEN.        2026-08-22.
000600 DATE-COMPILED.       2026-08-22.
000700****************************************************************
000770* CRBAL - END-OF-DAY BALANCING OF CREATER-MASTER AGAINST THE   *
000840* CREATER-AUDIT TRAIL                                          *
000910*                                                              *
000980* COUNTS CREATER-MASTER, COUNTS THE AUDITED ADDS AND DELETES   *
001050* WRITTEN SINCE THE LAST BALANCE, AND PROVES TODAY'S COUNT     *
001120* EQUALS THE CARRIED-FORWARD COUNT PLUS ADDS MINUS DELETES.    *
001190* PRINTS AN IN-BALANCE OR OUT-OF-BALANCE CERTIFICATE AND SETS  *
001260* RETURN CODE 8 WHEN OUT OF BALANCE SO THE NIGHTLY EXPORT STEP *
001330* DOES NOT SHIP A SUSPECT FEED. THE BALANCING FIGURES CARRY    *
001400* FORWARD RUN TO RUN ON THE CREATER-BALCTL CONTROL DATASET;    *
001470* THE FIRST RUN ESTABLISHES THE BASELINE. AFTER AN             *
001540* OUT-OF-BALANCE RUN THE CONTROL RECORD IS LEFT UNTOUCHED FOR  *
001610* INVESTIGATION. THE RUN IS DATED WITH THE BUSINESS DATE FROM  *
001680* CREATER-BUSDATE, NOT THE CLOCK, AND THE AUDIT WINDOW IS      *
001750* TAKEN BY AUDIT SEQUENCE NUMBER, SINCE NIGHTLY AUDIT RECORDS  *
001820* CARRY THE BUSINESS DATE AND NO LONGER ORDER BY DATE AND      *
001890* TIME.                                                        *
002100****************************************************************
002200* MODIFICATION HISTORY
002300*   2026-08-22  RSH  INITIAL VERSION
002304*                    UNTIL ITS PREDECESSORS HAVE COMPLETED
002305*                    TONIGHT (AN OPERATOR OVERRIDE CARD ON
002306*                    CRRUNOVR CAN FORCE IT, AND IS LOGGED).
002307*   2026-10-15  RSH  THE RUN NOW TAKES ITS DATE FROM THE BUSINESS
002308*                    DATE ON CREATER-BUSDATE THROUGH CRBUSDAT, AND
002309*                    ENDS WITH RETURN CODE 12 WHEN THERE IS NONE.
002310*                    THE AUDIT WINDOW IS NOW TAKEN BY AUDIT
002311*                    SEQUENCE NUMBER, CARRIED ON CREATER-BALCTL,
002312*                    WITH THE DATE AND TIME KEPT FOR UNSEQUENCED
002313*                    RECORDS. THE AUDIT TRAIL IS NOW READ ON A
002314*                    BASELINE RUN TOO, TO FIND ITS HIGHEST
002315*                    SEQUENCE NUMBER.
002400****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
008700 01  WS-AUDIT-ADD-COUNT            PIC 9(06)   VALUE ZERO.
008800 01  WS-AUDIT-DELETE-COUNT         PIC 9(06)   VALUE ZERO.
008900 01  WS-EXPECTED-COUNT             PIC S9(07)  VALUE ZERO.
008910 01  WS-HIGH-SEQ                   PIC 9(09)   VALUE ZERO.
009000*
009050 01  WS-RUN-TIME                   PIC 9(08)   VALUE ZERO.
009100 01  WS-RUN-DATE                   PIC 9(08).
009600 01  WS-RUN-DATE-DISP              PIC X(10).
009700*
009800****************************************************************
009900* HDG1-LINE - REPORT TITLE, BUSINESS DATE AND PAGE NUMBER.     *
010000****************************************************************
010100 01  HDG1-LINE.
010200     05  FILLER                    PIC X(30)
010300             VALUE "CREATER MASTER BALANCING".
010400     05  FILLER                    PIC X(20)   VALUE SPACES.
010480     05  FILLER                    PIC X(15)
010560             VALUE "BUSINESS DATE:".
010640     05  HDG1-RUN-DATE             PIC X(10).
010720     05  FILLER                    PIC X(57)   VALUE SPACES.
010800*
010900 01  BLANK-LINE.
011000     05  FILLER                    PIC X(132)  VALUE SPACES.
012000     05  CERT-TEXT                 PIC X(60).
012100     05  FILLER                    PIC X(71)   VALUE SPACES.
012200*
012220     COPY CRRUNPRM.
012240     COPY CRBUSPRM.
012260*
012300 PROCEDURE DIVISION.
012400 0000-MAINLINE.
012410     PERFORM 0100-LOG-START THRU 0100-EXIT.
012600     PERFORM 2000-COUNT-MASTER THRU 2000-EXIT
012700         UNTIL WS-MASTER-EOF.
012800     PERFORM 3000-CHECK-CONTROL THRU 3000-EXIT.
012900     PERFORM 4000-COUNT-AUDIT THRU 4000-EXIT
013000         UNTIL WS-AUDIT-EOF.
013300     PERFORM 5000-BALANCE THRU 5000-EXIT.
013400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013410     PERFORM 8900-LOG-END THRU 8900-EXIT.
013500     STOP RUN.
013600*
013700****************************************************************
013770* 1000-INITIALIZE - TAKE THE RUN DATE FROM THE BUSINESS DATE   *
013840* ON CREATER-BUSDATE, OPEN THE FILES, PRINT THE HEADING AND    *
013910* PRIME THE FIRST MASTER RECORD.                               *
014000****************************************************************
014030 1000-INITIALIZE.
014060     MOVE "G" TO CRBUSPRM-FUNCTION.
014090     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
014120     IF NOT CRBUSPRM-VALID
014150         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - NOT "
014180                 "BALANCED"
014210         MOVE 12 TO RETURN-CODE
014240         PERFORM 8900-LOG-END THRU 8900-EXIT
014270         STOP RUN
014300     END-IF.
014330     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
014360     ACCEPT WS-RUN-TIME FROM TIME.
014390     OPEN INPUT  CREATER-MASTER.
014420     OPEN INPUT  CREATER-AUDIT.
014450     OPEN OUTPUT PRINT-FILE.
014600     STRING WS-RUN-YYYY  DELIMITED BY SIZE
014700            "-"          DELIMITED BY SIZE
014800            WS-RUN-MM    DELIMITED BY SIZE
020000     MOVE ZERO TO CRBALCTL-LAST-DATE.
020010     MOVE ZERO TO CRBALCTL-LAST-TIME.
020100     MOVE ZERO TO CRBALCTL-LAST-COUNT.
020110     MOVE ZERO TO CRBALCTL-LAST-SEQ.
020200     OPEN OUTPUT CREATER-BALCTL.
020300     WRITE CRBALCTL-RECORD.
020400     CLOSE CREATER-BALCTL.
020500 3100-EXIT.
020600     EXIT.
020700*
020750****************************************************************
020800* 4000-COUNT-AUDIT - COUNT THE AUDITED ADDS AND DELETES        *
020850* WRITTEN SINCE THE LAST BALANCE, AND NOTE THE HIGHEST AUDIT   *
020900* SEQUENCE NUMBER ON THE TRAIL. A RECORD IS IN THE WINDOW WHEN *
020950* ITS SEQUENCE NUMBER IS ABOVE THE ONE CARRIED ON              *
021000* CREATER-BALCTL; WHERE EITHER SIDE HAS NONE, WHEN IT IS       *
021050* STAMPED AFTER THE LAST BALANCED DATE AND TIME. CHANGES DO    *
021100* NOT MOVE THE RECORD COUNT AND ARE NOT COUNTED.               *
021150****************************************************************
021250 4000-COUNT-AUDIT.
021300     READ CREATER-AUDIT
021350         AT END
021400             MOVE "Y" TO WS-AUDIT-EOF-SW
021450             GO TO 4000-EXIT
021500     END-READ.
021550     IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD > WS-HIGH-SEQ
021600         MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO WS-HIGH-SEQ
021650     END-IF.
021700     IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD > ZERO
021750             AND CRBALCTL-LAST-SEQ > ZERO
021800         IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD
021850                 NOT > CRBALCTL-LAST-SEQ
021900             GO TO 4000-EXIT
021950         END-IF
022000     ELSE
022050         IF CRAUDIT-DATE OF CRAUDIT-RECORD
022100                 < CRBALCTL-LAST-DATE
022150             OR (CRAUDIT-DATE OF CRAUDIT-RECORD
022200                     = CRBALCTL-LAST-DATE
022250                 AND CRAUDIT-TIME OF CRAUDIT-RECORD
022300                     NOT > CRBALCTL-LAST-TIME)
022350             GO TO 4000-EXIT
022400         END-IF
022450     END-IF.
022500     EVALUATE TRUE
022550         WHEN CRAUDIT-ADD OF CRAUDIT-RECORD
022600             ADD 1 TO WS-AUDIT-ADD-COUNT
022650         WHEN CRAUDIT-DELETE OF CRAUDIT-RECORD
022700             ADD 1 TO WS-AUDIT-DELETE-COUNT
022750     END-EVALUATE.
022800 4000-EXIT.
022850     EXIT.
023000*
023100****************************************************************
023200* 5000-BALANCE - PRINT THE BALANCING FIGURES AND CERTIFICATE.  *
028000     EXIT.
028100*
028200****************************************************************
028270* 5100-UPDATE-CONTROL - CARRY TODAY'S BUSINESS DATE, CLOCK     *
028340* TIME, COUNT AND HIGHEST AUDIT SEQUENCE NUMBER FORWARD AS THE *
028410* BASE FIGURES FOR THE NEXT BALANCING RUN.                     *
028500****************************************************************
028600 5100-UPDATE-CONTROL.
028700     MOVE WS-RUN-DATE TO CRBALCTL-LAST-DATE.
028710     MOVE WS-RUN-TIME TO CRBALCTL-LAST-TIME.
028800     MOVE WS-MASTER-COUNT TO CRBALCTL-LAST-COUNT.
028810     MOVE WS-HIGH-SEQ TO CRBALCTL-LAST-SEQ.
028900     REWRITE CRBALCTL-RECORD.
029000 5100-EXIT.
029100     EXIT.
