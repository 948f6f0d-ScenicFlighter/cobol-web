000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRBUSADV.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRBUSADV - END-OF-NIGHT BUSINESS DATE ADVANCE                *
000900*                                                              *
001000* THE ONLY PROGRAM THAT MOVES THE BUSINESS DATE ON THE         *
001100* ONE-RECORD CREATER-BUSDATE CONTROL. RUN AS THE LAST STEP OF  *
001200* THE NIGHT WITH THE CRBADPRM CARD DUMMY, IT MOVES THE         *
001300* BUSINESS DATE ON TO THE NEXT BUSINESS DATE (WORKED OUT BY    *
001400* CRBUSDAT FROM THE WEEKENDS AND THE CREATER-HOLIDAYS          *
001500* CALENDAR). IT REPORTS TO THE CRRUNLOG NIGHT-RUN CONTROL,     *
001600* WHICH ONLY LETS IT START ONCE EVERY OTHER NIGHTLY PROGRAM    *
001700* HAS ENDED FOR THE BUSINESS DATE BEING CLOSED, SO A NIGHT     *
001800* THAT DID NOT RUN IS NEVER ADVANCED PAST. A C CARD ENDS A     *
001900* MISSED-NIGHT CATCH-UP BY SETTING THE BUSINESS DATE TO THE    *
002000* THROUGH DATE THE CRSWEEP CATCH-UP WAS RUN WITH; AN I CARD    *
002100* SEEDS OR CORRECTS THE DATE OUTRIGHT. NEITHER IS PART OF THE  *
002200* NIGHT, SO NEITHER REPORTS TO CRRUNLOG. ANY REFUSAL LEAVES    *
002300* THE CONTROL UNTOUCHED AND ENDS THE STEP WITH RETURN CODE 12. *
002400****************************************************************
002500* MODIFICATION HISTORY
002600*   2026-10-15  RSH  INITIAL VERSION
002700****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.     IBM-370.
003100 OBJECT-COMPUTER.     IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARM-FILE       ASSIGN TO CRBADPRM
003500            ORGANIZATION IS SEQUENTIAL
003600            FILE STATUS IS WS-CRBADPRM-STATUS.
003700     SELECT BUSDATE-FILE    ASSIGN TO CRBUSDTE
003800            ORGANIZATION IS SEQUENTIAL
003900            FILE STATUS IS WS-CRBUSDTE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PARM-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY CRBADPRM.
004500*
004600 FD  BUSDATE-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY CRBUSDTE.
004900*
005000 WORKING-STORAGE SECTION.
005100 01  WS-CRBADPRM-STATUS         PIC XX.
005200     88  WS-CRBADPRM-OK             VALUE "00".
005300     88  WS-CRBADPRM-NOT-FOUND      VALUE "35".
005400*
005500 01  WS-CRBUSDTE-STATUS         PIC XX.
005600     88  WS-CRBUSDTE-OK             VALUE "00".
005700     88  WS-CRBUSDTE-NOT-FOUND      VALUE "35".
005800*
005900 01  WS-MODE                    PIC X       VALUE "N".
006000     88  WS-MODE-NORMAL              VALUE "N".
006100     88  WS-MODE-CATCH-UP            VALUE "C".
006200     88  WS-MODE-INITIALISE          VALUE "I".
006300 01  WS-ERROR-SW                PIC X       VALUE "N".
006400     88  WS-ERROR                    VALUE "Y".
006500 01  WS-PARM-DATE               PIC 9(08)   VALUE ZERO.
006600 01  WS-PARM-REASON             PIC X(40)   VALUE SPACES.
006700 01  WS-OLD-DATE                PIC 9(08)   VALUE ZERO.
006800 01  WS-NEW-DATE                PIC 9(08)   VALUE ZERO.
006900 01  WS-NEW-PREV                PIC 9(08)   VALUE ZERO.
007000 01  WS-WORK-DATE               PIC 9(08)   VALUE ZERO.
007100 01  WS-DATES-PASSED            PIC 9(04)   VALUE ZERO.
007200 01  WS-RUN-DATE                PIC 9(08)   VALUE ZERO.
007300 01  WS-RUN-TIME                PIC 9(08)   VALUE ZERO.
007400*
007500     COPY CRBUSPRM.
007600*
007700     COPY CRRUNPRM.
007800*
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
008100     PERFORM 1000-READ-PARMS THRU 1000-EXIT.
008200     IF WS-MODE-NORMAL
008300         PERFORM 0100-LOG-START THRU 0100-EXIT
008400     END-IF.
008500     IF NOT WS-ERROR
008600         PERFORM 2000-OPEN-CONTROL THRU 2000-EXIT
008700     END-IF.
008800     IF NOT WS-ERROR
008900         EVALUATE TRUE
009000             WHEN WS-MODE-NORMAL
009100                 PERFORM 3000-ADVANCE THRU 3000-EXIT
009200             WHEN WS-MODE-CATCH-UP
009300                 PERFORM 4000-CATCH-UP THRU 4000-EXIT
009400             WHEN WS-MODE-INITIALISE
009500                 PERFORM 5000-INITIALISE THRU 5000-EXIT
009600         END-EVALUATE
009700         PERFORM 8000-REWRITE-CONTROL THRU 8000-EXIT
009800     END-IF.
009900     IF WS-ERROR
010000         DISPLAY "BUSINESS DATE NOT CHANGED"
010100         MOVE 12 TO RETURN-CODE
010200     END-IF.
010300     IF WS-MODE-NORMAL
010400         PERFORM 8900-LOG-END THRU 8900-EXIT
010500     END-IF.
010600     STOP RUN.
010700*
010800****************************************************************
010900* 1000-READ-PARMS - READ THE OPTIONAL CRBADPRM CARD. NO CARD,  *
011000* OR A BLANK MODE, IS THE NORMAL END-OF-NIGHT ADVANCE. A       *
011100* CATCH-UP OR INITIALISE CARD MUST CARRY A DATE AND A REASON.  *
011200****************************************************************
011300 1000-READ-PARMS.
011400     OPEN INPUT PARM-FILE.
011500     IF WS-CRBADPRM-NOT-FOUND
011600         GO TO 1000-EXIT
011700     END-IF.
011800     READ PARM-FILE
011900         AT END
012000             CLOSE PARM-FILE
012100             GO TO 1000-EXIT
012200     END-READ.
012300     CLOSE PARM-FILE.
012400     IF CRBADPRM-MODE = SPACE
012500         GO TO 1000-EXIT
012600     END-IF.
012700     IF NOT CRBADPRM-CATCH-UP
012800         AND NOT CRBADPRM-INITIALISE
012900         DISPLAY "CRBADPRM MODE " CRBADPRM-MODE
013000                 " IS NOT C OR I"
013100         MOVE "Y" TO WS-ERROR-SW
013200         MOVE "C" TO WS-MODE
013300         GO TO 1000-EXIT
013400     END-IF.
013500     MOVE CRBADPRM-MODE TO WS-MODE.
013600     IF CRBADPRM-DATE NOT NUMERIC
013700         DISPLAY "CRBADPRM DATE IS NOT NUMERIC"
013800         MOVE "Y" TO WS-ERROR-SW
013900         GO TO 1000-EXIT
014000     END-IF.
014100     IF CRBADPRM-REASON = SPACES
014200         DISPLAY "CRBADPRM CARRIES NO REASON - A CATCH-UP OR "
014300                 "INITIALISE CARD MUST SAY WHY"
014400         MOVE "Y" TO WS-ERROR-SW
014500         GO TO 1000-EXIT
014600     END-IF.
014700     MOVE CRBADPRM-DATE TO WS-PARM-DATE.
014800     MOVE CRBADPRM-REASON TO WS-PARM-REASON.
014900 1000-EXIT.
015000     EXIT.
015100*
015200****************************************************************
015300* 2000-OPEN-CONTROL - OPEN THE ONE-RECORD CREATER-BUSDATE      *
015400* CONTROL I-O AND READ IT. ONLY AN INITIALISE RUN MAY SEED A   *
015500* DATASET THAT IS BRAND NEW OR WAS ALLOCATED BUT NEVER WRITTEN *
015600* TO; ANY OTHER RUN NEEDS A BUSINESS DATE TO MOVE ON FROM.     *
015700****************************************************************
015800 2000-OPEN-CONTROL.
015900     OPEN I-O BUSDATE-FILE.
016000     IF WS-CRBUSDTE-NOT-FOUND
016100         IF NOT WS-MODE-INITIALISE
016200             DISPLAY "CREATER-BUSDATE IS MISSING - SEED IT WITH "
016300                     "AN I CARD"
016400             MOVE "Y" TO WS-ERROR-SW
016500             GO TO 2000-EXIT
016600         END-IF
016700         PERFORM 2100-CREATE-CONTROL THRU 2100-EXIT
016800         OPEN I-O BUSDATE-FILE
016900     END-IF.
017000     READ BUSDATE-FILE
017100         AT END
017200             CLOSE BUSDATE-FILE
017300             IF NOT WS-MODE-INITIALISE
017400                 DISPLAY "CREATER-BUSDATE IS EMPTY - SEED IT "
017500                         "WITH AN I CARD"
017600                 MOVE "Y" TO WS-ERROR-SW
017700                 GO TO 2000-EXIT
017800             END-IF
017900             PERFORM 2100-CREATE-CONTROL THRU 2100-EXIT
018000             OPEN I-O BUSDATE-FILE
018100             READ BUSDATE-FILE
018200     END-READ.
018300     MOVE ZERO TO WS-OLD-DATE.
018400     IF CRBUSDTE-BUS-DATE NUMERIC
018500         MOVE CRBUSDTE-BUS-DATE TO WS-OLD-DATE
018600     END-IF.
018700     IF WS-OLD-DATE = ZERO
018800         AND NOT WS-MODE-INITIALISE
018900         DISPLAY "CREATER-BUSDATE HAS NEVER BEEN SET - SEED IT "
019000                 "WITH AN I CARD"
019100         CLOSE BUSDATE-FILE
019200         MOVE "Y" TO WS-ERROR-SW
019300     END-IF.
019400 2000-EXIT.
019500     EXIT.
019600*
019700 2100-CREATE-CONTROL.
019800     MOVE SPACES TO CRBUSDTE-RECORD.
019900     MOVE ZERO TO CRBUSDTE-BUS-DATE.
020000     MOVE ZERO TO CRBUSDTE-PREV-DATE.
020100     MOVE ZERO TO CRBUSDTE-ADV-DATE.
020200     MOVE ZERO TO CRBUSDTE-ADV-TIME.
020300     MOVE ZERO TO CRBUSDTE-DATES-PASSED.
020400     OPEN OUTPUT BUSDATE-FILE.
020500     WRITE CRBUSDTE-RECORD.
020600     CLOSE BUSDATE-FILE.
020700 2100-EXIT.
020800     EXIT.
020900*
021000****************************************************************
021100* 3000-ADVANCE - THE NORMAL END OF NIGHT: THE NEW BUSINESS     *
021200* DATE IS THE FIRST BUSINESS DATE AFTER THE ONE JUST CLOSED.   *
021300****************************************************************
021400 3000-ADVANCE.
021500     MOVE "N" TO CRBUSPRM-FUNCTION.
021600     MOVE WS-OLD-DATE TO CRBUSPRM-DATE.
021700     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
021800     IF NOT CRBUSPRM-VALID
021900         DISPLAY "NO NEXT BUSINESS DATE COULD BE WORKED OUT "
022000                 "AFTER " WS-OLD-DATE
022100         MOVE "Y" TO WS-ERROR-SW
022200         GO TO 3000-EXIT
022300     END-IF.
022400     MOVE CRBUSPRM-NEXT-DATE TO WS-NEW-DATE.
022500     MOVE WS-OLD-DATE TO WS-NEW-PREV.
022600     MOVE ZERO TO WS-DATES-PASSED.
022700 3000-EXIT.
022800     EXIT.
022900*
023000****************************************************************
023100* 4000-CATCH-UP - END A MISSED-NIGHT CATCH-UP. THE THROUGH     *
023200* DATE MUST BE A BUSINESS DATE LATER THAN THE CURRENT ONE. THE *
023300* BUSINESS DATES FROM THE CURRENT ONE UP TO THE THROUGH DATE   *
023400* ARE STEPPED THROUGH TO COUNT THEM AND TO FIND THE LAST ONE   *
023500* BEFORE THE THROUGH DATE, WHICH BECOMES THE PREVIOUS DATE.    *
023600****************************************************************
023700 4000-CATCH-UP.
023800     DISPLAY "CATCH-UP REASON: " WS-PARM-REASON.
023900     IF WS-PARM-DATE NOT > WS-OLD-DATE
024000         DISPLAY "CATCH-UP DATE " WS-PARM-DATE
024100                 " IS NOT AFTER THE BUSINESS DATE " WS-OLD-DATE
024200         MOVE "Y" TO WS-ERROR-SW
024300         GO TO 4000-EXIT
024400     END-IF.
024500     PERFORM 6000-TEST-BUSINESS-DATE THRU 6000-EXIT.
024600     IF WS-ERROR
024700         GO TO 4000-EXIT
024800     END-IF.
024900     MOVE WS-OLD-DATE TO WS-WORK-DATE.
025000     MOVE ZERO TO WS-DATES-PASSED.
025100     PERFORM 4100-STEP-DATE THRU 4100-EXIT
025200         UNTIL WS-WORK-DATE NOT < WS-PARM-DATE
025300            OR WS-ERROR.
025400     MOVE WS-PARM-DATE TO WS-NEW-DATE.
025500 4000-EXIT.
025600     EXIT.
025700*
025800 4100-STEP-DATE.
025900     MOVE WS-WORK-DATE TO WS-NEW-PREV.
026000     ADD 1 TO WS-DATES-PASSED.
026100     MOVE "N" TO CRBUSPRM-FUNCTION.
026200     MOVE WS-WORK-DATE TO CRBUSPRM-DATE.
026300     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
026400     IF NOT CRBUSPRM-VALID
026500         DISPLAY "NO NEXT BUSINESS DATE COULD BE WORKED OUT "
026600                 "AFTER " WS-WORK-DATE
026700         MOVE "Y" TO WS-ERROR-SW
026800         GO TO 4100-EXIT
026900     END-IF.
027000     MOVE CRBUSPRM-NEXT-DATE TO WS-WORK-DATE.
027100 4100-EXIT.
027200     EXIT.
027300*
027400****************************************************************
027500* 5000-INITIALISE - SET THE BUSINESS DATE OUTRIGHT. THE DATE   *
027600* MUST BE A BUSINESS DATE; THE DATE IT REPLACES, IF ANY, IS    *
027700* KEPT AS THE PREVIOUS DATE.                                   *
027800****************************************************************
027900 5000-INITIALISE.
028000     DISPLAY "INITIALISE REASON: " WS-PARM-REASON.
028100     PERFORM 6000-TEST-BUSINESS-DATE THRU 6000-EXIT.
028200     IF WS-ERROR
028300         GO TO 5000-EXIT
028400     END-IF.
028500     MOVE WS-PARM-DATE TO WS-NEW-DATE.
028600     MOVE WS-OLD-DATE TO WS-NEW-PREV.
028700     MOVE ZERO TO WS-DATES-PASSED.
028800 5000-EXIT.
028900     EXIT.
029000*
029100 6000-TEST-BUSINESS-DATE.
029200     MOVE "T" TO CRBUSPRM-FUNCTION.
029300     MOVE WS-PARM-DATE TO CRBUSPRM-DATE.
029400     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
029500     IF CRBUSPRM-HOLIDAY
029600         DISPLAY WS-PARM-DATE " IS A WEEKEND OR HOLIDAY, NOT A "
029700                 "BUSINESS DATE"
029800         MOVE "Y" TO WS-ERROR-SW
029900         GO TO 6000-EXIT
030000     END-IF.
030100     IF NOT CRBUSPRM-VALID
030200         DISPLAY WS-PARM-DATE " COULD NOT BE CHECKED AGAINST THE "
030300                 "BUSINESS CALENDAR"
030400         MOVE "Y" TO WS-ERROR-SW
030500     END-IF.
030600 6000-EXIT.
030700     EXIT.
030800*
030900****************************************************************
031000* 8000-REWRITE-CONTROL - STAMP THE NEW BUSINESS DATE, THE ONE  *
031100* BEFORE IT AND THE CALENDAR MOMENT OF THE CHANGE ON THE       *
031200* CONTROL. A REFUSED CHANGE JUST CLOSES THE CONTROL UNTOUCHED. *
031300****************************************************************
031400 8000-REWRITE-CONTROL.
031500     IF WS-ERROR
031600         CLOSE BUSDATE-FILE
031700         GO TO 8000-EXIT
031800     END-IF.
031900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032000     ACCEPT WS-RUN-TIME FROM TIME.
032100     MOVE WS-NEW-DATE     TO CRBUSDTE-BUS-DATE.
032200     MOVE WS-NEW-PREV     TO CRBUSDTE-PREV-DATE.
032300     MOVE WS-RUN-DATE     TO CRBUSDTE-ADV-DATE.
032400     MOVE WS-RUN-TIME     TO CRBUSDTE-ADV-TIME.
032500     MOVE WS-MODE         TO CRBUSDTE-ADV-MODE.
032600     MOVE WS-DATES-PASSED TO CRBUSDTE-DATES-PASSED.
032700     REWRITE CRBUSDTE-RECORD.
032800     CLOSE BUSDATE-FILE.
032900     DISPLAY "BUSINESS DATE MOVED FROM " WS-OLD-DATE
033000             " TO " WS-NEW-DATE.
033100     IF WS-MODE-CATCH-UP
033200         DISPLAY "BUSINESS DATES CAUGHT UP: " WS-DATES-PASSED
033300     END-IF.
033400 8000-EXIT.
033500     EXIT.
033600*
033700****************************************************************
033800* 0100-LOG-START - ASK THE CRRUNLOG NIGHT-RUN CONTROL WHETHER  *
033900* THIS PROGRAM MAY START. A HOLD MEANS THE NIGHT HAS NOT       *
034000* COMPLETED, SO THE STEP ENDS WITH RETURN CODE 12 BEFORE THE   *
034100* BUSINESS DATE IS TOUCHED.                                    *
034200****************************************************************
034300 0100-LOG-START.
034400     MOVE "S" TO CRRUNPRM-FUNCTION.
034500     MOVE "CRBUSADV" TO CRRUNPRM-PGM-NAME.
034600     MOVE ZERO TO CRRUNPRM-RET-CODE.
034700     CALL "CRRUNLOG" USING CRRUNPRM-AREA.
034800     IF CRRUNPRM-HOLD
034900         DISPLAY "CRBUSADV HELD BY THE NIGHT-RUN CONTROL - "
035000                 "STEP ENDED"
035100         MOVE 12 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400 0100-EXIT.
035500     EXIT.
035600*
035700****************************************************************
035800* 8900-LOG-END - RECORD THE END AND RETURN CODE ON THE         *
035900* NIGHT-RUN CONTROL. THE RETURN CODE IS CARRIED THROUGH THE    *
036000* PARAMETER AREA AND RESTORED AFTERWARDS, SO THE CALL ITSELF   *
036100* CANNOT DISTURB THE STEP CONDITION CODE.                      *
036200****************************************************************
036300 8900-LOG-END.
036400     MOVE "E" TO CRRUNPRM-FUNCTION.
036500     MOVE "CRBUSADV" TO CRRUNPRM-PGM-NAME.
036600     MOVE RETURN-CODE TO CRRUNPRM-RET-CODE.
036700     CALL "CRRUNLOG" USING CRRUNPRM-AREA.
036800     MOVE CRRUNPRM-RET-CODE TO RETURN-CODE.
036900 8900-EXIT.
037000     EXIT.
