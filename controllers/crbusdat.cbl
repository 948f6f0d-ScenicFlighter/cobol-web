000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRBUSDAT.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRBUSDAT - BUSINESS DATE SERVICE (CALLED SUBPROGRAM)         *
000900*                                                              *
001000* CALLED WITH THE CRBUSPRM PARAMETER AREA BY EVERY PROGRAM     *
001100* THAT WORKS TO THE BUSINESS DATE RATHER THAN THE SYSTEM       *
001200* CLOCK. FUNCTION G READS THE ONE-RECORD CREATER-BUSDATE       *
001300* CONTROL AND RETURNS THE CURRENT AND PREVIOUS BUSINESS DATES. *
001400* FUNCTION N RETURNS THE FIRST BUSINESS DATE AFTER A GIVEN     *
001500* DATE, AND FUNCTION T TESTS WHETHER A GIVEN DATE IS A         *
001600* BUSINESS DATE. A BUSINESS DATE IS ANY MONDAY TO FRIDAY NOT   *
001700* CARRIED ON THE CREATER-HOLIDAYS CALENDAR; WEEKDAYS ARE       *
001800* WORKED BY CRDATES. THE CALENDAR IS LOADED ON THE FIRST N OR  *
001900* T CALL AND KEPT FOR THE REST OF THE STEP. THIS PROGRAM NEVER *
002000* WRITES THE CONTROL RECORD - ONLY CRBUSADV MOVES THE BUSINESS *
002100* DATE.                                                        *
002200****************************************************************
002300* MODIFICATION HISTORY
002400*   2026-10-15  RSH  INITIAL VERSION
002500****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.     IBM-370.
002900 OBJECT-COMPUTER.     IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BUSDATE-FILE    ASSIGN TO CRBUSDTE
003300            ORGANIZATION IS SEQUENTIAL
003400            FILE STATUS IS WS-CRBUSDTE-STATUS.
003500     SELECT HOLIDAY-FILE    ASSIGN TO CRHOLCAL
003600            ORGANIZATION IS SEQUENTIAL
003700            FILE STATUS IS WS-CRHOLCAL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BUSDATE-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY CRBUSDTE.
004300*
004400 FD  HOLIDAY-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY CRHOLCAL.
004700*
004800 WORKING-STORAGE SECTION.
004900 01  WS-CRBUSDTE-STATUS         PIC XX.
005000     88  WS-CRBUSDTE-OK             VALUE "00".
005100     88  WS-CRBUSDTE-NOT-FOUND      VALUE "35".
005200*
005300 01  WS-CRHOLCAL-STATUS         PIC XX.
005400     88  WS-CRHOLCAL-OK             VALUE "00".
005500     88  WS-CRHOLCAL-NOT-FOUND      VALUE "35".
005600*
005700 01  WS-HOL-LOADED-SW           PIC X       VALUE "N".
005800     88  WS-HOL-LOADED               VALUE "Y".
005900 01  WS-HOL-USABLE-SW           PIC X       VALUE "N".
006000     88  WS-HOL-USABLE               VALUE "Y".
006100 01  WS-HOL-EOF-SW              PIC X       VALUE "N".
006200     88  WS-HOL-EOF                  VALUE "Y".
006300 01  WS-HOL-FOUND-SW            PIC X       VALUE "N".
006400     88  WS-HOL-FOUND                VALUE "Y".
006500 01  WS-BUS-DAY-SW              PIC X       VALUE "N".
006600     88  WS-BUS-DAY                  VALUE "Y".
006700 01  WS-HOL-COUNT               PIC 9(03)   COMP VALUE ZERO.
006800 01  WS-HOL-SUB                 PIC 9(03)   COMP VALUE ZERO.
006900****************************************************************
007000* WS-HOL-TABLE - THE CREATER-HOLIDAYS DATES, IN THE ORDER      *
007100* READ. ROOM FOR SEVERAL YEARS OF CALENDAR; CARDS BEYOND THE   *
007200* TABLE ARE REPORTED AND IGNORED.                              *
007300****************************************************************
007400 01  WS-HOL-TABLE.
007500     05  WS-HOL-DATE            PIC 9(08)   OCCURS 500 TIMES.
007600*
007700     COPY CRDATPRM.
007800*
007900 LINKAGE SECTION.
008000     COPY CRBUSPRM.
008100*
008200 PROCEDURE DIVISION USING CRBUSPRM-AREA.
008300 0000-MAINLINE.
008400     MOVE "X" TO CRBUSPRM-REPLY.
008500     EVALUATE TRUE
008600         WHEN CRBUSPRM-GET
008700             PERFORM 1000-GET-DATE THRU 1000-EXIT
008800         WHEN CRBUSPRM-NEXT
008900             PERFORM 2000-NEXT-DATE THRU 2000-EXIT
009000         WHEN CRBUSPRM-TEST
009100             PERFORM 3000-TEST-DATE THRU 3000-EXIT
009200         WHEN OTHER
009300             DISPLAY "CRBUSDAT: UNKNOWN FUNCTION "
009400                     CRBUSPRM-FUNCTION
009500     END-EVALUATE.
009600     GOBACK.
009700*
009800****************************************************************
009900* 1000-GET-DATE - READ THE ONE-RECORD CREATER-BUSDATE CONTROL  *
010000* AND HAND BACK THE CURRENT AND PREVIOUS BUSINESS DATES. A     *
010100* MISSING OR EMPTY DATASET, OR A RECORD NEVER SET BY CRBUSADV, *
010200* REPLIES X AND THE CALLER MUST STOP.                          *
010300****************************************************************
010400 1000-GET-DATE.
010500     MOVE ZERO TO CRBUSPRM-BUS-DATE.
010600     MOVE ZERO TO CRBUSPRM-PREV-DATE.
010700     OPEN INPUT BUSDATE-FILE.
010800     IF WS-CRBUSDTE-NOT-FOUND
010900         DISPLAY "CRBUSDAT: CREATER-BUSDATE IS MISSING"
011000         GO TO 1000-EXIT
011100     END-IF.
011200     READ BUSDATE-FILE
011300         AT END
011400             DISPLAY "CRBUSDAT: CREATER-BUSDATE IS EMPTY"
011500             CLOSE BUSDATE-FILE
011600             GO TO 1000-EXIT
011700     END-READ.
011800     CLOSE BUSDATE-FILE.
011900     IF CRBUSDTE-BUS-DATE NOT NUMERIC
012000         OR CRBUSDTE-BUS-DATE = ZERO
012100         DISPLAY "CRBUSDAT: CREATER-BUSDATE HAS NEVER BEEN SET"
012200         GO TO 1000-EXIT
012300     END-IF.
012400     MOVE CRBUSDTE-BUS-DATE TO CRBUSPRM-BUS-DATE.
012500     IF CRBUSDTE-PREV-DATE NUMERIC
012600         MOVE CRBUSDTE-PREV-DATE TO CRBUSPRM-PREV-DATE
012700     END-IF.
012800     MOVE "V" TO CRBUSPRM-REPLY.
012900 1000-EXIT.
013000     EXIT.
013100*
013200****************************************************************
013300* 2000-NEXT-DATE - STEP ON A DAY AT A TIME FROM CRBUSPRM-DATE  *
013400* UNTIL THE DAY IS NEITHER A WEEKEND NOR A HOLIDAY.            *
013500****************************************************************
013600 2000-NEXT-DATE.
013700     MOVE ZERO TO CRBUSPRM-NEXT-DATE.
013800     PERFORM 4000-LOAD-HOLIDAYS THRU 4000-EXIT.
013900     IF NOT WS-HOL-USABLE
014000         GO TO 2000-EXIT
014100     END-IF.
014200     MOVE "D" TO CRDATPRM-FUNCTION.
014300     MOVE CRBUSPRM-DATE TO CRDATPRM-DATE.
014400     CALL "CRDATES" USING CRDATPRM-AREA.
014500     IF CRDATPRM-INVALID
014600         GO TO 2000-EXIT
014700     END-IF.
014800     MOVE "N" TO WS-BUS-DAY-SW.
014900     PERFORM 2100-STEP-DAY THRU 2100-EXIT
015000         UNTIL WS-BUS-DAY.
015100     MOVE CRDATPRM-DATE TO CRBUSPRM-NEXT-DATE.
015200     MOVE "V" TO CRBUSPRM-REPLY.
015300 2000-EXIT.
015400     EXIT.
015500*
015600 2100-STEP-DAY.
015700     ADD 1 TO CRDATPRM-DAY-NO.
015800     MOVE "N" TO CRDATPRM-FUNCTION.
015900     CALL "CRDATES" USING CRDATPRM-AREA.
016000     IF CRDATPRM-WEEKEND
016100         GO TO 2100-EXIT
016200     END-IF.
016300     PERFORM 4500-FIND-HOLIDAY THRU 4500-EXIT.
016400     IF NOT WS-HOL-FOUND
016500         MOVE "Y" TO WS-BUS-DAY-SW
016600     END-IF.
016700 2100-EXIT.
016800     EXIT.
016900*
017000****************************************************************
017100* 3000-TEST-DATE - REPLY V IF CRBUSPRM-DATE IS A BUSINESS      *
017200* DATE, H IF IT IS A WEEKEND OR A HOLIDAY.                     *
017300****************************************************************
017400 3000-TEST-DATE.
017500     PERFORM 4000-LOAD-HOLIDAYS THRU 4000-EXIT.
017600     IF NOT WS-HOL-USABLE
017700         GO TO 3000-EXIT
017800     END-IF.
017900     MOVE "D" TO CRDATPRM-FUNCTION.
018000     MOVE CRBUSPRM-DATE TO CRDATPRM-DATE.
018100     CALL "CRDATES" USING CRDATPRM-AREA.
018200     IF CRDATPRM-INVALID
018300         GO TO 3000-EXIT
018400     END-IF.
018500     IF CRDATPRM-WEEKEND
018600         MOVE "H" TO CRBUSPRM-REPLY
018700         GO TO 3000-EXIT
018800     END-IF.
018900     PERFORM 4500-FIND-HOLIDAY THRU 4500-EXIT.
019000     IF WS-HOL-FOUND
019100         MOVE "H" TO CRBUSPRM-REPLY
019200     ELSE
019300         MOVE "V" TO CRBUSPRM-REPLY
019400     END-IF.
019500 3000-EXIT.
019600     EXIT.
019700*
019800****************************************************************
019900* 4000-LOAD-HOLIDAYS - LOAD THE CREATER-HOLIDAYS CALENDAR ON   *
020000* THE FIRST CALL THAT NEEDS IT. A MISSING CALENDAR LEAVES THE  *
020100* TABLE UNUSABLE AND EVERY N OR T CALL REPLIES X, SO A         *
020200* BUSINESS DATE IS NEVER WORKED OUT WITHOUT THE HOLIDAYS.      *
020300****************************************************************
020400 4000-LOAD-HOLIDAYS.
020500     IF WS-HOL-LOADED
020600         GO TO 4000-EXIT
020700     END-IF.
020800     MOVE "Y" TO WS-HOL-LOADED-SW.
020900     MOVE ZERO TO WS-HOL-COUNT.
021000     OPEN INPUT HOLIDAY-FILE.
021100     IF WS-CRHOLCAL-NOT-FOUND
021200         DISPLAY "CRBUSDAT: CREATER-HOLIDAYS IS MISSING - NO "
021300                 "BUSINESS DATE CAN BE WORKED OUT"
021400         GO TO 4000-EXIT
021500     END-IF.
021600     MOVE "N" TO WS-HOL-EOF-SW.
021700     PERFORM 4100-READ-HOLIDAY THRU 4100-EXIT.
021800     PERFORM 4200-STORE-HOLIDAY THRU 4200-EXIT
021900         UNTIL WS-HOL-EOF.
022000     CLOSE HOLIDAY-FILE.
022100     MOVE "Y" TO WS-HOL-USABLE-SW.
022200 4000-EXIT.
022300     EXIT.
022400*
022500 4100-READ-HOLIDAY.
022600     READ HOLIDAY-FILE
022700         AT END
022800             MOVE "Y" TO WS-HOL-EOF-SW
022900     END-READ.
023000 4100-EXIT.
023100     EXIT.
023200*
023300 4200-STORE-HOLIDAY.
023400     IF CRHOLCAL-IS-COMMENT
023500         OR CRHOLCAL-DATE NOT NUMERIC
023600         GO TO 4200-NEXT
023700     END-IF.
023800     IF WS-HOL-COUNT NOT < 500
023900         DISPLAY "CRBUSDAT: HOLIDAY TABLE FULL - "
024000                 CRHOLCAL-DATE " IGNORED"
024100         GO TO 4200-NEXT
024200     END-IF.
024300     ADD 1 TO WS-HOL-COUNT.
024400     MOVE CRHOLCAL-DATE TO WS-HOL-DATE (WS-HOL-COUNT).
024500 4200-NEXT.
024600     PERFORM 4100-READ-HOLIDAY THRU 4100-EXIT.
024700 4200-EXIT.
024800     EXIT.
024900*
025000****************************************************************
025100* 4500-FIND-HOLIDAY - LOOK CRDATPRM-DATE UP IN THE HOLIDAY     *
025200* TABLE.                                                       *
025300****************************************************************
025400 4500-FIND-HOLIDAY.
025500     MOVE "N" TO WS-HOL-FOUND-SW.
025600     PERFORM 4600-TEST-HOLIDAY THRU 4600-EXIT
025700         VARYING WS-HOL-SUB FROM 1 BY 1
025800         UNTIL WS-HOL-SUB > WS-HOL-COUNT
025900            OR WS-HOL-FOUND.
026000 4500-EXIT.
026100     EXIT.
026200*
026300 4600-TEST-HOLIDAY.
026400     IF WS-HOL-DATE (WS-HOL-SUB) = CRDATPRM-DATE
026500         MOVE "Y" TO WS-HOL-FOUND-SW
026600     END-IF.
026700 4600-EXIT.
026800     EXIT.
