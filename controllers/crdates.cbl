000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRDATES.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRDATES - CALENDAR DATE ARITHMETIC (CALLED SUBPROGRAM)       *
000900*                                                              *
001000* CALLED WITH THE CRDATPRM PARAMETER AREA WHEREVER A PROGRAM  *
001100* HAS TO AGE A DATE, STEP A DATE ON BY DAYS OR KNOW THE       *
001200* WEEKDAY. FUNCTION D VALIDATES A YYYYMMDD DATE AND RETURNS   *
001300* ITS DAY NUMBER; FUNCTION N RETURNS THE YYYYMMDD DATE OF A   *
001400* DAY NUMBER. DAY NUMBERS COUNT CONSECUTIVE DAYS FROM A       *
001500* FIXED ORIGIN, SO SUBTRACTING TWO OF THEM GIVES THE DAYS     *
001600* BETWEEN THE DATES. THE COUNT RUNS FROM 1 MARCH SO THAT THE  *
001700* LEAP DAY FALLS AT THE END OF ITS COUNTING YEAR.             *
001800****************************************************************
001900* MODIFICATION HISTORY
002000*   2026-10-15  RSH  INITIAL VERSION
002100****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.     IBM-370.
002500 OBJECT-COMPUTER.     IBM-370.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  WS-DATE                    PIC 9(08)   VALUE ZERO.
002900 01  WS-DATE-R  REDEFINES WS-DATE.
003000     05  WS-DATE-YYYY               PIC 9(04).
003100     05  WS-DATE-MM                 PIC 9(02).
003200     05  WS-DATE-DD                 PIC 9(02).
003300*
003400 01  WS-YEAR                    PIC 9(05)   COMP VALUE ZERO.
003500 01  WS-MONTH                   PIC 9(02)   COMP VALUE ZERO.
003600 01  WS-MONTH-DAYS              PIC 9(02)   COMP VALUE ZERO.
003700 01  WS-YEAR-START              PIC 9(07)   COMP VALUE ZERO.
003800 01  WS-NEXT-START              PIC 9(07)   COMP VALUE ZERO.
003900 01  WS-DAY-OF-YEAR             PIC 9(03)   COMP VALUE ZERO.
004000 01  WS-MONTH-INDEX             PIC 9(02)   COMP VALUE ZERO.
004100 01  WS-QUOTIENT                PIC 9(07)   COMP VALUE ZERO.
004200 01  WS-REMAINDER               PIC 9(03)   COMP VALUE ZERO.
004300 01  WS-Q4                      PIC 9(05)   COMP VALUE ZERO.
004400 01  WS-Q100                    PIC 9(05)   COMP VALUE ZERO.
004500 01  WS-Q400                    PIC 9(05)   COMP VALUE ZERO.
004600 01  WS-LEAP-SW                 PIC X       VALUE "N".
004700     88  WS-LEAP-YEAR                VALUE "Y".
004800 01  WS-YEAR-FOUND-SW           PIC X       VALUE "N".
004900     88  WS-YEAR-FOUND               VALUE "Y".
005000*
005100****************************************************************
005200* WS-MONTH-TABLE - DAYS IN EACH MONTH OF A COMMON YEAR.        *
005300* FEBRUARY IS LENGTHENED TO 29 FOR A LEAP YEAR AT VALIDATION.  *
005400****************************************************************
005500 01  WS-MONTH-VALUES.
005600     05  FILLER                 PIC X(24)
005700             VALUE "312831303130313130313031".
005800 01  WS-MONTH-TABLE REDEFINES WS-MONTH-VALUES.
005900     05  WS-MONTH-LEN           PIC 9(02)   OCCURS 12 TIMES.
006000*
006100 LINKAGE SECTION.
006200     COPY CRDATPRM.
006300*
006400 PROCEDURE DIVISION USING CRDATPRM-AREA.
006500 0000-MAINLINE.
006600     MOVE "V" TO CRDATPRM-REPLY.
006700     EVALUATE TRUE
006800         WHEN CRDATPRM-TO-DAY-NO
006900             PERFORM 1000-DATE-TO-DAY-NO THRU 1000-EXIT
007000         WHEN CRDATPRM-TO-DATE
007100             PERFORM 2000-DAY-NO-TO-DATE THRU 2000-EXIT
007200         WHEN OTHER
007300             DISPLAY "CRDATES: UNKNOWN FUNCTION "
007400                     CRDATPRM-FUNCTION
007500             MOVE "X" TO CRDATPRM-REPLY
007600     END-EVALUATE.
007700     IF CRDATPRM-VALID
007800         PERFORM 3000-SET-WEEKDAY THRU 3000-EXIT
007900     ELSE
008000         MOVE ZERO TO CRDATPRM-DAY-NO
008100         MOVE ZERO TO CRDATPRM-WEEKDAY
008200     END-IF.
008300     GOBACK.
008400*
008500****************************************************************
008600* 1000-DATE-TO-DAY-NO - VALIDATE THE YYYYMMDD DATE PASSED IN   *
008700* AND TURN IT INTO ITS DAY NUMBER. JANUARY AND FEBRUARY ARE    *
008800* COUNTED AS MONTHS 13 AND 14 OF THE YEAR BEFORE.              *
008900****************************************************************
009000 1000-DATE-TO-DAY-NO.
009100     MOVE CRDATPRM-DATE TO WS-DATE.
009200     IF WS-DATE-YYYY < 1601
009300         OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
009400         OR WS-DATE-DD < 1
009500         MOVE "X" TO CRDATPRM-REPLY
009600         GO TO 1000-EXIT
009700     END-IF.
009800     MOVE WS-DATE-YYYY TO WS-YEAR.
009900     PERFORM 4000-TEST-LEAP THRU 4000-EXIT.
010000     MOVE WS-MONTH-LEN (WS-DATE-MM) TO WS-MONTH-DAYS.
010100     IF WS-DATE-MM = 2 AND WS-LEAP-YEAR
010200         MOVE 29 TO WS-MONTH-DAYS
010300     END-IF.
010400     IF WS-DATE-DD > WS-MONTH-DAYS
010500         MOVE "X" TO CRDATPRM-REPLY
010600         GO TO 1000-EXIT
010700     END-IF.
010800     MOVE WS-DATE-MM TO WS-MONTH.
010900     IF WS-MONTH < 3
011000         SUBTRACT 1 FROM WS-YEAR
011100         ADD 12 TO WS-MONTH
011200     END-IF.
011300     PERFORM 4100-YEAR-START THRU 4100-EXIT.
011400     COMPUTE WS-QUOTIENT = (153 * (WS-MONTH - 3) + 2) / 5.
011500     COMPUTE CRDATPRM-DAY-NO =
011600         WS-YEAR-START + WS-QUOTIENT + WS-DATE-DD.
011700 1000-EXIT.
011800     EXIT.
011900*
012000****************************************************************
012100* 2000-DAY-NO-TO-DATE - FIND THE COUNTING YEAR THAT HOLDS THE  *
012200* DAY NUMBER PASSED IN (THE FIRST ESTIMATE IS NEVER MORE THAN  *
012300* A YEAR OUT), THEN THE MONTH AND DAY WITHIN IT.               *
012400****************************************************************
012500 2000-DAY-NO-TO-DATE.
012600     IF CRDATPRM-DAY-NO < 584695
012700         MOVE "X" TO CRDATPRM-REPLY
012800         GO TO 2000-EXIT
012900     END-IF.
013000     COMPUTE WS-YEAR = (CRDATPRM-DAY-NO * 400) / 146097.
013100     MOVE "N" TO WS-YEAR-FOUND-SW.
013200     PERFORM 2100-FIT-YEAR THRU 2100-EXIT
013300         UNTIL WS-YEAR-FOUND.
013400     COMPUTE WS-DAY-OF-YEAR = CRDATPRM-DAY-NO - WS-YEAR-START - 1.
013500     COMPUTE WS-MONTH-INDEX = (5 * WS-DAY-OF-YEAR + 2) / 153.
013600     COMPUTE WS-QUOTIENT = (153 * WS-MONTH-INDEX + 2) / 5.
013700     COMPUTE WS-DATE-DD = WS-DAY-OF-YEAR - WS-QUOTIENT + 1.
013800     COMPUTE WS-MONTH = WS-MONTH-INDEX + 3.
013900     IF WS-MONTH > 12
014000         SUBTRACT 12 FROM WS-MONTH
014100         ADD 1 TO WS-YEAR
014200     END-IF.
014300     MOVE WS-MONTH TO WS-DATE-MM.
014400     MOVE WS-YEAR TO WS-DATE-YYYY.
014500     MOVE WS-DATE TO CRDATPRM-DATE.
014600 2000-EXIT.
014700     EXIT.
014800*
014900****************************************************************
015000* 2100-FIT-YEAR - STEP THE COUNTING YEAR ESTIMATE UNTIL THE    *
015100* DAY NUMBER FALLS AFTER ITS START AND NO LATER THAN THE       *
015200* START OF THE NEXT ONE.                                       *
015300****************************************************************
015400 2100-FIT-YEAR.
015500     PERFORM 4100-YEAR-START THRU 4100-EXIT.
015600     IF WS-YEAR-START NOT < CRDATPRM-DAY-NO
015700         SUBTRACT 1 FROM WS-YEAR
015800         GO TO 2100-EXIT
015900     END-IF.
016000     MOVE WS-YEAR-START TO WS-NEXT-START.
016100     ADD 1 TO WS-YEAR.
016200     PERFORM 4100-YEAR-START THRU 4100-EXIT.
016300     IF WS-YEAR-START < CRDATPRM-DAY-NO
016400         GO TO 2100-EXIT
016500     END-IF.
016600     SUBTRACT 1 FROM WS-YEAR.
016700     MOVE WS-NEXT-START TO WS-YEAR-START.
016800     MOVE "Y" TO WS-YEAR-FOUND-SW.
016900 2100-EXIT.
017000     EXIT.
017100*
017200****************************************************************
017300* 3000-SET-WEEKDAY - A DAY NUMBER THAT DIVIDES BY SEVEN FELL ON *
017400* A TUESDAY, SO THE WEEKDAY (1 MONDAY THROUGH 7 SUNDAY) IS     *
017500* TWO ON FROM THE REMAINDER, WRAPPING PAST SUNDAY.             *
017600****************************************************************
017700 3000-SET-WEEKDAY.
017800     DIVIDE 7 INTO CRDATPRM-DAY-NO
017900         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
018000     ADD 2 TO WS-REMAINDER.
018100     IF WS-REMAINDER > 7
018200         SUBTRACT 7 FROM WS-REMAINDER
018300     END-IF.
018400     MOVE WS-REMAINDER TO CRDATPRM-WEEKDAY.
018500 3000-EXIT.
018600     EXIT.
018700*
018800****************************************************************
018900* 4000-TEST-LEAP - SET THE LEAP-YEAR SWITCH FOR WS-YEAR.       *
019000****************************************************************
019100 4000-TEST-LEAP.
019200     MOVE "N" TO WS-LEAP-SW.
019300     DIVIDE 4 INTO WS-YEAR GIVING WS-QUOTIENT
019400         REMAINDER WS-REMAINDER.
019500     IF WS-REMAINDER NOT = ZERO
019600         GO TO 4000-EXIT
019700     END-IF.
019800     DIVIDE 100 INTO WS-YEAR GIVING WS-QUOTIENT
019900         REMAINDER WS-REMAINDER.
020000     IF WS-REMAINDER NOT = ZERO
020100         MOVE "Y" TO WS-LEAP-SW
020200         GO TO 4000-EXIT
020300     END-IF.
020400     DIVIDE 400 INTO WS-YEAR GIVING WS-QUOTIENT
020500         REMAINDER WS-REMAINDER.
020600     IF WS-REMAINDER = ZERO
020700         MOVE "Y" TO WS-LEAP-SW
020800     END-IF.
020900 4000-EXIT.
021000     EXIT.
021100*
021200****************************************************************
021300* 4100-YEAR-START - DAY NUMBER OF THE DAY BEFORE 1 MARCH OF    *
021400* COUNTING YEAR WS-YEAR.                                       *
021500****************************************************************
021600 4100-YEAR-START.
021700     DIVIDE 4   INTO WS-YEAR GIVING WS-Q4.
021800     DIVIDE 100 INTO WS-YEAR GIVING WS-Q100.
021900     DIVIDE 400 INTO WS-YEAR GIVING WS-Q400.
022000     COMPUTE WS-YEAR-START =
022100         365 * WS-YEAR + WS-Q4 - WS-Q100 + WS-Q400.
022200 4100-EXIT.
022300     EXIT.
