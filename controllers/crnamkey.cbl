000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRNAMKEY.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRNAMKEY - CREATER NAME MATCHING KEY (CALLED SUBPROGRAM)     *
000900*                                                              *
001000* CALLED WITH THE CRNAMPRM PARAMETER AREA WHEREVER TWO CREATER *
001100* NAMES HAVE TO BE COMPARED AS PEOPLE RATHER THAN AS           *
001200* CHARACTERS - THE POSSIBLE-DUPLICATE REPORT CRDUPRPT AND THE  *
001300* ADD PATHS OF INDEX AND CRBATCH. THE NAME IS FOLDED TO        *
001400* CAPITALS, APOSTROPHES ARE DROPPED (O'NEIL MATCHES ONEIL),    *
001500* ANY OTHER CHARACTER THAT IS NOT A LETTER OR DIGIT SPLITS     *
001600* WORDS (SMITH-JONES MATCHES SMITH JONES), AND THE WORDS ARE   *
001700* SORTED INTO ALPHABETICAL ORDER, SO A SURNAME KEYED FIRST,    *
001800* WITH OR WITHOUT A COMMA, GIVES THE SAME KEY AS THE SAME NAME *
001900* KEYED FORENAME FIRST. THE KEY IS NEVER LONGER THAN THE NAME  *
002000* IT CAME FROM.                                                *
002100****************************************************************
002200* MODIFICATION HISTORY
002300*   2026-10-15  RSH  INITIAL VERSION
002400****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.     IBM-370.
002800 OBJECT-COMPUTER.     IBM-370.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100 01  WS-NAME                    PIC X(20)   VALUE SPACES.
003200 01  WS-NAME-R  REDEFINES WS-NAME.
003300     05  WS-NAME-CHAR               PIC X       OCCURS 20 TIMES.
003400 01  WS-CHAR                    PIC X       VALUE SPACE.
003500*
003600 01  WS-CHAR-SUB                PIC 9(04)   COMP VALUE ZERO.
003700 01  WS-WORD-SUB                PIC 9(04)   COMP VALUE ZERO.
003800 01  WS-NEXT-SUB                PIC 9(04)   COMP VALUE ZERO.
003900 01  WS-WORD-COUNT              PIC 9(04)   COMP VALUE ZERO.
004000 01  WS-WORD-POS                PIC 9(04)   COMP VALUE ZERO.
004100 01  WS-KEY-PTR                 PIC 9(04)   COMP VALUE ZERO.
004200 01  WS-IN-WORD-SW              PIC X       VALUE "N".
004300     88  WS-IN-WORD                  VALUE "Y".
004400 01  WS-SWAPPED-SW              PIC X       VALUE "N".
004500     88  WS-SWAPPED                  VALUE "Y".
004600 01  WS-HOLD-WORD               PIC X(20)   VALUE SPACES.
004700*
004800****************************************************************
004900* WS-WORD-TABLE - THE WORDS OF THE NAME AS THEY ARE FOUND. A   *
005000* 20-CHARACTER NAME CANNOT HOLD MORE THAN TEN WORDS, EACH AT   *
005100* LEAST ONE CHARACTER WITH A BREAK AFTER IT.                   *
005200****************************************************************
005300 01  WS-WORD-TABLE.
005400     03  WS-WORD                    PIC X(20)   OCCURS 10 TIMES.
005500*
005600 LINKAGE SECTION.
005700     COPY CRNAMPRM.
005800*
005900 PROCEDURE DIVISION USING CRNAMPRM-AREA.
006000 0000-MAINLINE.
006100     PERFORM 1000-SPLIT-WORDS THRU 1000-EXIT.
006200     IF WS-WORD-COUNT > 1
006300         MOVE "Y" TO WS-SWAPPED-SW
006400         PERFORM 2000-SORT-PASS THRU 2000-EXIT
006500             UNTIL NOT WS-SWAPPED
006600     END-IF.
006700     PERFORM 3000-BUILD-KEY THRU 3000-EXIT.
006800     GOBACK.
006900*
007000****************************************************************
007100* 1000-SPLIT-WORDS - FOLD THE NAME TO CAPITALS AND BREAK IT    *
007200* INTO WORDS ONE CHARACTER AT A TIME.                          *
007300****************************************************************
007400 1000-SPLIT-WORDS.
007500     MOVE CRNAMPRM-NAME TO WS-NAME.
007600     INSPECT WS-NAME CONVERTING "abcdefghijklmnopqrstuvwxyz"
007700                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007800     MOVE SPACES TO WS-WORD-TABLE.
007900     MOVE ZERO TO WS-WORD-COUNT.
008000     MOVE "N" TO WS-IN-WORD-SW.
008100     PERFORM 1100-TAKE-CHAR THRU 1100-EXIT
008200         VARYING WS-CHAR-SUB FROM 1 BY 1
008300         UNTIL WS-CHAR-SUB > 20.
008400 1000-EXIT.
008500     EXIT.
008600*
008700****************************************************************
008800* 1100-TAKE-CHAR - AN APOSTROPHE IS SKIPPED WITHOUT ENDING THE *
008900* WORD, A LETTER OR DIGIT IS ADDED TO THE CURRENT WORD         *
009000* (STARTING A NEW ONE AFTER A BREAK), AND ANYTHING ELSE ENDS   *
009100* THE CURRENT WORD.                                            *
009200****************************************************************
009300 1100-TAKE-CHAR.
009400     MOVE WS-NAME-CHAR (WS-CHAR-SUB) TO WS-CHAR.
009500     IF WS-CHAR = "'"
009600         GO TO 1100-EXIT
009700     END-IF.
009800     IF WS-CHAR = SPACE
009900         OR (WS-CHAR IS NOT ALPHABETIC-UPPER
010000             AND WS-CHAR IS NOT NUMERIC)
010100         MOVE "N" TO WS-IN-WORD-SW
010200         GO TO 1100-EXIT
010300     END-IF.
010400     IF NOT WS-IN-WORD
010500         ADD 1 TO WS-WORD-COUNT
010600         MOVE ZERO TO WS-WORD-POS
010700         MOVE "Y" TO WS-IN-WORD-SW
010800     END-IF.
010900     ADD 1 TO WS-WORD-POS.
011000     MOVE WS-CHAR TO WS-WORD (WS-WORD-COUNT) (WS-WORD-POS:1).
011100 1100-EXIT.
011200     EXIT.
011300*
011400****************************************************************
011500* 2000-SORT-PASS - ONE EXCHANGE PASS OVER THE WORDS, REPEATED  *
011600* UNTIL A PASS MOVES NOTHING.                                  *
011700****************************************************************
011800 2000-SORT-PASS.
011900     MOVE "N" TO WS-SWAPPED-SW.
012000     PERFORM 2100-COMPARE-WORDS THRU 2100-EXIT
012100         VARYING WS-WORD-SUB FROM 1 BY 1
012200         UNTIL WS-WORD-SUB >= WS-WORD-COUNT.
012300 2000-EXIT.
012400     EXIT.
012500*
012600 2100-COMPARE-WORDS.
012700     COMPUTE WS-NEXT-SUB = WS-WORD-SUB + 1.
012800     IF WS-WORD (WS-WORD-SUB) > WS-WORD (WS-NEXT-SUB)
012900         MOVE WS-WORD (WS-WORD-SUB) TO WS-HOLD-WORD
013000         MOVE WS-WORD (WS-NEXT-SUB) TO WS-WORD (WS-WORD-SUB)
013100         MOVE WS-HOLD-WORD          TO WS-WORD (WS-NEXT-SUB)
013200         MOVE "Y" TO WS-SWAPPED-SW
013300     END-IF.
013400 2100-EXIT.
013500     EXIT.
013600*
013700****************************************************************
013800* 3000-BUILD-KEY - STRING THE SORTED WORDS INTO THE KEY WITH   *
013900* ONE SPACE BETWEEN EACH.                                      *
014000****************************************************************
014100 3000-BUILD-KEY.
014200     MOVE SPACES TO CRNAMPRM-KEY.
014300     MOVE WS-WORD-COUNT TO CRNAMPRM-WORDS.
014400     MOVE 1 TO WS-KEY-PTR.
014500     PERFORM 3100-ADD-WORD THRU 3100-EXIT
014600         VARYING WS-WORD-SUB FROM 1 BY 1
014700         UNTIL WS-WORD-SUB > WS-WORD-COUNT.
014800 3000-EXIT.
014900     EXIT.
015000*
015100 3100-ADD-WORD.
015200     IF WS-WORD-SUB > 1
015300         STRING " " DELIMITED BY SIZE
015400             INTO CRNAMPRM-KEY WITH POINTER WS-KEY-PTR
015500     END-IF.
015600     STRING WS-WORD (WS-WORD-SUB) DELIMITED BY SPACE
015700         INTO CRNAMPRM-KEY WITH POINTER WS-KEY-PTR.
015800 3100-EXIT.
015900     EXIT.
