000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRAUDCHN.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRAUDCHN - AUDIT CHAIN CHECK VALUE (CALLED SUBPROGRAM)       *
000900*                                                              *
001000* CALLED WITH THE CRCHNPRM PARAMETER AREA BY EVERY PROGRAM     *
001100* THAT APPENDS TO CREATER-AUDIT, JUST BEFORE THE WRITE, AND BY *
001200* CRAUDVFY FOR EVERY RECORD IT PROVES. THE CHECK VALUE STARTS  *
001300* FROM THE CHECK VALUE OF THE PREVIOUS RECORD AND FOLDS IN     *
001400* EVERY BYTE OF THE NEW RECORD UP TO ITS OWN CHECK VALUE       *
001500* FIELD, IN ORDER: EACH STEP MULTIPLIES THE RUNNING VALUE BY   *
001600* 256, ADDS THE BYTE PLUS ONE AND KEEPS THE REMAINDER AFTER    *
001700* DIVIDING BY THE PRIME 999999937. CHANGING, MOVING OR         *
001800* DROPPING ANY BYTE OF ANY RECORD THEREFORE CHANGES THE CHECK  *
001900* VALUE OF THAT RECORD, AND BECAUSE EACH VALUE IS CARRIED INTO *
002000* THE NEXT, THE CHAIN BREAKS AT THE FIRST RECORD TOUCHED.      *
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
003100 01  WS-CHAIN-VALUE             PIC 9(12)   COMP VALUE ZERO.
003200 01  WS-QUOTIENT                PIC 9(12)   COMP VALUE ZERO.
003300 01  WS-MODULUS                 PIC 9(09)   COMP VALUE 999999937.
003400 01  WS-BYTE-POS                PIC 9(03)   COMP VALUE ZERO.
003500 01  WS-SEALED-LEN              PIC 9(03)   COMP VALUE 140.
003600*
003700****************************************************************
003800* WS-BYTE-PAIR - ONE BYTE OF THE RECORD IS MOVED TO THE LOW    *
003900* HALF OF A HALFWORD WHOSE HIGH HALF IS ALWAYS LOW-VALUES, SO  *
004000* WS-BYTE-VALUE READS IT AS A NUMBER FROM 0 TO 255.            *
004100****************************************************************
004200 01  WS-BYTE-PAIR.
004300     05  WS-BYTE-HIGH           PIC X       VALUE LOW-VALUE.
004400     05  WS-BYTE-LOW            PIC X       VALUE LOW-VALUE.
004500 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
004600                                PIC 9(04)   COMP.
004700*
004800 01  WS-IMAGE                   PIC X(149)  VALUE SPACES.
004900 01  WS-IMAGE-R REDEFINES WS-IMAGE.
005000     05  WS-IMAGE-BYTE          PIC X       OCCURS 149 TIMES.
005100*
005200 LINKAGE SECTION.
005300     COPY CRCHNPRM.
005400*
005500 PROCEDURE DIVISION USING CRCHNPRM-AREA.
005600 0000-MAINLINE.
005700     MOVE CRCHNPRM-AUDIT-IMAGE TO WS-IMAGE.
005800     MOVE CRCHNPRM-PREV-CHECK TO WS-CHAIN-VALUE.
005900     PERFORM 1000-FOLD-BYTE THRU 1000-EXIT
006000         VARYING WS-BYTE-POS FROM 1 BY 1
006100         UNTIL WS-BYTE-POS > WS-SEALED-LEN.
006200     MOVE WS-CHAIN-VALUE TO CRCHNPRM-CHECK.
006300     GOBACK.
006400*
006500****************************************************************
006600* 1000-FOLD-BYTE - FOLD ONE BYTE OF THE RECORD INTO THE        *
006700* RUNNING CHECK VALUE.                                         *
006800****************************************************************
006900 1000-FOLD-BYTE.
007000     MOVE WS-IMAGE-BYTE (WS-BYTE-POS) TO WS-BYTE-LOW.
007100     COMPUTE WS-CHAIN-VALUE =
007200         WS-CHAIN-VALUE * 256 + WS-BYTE-VALUE + 1.
007300     DIVIDE WS-CHAIN-VALUE BY WS-MODULUS
007400         GIVING WS-QUOTIENT REMAINDER WS-CHAIN-VALUE.
007500 1000-EXIT.
007600     EXIT.
