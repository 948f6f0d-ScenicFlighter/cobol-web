000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRHSTBLD.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRHSTBLD - BUILD OR REBUILD THE KEYED AUDIT-HISTORY FILE     *
000900*                                                              *
001000* READS EVERY CREATER-AUDIT RECORD ON THE CREAUDIT DD - THE    *
001100* CURRENT TRAIL CONCATENATED WITH EVERY AUDIT ARCHIVE          *
001200* GENERATION CRARCHIV HAS CUT - AND LOADS EACH ONE ONTO        *
001300* AUDIT-HISTORY UNDER ITS CREATER ID, DATE AND TIME, THE SAME  *
001400* AS THE MAINTENANCE PROGRAMS DO AS THEY WRITE THE TRAIL. THE  *
001500* FILE IS OPENED OUTPUT, SO ITS CONTENTS ARE REPLACED FROM     *
001600* SCRATCH. RUN ONCE TO CREATE THE FILE, AND AGAIN UNDER DATA   *
001700* CONTROL DIRECTION IF IT IS EVER LOST OR SUSPECT. A RECORD    *
001770* THAT CANNOT BE LOADED IS DISPLAYED AND COUNTED AND THE RUN   *
001840* CARRIES ON WITH THE REST; THE RUN THEN FINISHES WITH RETURN  *
001910* CODE 12.                                                     *
002000****************************************************************
002100* MODIFICATION HISTORY
002200*   2026-10-15  RSH  INITIAL VERSION
002300****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.     IBM-370.
002700 OBJECT-COMPUTER.     IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
003100            ORGANIZATION IS SEQUENTIAL
003200            FILE STATUS IS WS-CREAUDIT-STATUS.
003300     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
003400            ORGANIZATION IS INDEXED
003500            ACCESS MODE IS DYNAMIC
003600            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
003700            FILE STATUS IS WS-CRAUDHST-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CREATER-AUDIT
004100     LABEL RECORDS ARE STANDARD.
004200     COPY CRAUDIT.
004300*
004400 FD  AUDIT-HISTORY
004500     LABEL RECORDS ARE STANDARD.
004600     COPY CRAUDHST.
004700*
004800 WORKING-STORAGE SECTION.
004900 01  WS-CREAUDIT-STATUS            PIC XX.
005000     88  WS-CREAUDIT-OK                VALUE "00".
005100     88  WS-CREAUDIT-EOF               VALUE "10".
005200*
005300 01  WS-CRAUDHST-STATUS            PIC XX.
005400     88  WS-CRAUDHST-OK                VALUE "00".
005500     88  WS-CRAUDHST-DUP-KEY           VALUE "22".
005600*
005700 01  WS-EOF-SW                     PIC X       VALUE "N".
005800     88  WS-EOF                        VALUE "Y".
005900 01  WS-HISTORY-SW                 PIC X       VALUE "N".
006000     88  WS-HISTORY-DONE               VALUE "Y".
006100*
006200 01  WS-READ-COUNT                 PIC 9(08)   VALUE ZERO.
006300 01  WS-LOAD-COUNT                 PIC 9(08)   VALUE ZERO.
006400 01  WS-DUP-COUNT                  PIC 9(08)   VALUE ZERO.
006500 01  WS-ERROR-COUNT                PIC 9(08)   VALUE ZERO.
006600*
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007000     PERFORM 2000-PROCESS-RECS THRU 2000-EXIT UNTIL WS-EOF.
007100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007200     STOP RUN.
007300*
007400****************************************************************
007500* 1000-INITIALIZE - OPEN THE AUDIT TRAIL FOR INPUT AND THE     *
007600* HISTORY FILE FOR OUTPUT (EMPTYING IT), AND PRIME THE FIRST   *
007700* AUDIT RECORD.                                                *
007800****************************************************************
007900 1000-INITIALIZE.
008000     OPEN INPUT  CREATER-AUDIT.
008100     OPEN OUTPUT AUDIT-HISTORY.
008200     IF NOT WS-CRAUDHST-OK
008300         DISPLAY "AUDIT-HISTORY COULD NOT BE OPENED, STATUS "
008400                 WS-CRAUDHST-STATUS
008500         MOVE 12 TO RETURN-CODE
008600         CLOSE CREATER-AUDIT
008700         STOP RUN
008800     END-IF.
008900     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
009000 1000-EXIT.
009100     EXIT.
009200*
009300****************************************************************
009400* 2000-PROCESS-RECS - LOAD THE CURRENT AUDIT RECORD ONTO THE   *
009500* HISTORY FILE AND READ THE NEXT.                              *
009600****************************************************************
009700 2000-PROCESS-RECS.
009800     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
009900     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
010000 2000-EXIT.
010100     EXIT.
010200*
010300 2200-READ-AUDIT.
010400     READ CREATER-AUDIT
010500         AT END
010600             MOVE "Y" TO WS-EOF-SW
010700         NOT AT END
010800             ADD 1 TO WS-READ-COUNT
010900     END-READ.
011000 2200-EXIT.
011100     EXIT.
011200*
011300****************************************************************
011400* 3000-LOAD-HISTORY - BUILD THE HISTORY KEY FROM THE AUDIT     *
011500* RECORD AND WRITE IT. THE INPUT IS NOT IN KEY ORDER (EACH     *
011600* GENERATION IS IN TIME ORDER, NOT CREATER ORDER), SO EVERY    *
011700* RECORD IS WRITTEN BY KEY. A SECOND RECORD FOR THE SAME       *
011800* CREATER IN THE SAME HUNDREDTH OF A SECOND TAKES THE NEXT     *
011900* DUPLICATE NUMBER, EXACTLY AS THE MAINTENANCE PROGRAMS DO.    *
012000****************************************************************
012100 3000-LOAD-HISTORY.
012200     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
012300         TO CRAUDHST-CREATER-ID.
012400     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDHST-DATE.
012500     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDHST-TIME.
012600     MOVE ZERO TO CRAUDHST-DUP-NO.
012700     MOVE CRAUDIT-RECORD TO CRAUDHST-AUDIT-IMAGE.
012800     MOVE "N" TO WS-HISTORY-SW.
012900     PERFORM 3100-PUT-HISTORY THRU 3100-EXIT
013000         UNTIL WS-HISTORY-DONE.
013100     IF WS-CRAUDHST-OK
013200         ADD 1 TO WS-LOAD-COUNT
013300         IF CRAUDHST-DUP-NO > ZERO
013400             ADD 1 TO WS-DUP-COUNT
013500         END-IF
013600     ELSE
013700         ADD 1 TO WS-ERROR-COUNT
013800         DISPLAY "NOT LOADED - CREATER " CRAUDHST-CREATER-ID
013900                 " " CRAUDHST-DATE " " CRAUDHST-TIME
014000                 " STATUS " WS-CRAUDHST-STATUS
014100     END-IF.
014200 3000-EXIT.
014300     EXIT.
014400*
014500 3100-PUT-HISTORY.
014600     WRITE CRAUDHST-RECORD
014700         INVALID KEY
014800             CONTINUE
014900     END-WRITE.
015000     IF WS-CRAUDHST-DUP-KEY
015100         AND CRAUDHST-DUP-NO < 99
015200         ADD 1 TO CRAUDHST-DUP-NO
015300     ELSE
015400         MOVE "Y" TO WS-HISTORY-SW
015500     END-IF.
015600 3100-EXIT.
015700     EXIT.
015800*
015900****************************************************************
016000* 9000-TERMINATE - DISPLAY THE RUN TOTALS, SET THE RETURN      *
016100* CODE AND CLOSE THE FILES.                                    *
016200****************************************************************
016300 9000-TERMINATE.
016400     DISPLAY "CREATER-AUDIT RECORDS READ    : " WS-READ-COUNT.
016500     DISPLAY "AUDIT-HISTORY RECORDS LOADED  : " WS-LOAD-COUNT.
016600     DISPLAY "  OF WHICH DUPLICATE STAMPS   : " WS-DUP-COUNT.
016700     DISPLAY "RECORDS NOT LOADED            : " WS-ERROR-COUNT.
016800     IF WS-ERROR-COUNT > ZERO
016900         MOVE 12 TO RETURN-CODE
017000     END-IF.
017100     CLOSE CREATER-AUDIT.
017200     CLOSE AUDIT-HISTORY.
017300 9000-EXIT.
017400     EXIT.
