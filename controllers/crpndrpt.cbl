000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRPNDRPT.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRPNDRPT - HELD-REQUEST AGEING MORNING REPORT                *
000900*                                                              *
001000* READS CREATER-PENDING, THE FILE OF DELETES AND INACTIVATIONS *
001100* KEYED IN INDEX AND HELD FOR A SECOND SUPERVISOR'S APPROVAL,  *
001200* AND LISTS EVERY REQUEST STILL WAITING THAT HAS WAITED MORE   *
001300* THAN THE NUMBER OF DAYS ON THE CRPNDPRM CARD, OLDEST FIRST   *
001400* WITHIN EACH CREATER. AGES ARE WORKED BY CRDATES. THE FOOTER  *
001500* COUNTS EVERYTHING WAITING AND EVERYTHING OVERDUE, AND ANY    *
001600* OVERDUE REQUEST SETS RETURN CODE 4 SO THE MORNING JOB DRAWS  *
001700* ATTENTION TO ITSELF.                                         *
001800****************************************************************
001900* MODIFICATION HISTORY
002000*   2026-10-15  RSH  INITIAL VERSION
002100****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.     IBM-370.
002500 OBJECT-COMPUTER.     IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CREATER-PENDING ASSIGN TO CRPEND
002900            ORGANIZATION IS INDEXED
003000            ACCESS MODE IS SEQUENTIAL
003100            RECORD KEY IS CRPEND-KEY OF CRPEND-RECORD
003200            FILE STATUS IS WS-CRPEND-STATUS.
003300     SELECT PARM-FILE       ASSIGN TO CRPNDPRM
003400            ORGANIZATION IS SEQUENTIAL
003500            FILE STATUS IS WS-CRPNDPRM-STATUS.
003600     SELECT PRINT-FILE      ASSIGN TO CRPNDRPT
003700            ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CREATER-PENDING
004100     LABEL RECORDS ARE STANDARD.
004200     COPY CRPEND.
004300*
004400 FD  PARM-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY CRPNDPRM.
004700*
004800 FD  PRINT-FILE
004900     LABEL RECORDS ARE STANDARD
005000     LINAGE IS 55 LINES
005100         WITH FOOTING AT 52
005200         LINES AT TOP 2
005300         LINES AT BOTTOM 2.
005400 01  PRINT-LINE                    PIC X(132).
005500*
005600 WORKING-STORAGE SECTION.
005700 01  WS-CRPEND-STATUS              PIC XX.
005800     88  WS-CRPEND-OK                  VALUE "00".
005900     88  WS-CRPEND-NOT-FOUND           VALUE "35".
006000*
006100 01  WS-CRPNDPRM-STATUS            PIC XX.
006200     88  WS-CRPNDPRM-OK                VALUE "00".
006300     88  WS-CRPNDPRM-NOT-FOUND         VALUE "35".
006400*
006500 01  WS-EOF-SW                     PIC X       VALUE "N".
006600     88  WS-EOF                        VALUE "Y".
006700*
006800 01  WS-MAX-DAYS                   PIC 9(03)   VALUE 1.
006900 01  WS-TODAY-DAY-NO               PIC 9(07)   VALUE ZERO.
007000 01  WS-AGE-DAYS                   PIC 9(07)   VALUE ZERO.
007100*
007200 01  WS-PAGE-NO                    PIC 9(04)   VALUE ZERO.
007300 01  WS-READ-COUNT                 PIC 9(06)   VALUE ZERO.
007400 01  WS-WAITING-COUNT              PIC 9(06)   VALUE ZERO.
007500 01  WS-OVERDUE-COUNT              PIC 9(06)   VALUE ZERO.
007600*
007700 01  WS-RUN-DATE                   PIC 9(08).
007800 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
007900     05  WS-RUN-YYYY                   PIC 9(04).
008000     05  WS-RUN-MM                     PIC 9(02).
008100     05  WS-RUN-DD                     PIC 9(02).
008200 01  WS-RUN-DATE-DISP              PIC X(10).
008300*
008400 01  WS-REQ-DATE                   PIC 9(08).
008500 01  WS-REQ-DATE-R  REDEFINES WS-REQ-DATE.
008600     05  WS-REQ-YYYY                   PIC 9(04).
008700     05  WS-REQ-MM                     PIC 9(02).
008800     05  WS-REQ-DD                     PIC 9(02).
008900 01  WS-REQ-DATE-DISP              PIC X(10).
009000*
009100 01  WS-REQ-TIME                   PIC 9(08).
009200 01  WS-REQ-TIME-R  REDEFINES WS-REQ-TIME.
009300     05  WS-REQ-HH                     PIC 9(02).
009400     05  WS-REQ-MIN                    PIC 9(02).
009500     05  WS-REQ-SS                     PIC 9(02).
009600     05  FILLER                        PIC 9(02).
009700 01  WS-REQ-TIME-DISP              PIC X(08).
009800*
009900     COPY CRDATPRM.
010000*
010100****************************************************************
010200* HDG1-LINE - REPORT TITLE, RUN DATE AND PAGE NUMBER.          *
010300****************************************************************
010400 01  HDG1-LINE.
010500     05  FILLER                    PIC X(32)
010600             VALUE "HELD REQUESTS AWAITING APPROVAL".
010700     05  FILLER                    PIC X(18)   VALUE SPACES.
010800     05  FILLER                    PIC X(05)   VALUE "DATE:".
010900     05  HDG1-RUN-DATE             PIC X(10).
011000     05  FILLER                    PIC X(05)   VALUE SPACES.
011100     05  FILLER                    PIC X(05)   VALUE "PAGE:".
011200     05  HDG1-PAGE-NO              PIC ZZZ9.
011300     05  FILLER                    PIC X(53)   VALUE SPACES.
011400*
011500 01  HDG2-LINE.
011600     05  FILLER                    PIC X(06)   VALUE "ID".
011700     05  FILLER                    PIC X(02)   VALUE SPACES.
011800     05  FILLER                    PIC X(06)   VALUE "ACTION".
011900     05  FILLER                    PIC X(02)   VALUE SPACES.
012000     05  FILLER                    PIC X(08)   VALUE "KEYED BY".
012100     05  FILLER                    PIC X(02)   VALUE SPACES.
012200     05  FILLER                    PIC X(10)   VALUE "KEYED ON".
012300     05  FILLER                    PIC X(02)   VALUE SPACES.
012400     05  FILLER                    PIC X(08)   VALUE "AT".
012500     05  FILLER                    PIC X(02)   VALUE SPACES.
012600     05  FILLER                    PIC X(04)   VALUE "DAYS".
012700     05  FILLER                    PIC X(02)   VALUE SPACES.
012800     05  FILLER                    PIC X(20)   VALUE "NAME".
012900     05  FILLER                    PIC X(02)   VALUE SPACES.
013000     05  FILLER                    PIC X(10)   VALUE "ROLE".
013100     05  FILLER                    PIC X(02)   VALUE SPACES.
013200     05  FILLER                    PIC X(04)   VALUE "DEPT".
013300     05  FILLER                    PIC X(02)   VALUE SPACES.
013400     05  FILLER                    PIC X(06)   VALUE "STATUS".
013500     05  FILLER                    PIC X(02)   VALUE SPACES.
013600     05  FILLER                    PIC X(08)   VALUE "EFF DATE".
013700     05  FILLER                    PIC X(22)   VALUE SPACES.
013800*
013900 01  BLANK-LINE.
014000     05  FILLER                    PIC X(132)  VALUE SPACES.
014100*
014200****************************************************************
014300* DETAIL-LINE - ONE PER OVERDUE REQUEST. THE NAME, ROLE AND    *
014400* DEPARTMENT ARE AS THEY STOOD WHEN THE REQUEST WAS KEYED;     *
014500* STATUS AND EFFECTIVE DATE SHOW BEFORE AND AFTER, SO A        *
014600* DELETE READS "A > DEL" AND AN INACTIVATION "A > I".          *
014700****************************************************************
014800 01  DETAIL-LINE.
014900     05  DTL-ID                    PIC X(06).
015000     05  FILLER                    PIC X(02)   VALUE SPACES.
015100     05  DTL-ACTION                PIC X(06).
015200     05  FILLER                    PIC X(02)   VALUE SPACES.
015300     05  DTL-OPERATOR              PIC X(08).
015400     05  FILLER                    PIC X(02)   VALUE SPACES.
015500     05  DTL-REQ-DATE              PIC X(10).
015600     05  FILLER                    PIC X(02)   VALUE SPACES.
015700     05  DTL-REQ-TIME              PIC X(08).
015800     05  FILLER                    PIC X(02)   VALUE SPACES.
015900     05  DTL-AGE                   PIC ZZZ9.
016000     05  FILLER                    PIC X(02)   VALUE SPACES.
016100     05  DTL-NAME                  PIC X(20).
016200     05  FILLER                    PIC X(02)   VALUE SPACES.
016300     05  DTL-ROLE                  PIC X(10).
016400     05  FILLER                    PIC X(02)   VALUE SPACES.
016500     05  DTL-DEPT                  PIC X(04).
016600     05  FILLER                    PIC X(02)   VALUE SPACES.
016700     05  DTL-BEFORE-STATUS         PIC X(01).
016800     05  FILLER                    PIC X(03)   VALUE " > ".
016900     05  DTL-AFTER-STATUS          PIC X(03).
017000     05  FILLER                    PIC X(01)   VALUE SPACES.
017100     05  DTL-EFF-DATE              PIC X(08).
017200     05  FILLER                    PIC X(22)   VALUE SPACES.
017300*
017400 01  FOOTER-LINE.
017500     05  FILLER                    PIC X(12)
017600             VALUE "WAITING   : ".
017700     05  FTR-WAITING-COUNT         PIC ZZZ,ZZ9.
017800     05  FILLER                    PIC X(05)   VALUE SPACES.
017900     05  FILLER                    PIC X(12)
018000             VALUE "OVERDUE   : ".
018100     05  FTR-OVERDUE-COUNT         PIC ZZZ,ZZ9.
018200     05  FILLER                    PIC X(05)   VALUE SPACES.
018300     05  FILLER                    PIC X(21)
018400             VALUE "WAITING MORE THAN   :".
018500     05  FTR-MAX-DAYS              PIC ZZ9.
018600     05  FILLER                    PIC X(05)   VALUE " DAYS".
018700     05  FILLER                    PIC X(55)   VALUE SPACES.
018800*
018900 01  CERT-LINE.
019000     05  FILLER                    PIC X(01)   VALUE SPACES.
019100     05  CERT-TEXT                 PIC X(60).
019200     05  FILLER                    PIC X(71)   VALUE SPACES.
019300*
019400 PROCEDURE DIVISION.
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019700     PERFORM 2000-PROCESS-RECS THRU 2000-EXIT UNTIL WS-EOF.
019800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019900     STOP RUN.
020000*
020100****************************************************************
020200* 1000-INITIALIZE - READ THE PARAMETER CARD, OPEN THE FILES,   *
020300* ESTABLISH THE RUN DATE AND ITS DAY NUMBER, AND PRIME THE     *
020400* FIRST HEADING AND PENDING RECORD. A MISSING CREATER-PENDING  *
020500* MEANS NOTHING HAS EVER BEEN HELD, SO THE REPORT PRINTS       *
020600* EMPTY RATHER THAN FAILING.                                   *
020700****************************************************************
020800 1000-INITIALIZE.
020900     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
021000     OPEN OUTPUT PRINT-FILE.
021100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021200     STRING WS-RUN-YYYY  DELIMITED BY SIZE
021300            "-"          DELIMITED BY SIZE
021400            WS-RUN-MM    DELIMITED BY SIZE
021500            "-"          DELIMITED BY SIZE
021600            WS-RUN-DD    DELIMITED BY SIZE
021700         INTO WS-RUN-DATE-DISP.
021800     MOVE "D"         TO CRDATPRM-FUNCTION.
021900     MOVE WS-RUN-DATE TO CRDATPRM-DATE.
022000     CALL "CRDATES" USING CRDATPRM-AREA.
022100     MOVE CRDATPRM-DAY-NO TO WS-TODAY-DAY-NO.
022200     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
022300     OPEN INPUT CREATER-PENDING.
022400     IF WS-CRPEND-NOT-FOUND
022500         MOVE "Y" TO WS-EOF-SW
022600         GO TO 1000-EXIT
022700     END-IF.
022800     PERFORM 2200-READ-PENDING THRU 2200-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100*
023200****************************************************************
023300* 1100-READ-PARMS - READ THE ONE PARAMETER CARD. A MISSING OR  *
023400* EMPTY CARD, OR A ZERO DAY COUNT, KEEPS THE ONE-DAY DEFAULT.  *
023500****************************************************************
023600 1100-READ-PARMS.
023700     OPEN INPUT PARM-FILE.
023800     IF WS-CRPNDPRM-NOT-FOUND
023900         CONTINUE
024000     ELSE
024100         READ PARM-FILE
024200             AT END
024300                 CONTINUE
024400             NOT AT END
024500                 IF CRPNDPRM-MAX-DAYS IS NUMERIC
024600                     AND CRPNDPRM-MAX-DAYS > ZERO
024700                     MOVE CRPNDPRM-MAX-DAYS TO WS-MAX-DAYS
024800                 END-IF
024900         END-READ
025000         CLOSE PARM-FILE
025100     END-IF.
025200 1100-EXIT.
025300     EXIT.
025400*
025500****************************************************************
025600* 2000-PROCESS-RECS - AGE THE CURRENT PENDING RECORD IF IT IS  *
025700* STILL WAITING, PRINT IT IF IT IS OVERDUE, AND READ THE NEXT. *
025800* APPROVED AND REJECTED RECORDS ARE THE RECORD OF A DECISION   *
025900* ALREADY MADE AND ARE PASSED OVER.                            *
026000****************************************************************
026100 2000-PROCESS-RECS.
026200     IF CRPEND-WAITING
026300         ADD 1 TO WS-WAITING-COUNT
026400         PERFORM 2300-AGE-REQUEST THRU 2300-EXIT
026500         IF WS-AGE-DAYS > WS-MAX-DAYS
026600             ADD 1 TO WS-OVERDUE-COUNT
026700             PERFORM 2600-WRITE-REQUEST-LINE THRU 2600-EXIT
026800         END-IF
026900     END-IF.
027000     PERFORM 2200-READ-PENDING THRU 2200-EXIT.
027100 2000-EXIT.
027200     EXIT.
027300*
027400 2100-WRITE-HEADERS.
027500     ADD 1 TO WS-PAGE-NO.
027600     MOVE WS-PAGE-NO       TO HDG1-PAGE-NO.
027700     MOVE WS-RUN-DATE-DISP TO HDG1-RUN-DATE.
027800     WRITE PRINT-LINE FROM HDG1-LINE  AFTER ADVANCING PAGE.
027900     WRITE PRINT-LINE FROM HDG2-LINE  AFTER ADVANCING 1 LINE.
028000     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
028100 2100-EXIT.
028200     EXIT.
028300*
028400 2200-READ-PENDING.
028500     READ CREATER-PENDING
028600         AT END
028700             MOVE "Y" TO WS-EOF-SW
028800         NOT AT END
028900             ADD 1 TO WS-READ-COUNT
029000     END-READ.
029100 2200-EXIT.
029200     EXIT.
029300*
029400****************************************************************
029500* 2300-AGE-REQUEST - WORK OUT HOW MANY CALENDAR DAYS THE       *
029600* REQUEST HAS WAITED. A REQUEST DATE CRDATES CANNOT READ, OR   *
029700* ONE AHEAD OF TODAY, IS TREATED AS OVERDUE SO IT IS LOOKED AT *
029800* RATHER THAN LOST.                                            *
029900****************************************************************
030000 2300-AGE-REQUEST.
030100     MOVE "D"             TO CRDATPRM-FUNCTION.
030200     MOVE CRPEND-REQ-DATE TO CRDATPRM-DATE.
030300     CALL "CRDATES" USING CRDATPRM-AREA.
030400     IF CRDATPRM-INVALID
030500         OR CRDATPRM-DAY-NO > WS-TODAY-DAY-NO
030600         COMPUTE WS-AGE-DAYS = WS-MAX-DAYS + 1
030700         GO TO 2300-EXIT
030800     END-IF.
030900     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - CRDATPRM-DAY-NO.
031000 2300-EXIT.
031100     EXIT.
031200*
031300****************************************************************
031400* 2600-WRITE-REQUEST-LINE - FORMAT AND PRINT ONE OVERDUE       *
031500* REQUEST.                                                     *
031600****************************************************************
031700 2600-WRITE-REQUEST-LINE.
031800     MOVE CRPEND-REQ-DATE TO WS-REQ-DATE.
031900     MOVE SPACES TO WS-REQ-DATE-DISP.
032000     STRING WS-REQ-YYYY DELIMITED BY SIZE
032100            "-"         DELIMITED BY SIZE
032200            WS-REQ-MM   DELIMITED BY SIZE
032300            "-"         DELIMITED BY SIZE
032400            WS-REQ-DD   DELIMITED BY SIZE
032500         INTO WS-REQ-DATE-DISP.
032600     MOVE CRPEND-REQ-TIME TO WS-REQ-TIME.
032700     MOVE SPACES TO WS-REQ-TIME-DISP.
032800     STRING WS-REQ-HH  DELIMITED BY SIZE
032900            ":"        DELIMITED BY SIZE
033000            WS-REQ-MIN DELIMITED BY SIZE
033100            ":"        DELIMITED BY SIZE
033200            WS-REQ-SS  DELIMITED BY SIZE
033300         INTO WS-REQ-TIME-DISP.
033400     MOVE CRPEND-CREATER-ID      TO DTL-ID.
033500     MOVE CRPEND-ACTION          TO DTL-ACTION.
033600     MOVE CRPEND-REQ-OPERATOR    TO DTL-OPERATOR.
033700     MOVE WS-REQ-DATE-DISP       TO DTL-REQ-DATE.
033800     MOVE WS-REQ-TIME-DISP       TO DTL-REQ-TIME.
033900     MOVE WS-AGE-DAYS            TO DTL-AGE.
034000     MOVE CRPEND-BEFORE-NAME     TO DTL-NAME.
034100     MOVE CRPEND-BEFORE-ROLE     TO DTL-ROLE.
034200     MOVE CRPEND-BEFORE-DEPT     TO DTL-DEPT.
034300     MOVE CRPEND-BEFORE-STATUS   TO DTL-BEFORE-STATUS.
034400     IF CRPEND-DELETE
034500         MOVE "DEL"                 TO DTL-AFTER-STATUS
034600         MOVE SPACES                TO DTL-EFF-DATE
034700     ELSE
034800         MOVE CRPEND-AFTER-STATUS   TO DTL-AFTER-STATUS
034900         MOVE CRPEND-AFTER-EFF-DATE TO DTL-EFF-DATE
035000     END-IF.
035100     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
035200         AT END-OF-PAGE
035300             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
035400     END-WRITE.
035500 2600-EXIT.
035600     EXIT.
035700*
035800****************************************************************
035900* 9000-TERMINATE - PRINT THE COUNTS AND THE CERTIFICATE AND    *
036000* CLOSE THE FILES. ANY OVERDUE REQUEST SETS RETURN CODE 4.     *
036100****************************************************************
036200 9000-TERMINATE.
036300     MOVE WS-WAITING-COUNT TO FTR-WAITING-COUNT.
036400     MOVE WS-OVERDUE-COUNT TO FTR-OVERDUE-COUNT.
036500     MOVE WS-MAX-DAYS      TO FTR-MAX-DAYS.
036600     WRITE PRINT-LINE FROM FOOTER-LINE AFTER ADVANCING 2 LINES.
036700     IF WS-OVERDUE-COUNT = ZERO
036800         MOVE "NO HELD REQUEST HAS WAITED PAST THE LIMIT"
036900             TO CERT-TEXT
037000     ELSE
037100         MOVE "** OVERDUE REQUESTS NEED A SUPERVISOR DECISION"
037200             TO CERT-TEXT
037300         MOVE 4 TO RETURN-CODE
037400     END-IF.
037500     WRITE PRINT-LINE FROM CERT-LINE AFTER ADVANCING 2 LINES.
037600     IF NOT WS-CRPEND-NOT-FOUND
037700         CLOSE CREATER-PENDING
037800     END-IF.
037900     CLOSE PRINT-FILE.
038000 9000-EXIT.
038100     EXIT.
