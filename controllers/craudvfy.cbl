000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRAUDVFY.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRAUDVFY - CREATER-AUDIT CHAIN VERIFICATION                  *
000900*                                                              *
001000* READS EVERY RECORD ON THE CREAUDIT DD - THE AUDIT ARCHIVE    *
001100* GENERATIONS CRARCHIV HAS CUT, OLDEST FIRST, FOLLOWED BY THE  *
001200* CURRENT TRAIL - AND PROVES THE CHAIN: EACH RECORD MUST CARRY *
001300* THE NEXT SEQUENCE NUMBER AFTER THE ONE BEFORE IT, AND ITS    *
001400* CHECK VALUE MUST BE THE ONE CRAUDCHN COMPUTES FROM THE       *
001500* RECORD AND THE CHECK VALUE BEFORE IT. THE LAST RECORD MUST   *
001600* THEN AGREE WITH THE SEQUENCE NUMBER AND CHECK VALUE ON       *
001700* CREATER-AUDCTL. EVERY GAP, OUT-OF-SEQUENCE RECORD, CHECK     *
001800* VALUE MISMATCH OR DISAGREEMENT WITH THE CONTROL RECORD IS    *
001900* LISTED ON THE VERIFICATION REPORT AND ENDS THE RUN WITH      *
002000* RETURN CODE 8. RECORDS WRITTEN BEFORE THE CHAIN WAS          *
002100* INTRODUCED CARRY NO SEQUENCE NUMBER AND ARE ONLY COUNTED,    *
002200* BUT AN UNSEQUENCED RECORD AFTER THE CHAIN HAS BEGUN IS AN    *
002300* EXCEPTION. WHEN THE OLDEST GENERATIONS HAVE ROLLED OFF, THE  *
002400* CHAIN IS PICKED UP AT THE FIRST RECORD READ. THE RESULT IS   *
002500* RECORDED ON CREATER-AUDCTL, WHERE CRRECOVR AND CRASOF LOOK   *
002600* FOR A PASS TODAY BEFORE THEY WILL REPLAY THE TRAIL.          *
002700****************************************************************
002800* MODIFICATION HISTORY
002900*   2026-10-15  RSH  INITIAL VERSION
003000****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.     IBM-370.
003400 OBJECT-COMPUTER.     IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
003800            ORGANIZATION IS SEQUENTIAL
003900            FILE STATUS IS WS-CREAUDIT-STATUS.
004000     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
004100            ORGANIZATION IS SEQUENTIAL
004200            FILE STATUS IS WS-CRAUDCTL-STATUS.
004300     SELECT PRINT-FILE      ASSIGN TO CRAVFYPT
004400            ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CREATER-AUDIT
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CRAUDIT.
005000*
005100 FD  AUDIT-CONTROL
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CRAUDCTL.
005400*
005500 FD  PRINT-FILE
005600     LABEL RECORDS ARE STANDARD
005700     LINAGE IS 55 LINES
005800         WITH FOOTING AT 52
005900         LINES AT TOP 2
006000         LINES AT BOTTOM 2.
006100 01  PRINT-LINE                    PIC X(132).
006200*
006300 WORKING-STORAGE SECTION.
006400 01  WS-CREAUDIT-STATUS            PIC XX.
006500     88  WS-CREAUDIT-OK                VALUE "00".
006600     88  WS-CREAUDIT-EOF               VALUE "10".
006700*
006800 01  WS-CRAUDCTL-STATUS            PIC XX.
006900     88  WS-CRAUDCTL-OK                VALUE "00".
007000     88  WS-CRAUDCTL-NOT-FOUND         VALUE "35".
007100*
007200 01  WS-AUDIT-EOF-SW               PIC X       VALUE "N".
007300     88  WS-AUDIT-EOF                  VALUE "Y".
007400 01  WS-CHAIN-STARTED-SW           PIC X       VALUE "N".
007500     88  WS-CHAIN-STARTED              VALUE "Y".
007600 01  WS-CONTROL-READ-SW            PIC X       VALUE "N".
007700     88  WS-CONTROL-READ               VALUE "Y".
007800*
007900 01  WS-FIRST-SEQ                  PIC 9(09)   VALUE ZERO.
008000 01  WS-LAST-SEQ                   PIC 9(09)   VALUE ZERO.
008100 01  WS-LAST-CHECK                 PIC 9(09)   VALUE ZERO.
008200 01  WS-EXPECTED-SEQ               PIC 9(09)   VALUE ZERO.
008300 01  WS-GAP-TO                     PIC 9(09)   VALUE ZERO.
008400*
008500 01  WS-READ-COUNT                 PIC 9(09)   VALUE ZERO.
008600 01  WS-PRECHAIN-COUNT             PIC 9(09)   VALUE ZERO.
008700 01  WS-SEQUENCED-COUNT            PIC 9(09)   VALUE ZERO.
008800 01  WS-GAP-COUNT                  PIC 9(06)   VALUE ZERO.
008900 01  WS-ORDER-COUNT                PIC 9(06)   VALUE ZERO.
009000 01  WS-MISMATCH-COUNT             PIC 9(06)   VALUE ZERO.
009100 01  WS-UNSEQ-COUNT                PIC 9(06)   VALUE ZERO.
009200 01  WS-CONTROL-COUNT              PIC 9(06)   VALUE ZERO.
009300 01  WS-ERROR-COUNT                PIC 9(06)   VALUE ZERO.
009400*
009500 01  WS-RUN-DATE                   PIC 9(08).
009600 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
009700     05  WS-RUN-YYYY                   PIC 9(04).
009800     05  WS-RUN-MM                     PIC 9(02).
009900     05  WS-RUN-DD                     PIC 9(02).
010000 01  WS-RUN-DATE-DISP              PIC X(10).
010100 01  WS-RUN-TIME                   PIC 9(08).
010200 01  WS-PAGE-NO                    PIC 9(04)   VALUE ZERO.
010300*
010400     COPY CRCHNPRM.
010500*
010600****************************************************************
010700* HDG1-LINE - REPORT TITLE, RUN DATE AND PAGE NUMBER.          *
010800****************************************************************
010900 01  HDG1-LINE.
011000     05  FILLER                    PIC X(32)
011100             VALUE "CREATER-AUDIT CHAIN VERIFICATION".
011200     05  FILLER                    PIC X(18)   VALUE SPACES.
011300     05  FILLER                    PIC X(05)   VALUE "DATE:".
011400     05  HDG1-RUN-DATE             PIC X(10).
011500     05  FILLER                    PIC X(05)   VALUE SPACES.
011600     05  FILLER                    PIC X(05)   VALUE "PAGE:".
011700     05  HDG1-PAGE-NO              PIC ZZZ9.
011800     05  FILLER                    PIC X(53)   VALUE SPACES.
011900*
012000 01  HDG2-LINE.
012100     05  FILLER                    PIC X(09)   VALUE " SEQUENCE".
012200     05  FILLER                    PIC X(02)   VALUE SPACES.
012300     05  FILLER                    PIC X(08)   VALUE "DATE".
012400     05  FILLER                    PIC X(02)   VALUE SPACES.
012500     05  FILLER                    PIC X(08)   VALUE "TIME".
012600     05  FILLER                    PIC X(02)   VALUE SPACES.
012700     05  FILLER                    PIC X(08)   VALUE "OPERATOR".
012800     05  FILLER                    PIC X(02)   VALUE SPACES.
012900     05  FILLER                    PIC X(06)   VALUE "ACTION".
013000     05  FILLER                    PIC X(02)   VALUE SPACES.
013100     05  FILLER                    PIC X(05)   VALUE "ID".
013200     05  FILLER                    PIC X(02)   VALUE SPACES.
013300     05  FILLER                    PIC X(60)   VALUE "EXCEPTION".
013400     05  FILLER                    PIC X(16)   VALUE SPACES.
013500*
013600 01  BLANK-LINE.
013700     05  FILLER                    PIC X(132)  VALUE SPACES.
013800*
013900 01  DETAIL-LINE.
014000     05  DTL-SEQ                   PIC Z(08)9.
014100     05  FILLER                    PIC X(02)   VALUE SPACES.
014200     05  DTL-DATE                  PIC X(08).
014300     05  FILLER                    PIC X(02)   VALUE SPACES.
014400     05  DTL-TIME                  PIC X(08).
014500     05  FILLER                    PIC X(02)   VALUE SPACES.
014600     05  DTL-OPERATOR              PIC X(08).
014700     05  FILLER                    PIC X(02)   VALUE SPACES.
014800     05  DTL-ACTION                PIC X(06).
014900     05  FILLER                    PIC X(02)   VALUE SPACES.
015000     05  DTL-ID                    PIC X(05).
015100     05  FILLER                    PIC X(02)   VALUE SPACES.
015200     05  DTL-MESSAGE               PIC X(60).
015300     05  FILLER                    PIC X(16)   VALUE SPACES.
015400*
015500 01  NOTE-LINE.
015600     05  FILLER                    PIC X(01)   VALUE SPACES.
015700     05  NOTE-TEXT                 PIC X(80).
015800     05  FILLER                    PIC X(51)   VALUE SPACES.
015900*
016000 01  FIGURE-LINE.
016100     05  FILLER                    PIC X(01)   VALUE SPACES.
016200     05  FIG-CAPTION               PIC X(38).
016300     05  FIG-AMOUNT                PIC ZZZ,ZZZ,ZZ9.
016400     05  FILLER                    PIC X(82)   VALUE SPACES.
016500*
016600 PROCEDURE DIVISION.
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016900     PERFORM 2000-CHECK-RECORD THRU 2000-EXIT
017000         UNTIL WS-AUDIT-EOF.
017100     PERFORM 3000-CHECK-CONTROL THRU 3000-EXIT.
017200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017300     STOP RUN.
017400*
017500****************************************************************
017600* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADING AND      *
017700* PRIME THE FIRST AUDIT RECORD.                                *
017800****************************************************************
017900 1000-INITIALIZE.
018000     OPEN INPUT  CREATER-AUDIT.
018100     OPEN OUTPUT PRINT-FILE.
018200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018300     ACCEPT WS-RUN-TIME FROM TIME.
018400     STRING WS-RUN-YYYY  DELIMITED BY SIZE
018500            "-"          DELIMITED BY SIZE
018600            WS-RUN-MM    DELIMITED BY SIZE
018700            "-"          DELIMITED BY SIZE
018800            WS-RUN-DD    DELIMITED BY SIZE
018900         INTO WS-RUN-DATE-DISP.
019000     PERFORM 2800-WRITE-HEADERS THRU 2800-EXIT.
019100     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
019200 1000-EXIT.
019300     EXIT.
019400*
019500****************************************************************
019600* 2000-CHECK-RECORD - PROVE THE CURRENT AUDIT RECORD AGAINST   *
019700* THE ONE BEFORE IT AND READ THE NEXT. A RECORD AHEAD OF THE   *
019800* EXPECTED SEQUENCE NUMBER IS A GAP AND A MISMATCHED CHECK     *
019900* VALUE IS A BREAK; BOTH ARE REPORTED ONCE AND THE CHAIN IS    *
020000* PICKED UP AGAIN FROM THAT RECORD, SO ONE DAMAGED RECORD      *
020100* GIVES ONE EXCEPTION. A RECORD AT OR BEHIND THE LAST SEQUENCE *
020200* NUMBER (A DUPLICATE OR A RECORD MOVED OUT OF PLACE) IS       *
020300* REPORTED AND PASSED OVER.                                    *
020400****************************************************************
020500 2000-CHECK-RECORD.
020600     IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD NOT NUMERIC
020700         OR CRAUDIT-SEQ-NO OF CRAUDIT-RECORD = ZERO
020800         PERFORM 2100-UNSEQUENCED THRU 2100-EXIT
020900         GO TO 2000-NEXT
021000     END-IF.
021100     ADD 1 TO WS-SEQUENCED-COUNT.
021200     IF NOT WS-CHAIN-STARTED
021300         PERFORM 2200-START-CHAIN THRU 2200-EXIT
021400         GO TO 2000-NEXT
021500     END-IF.
021600     ADD 1 WS-LAST-SEQ GIVING WS-EXPECTED-SEQ.
021700     EVALUATE TRUE
021800         WHEN CRAUDIT-SEQ-NO OF CRAUDIT-RECORD = WS-EXPECTED-SEQ
021900             PERFORM 2300-PROVE-CHECK THRU 2300-EXIT
022000             PERFORM 2400-ADVANCE-CHAIN THRU 2400-EXIT
022100         WHEN CRAUDIT-SEQ-NO OF CRAUDIT-RECORD > WS-EXPECTED-SEQ
022200             SUBTRACT 1 FROM CRAUDIT-SEQ-NO OF CRAUDIT-RECORD
022300                 GIVING WS-GAP-TO
022400             MOVE SPACES TO DTL-MESSAGE
022500             STRING "SEQUENCE "      DELIMITED BY SIZE
022600                    WS-EXPECTED-SEQ  DELIMITED BY SIZE
022700                    " THRU "         DELIMITED BY SIZE
022800                    WS-GAP-TO        DELIMITED BY SIZE
022900                    " MISSING"       DELIMITED BY SIZE
023000                 INTO DTL-MESSAGE
023100             ADD 1 TO WS-GAP-COUNT
023200             PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
023300             PERFORM 2400-ADVANCE-CHAIN THRU 2400-EXIT
023400         WHEN OTHER
023500             MOVE SPACES TO DTL-MESSAGE
023600             STRING "OUT OF SEQUENCE - "  DELIMITED BY SIZE
023700                    WS-EXPECTED-SEQ       DELIMITED BY SIZE
023800                    " EXPECTED"           DELIMITED BY SIZE
023900                 INTO DTL-MESSAGE
024000             ADD 1 TO WS-ORDER-COUNT
024100             PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
024200     END-EVALUATE.
024300 2000-NEXT.
024400     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
024500 2000-EXIT.
024600     EXIT.
024700*
024800****************************************************************
024900* 2100-UNSEQUENCED - A RECORD WITH NO SEQUENCE NUMBER. AHEAD   *
025000* OF THE FIRST SEQUENCED RECORD IT WAS WRITTEN BEFORE THE      *
025100* CHAIN WAS INTRODUCED AND IS ONLY COUNTED; AFTER IT, IT IS AN *
025200* EXCEPTION.                                                   *
025300****************************************************************
025400 2100-UNSEQUENCED.
025500     IF NOT WS-CHAIN-STARTED
025600         ADD 1 TO WS-PRECHAIN-COUNT
025700         GO TO 2100-EXIT
025800     END-IF.
025900     MOVE "UNSEQUENCED RECORD INSIDE THE CHAIN" TO DTL-MESSAGE.
026000     ADD 1 TO WS-UNSEQ-COUNT.
026100     PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT.
026200 2100-EXIT.
026300     EXIT.
026400*
026500****************************************************************
026600* 2200-START-CHAIN - THE FIRST SEQUENCED RECORD. SEQUENCE 1 IS *
026700* PROVED FROM A ZERO CHECK VALUE, THE SAME AS THE WRITERS      *
026800* START THE CHAIN. ANY LATER NUMBER MEANS THE GENERATIONS      *
026900* HOLDING THE START OF THE CHAIN ARE NO LONGER ON THE DD, SO   *
027000* THE CHAIN IS PICKED UP FROM THIS RECORD AND THAT IS NOTED ON *
027100* THE REPORT.                                                  *
027200****************************************************************
027300 2200-START-CHAIN.
027400     MOVE "Y" TO WS-CHAIN-STARTED-SW.
027500     MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO WS-FIRST-SEQ.
027600     IF WS-FIRST-SEQ = 1
027700         MOVE ZERO TO WS-LAST-CHECK
027800         PERFORM 2300-PROVE-CHECK THRU 2300-EXIT
027900     ELSE
028000         MOVE SPACES TO NOTE-TEXT
028100         STRING "CHAIN PICKED UP AT SEQUENCE " DELIMITED BY SIZE
028200                WS-FIRST-SEQ                   DELIMITED BY SIZE
028300                " - EARLIER RECORDS ARE NOT ON THIS FILE"
028400                                               DELIMITED BY SIZE
028500             INTO NOTE-TEXT
028600         PERFORM 2700-WRITE-NOTE THRU 2700-EXIT
028700     END-IF.
028800     PERFORM 2400-ADVANCE-CHAIN THRU 2400-EXIT.
028900 2200-EXIT.
029000     EXIT.
029100*
029200****************************************************************
029300* 2300-PROVE-CHECK - RECOMPUTE THE CHECK VALUE OF THE CURRENT  *
029400* RECORD FROM THE CHECK VALUE BEFORE IT AND COMPARE.           *
029500****************************************************************
029600 2300-PROVE-CHECK.
029700     MOVE WS-LAST-CHECK TO CRCHNPRM-PREV-CHECK.
029800     MOVE CRAUDIT-RECORD TO CRCHNPRM-AUDIT-IMAGE.
029900     CALL "CRAUDCHN" USING CRCHNPRM-AREA.
030000     IF CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD NOT NUMERIC
030100         OR CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
030200             NOT = CRCHNPRM-CHECK
030300         MOVE "CHECK VALUE MISMATCH - RECORD ALTERED"
030400             TO DTL-MESSAGE
030500         ADD 1 TO WS-MISMATCH-COUNT
030600         PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
030700     END-IF.
030800 2300-EXIT.
030900     EXIT.
031000*
031100 2400-ADVANCE-CHAIN.
031200     MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO WS-LAST-SEQ.
031300     MOVE CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD TO WS-LAST-CHECK.
031400 2400-EXIT.
031500     EXIT.
031600*
031700****************************************************************
031800* 2500-PRINT-EXCEPTION - LIST THE CURRENT AUDIT RECORD WITH    *
031900* THE EXCEPTION IN DTL-MESSAGE.                                *
032000****************************************************************
032100 2500-PRINT-EXCEPTION.
032200     IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD NUMERIC
032300         MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO DTL-SEQ
032400     ELSE
032500         MOVE ZERO TO DTL-SEQ
032600     END-IF.
032700     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO DTL-DATE.
032800     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO DTL-TIME.
032900     MOVE CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD TO DTL-OPERATOR.
033000     MOVE CRAUDIT-ACTION OF CRAUDIT-RECORD TO DTL-ACTION.
033100     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD TO DTL-ID.
033200     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
033300         AT END-OF-PAGE
033400             PERFORM 2800-WRITE-HEADERS THRU 2800-EXIT
033500     END-WRITE.
033600 2500-EXIT.
033700     EXIT.
033800*
033900 2600-WRITE-FIGURE.
034000     WRITE PRINT-LINE FROM FIGURE-LINE AFTER ADVANCING 1 LINE
034100         AT END-OF-PAGE
034200             PERFORM 2800-WRITE-HEADERS THRU 2800-EXIT
034300     END-WRITE.
034400 2600-EXIT.
034500     EXIT.
034600*
034700 2700-WRITE-NOTE.
034800     WRITE PRINT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
034900         AT END-OF-PAGE
035000             PERFORM 2800-WRITE-HEADERS THRU 2800-EXIT
035100     END-WRITE.
035200     MOVE SPACES TO NOTE-TEXT.
035300 2700-EXIT.
035400     EXIT.
035500*
035600 2800-WRITE-HEADERS.
035700     ADD 1 TO WS-PAGE-NO.
035800     MOVE WS-PAGE-NO       TO HDG1-PAGE-NO.
035900     MOVE WS-RUN-DATE-DISP TO HDG1-RUN-DATE.
036000     WRITE PRINT-LINE FROM HDG1-LINE  AFTER ADVANCING PAGE.
036100     WRITE PRINT-LINE FROM HDG2-LINE  AFTER ADVANCING 1 LINE.
036200     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
036300 2800-EXIT.
036400     EXIT.
036500*
036600 2900-READ-AUDIT.
036700     READ CREATER-AUDIT
036800         AT END
036900             MOVE "Y" TO WS-AUDIT-EOF-SW
037000         NOT AT END
037100             ADD 1 TO WS-READ-COUNT
037200     END-READ.
037300 2900-EXIT.
037400     EXIT.
037500*
037600****************************************************************
037700* 3000-CHECK-CONTROL - THE LAST RECORD ON THE TRAIL MUST BE    *
037800* THE ONE CREATER-AUDCTL SAYS WAS WRITTEN LAST: A CONTROL      *
037900* SEQUENCE NUMBER BEYOND THE TRAIL MEANS RECORDS HAVE GONE     *
038000* FROM THE END, ONE SHORT OF IT MEANS RECORDS WERE ADDED       *
038100* OUTSIDE THE WRITERS. THE RESULT OF THE RUN IS THEN RECORDED  *
038200* ON THE CONTROL RECORD. WITH NO CONTROL RECORD THERE IS       *
038300* NOTHING TO RECORD, AND IF THE TRAIL IS SEQUENCED THAT IS     *
038400* ITSELF AN EXCEPTION.                                         *
038500****************************************************************
038600 3000-CHECK-CONTROL.
038700     OPEN I-O AUDIT-CONTROL.
038800     IF WS-CRAUDCTL-OK
038900         READ AUDIT-CONTROL
039000             AT END
039100                 CLOSE AUDIT-CONTROL
039200             NOT AT END
039300                 MOVE "Y" TO WS-CONTROL-READ-SW
039400         END-READ
039500     END-IF.
039600     IF NOT WS-CONTROL-READ
039700         IF WS-CHAIN-STARTED
039800             MOVE "CREATER-AUDCTL MISSING - TRAIL END NOT PROVED"
039900                 TO NOTE-TEXT
040000             ADD 1 TO WS-CONTROL-COUNT
040100             PERFORM 2700-WRITE-NOTE THRU 2700-EXIT
040200         END-IF
040300         PERFORM 3100-ADD-ERRORS THRU 3100-EXIT
040400         GO TO 3000-EXIT
040500     END-IF.
040600     EVALUATE TRUE
040700         WHEN CRAUDCTL-LAST-SEQ > WS-LAST-SEQ
040800             MOVE SPACES TO NOTE-TEXT
040900             STRING "TRAIL ENDS AT SEQUENCE " DELIMITED BY SIZE
041000                    WS-LAST-SEQ               DELIMITED BY SIZE
041100                    " - CREATER-AUDCTL SAYS " DELIMITED BY SIZE
041200                    CRAUDCTL-LAST-SEQ         DELIMITED BY SIZE
041300                 INTO NOTE-TEXT
041400             ADD 1 TO WS-CONTROL-COUNT
041500             PERFORM 2700-WRITE-NOTE THRU 2700-EXIT
041600         WHEN CRAUDCTL-LAST-SEQ < WS-LAST-SEQ
041700             MOVE SPACES TO NOTE-TEXT
041800             STRING "TRAIL RUNS ON TO SEQUENCE " DELIMITED BY SIZE
041900                    WS-LAST-SEQ                  DELIMITED BY SIZE
042000                    " - CREATER-AUDCTL SAYS "    DELIMITED BY SIZE
042100                    CRAUDCTL-LAST-SEQ            DELIMITED BY SIZE
042200                 INTO NOTE-TEXT
042300             ADD 1 TO WS-CONTROL-COUNT
042400             PERFORM 2700-WRITE-NOTE THRU 2700-EXIT
042500         WHEN CRAUDCTL-LAST-CHECK NOT = WS-LAST-CHECK
042600             MOVE "LAST CHECK VALUE DISAGREES WITH CREATER-AUDCTL"
042700                 TO NOTE-TEXT
042800             ADD 1 TO WS-CONTROL-COUNT
042900             PERFORM 2700-WRITE-NOTE THRU 2700-EXIT
043000         WHEN OTHER
043100             CONTINUE
043200     END-EVALUATE.
043300     PERFORM 3100-ADD-ERRORS THRU 3100-EXIT.
043400     MOVE WS-RUN-DATE    TO CRAUDCTL-VFY-DATE.
043500     MOVE WS-RUN-TIME    TO CRAUDCTL-VFY-TIME.
043600     MOVE WS-LAST-SEQ    TO CRAUDCTL-VFY-SEQ.
043700     MOVE WS-ERROR-COUNT TO CRAUDCTL-VFY-ERRORS.
043800     IF WS-ERROR-COUNT = ZERO
043900         MOVE "P" TO CRAUDCTL-VFY-RESULT
044000     ELSE
044100         MOVE "F" TO CRAUDCTL-VFY-RESULT
044200     END-IF.
044300     REWRITE CRAUDCTL-RECORD.
044400     IF NOT WS-CRAUDCTL-OK
044500         DISPLAY "CREATER-AUDCTL NOT UPDATED, STATUS "
044600                 WS-CRAUDCTL-STATUS
044700     END-IF.
044800     CLOSE AUDIT-CONTROL.
044900 3000-EXIT.
045000     EXIT.
045100*
045200 3100-ADD-ERRORS.
045300     COMPUTE WS-ERROR-COUNT = WS-GAP-COUNT + WS-ORDER-COUNT
045400                            + WS-MISMATCH-COUNT + WS-UNSEQ-COUNT
045500                            + WS-CONTROL-COUNT.
045600 3100-EXIT.
045700     EXIT.
045800*
045900****************************************************************
046000* 9000-TERMINATE - PRINT THE VERIFICATION FIGURES AND THE      *
046100* RESULT, SET THE RETURN CODE AND CLOSE THE FILES.             *
046200****************************************************************
046300 9000-TERMINATE.
046400     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
046500     MOVE "AUDIT RECORDS READ                  :" TO FIG-CAPTION.
046600     MOVE WS-READ-COUNT TO FIG-AMOUNT.
046700     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
046800     MOVE "WRITTEN BEFORE THE CHAIN BEGAN      :" TO FIG-CAPTION.
046900     MOVE WS-PRECHAIN-COUNT TO FIG-AMOUNT.
047000     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
047100     MOVE "SEQUENCED RECORDS                   :" TO FIG-CAPTION.
047200     MOVE WS-SEQUENCED-COUNT TO FIG-AMOUNT.
047300     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
047400     MOVE "FIRST SEQUENCE NUMBER               :" TO FIG-CAPTION.
047500     MOVE WS-FIRST-SEQ TO FIG-AMOUNT.
047600     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
047700     MOVE "LAST SEQUENCE NUMBER                :" TO FIG-CAPTION.
047800     MOVE WS-LAST-SEQ TO FIG-AMOUNT.
047900     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
048000     MOVE "GAPS                                :" TO FIG-CAPTION.
048100     MOVE WS-GAP-COUNT TO FIG-AMOUNT.
048200     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
048300     MOVE "OUT OF SEQUENCE                     :" TO FIG-CAPTION.
048400     MOVE WS-ORDER-COUNT TO FIG-AMOUNT.
048500     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
048600     MOVE "CHECK VALUE MISMATCHES              :" TO FIG-CAPTION.
048700     MOVE WS-MISMATCH-COUNT TO FIG-AMOUNT.
048800     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
048900     MOVE "UNSEQUENCED INSIDE THE CHAIN        :" TO FIG-CAPTION.
049000     MOVE WS-UNSEQ-COUNT TO FIG-AMOUNT.
049100     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
049200     MOVE "DISAGREEMENTS WITH CREATER-AUDCTL   :" TO FIG-CAPTION.
049300     MOVE WS-CONTROL-COUNT TO FIG-AMOUNT.
049400     PERFORM 2600-WRITE-FIGURE THRU 2600-EXIT.
049500     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
049600     IF WS-ERROR-COUNT = ZERO
049700         MOVE "TRAIL VERIFIED - CHAIN COMPLETE AND UNALTERED"
049800             TO NOTE-TEXT
049900     ELSE
050000         MOVE "TRAIL FAILED VERIFICATION - SEE EXCEPTIONS ABOVE"
050100             TO NOTE-TEXT
050200         MOVE 8 TO RETURN-CODE
050300     END-IF.
050400     DISPLAY NOTE-TEXT.
050500     PERFORM 2700-WRITE-NOTE THRU 2700-EXIT.
050600     DISPLAY "AUDIT RECORDS READ             : " WS-READ-COUNT.
050700     DISPLAY "EXCEPTIONS                     : " WS-ERROR-COUNT.
050800     CLOSE CREATER-AUDIT.
050900     CLOSE PRINT-FILE.
051000 9000-EXIT.
051100     EXIT.
