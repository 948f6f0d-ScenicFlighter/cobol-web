001840*   2026-09-02  RSH  ADDED THE DEPT COLUMN FOR THE BEFORE/AFTER
001850*                    DEPARTMENT NOW CARRIED ON THE AUDIT
001860*                    RECORD.
001861*   2026-10-15  RSH  ADDED THE APPROVER COLUMN FOR THE SUPERVISOR
001862*                    WHO APPROVED A HELD DELETE OR INACTIVATION,
001863*                    NOW CARRIED ON THE AUDIT RECORD.
001864*   2026-10-15  RSH  A RUN SELECTING ONE CREATER ID NOW READS THAT
001865*                    CREATER'S ENTRIES DIRECTLY FROM THE KEYED
001866*                    AUDIT-HISTORY FILE (CRAUDHST) INSTEAD OF
001867*                    PASSING THE WHOLE TRAIL, AND SO ALSO REPORTS
001868*                    ENTRIES CRARCHIV HAS ARCHIVED. THE RECORD
001869*                    BEING REPORTED IS NOW HELD IN WS-AUDIT-
001870*                    RECORD.
001900****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002600     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
002700            ORGANIZATION IS SEQUENTIAL
002800            FILE STATUS IS WS-CREAUDIT-STATUS.
002810     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
002820            ORGANIZATION IS INDEXED
002830            ACCESS MODE IS SEQUENTIAL
002840            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
002850            FILE STATUS IS WS-CRAUDHST-STATUS.
002900     SELECT PARM-FILE       ASSIGN TO CRAUDPRM
003000            ORGANIZATION IS SEQUENTIAL
003100            FILE STATUS IS WS-CRAUDPRM-STATUS.
003600 FD  CREATER-AUDIT
003700     LABEL RECORDS ARE STANDARD.
003800     COPY CRAUDIT.
003810*
003820 FD  AUDIT-HISTORY
003830     LABEL RECORDS ARE STANDARD.
003840     COPY CRAUDHST.
003900*
004000 FD  PARM-FILE
004100     LABEL RECORDS ARE STANDARD.
005300 01  WS-CREAUDIT-STATUS            PIC XX.
005400     88  WS-CREAUDIT-OK                VALUE "00".
005500     88  WS-CREAUDIT-EOF               VALUE "10".
005510*
005520 01  WS-CRAUDHST-STATUS            PIC XX.
005530     88  WS-CRAUDHST-OK                VALUE "00".
005540     88  WS-CRAUDHST-EOF               VALUE "10".
005550     88  WS-CRAUDHST-NOT-FOUND         VALUE "35".
005600*
005700 01  WS-CRAUDPRM-STATUS            PIC XX.
005800     88  WS-CRAUDPRM-OK                VALUE "00".
006300*
006400 01  WS-SELECT-SW                  PIC X       VALUE "N".
006500     88  WS-SELECTED                   VALUE "Y".
006510 01  WS-HISTORY-MODE-SW            PIC X       VALUE "N".
006520     88  WS-HISTORY-MODE               VALUE "Y".
006600*
006610 01  WS-FROM-DATE                  PIC 9(08)   VALUE ZERO.
006620 01  WS-TO-DATE                    PIC 9(08)   VALUE ZERO.
009200     05  FILLER                        PIC 9(02).
009300 01  WS-AUDIT-TIME-DISP            PIC X(08).
009400*
009410****************************************************************
009420* WS-AUDIT-RECORD - THE AUDIT RECORD BEING REPORTED, READ      *
009430* FROM THE TRAIL OR TAKEN FROM THE IMAGE ON AUDIT-HISTORY.     *
009440****************************************************************
009450     COPY CRAUDIT REPLACING CRAUDIT-RECORD BY WS-AUDIT-RECORD.
009460*
009500****************************************************************
009600* HDG1-LINE - REPORT TITLE, RUN DATE AND PAGE NUMBER.          *
009700****************************************************************
012820     05  FILLER                    PIC X(04)   VALUE "PEND".
012830     05  FILLER                    PIC X(02)   VALUE SPACES.
012840     05  FILLER                    PIC X(04)   VALUE "DEPT".
012850     05  FILLER                    PIC X(02)   VALUE SPACES.
012860     05  FILLER                    PIC X(08)   VALUE "APPROVER".
012900     05  FILLER                    PIC X(09)   VALUE SPACES.
013000*
013100 01  BLANK-LINE.
013200     05  FILLER                    PIC X(132)  VALUE SPACES.
015920     05  DTL-PEND                  PIC X(04).
015930     05  FILLER                    PIC X(02)   VALUE SPACES.
015940     05  DTL-DEPT                  PIC X(04).
015950     05  FILLER                    PIC X(02)   VALUE SPACES.
015960     05  DTL-APPROVER              PIC X(08).
016000     05  FILLER                    PIC X(09)   VALUE SPACES.
016100*
016200 01  FOOTER-LINE.
016300     05  FILLER                    PIC X(12)
018800* 1000-INITIALIZE - OPEN THE FILES, READ THE ONE-RECORD        *
018900* PARAMETER FILE (AN ABSENT OR EMPTY PARAMETER FILE SELECTS   *
019000* THE WHOLE AUDIT TRAIL), ESTABLISH THE RUN DATE AND PRIME    *
019100* THE FIRST HEADING AND AUDIT RECORD. A RUN FOR ONE CREATER   *
019110* ID READS THAT CREATER'S ENTRIES STRAIGHT FROM THE KEYED     *
019120* AUDIT-HISTORY FILE INSTEAD OF THE WHOLE TRAIL.              *
019200****************************************************************
019300 1000-INITIALIZE.
019400     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
019500     IF WS-SEL-CREATER-ID NOT = SPACES
019510         PERFORM 1200-OPEN-HISTORY THRU 1200-EXIT
019520     END-IF.
019530     IF NOT WS-HISTORY-MODE
019540         OPEN INPUT CREATER-AUDIT
019550     END-IF.
019600     OPEN OUTPUT PRINT-FILE.
019700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019800     STRING WS-RUN-YYYY  DELIMITED BY SIZE
023300 1100-EXIT.
023400     EXIT.
023500*
023503****************************************************************
023506* 1200-OPEN-HISTORY - OPEN THE KEYED AUDIT-HISTORY FILE AND    *
023509* POSITION IT AT THE SELECTED CREATER'S FIRST ENTRY ON OR      *
023512* AFTER THE FROM DATE. THE HISTORY FILE HOLDS EVERY AUDIT      *
023515* RECORD EVER WRITTEN, SO A CREATER RUN ALSO SHOWS ENTRIES     *
023518* CRARCHIV HAS SINCE MOVED OFF THE TRAIL. IF THE FILE IS NOT   *
023521* THERE THE RUN FALLS BACK TO READING THE TRAIL.               *
023524****************************************************************
023527 1200-OPEN-HISTORY.
023530     OPEN INPUT AUDIT-HISTORY.
023533     IF NOT WS-CRAUDHST-OK
023536         DISPLAY "AUDIT-HISTORY NOT AVAILABLE, STATUS "
023539                 WS-CRAUDHST-STATUS " - READING CREATER-AUDIT"
023542         GO TO 1200-EXIT
023545     END-IF.
023548     MOVE "Y" TO WS-HISTORY-MODE-SW.
023551     MOVE WS-SEL-CREATER-ID TO CRAUDHST-CREATER-ID.
023554     MOVE WS-FROM-DATE TO CRAUDHST-DATE.
023557     MOVE ZERO TO CRAUDHST-TIME.
023560     MOVE ZERO TO CRAUDHST-DUP-NO.
023563     START AUDIT-HISTORY
023566         KEY IS NOT LESS THAN CRAUDHST-KEY OF CRAUDHST-RECORD
023569         INVALID KEY
023572             MOVE "Y" TO WS-EOF-SW
023575     END-START.
023578 1200-EXIT.
023581     EXIT.
023584*
023600****************************************************************
023700* 2000-PROCESS-RECS - TEST THE CURRENT AUDIT RECORD AGAINST    *
023800* THE SELECTION CRITERIA, PRINT IT IF IT QUALIFIES, AND READ   *
025900     EXIT.
026000*
026100 2200-READ-AUDIT.
026110     IF WS-HISTORY-MODE
026120         PERFORM 2250-READ-HISTORY THRU 2250-EXIT
026130         GO TO 2200-EXIT
026140     END-IF.
026200     READ CREATER-AUDIT INTO WS-AUDIT-RECORD
026300         AT END
026400             MOVE "Y" TO WS-EOF-SW
026500         NOT AT END
026800 2200-EXIT.
026900     EXIT.
027000*
027003****************************************************************
027006* 2250-READ-HISTORY - READ THE NEXT AUDIT-HISTORY ENTRY. THE   *
027009* RUN ENDS AT THE FIRST ENTRY FOR ANOTHER CREATER, OR AT THE   *
027012* FIRST ONE PAST THE TO DATE.                                  *
027015****************************************************************
027018 2250-READ-HISTORY.
027021     IF WS-EOF
027024         GO TO 2250-EXIT
027027     END-IF.
027030     READ AUDIT-HISTORY
027033         AT END
027036             MOVE "Y" TO WS-EOF-SW
027039         NOT AT END
027042             IF CRAUDHST-CREATER-ID OF CRAUDHST-RECORD
027045                     NOT = WS-SEL-CREATER-ID
027048                 MOVE "Y" TO WS-EOF-SW
027051             ELSE
027054                 IF WS-TO-DATE > ZERO
027057                     AND CRAUDHST-DATE OF CRAUDHST-RECORD
027060                         > WS-TO-DATE
027063                     MOVE "Y" TO WS-EOF-SW
027066                 ELSE
027069                     MOVE CRAUDHST-AUDIT-IMAGE OF CRAUDHST-RECORD
027072                         TO WS-AUDIT-RECORD
027075                     ADD 1 TO WS-READ-COUNT
027078                 END-IF
027081             END-IF
027084     END-READ.
027087 2250-EXIT.
027090     EXIT.
027093*
027100****************************************************************
027200* 2400-SELECT-RECORD - APPLY THE PARAMETER CRITERIA TO THE     *
027300* CURRENT AUDIT RECORD. A ZERO DATE OR BLANK FIELD IN THE      *
027600 2400-SELECT-RECORD.
027700     MOVE "Y" TO WS-SELECT-SW.
027800     IF WS-FROM-DATE > ZERO
027900         AND CRAUDIT-DATE OF WS-AUDIT-RECORD < WS-FROM-DATE
028000         MOVE "N" TO WS-SELECT-SW
028100     END-IF.
028200     IF WS-TO-DATE > ZERO
028300         AND CRAUDIT-DATE OF WS-AUDIT-RECORD > WS-TO-DATE
028400         MOVE "N" TO WS-SELECT-SW
028500     END-IF.
028600     IF WS-SEL-CREATER-ID NOT = SPACES
028700         AND CRAUDIT-CREATER-ID OF WS-AUDIT-RECORD
028800             NOT = WS-SEL-CREATER-ID
028900         MOVE "N" TO WS-SELECT-SW
029000     END-IF.
029100     IF WS-SEL-OPERATOR-ID NOT = SPACES
029200         AND CRAUDIT-OPERATOR-ID OF WS-AUDIT-RECORD
029300             NOT = WS-SEL-OPERATOR-ID
029400         MOVE "N" TO WS-SELECT-SW
029500     END-IF.
029600     IF WS-SEL-ACTION NOT = SPACES
029700         AND CRAUDIT-ACTION OF WS-AUDIT-RECORD
029800             NOT = WS-SEL-ACTION
029900         MOVE "N" TO WS-SELECT-SW
030000     END-IF.
030300*
030400 2500-COUNT-ACTION.
030500     EVALUATE TRUE
030600         WHEN CRAUDIT-ADD OF WS-AUDIT-RECORD
030700             ADD 1 TO WS-ADD-COUNT
030800         WHEN CRAUDIT-CHANGE OF WS-AUDIT-RECORD
030900             ADD 1 TO WS-CHANGE-COUNT
031000         WHEN CRAUDIT-DELETE OF WS-AUDIT-RECORD
031100             ADD 1 TO WS-DELETE-COUNT
031200     END-EVALUATE.
031300 2500-EXIT.
031800* AS A BEFORE LINE AND AN AFTER LINE AND PRINT BOTH.           *
031900****************************************************************
032000 2600-WRITE-AUDIT-LINES.
032100     MOVE CRAUDIT-DATE OF WS-AUDIT-RECORD TO WS-AUDIT-DATE.
032200     MOVE SPACES TO WS-AUDIT-DATE-DISP.
032300     STRING WS-AUDIT-YYYY DELIMITED BY SIZE
032400            "-"           DELIMITED BY SIZE
032600            "-"           DELIMITED BY SIZE
032700            WS-AUDIT-DD   DELIMITED BY SIZE
032800         INTO WS-AUDIT-DATE-DISP.
032900     MOVE CRAUDIT-TIME OF WS-AUDIT-RECORD TO WS-AUDIT-TIME.
033000     MOVE SPACES TO WS-AUDIT-TIME-DISP.
033100     STRING WS-AUDIT-HH  DELIMITED BY SIZE
033200            ":"          DELIMITED BY SIZE
033600         INTO WS-AUDIT-TIME-DISP.
033700     MOVE WS-AUDIT-DATE-DISP TO DTL-DATE.
033800     MOVE WS-AUDIT-TIME-DISP TO DTL-TIME.
033900     MOVE CRAUDIT-OPERATOR-ID OF WS-AUDIT-RECORD TO DTL-OPERATOR.
034000     MOVE CRAUDIT-ACTION OF WS-AUDIT-RECORD      TO DTL-ACTION.
034100     MOVE CRAUDIT-CREATER-ID OF WS-AUDIT-RECORD  TO DTL-ID.
034200     MOVE "BEF" TO DTL-IMAGE.
034300     MOVE CRAUDIT-BEFORE-NAME OF WS-AUDIT-RECORD   TO DTL-NAME.
034400     MOVE CRAUDIT-BEFORE-ROLE OF WS-AUDIT-RECORD   TO DTL-ROLE.
034500     MOVE CRAUDIT-BEFORE-STATUS OF WS-AUDIT-RECORD TO DTL-STATUS.
034600     MOVE CRAUDIT-BEFORE-EFF-DATE OF WS-AUDIT-RECORD
034700         TO DTL-EFF-DATE.
034710     MOVE CRAUDIT-BEFORE-PEND OF WS-AUDIT-RECORD TO DTL-PEND.
034720     MOVE CRAUDIT-BEFORE-DEPT OF WS-AUDIT-RECORD TO DTL-DEPT.
034730     MOVE CRAUDIT-APPROVER-ID OF WS-AUDIT-RECORD TO DTL-APPROVER.
034800     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
034900     MOVE SPACES TO DTL-DATE.
035000     MOVE SPACES TO DTL-TIME.
035100     MOVE SPACES TO DTL-OPERATOR.
035200     MOVE SPACES TO DTL-ACTION.
035300     MOVE SPACES TO DTL-ID.
035310     MOVE SPACES TO DTL-APPROVER.
035400     MOVE "AFT" TO DTL-IMAGE.
035500     MOVE CRAUDIT-AFTER-NAME OF WS-AUDIT-RECORD   TO DTL-NAME.
035600     MOVE CRAUDIT-AFTER-ROLE OF WS-AUDIT-RECORD   TO DTL-ROLE.
035700     MOVE CRAUDIT-AFTER-STATUS OF WS-AUDIT-RECORD TO DTL-STATUS.
035800     MOVE CRAUDIT-AFTER-EFF-DATE OF WS-AUDIT-RECORD
035900         TO DTL-EFF-DATE.
035910     MOVE CRAUDIT-AFTER-PEND OF WS-AUDIT-RECORD TO DTL-PEND.
035920     MOVE CRAUDIT-AFTER-DEPT OF WS-AUDIT-RECORD TO DTL-DEPT.
036000     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
036100 2600-EXIT.
036200     EXIT.
038000     COMPUTE FTR-TOTAL-COUNT =
038100         WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT.
038200     WRITE PRINT-LINE FROM FOOTER-LINE AFTER ADVANCING 2 LINES.
038300     IF WS-HISTORY-MODE
038310         CLOSE AUDIT-HISTORY
038320     ELSE
038330         CLOSE CREATER-AUDIT
038340     END-IF.
038400     CLOSE PRINT-FILE.
038500 9000-EXIT.
038600     EXIT.
