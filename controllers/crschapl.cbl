000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRSCHAPL.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRSCHAPL - NIGHTLY APPLY OF SCHEDULED CREATER CHANGES        *
000900*                                                              *
001000* READS CREATER-SCHEDULE BY ITS DUE KEY - EFFECTIVE DATE, THEN *
001100* THE ORDER THE CHANGES WERE KEYED - AND POSTS EVERY WAITING   *
001200* CHANGE WHOSE EFFECTIVE DATE HAS COME DUE TO CREATER-MASTER,  *
001300* LOGGED TO CREATER-AUDIT (AND AUDIT-HISTORY) AS A CHANGE      *
001400* UNDER THE SCHEDCHG OPERATOR ID. A CHANGE IS SKIPPED, NOT     *
001500* POSTED, WHEN ITS CREATER HAS SINCE BEEN DELETED FROM THE     *
001600* MASTER OR THE DEPARTMENT IT NAMES IS NO LONGER ON            *
001700* CREATER-DEPT. EVERY CHANGE IS MARKED APPLIED OR SKIPPED      *
001800* (WITH THE REASON) ON THE SCHEDULE FILE AND PRINTED ON THE    *
001900* APPLY REPORT. ONLY THE FIELDS THE CHANGE CARRIES ARE         *
002000* TOUCHED; A STATUS TAKES EFFECT ON THE CHANGE'S OWN EFFECTIVE *
002100* DATE AND REPLACES ANY PENDING STATUS.                        *
002200****************************************************************
002300* MODIFICATION HISTORY
002400*   2026-10-15  RSH  INITIAL VERSION
002401*   2026-10-15  RSH  EVERY AUDIT RECORD WRITTEN IS NOW SEALED INTO
002402*                    THE AUDIT CHAIN - IT TAKES THE NEXT SEQUENCE
002403*                    NUMBER FROM CREATER-AUDCTL AND ITS CHECK
002404*                    VALUE FROM CRAUDCHN, AND THE CONTROL RECORD
002405*                    IS REWRITTEN AS SOON AS THE RECORD IS ON THE
002406*                    TRAIL.
002407*   2026-10-15  RSH  CHANGES NOW FALL DUE ON THE BUSINESS DATE
002408*                    FROM CREATER-BUSDATE, TAKEN THROUGH CRBUSDAT,
002409*                    IN PLACE OF THE SYSTEM CLOCK, AND THE AUDIT
002410*                    RECORDS AND DECIDED DATE CARRY IT. AFTER A
002411*                    MISSED NIGHT, CHANGES DUE ON THE MISSED DATES
002412*                    ARE APPLIED ON THE NEXT NIGHT THE STEP RUNS.
002413*                    THE RUN ENDS WITH RETURN CODE 12 WHEN THERE
002414*                    IS NO BUSINESS DATE.
002500****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.     IBM-370.
002900 OBJECT-COMPUTER.     IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CREATER-SCHEDULE ASSIGN TO CRSCHED
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE IS DYNAMIC
003500            RECORD KEY IS CRSCHED-KEY OF CRSCHED-RECORD
003600            ALTERNATE RECORD KEY IS CRSCHED-DUE-KEY
003700                OF CRSCHED-RECORD
003800            FILE STATUS IS WS-CRSCHED-STATUS.
003900     SELECT CREATER-MASTER  ASSIGN TO CREATMST
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE IS DYNAMIC
004200            RECORD KEY IS CREATER_ID OF CREATER-RECORD
004300            FILE STATUS IS WS-CREATMST-STATUS.
004400     SELECT DEPARTMENT-FILE ASSIGN TO CRDEPT
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS DYNAMIC
004700            RECORD KEY IS CRDEPT-CODE OF CRDEPT-RECORD
004800            FILE STATUS IS WS-CRDEPT-STATUS.
004900     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
005000            ORGANIZATION IS SEQUENTIAL
005100            FILE STATUS IS WS-CREAUDIT-STATUS.
005110     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
005120            ORGANIZATION IS SEQUENTIAL
005130            FILE STATUS IS WS-CRAUDCTL-STATUS.
005200     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
005300            ORGANIZATION IS INDEXED
005400            ACCESS MODE IS DYNAMIC
005500            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
005600            FILE STATUS IS WS-CRAUDHST-STATUS.
005700     SELECT PRINT-FILE      ASSIGN TO CRSCHDPT
005800            ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CREATER-SCHEDULE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY CRSCHED.
006400*
006500 FD  CREATER-MASTER
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CREATER.
006800*
006900 FD  DEPARTMENT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CRDEPT.
007200*
007300 FD  CREATER-AUDIT
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CRAUDIT.
007510*
007520 FD  AUDIT-CONTROL
007530     LABEL RECORDS ARE STANDARD.
007540     COPY CRAUDCTL.
007600*
007700 FD  AUDIT-HISTORY
007800     LABEL RECORDS ARE STANDARD.
007900     COPY CRAUDHST.
008000*
008100 FD  PRINT-FILE
008200     LABEL RECORDS ARE STANDARD
008300     LINAGE IS 55 LINES
008400         WITH FOOTING AT 52
008500         LINES AT TOP 2
008600         LINES AT BOTTOM 2.
008700 01  PRINT-LINE                    PIC X(132).
008800*
008900 WORKING-STORAGE SECTION.
009000 01  WS-CRSCHED-STATUS             PIC XX.
009100     88  WS-CRSCHED-OK                 VALUE "00".
009200     88  WS-CRSCHED-NOT-FOUND          VALUE "35".
009300*
009400 01  WS-CREATMST-STATUS            PIC XX.
009500     88  WS-CREATMST-OK                VALUE "00".
009600*
009700 01  WS-CRDEPT-STATUS              PIC XX.
009800     88  WS-CRDEPT-OK                  VALUE "00".
009900     88  WS-CRDEPT-NOT-FOUND           VALUE "35".
010000*
010100 01  WS-CREAUDIT-STATUS            PIC XX.
010200     88  WS-CREAUDIT-OK                VALUE "00".
010300     88  WS-CREAUDIT-NOT-FOUND         VALUE "35".
010310*
010320 01  WS-CRAUDCTL-STATUS            PIC XX.
010330     88  WS-CRAUDCTL-OK                VALUE "00".
010340     88  WS-CRAUDCTL-NOT-FOUND         VALUE "35".
010350 01  WS-CHAIN-SW                   PIC X       VALUE "O".
010360     88  WS-CHAIN-OPEN                 VALUE "O".
010370     88  WS-CHAIN-NEW                  VALUE "N".
010380     88  WS-CHAIN-LOST                 VALUE "X".
010390     COPY CRCHNPRM.
010400*
010500 01  WS-CRAUDHST-STATUS            PIC XX.
010600     88  WS-CRAUDHST-OK                VALUE "00".
010700     88  WS-CRAUDHST-NOT-FOUND         VALUE "35".
010800     88  WS-CRAUDHST-DUP-KEY           VALUE "22".
010900 01  WS-HISTORY-SW                 PIC X       VALUE "N".
011000     88  WS-HISTORY-DONE               VALUE "Y".
011100*
011200 01  WS-EOF-SW                     PIC X       VALUE "N".
011300     88  WS-EOF                        VALUE "Y".
011400 01  WS-DEPT-FILE-SW               PIC X       VALUE "N".
011500     88  WS-DEPT-FILE-OPEN             VALUE "Y".
011600 01  WS-SKIP-SW                    PIC X       VALUE "N".
011700     88  WS-SKIP-CHANGE                VALUE "Y".
011800*
011900 01  WS-OPERATOR-ID                PIC X(08)   VALUE "SCHEDCHG".
012000 01  WS-SKIP-REASON                PIC X(40)   VALUE SPACES.
012100 01  WS-FIELDS-MOVED               PIC X(40)   VALUE SPACES.
012200 01  WS-FIELDS-PTR                 PIC 9(02)   VALUE ZERO.
012300 01  WS-OLD-NAME                   PIC X(20)   VALUE SPACES.
012400 01  WS-OLD-ROLE                   PIC X(10)   VALUE SPACES.
012500 01  WS-OLD-STATUS                 PIC X       VALUE SPACE.
012600 01  WS-OLD-EFF-DATE               PIC 9(08)   VALUE ZERO.
012700 01  WS-OLD-PEND                   PIC X       VALUE SPACE.
012800 01  WS-OLD-DEPT                   PIC X(04)   VALUE SPACES.
012900*
013000 01  WS-PAGE-NO                    PIC 9(04)   VALUE ZERO.
013100 01  WS-DUE-COUNT                  PIC 9(06)   VALUE ZERO.
013200 01  WS-APPLIED-COUNT              PIC 9(06)   VALUE ZERO.
013300 01  WS-SKIPPED-COUNT              PIC 9(06)   VALUE ZERO.
013400*
013500 01  WS-RUN-DATE                   PIC 9(08).
013600 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
013700     05  WS-RUN-YYYY                   PIC 9(04).
013800     05  WS-RUN-MM                     PIC 9(02).
013900     05  WS-RUN-DD                     PIC 9(02).
014000 01  WS-RUN-DATE-DISP              PIC X(10).
014100*
014200****************************************************************
014300* HDG1-LINE - REPORT TITLE, RUN DATE AND PAGE NUMBER.          *
014400****************************************************************
014500 01  HDG1-LINE.
014600     05  FILLER                    PIC X(30)
014700             VALUE "CREATER SCHEDULED CHANGE APPLY".
014800     05  FILLER                    PIC X(20)   VALUE SPACES.
014900     05  FILLER                    PIC X(05)   VALUE "DATE:".
015000     05  HDG1-RUN-DATE             PIC X(10).
015100     05  FILLER                    PIC X(05)   VALUE SPACES.
015200     05  FILLER                    PIC X(05)   VALUE "PAGE:".
015300     05  HDG1-PAGE-NO              PIC ZZZ9.
015400     05  FILLER                    PIC X(53)   VALUE SPACES.
015500*
015600 01  HDG2-LINE.
015700     05  FILLER                    PIC X(06)   VALUE "ID".
015800     05  FILLER                    PIC X(04)   VALUE SPACES.
015900     05  FILLER                    PIC X(20)   VALUE "NAME".
016000     05  FILLER                    PIC X(02)   VALUE SPACES.
016100     05  FILLER                    PIC X(08)   VALUE "EFF DATE".
016200     05  FILLER                    PIC X(02)   VALUE SPACES.
016300     05  FILLER                    PIC X(08)   VALUE "KEYED BY".
016400     05  FILLER                    PIC X(02)   VALUE SPACES.
016500     05  FILLER                    PIC X(08)   VALUE "RESULT".
016600     05  FILLER                    PIC X(02)   VALUE SPACES.
016700     05  FILLER                    PIC X(40)
016800             VALUE "FIELDS CHANGED / REASON SKIPPED".
016900     05  FILLER                    PIC X(30)   VALUE SPACES.
017000*
017100 01  BLANK-LINE.
017200     05  FILLER                    PIC X(132)  VALUE SPACES.
017300*
017400 01  DETAIL-LINE.
017500     05  DTL-ID                    PIC X(06).
017600     05  FILLER                    PIC X(04)   VALUE SPACES.
017700     05  DTL-NAME                  PIC X(20).
017800     05  FILLER                    PIC X(02)   VALUE SPACES.
017900     05  DTL-EFF-DATE              PIC X(08).
018000     05  FILLER                    PIC X(02)   VALUE SPACES.
018100     05  DTL-KEYED-BY              PIC X(08).
018200     05  FILLER                    PIC X(02)   VALUE SPACES.
018300     05  DTL-RESULT                PIC X(08).
018400     05  FILLER                    PIC X(02)   VALUE SPACES.
018500     05  DTL-DETAIL                PIC X(40).
018600     05  FILLER                    PIC X(30)   VALUE SPACES.
018700*
018800 01  FOOTER-LINE.
018900     05  FILLER                    PIC X(12)
019000             VALUE "DUE       : ".
019100     05  FTR-DUE-COUNT             PIC ZZZ,ZZ9.
019200     05  FILLER                    PIC X(05)   VALUE SPACES.
019300     05  FILLER                    PIC X(12)
019400             VALUE "APPLIED   : ".
019500     05  FTR-APPLIED-COUNT         PIC ZZZ,ZZ9.
019600     05  FILLER                    PIC X(05)   VALUE SPACES.
019700     05  FILLER                    PIC X(12)
019800             VALUE "SKIPPED   : ".
019900     05  FTR-SKIPPED-COUNT         PIC ZZZ,ZZ9.
020000     05  FILLER                    PIC X(65)   VALUE SPACES.
020100*
020200     COPY CRRUNPRM.
020210     COPY CRBUSPRM.
020300*
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 0100-LOG-START THRU 0100-EXIT.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 2000-PROCESS-DUE THRU 2000-EXIT UNTIL WS-EOF.
020900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021000     PERFORM 8900-LOG-END THRU 8900-EXIT.
021100     STOP RUN.
021200*
021300****************************************************************
021360* 1000-INITIALIZE - TAKE THE RUN DATE FROM THE BUSINESS DATE   *
021420* ON CREATER-BUSDATE (CHANGES FALL DUE, AND ARE AUDITED, ON    *
021480* THE BUSINESS DATE, NOT THE CALENDAR DATE), OPEN THE FILES,   *
021540* PRINT THE FIRST HEADING AND POSITION CREATER-SCHEDULE AT THE *
021600* EARLIEST DUE KEY.                                            *
021700****************************************************************
021720 1000-INITIALIZE.
021740     MOVE "G" TO CRBUSPRM-FUNCTION.
021760     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
021780     IF NOT CRBUSPRM-VALID
021800         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - NOTHING "
021820                 "APPLIED"
021840         MOVE 12 TO RETURN-CODE
021860         PERFORM 8900-LOG-END THRU 8900-EXIT
021880         STOP RUN
021900     END-IF.
021920     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
021940     OPEN I-O CREATER-SCHEDULE.
022000     IF WS-CRSCHED-NOT-FOUND
022100         OPEN OUTPUT CREATER-SCHEDULE
022200         CLOSE CREATER-SCHEDULE
022300         OPEN I-O CREATER-SCHEDULE
022400     END-IF.
022500     OPEN I-O CREATER-MASTER.
022600     OPEN INPUT DEPARTMENT-FILE.
022700     IF WS-CRDEPT-NOT-FOUND
022800         DISPLAY "DEPARTMENT FILE IS MISSING - CHANGES NAMING A "
022900                 "DEPARTMENT WILL BE SKIPPED"
023000     ELSE
023100         MOVE "Y" TO WS-DEPT-FILE-SW
023200     END-IF.
023300     OPEN EXTEND CREATER-AUDIT.
023400     IF WS-CREAUDIT-NOT-FOUND
023500         OPEN OUTPUT CREATER-AUDIT
023600         CLOSE CREATER-AUDIT
023700         OPEN EXTEND CREATER-AUDIT
023800     END-IF.
023900     OPEN I-O AUDIT-HISTORY.
024000     IF WS-CRAUDHST-NOT-FOUND
024100         OPEN OUTPUT AUDIT-HISTORY
024200         CLOSE AUDIT-HISTORY
024300         OPEN I-O AUDIT-HISTORY
024400     END-IF.
024500     OPEN OUTPUT PRINT-FILE.
024700     STRING WS-RUN-YYYY  DELIMITED BY SIZE
024800            "-"          DELIMITED BY SIZE
024900            WS-RUN-MM    DELIMITED BY SIZE
025000            "-"          DELIMITED BY SIZE
025100            WS-RUN-DD    DELIMITED BY SIZE
025200         INTO WS-RUN-DATE-DISP.
025300     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
025400     MOVE LOW-VALUES TO CRSCHED-DUE-KEY OF CRSCHED-RECORD.
025500     START CREATER-SCHEDULE
025600         KEY IS NOT LESS THAN CRSCHED-DUE-KEY OF CRSCHED-RECORD
025700         INVALID KEY
025800             MOVE "Y" TO WS-EOF-SW
025900     END-START.
026000     IF NOT WS-EOF
026100         PERFORM 2200-READ-DUE THRU 2200-EXIT
026200     END-IF.
026300 1000-EXIT.
026400     EXIT.
026500*
026600****************************************************************
026700* 2000-PROCESS-DUE - POST OR SKIP THE CURRENT CHANGE IF IT IS  *
026800* STILL WAITING (APPLIED, SKIPPED AND CANCELLED CHANGES ARE    *
026900* PASSED OVER) AND READ THE NEXT ONE IN DUE ORDER.             *
027000****************************************************************
027100 2000-PROCESS-DUE.
027200     IF CRSCHED-WAITING OF CRSCHED-RECORD
027300         ADD 1 TO WS-DUE-COUNT
027400         PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
027500     END-IF.
027600     PERFORM 2200-READ-DUE THRU 2200-EXIT.
027700 2000-EXIT.
027800     EXIT.
027900*
028000 2100-WRITE-HEADERS.
028100     ADD 1 TO WS-PAGE-NO.
028200     MOVE WS-PAGE-NO       TO HDG1-PAGE-NO.
028300     MOVE WS-RUN-DATE-DISP TO HDG1-RUN-DATE.
028400     WRITE PRINT-LINE FROM HDG1-LINE  AFTER ADVANCING PAGE.
028500     WRITE PRINT-LINE FROM HDG2-LINE  AFTER ADVANCING 1 LINE.
028600     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
028700 2100-EXIT.
028800     EXIT.
028900*
029000****************************************************************
029100* 2200-READ-DUE - READ THE NEXT SCHEDULED CHANGE IN DUE KEY    *
029200* SEQUENCE. THE FIRST CHANGE DATED AFTER THE RUN DATE ENDS THE *
029300* RUN - EVERYTHING BEYOND IT IS NOT DUE YET.                   *
029400****************************************************************
029500 2200-READ-DUE.
029600     READ CREATER-SCHEDULE NEXT RECORD
029700         AT END
029800             MOVE "Y" TO WS-EOF-SW
029900         NOT AT END
030000             IF CRSCHED-EFF-DATE OF CRSCHED-RECORD > WS-RUN-DATE
030100                 MOVE "Y" TO WS-EOF-SW
030200             END-IF
030300     END-READ.
030400 2200-EXIT.
030500     EXIT.
030600*
030700****************************************************************
030800* 2300-APPLY-CHANGE - POST ONE DUE CHANGE. THE CREATER MUST    *
030900* STILL BE ON CREATER-MASTER AND A DEPARTMENT THE CHANGE NAMES *
031000* MUST STILL BE ON CREATER-DEPT, OR THE CHANGE IS SKIPPED AND  *
031100* THE MASTER IS LEFT ALONE.                                    *
031200****************************************************************
031300 2300-APPLY-CHANGE.
031400     MOVE "N" TO WS-SKIP-SW.
031500     MOVE SPACES TO WS-SKIP-REASON.
031600     MOVE CRSCHED-CREATER-ID OF CRSCHED-RECORD
031700         TO CREATER_ID OF CREATER-RECORD.
031800     READ CREATER-MASTER
031900         INVALID KEY
032000             MOVE "Y" TO WS-SKIP-SW
032100             MOVE SPACES TO CREATER_NAME OF CREATER-RECORD
032200             MOVE "CREATER NO LONGER ON CREATER-MASTER"
032300                 TO WS-SKIP-REASON
032400     END-READ.
032500     IF NOT WS-SKIP-CHANGE
032600         AND CRSCHED-NEW-DEPT OF CRSCHED-RECORD NOT = SPACES
032700         PERFORM 2350-CHECK-DEPT THRU 2350-EXIT
032800     END-IF.
032900     IF WS-SKIP-CHANGE
033000         PERFORM 2700-SKIP-CHANGE THRU 2700-EXIT
033100         GO TO 2300-EXIT
033200     END-IF.
033300     MOVE CREATER_NAME OF CREATER-RECORD     TO WS-OLD-NAME.
033400     MOVE CREATER-ROLE OF CREATER-RECORD     TO WS-OLD-ROLE.
033500     MOVE CREATER-STATUS OF CREATER-RECORD   TO WS-OLD-STATUS.
033600     MOVE CREATER-EFF-DATE OF CREATER-RECORD TO WS-OLD-EFF-DATE.
033700     MOVE CREATER-PEND-STATUS OF CREATER-RECORD
033800         TO WS-OLD-PEND.
033900     MOVE CREATER-DEPT OF CREATER-RECORD     TO WS-OLD-DEPT.
034000     PERFORM 2400-MOVE-FIELDS THRU 2400-EXIT.
034100     REWRITE CREATER-RECORD
034200         INVALID KEY
034300             MOVE "Y" TO WS-SKIP-SW
034400             MOVE "REWRITE OF CREATER-MASTER FAILED"
034500                 TO WS-SKIP-REASON
034600     END-REWRITE.
034700     IF WS-SKIP-CHANGE
034800         PERFORM 2700-SKIP-CHANGE THRU 2700-EXIT
034900         GO TO 2300-EXIT
035000     END-IF.
035100     PERFORM 2500-AUDIT-CHANGE THRU 2500-EXIT.
035200     PERFORM 2600-MARK-APPLIED THRU 2600-EXIT.
035300 2300-EXIT.
035400     EXIT.
035500*
035600 2350-CHECK-DEPT.
035700     IF WS-DEPT-FILE-OPEN
035800         MOVE CRSCHED-NEW-DEPT OF CRSCHED-RECORD
035900             TO CRDEPT-CODE OF CRDEPT-RECORD
036000         READ DEPARTMENT-FILE
036100             INVALID KEY
036200                 MOVE "Y" TO WS-SKIP-SW
036300         END-READ
036400     ELSE
036500         MOVE "Y" TO WS-SKIP-SW
036600     END-IF.
036700     IF WS-SKIP-CHANGE
036800         STRING "DEPT "          DELIMITED BY SIZE
036900                CRSCHED-NEW-DEPT OF CRSCHED-RECORD
037000                                 DELIMITED BY SIZE
037100                " NO LONGER ON CREATER-DEPT"
037200                                 DELIMITED BY SIZE
037300             INTO WS-SKIP-REASON
037400     END-IF.
037500 2350-EXIT.
037600     EXIT.
037700*
037800****************************************************************
037900* 2400-MOVE-FIELDS - CARRY EACH FIELD THE CHANGE NAMES ONTO THE*
038000* MASTER RECORD, NOTING IT FOR THE REPORT. A NEW STATUS TAKES  *
038100* EFFECT FROM THE CHANGE'S OWN EFFECTIVE DATE AND CLEARS ANY   *
038200* PENDING STATUS, WHICH IT SUPERSEDES; A CHANGE WITH NO STATUS *
038300* LEAVES THE STATUS, EFFECTIVE DATE AND PENDING STATUS ALONE.  *
038400****************************************************************
038500 2400-MOVE-FIELDS.
038600     MOVE SPACES TO WS-FIELDS-MOVED.
038700     MOVE 1 TO WS-FIELDS-PTR.
038800     IF CRSCHED-NEW-NAME OF CRSCHED-RECORD NOT = SPACES
038900         MOVE CRSCHED-NEW-NAME OF CRSCHED-RECORD
039000             TO CREATER_NAME OF CREATER-RECORD
039100         STRING "NAME " DELIMITED BY SIZE
039200             INTO WS-FIELDS-MOVED WITH POINTER WS-FIELDS-PTR
039300     END-IF.
039400     IF CRSCHED-NEW-ROLE OF CRSCHED-RECORD NOT = SPACES
039500         MOVE CRSCHED-NEW-ROLE OF CRSCHED-RECORD
039600             TO CREATER-ROLE OF CREATER-RECORD
039700         STRING "ROLE " DELIMITED BY SIZE
039800             INTO WS-FIELDS-MOVED WITH POINTER WS-FIELDS-PTR
039900     END-IF.
040000     IF CRSCHED-NEW-STATUS OF CRSCHED-RECORD NOT = SPACE
040100         MOVE CRSCHED-NEW-STATUS OF CRSCHED-RECORD
040200             TO CREATER-STATUS OF CREATER-RECORD
040300         MOVE CRSCHED-EFF-DATE OF CRSCHED-RECORD
040400             TO CREATER-EFF-DATE OF CREATER-RECORD
040500         MOVE SPACE TO CREATER-PEND-STATUS OF CREATER-RECORD
040600         STRING "STATUS " DELIMITED BY SIZE
040700                CRSCHED-NEW-STATUS OF CRSCHED-RECORD
040800                          DELIMITED BY SIZE
040900                " "       DELIMITED BY SIZE
041000             INTO WS-FIELDS-MOVED WITH POINTER WS-FIELDS-PTR
041100     END-IF.
041200     IF CRSCHED-NEW-DEPT OF CRSCHED-RECORD NOT = SPACES
041300         MOVE CRSCHED-NEW-DEPT OF CRSCHED-RECORD
041400             TO CREATER-DEPT OF CREATER-RECORD
041500         STRING "DEPT " DELIMITED BY SIZE
041600                CRSCHED-NEW-DEPT OF CRSCHED-RECORD
041700                        DELIMITED BY SIZE
041800             INTO WS-FIELDS-MOVED WITH POINTER WS-FIELDS-PTR
041900     END-IF.
042000 2400-EXIT.
042100     EXIT.
042200*
042300****************************************************************
042400* 2500-AUDIT-CHANGE - LOG THE POSTED CHANGE TO CREATER-AUDIT AS*
042500* A CHANGE UNDER THE SCHEDCHG OPERATOR ID WITH THE FULL BEFORE *
042600* AND AFTER IMAGE, THE SAME AS ANY OTHER CHANGE TO THE MASTER. *
042700****************************************************************
042800 2500-AUDIT-CHANGE.
042900     MOVE "CHANGE" TO CRAUDIT-ACTION OF CRAUDIT-RECORD.
043000     MOVE CREATER_ID OF CREATER-RECORD
043100         TO CRAUDIT-CREATER-ID OF CRAUDIT-RECORD.
043200     MOVE WS-OLD-NAME
043300         TO CRAUDIT-BEFORE-NAME OF CRAUDIT-RECORD.
043400     MOVE CREATER_NAME OF CREATER-RECORD
043500         TO CRAUDIT-AFTER-NAME OF CRAUDIT-RECORD.
043600     MOVE WS-OLD-ROLE
043700         TO CRAUDIT-BEFORE-ROLE OF CRAUDIT-RECORD.
043800     MOVE CREATER-ROLE OF CREATER-RECORD
043900         TO CRAUDIT-AFTER-ROLE OF CRAUDIT-RECORD.
044000     MOVE WS-OLD-STATUS
044100         TO CRAUDIT-BEFORE-STATUS OF CRAUDIT-RECORD.
044200     MOVE CREATER-STATUS OF CREATER-RECORD
044300         TO CRAUDIT-AFTER-STATUS OF CRAUDIT-RECORD.
044400     MOVE WS-OLD-EFF-DATE
044500         TO CRAUDIT-BEFORE-EFF-DATE OF CRAUDIT-RECORD.
044600     MOVE CREATER-EFF-DATE OF CREATER-RECORD
044700         TO CRAUDIT-AFTER-EFF-DATE OF CRAUDIT-RECORD.
044800     MOVE WS-OLD-PEND
044900         TO CRAUDIT-BEFORE-PEND OF CRAUDIT-RECORD.
045000     MOVE CREATER-PEND-STATUS OF CREATER-RECORD
045100         TO CRAUDIT-AFTER-PEND OF CRAUDIT-RECORD.
045200     MOVE WS-OLD-DEPT
045300         TO CRAUDIT-BEFORE-DEPT OF CRAUDIT-RECORD.
045400     MOVE CREATER-DEPT OF CREATER-RECORD
045500         TO CRAUDIT-AFTER-DEPT OF CRAUDIT-RECORD.
045600     MOVE WS-RUN-DATE TO CRAUDIT-DATE OF CRAUDIT-RECORD.
045700     ACCEPT CRAUDIT-TIME OF CRAUDIT-RECORD FROM TIME.
045800     MOVE WS-OPERATOR-ID
045900         TO CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD.
046000     MOVE SPACES TO CRAUDIT-APPROVER-ID OF CRAUDIT-RECORD.
046010     PERFORM 8080-CHAIN-AUDIT THRU 8080-EXIT.
046100     WRITE CRAUDIT-RECORD.
046110     PERFORM 8090-SAVE-CHAIN THRU 8090-EXIT.
046200     PERFORM 8060-WRITE-HISTORY THRU 8060-EXIT.
046300 2500-EXIT.
046400     EXIT.
046500*
046600 2600-MARK-APPLIED.
046700     ADD 1 TO WS-APPLIED-COUNT.
046800     MOVE "A" TO CRSCHED-STATE OF CRSCHED-RECORD.
046900     MOVE SPACES TO CRSCHED-REASON OF CRSCHED-RECORD.
047000     PERFORM 2800-UPDATE-SCHEDULE THRU 2800-EXIT.
047100     MOVE "APPLIED" TO DTL-RESULT.
047200     MOVE WS-FIELDS-MOVED TO DTL-DETAIL.
047300     PERFORM 2900-PRINT-CHANGE THRU 2900-EXIT.
047400 2600-EXIT.
047500     EXIT.
047600*
047700 2700-SKIP-CHANGE.
047800     ADD 1 TO WS-SKIPPED-COUNT.
047900     MOVE "S" TO CRSCHED-STATE OF CRSCHED-RECORD.
048000     MOVE WS-SKIP-REASON TO CRSCHED-REASON OF CRSCHED-RECORD.
048100     PERFORM 2800-UPDATE-SCHEDULE THRU 2800-EXIT.
048200     MOVE "SKIPPED" TO DTL-RESULT.
048300     MOVE WS-SKIP-REASON TO DTL-DETAIL.
048400     PERFORM 2900-PRINT-CHANGE THRU 2900-EXIT.
048500 2700-EXIT.
048600     EXIT.
048700*
048800****************************************************************
048900* 2800-UPDATE-SCHEDULE - STAMP THE OUTCOME ON THE SCHEDULE     *
049000* RECORD SO THE CHANGE IS NEVER PICKED UP AGAIN.               *
049100****************************************************************
049200 2800-UPDATE-SCHEDULE.
049300     MOVE WS-OPERATOR-ID TO CRSCHED-DECIDED-BY OF CRSCHED-RECORD.
049400     MOVE WS-RUN-DATE TO CRSCHED-DECIDED-DATE OF CRSCHED-RECORD.
049500     REWRITE CRSCHED-RECORD
049600         INVALID KEY
049700             DISPLAY "CREATER-SCHEDULE NOT UPDATED FOR "
049800                     CRSCHED-CREATER-ID OF CRSCHED-RECORD
049900                     " STATUS " WS-CRSCHED-STATUS
050000     END-REWRITE.
050100 2800-EXIT.
050200     EXIT.
050300*
050400 2900-PRINT-CHANGE.
050500     MOVE CRSCHED-CREATER-ID OF CRSCHED-RECORD TO DTL-ID.
050600     MOVE CREATER_NAME OF CREATER-RECORD       TO DTL-NAME.
050700     MOVE CRSCHED-EFF-DATE OF CRSCHED-RECORD   TO DTL-EFF-DATE.
050800     MOVE CRSCHED-ENTERED-BY OF CRSCHED-RECORD TO DTL-KEYED-BY.
050900     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
051000         AT END-OF-PAGE
051100             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
051200     END-WRITE.
051300 2900-EXIT.
051400     EXIT.
051500*
051600****************************************************************
051700* 8060-WRITE-HISTORY - FILE A COPY OF THE AUDIT RECORD JUST    *
051800* WRITTEN ON AUDIT-HISTORY UNDER ITS CREATER ID, DATE AND      *
051900* TIME. A SECOND RECORD FOR THE SAME CREATER IN THE SAME       *
052000* HUNDREDTH OF A SECOND TAKES THE NEXT DUPLICATE NUMBER. A     *
052100* FAILURE IS REPORTED BUT DOES NOT STOP THE RUN - THE TRAIL    *
052200* ITSELF HAS BEEN WRITTEN AND CRHSTBLD CAN REBUILD THE FILE.   *
052300****************************************************************
052400 8060-WRITE-HISTORY.
052500     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
052600         TO CRAUDHST-CREATER-ID.
052700     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDHST-DATE.
052800     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDHST-TIME.
052900     MOVE ZERO TO CRAUDHST-DUP-NO.
053000     MOVE CRAUDIT-RECORD TO CRAUDHST-AUDIT-IMAGE.
053100     MOVE "N" TO WS-HISTORY-SW.
053200     PERFORM 8070-PUT-HISTORY THRU 8070-EXIT
053300         UNTIL WS-HISTORY-DONE.
053400     IF NOT WS-CRAUDHST-OK
053500         DISPLAY "AUDIT-HISTORY NOT UPDATED FOR "
053600                 CRAUDHST-CREATER-ID " STATUS "
053700                 WS-CRAUDHST-STATUS
053800     END-IF.
053900 8060-EXIT.
054000     EXIT.
054100*
054200****************************************************************
054300* 8070-PUT-HISTORY - WRITE THE HISTORY RECORD, STEPPING THE    *
054400* DUPLICATE NUMBER WHILE THE KEY IS ALREADY ON FILE.           *
054500****************************************************************
054600 8070-PUT-HISTORY.
054700     WRITE CRAUDHST-RECORD
054800         INVALID KEY
054900             CONTINUE
055000     END-WRITE.
055100     IF WS-CRAUDHST-DUP-KEY
055200         AND CRAUDHST-DUP-NO < 99
055300         ADD 1 TO CRAUDHST-DUP-NO
055400     ELSE
055500         MOVE "Y" TO WS-HISTORY-SW
055600     END-IF.
055700 8070-EXIT.
055800     EXIT.
055900*
056000****************************************************************
056100* 9000-TERMINATE - PRINT THE APPLY TOTALS AND CLOSE THE FILES. *
056200****************************************************************
056300 9000-TERMINATE.
056400     MOVE WS-DUE-COUNT     TO FTR-DUE-COUNT.
056500     MOVE WS-APPLIED-COUNT TO FTR-APPLIED-COUNT.
056600     MOVE WS-SKIPPED-COUNT TO FTR-SKIPPED-COUNT.
056700     WRITE PRINT-LINE FROM FOOTER-LINE AFTER ADVANCING 2 LINES.
056800     DISPLAY "SCHEDULED CHANGES DUE        : " WS-DUE-COUNT.
056900     DISPLAY "SCHEDULED CHANGES APPLIED    : " WS-APPLIED-COUNT.
057000     DISPLAY "SCHEDULED CHANGES SKIPPED    : " WS-SKIPPED-COUNT.
057100     CLOSE CREATER-SCHEDULE.
057200     CLOSE CREATER-MASTER.
057300     IF WS-DEPT-FILE-OPEN
057400         CLOSE DEPARTMENT-FILE
057500     END-IF.
057600     CLOSE CREATER-AUDIT.
057700     CLOSE AUDIT-HISTORY.
057800     CLOSE PRINT-FILE.
057900 9000-EXIT.
058000     EXIT.
058100*
058200****************************************************************
058300* 0100-LOG-START - ASK THE CRRUNLOG NIGHT-RUN CONTROL WHETHER  *
058400* THIS PROGRAM MAY START. A HOLD MEANS A PREDECESSOR HAS NOT   *
058500* COMPLETED TONIGHT, SO THE STEP ENDS WITH RETURN CODE 12      *
058600* BEFORE ANY FILE IS TOUCHED.                                  *
058700****************************************************************
058800 0100-LOG-START.
058900     MOVE "S" TO CRRUNPRM-FUNCTION.
059000     MOVE "CRSCHAPL" TO CRRUNPRM-PGM-NAME.
059100     MOVE ZERO TO CRRUNPRM-RET-CODE.
059200     CALL "CRRUNLOG" USING CRRUNPRM-AREA.
059300     IF CRRUNPRM-HOLD
059400         DISPLAY "CRSCHAPL HELD BY THE NIGHT-RUN CONTROL - "
059500                 "STEP ENDED"
059600         MOVE 12 TO RETURN-CODE
059700         STOP RUN
059800     END-IF.
059900 0100-EXIT.
060000     EXIT.
060100*
060200****************************************************************
060300* 8900-LOG-END - RECORD THE END AND RETURN CODE ON THE         *
060400* NIGHT-RUN CONTROL. THE RETURN CODE IS CARRIED THROUGH THE    *
060500* PARAMETER AREA AND RESTORED AFTERWARDS, SO THE CALL ITSELF   *
060600* CANNOT DISTURB THE STEP CONDITION CODE.                      *
060700****************************************************************
060800 8900-LOG-END.
060900     MOVE "E" TO CRRUNPRM-FUNCTION.
061000     MOVE "CRSCHAPL" TO CRRUNPRM-PGM-NAME.
061100     MOVE RETURN-CODE TO CRRUNPRM-RET-CODE.
061200     CALL "CRRUNLOG" USING CRRUNPRM-AREA.
061300     MOVE CRRUNPRM-RET-CODE TO RETURN-CODE.
061400 8900-EXIT.
061500     EXIT.
061510*
061520****************************************************************
061530* 8080-CHAIN-AUDIT - SEAL THE AUDIT RECORD BUILT BY THE CALLER *
061540* JUST BEFORE IT IS WRITTEN: READ CREATER-AUDCTL, GIVE THE     *
061550* RECORD THE NEXT SEQUENCE NUMBER AND HAVE CRAUDCHN COMPUTE    *
061560* ITS CHECK VALUE FROM THE LAST ONE. THE CONTROL FILE IS LEFT  *
061570* OPEN FOR 8090-SAVE-CHAIN. A MISSING OR EMPTY CONTROL FILE    *
061580* STARTS THE CHAIN AT SEQUENCE 1. IF THE CONTROL FILE CANNOT   *
061590* BE READ THE RECORD IS STILL WRITTEN, UNSEQUENCED, AND        *
061600* CRAUDVFY WILL REPORT IT.                                     *
061610****************************************************************
061620 8080-CHAIN-AUDIT.
061630     PERFORM 8085-READ-CHAIN THRU 8085-EXIT.
061640     IF WS-CHAIN-LOST
061650         MOVE ZERO TO CRAUDIT-SEQ-NO OF CRAUDIT-RECORD
061660         MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
061670         DISPLAY "CREATER-AUDCTL UNAVAILABLE, STATUS "
061680                 WS-CRAUDCTL-STATUS
061690                 " - AUDIT RECORD WRITTEN UNSEQUENCED"
061700         GO TO 8080-EXIT
061710     END-IF.
061720     IF WS-CHAIN-NEW
061730         MOVE SPACES TO CRAUDCTL-RECORD
061740         MOVE ZERO TO CRAUDCTL-LAST-SEQ
061750         MOVE ZERO TO CRAUDCTL-LAST-CHECK
061760         MOVE ZERO TO CRAUDCTL-VFY-DATE
061770         MOVE ZERO TO CRAUDCTL-VFY-TIME
061780         MOVE ZERO TO CRAUDCTL-VFY-SEQ
061790         MOVE ZERO TO CRAUDCTL-VFY-ERRORS
061800     END-IF.
061810     ADD 1 CRAUDCTL-LAST-SEQ
061820         GIVING CRAUDIT-SEQ-NO OF CRAUDIT-RECORD.
061830     MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
061840     MOVE CRAUDCTL-LAST-CHECK TO CRCHNPRM-PREV-CHECK.
061850     MOVE CRAUDIT-RECORD TO CRCHNPRM-AUDIT-IMAGE.
061860     CALL "CRAUDCHN" USING CRCHNPRM-AREA.
061870     MOVE CRCHNPRM-CHECK TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
061880 8080-EXIT.
061890     EXIT.
061900*
061910 8085-READ-CHAIN.
061920     MOVE "O" TO WS-CHAIN-SW.
061930     OPEN I-O AUDIT-CONTROL.
061940     IF WS-CRAUDCTL-NOT-FOUND
061950         MOVE "N" TO WS-CHAIN-SW
061960         GO TO 8085-EXIT
061970     END-IF.
061980     IF NOT WS-CRAUDCTL-OK
061990         MOVE "X" TO WS-CHAIN-SW
062000         GO TO 8085-EXIT
062010     END-IF.
062020     READ AUDIT-CONTROL
062030         AT END
062040             MOVE "N" TO WS-CHAIN-SW
062050             CLOSE AUDIT-CONTROL
062060             GO TO 8085-EXIT
062070     END-READ.
062080     IF NOT WS-CRAUDCTL-OK
062090         MOVE "X" TO WS-CHAIN-SW
062100         CLOSE AUDIT-CONTROL
062110     END-IF.
062120 8085-EXIT.
062130     EXIT.
062140*
062150****************************************************************
062160* 8090-SAVE-CHAIN - ONCE THE AUDIT RECORD IS ON THE TRAIL,     *
062170* REWRITE CREATER-AUDCTL WITH ITS SEQUENCE NUMBER AND CHECK    *
062180* VALUE (CREATING THE FILE FOR THE FIRST RECORD OF THE CHAIN)  *
062190* AND CLOSE IT. IF THE WRITE FAILED THE CONTROL RECORD IS LEFT *
062200* AS IT WAS, SO THE NEXT RECORD TAKES THE SAME SEQUENCE        *
062210* NUMBER.                                                      *
062220****************************************************************
062230 8090-SAVE-CHAIN.
062240     IF WS-CHAIN-LOST
062250         GO TO 8090-EXIT
062260     END-IF.
062270     IF NOT WS-CREAUDIT-OK
062280         IF WS-CHAIN-OPEN
062290             CLOSE AUDIT-CONTROL
062300         END-IF
062310         GO TO 8090-EXIT
062320     END-IF.
062330     MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO CRAUDCTL-LAST-SEQ.
062340     MOVE CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
062350         TO CRAUDCTL-LAST-CHECK.
062360     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDCTL-LAST-DATE.
062370     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDCTL-LAST-TIME.
062380     MOVE "CRSCHAPL" TO CRAUDCTL-LAST-WRITER.
062390     IF WS-CHAIN-NEW
062400         OPEN OUTPUT AUDIT-CONTROL
062410         WRITE CRAUDCTL-RECORD
062420     ELSE
062430         REWRITE CRAUDCTL-RECORD
062440     END-IF.
062450     IF NOT WS-CRAUDCTL-OK
062460         DISPLAY "CREATER-AUDCTL NOT UPDATED FOR SEQUENCE "
062470                 CRAUDCTL-LAST-SEQ " STATUS " WS-CRAUDCTL-STATUS
062480     END-IF.
062490     CLOSE AUDIT-CONTROL.
062500 8090-EXIT.
062510     EXIT.
