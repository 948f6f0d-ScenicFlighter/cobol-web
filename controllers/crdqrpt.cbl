000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRDQRPT.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRDQRPT - CREATER-MASTER DATA-QUALITY WORKLIST               *
000900*                                                              *
001000* READS CREATER-MASTER AND FLAGS EVERY RECORD STILL WAITING TO *
001100* BE FINISHED OR THAT NO LONGER HANGS TOGETHER: A BLANK ROLE,  *
001200* A BLANK DEPARTMENT, A DEPARTMENT CODE NO LONGER ON           *
001300* CREATER-DEPT, A PENDING STATUS WHOSE EFFECTIVE DATE HAS      *
001400* PASSED WITHOUT CRSWEEP CLEARING IT, AN ID AT OR ABOVE THE    *
001500* CREATER-IDCTL NEXT ID, AND AN EFFECTIVE DATE THAT IS NOT A   *
001600* REAL DATE. THE FLAGGED CREATERS ARE THEN LOOKED UP ON        *
001700* CREATER-AUDIT (THE CURRENT TRAIL AND ITS ARCHIVE             *
001800* GENERATIONS, CONCATENATED IN THE JCL) FOR THE ADD THAT       *
001900* CREATED THEM, AND THE WORKLIST IS PRINTED GROUPED BY THE     *
002000* OPERATOR OR BATCH ID ON THAT ADD, EACH EXCEPTION AGED IN     *
002100* DAYS FROM THE ADD DATE, SO THE WORK CAN BE HANDED OUT AND    *
002200* CHASED. A CREATER WHOSE ADD IS NOT ON THE TRAIL GROUPS UNDER *
002300* (NO ADD) WITH NO AGE. A FULL WORKLIST TABLE ABANDONS THE RUN *
002400* WITH RETURN CODE 12 RATHER THAN PRINT A SHORT LIST AS IF IT  *
002500* WERE THE WHOLE STORY.                                        *
002600****************************************************************
002700* MODIFICATION HISTORY
002800*   2026-10-15  RSH  INITIAL VERSION
002900****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.     IBM-370.
003300 OBJECT-COMPUTER.     IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CREATER-MASTER  ASSIGN TO CREATMST
003700            ORGANIZATION IS INDEXED
003800            ACCESS MODE IS SEQUENTIAL
003900            RECORD KEY IS CREATER_ID OF CREATER-RECORD
004000            FILE STATUS IS WS-CREATMST-STATUS.
004100     SELECT DEPARTMENT-FILE ASSIGN TO CRDEPT
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS DYNAMIC
004400            RECORD KEY IS CRDEPT-CODE OF CRDEPT-RECORD
004500            FILE STATUS IS WS-CRDEPT-STATUS.
004600     SELECT CREATER-IDCTL   ASSIGN TO CRIDCTL
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS IS WS-CRIDCTL-STATUS.
004900     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
005000            ORGANIZATION IS SEQUENTIAL
005100            FILE STATUS IS WS-CREAUDIT-STATUS.
005200     SELECT PRINT-FILE      ASSIGN TO CRDQRPT
005300            ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CREATER-MASTER
005700     LABEL RECORDS ARE STANDARD.
005800     COPY CREATER.
005900*
006000 FD  DEPARTMENT-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CRDEPT.
006300*
006400 FD  CREATER-IDCTL
006500     LABEL RECORDS ARE STANDARD.
006600     COPY CRIDCTL.
006700*
006800 FD  CREATER-AUDIT
006900     LABEL RECORDS ARE STANDARD.
007000     COPY CRAUDIT.
007100*
007200 FD  PRINT-FILE
007300     LABEL RECORDS ARE STANDARD
007400     LINAGE IS 55 LINES
007500         WITH FOOTING AT 52
007600         LINES AT TOP 2
007700         LINES AT BOTTOM 2.
007800 01  PRINT-LINE                    PIC X(132).
007900*
008000 WORKING-STORAGE SECTION.
008100 01  WS-CREATMST-STATUS            PIC XX.
008200     88  WS-CREATMST-OK                VALUE "00".
008300     88  WS-CREATMST-EOF               VALUE "10".
008400*
008500 01  WS-CRDEPT-STATUS              PIC XX.
008600     88  WS-CRDEPT-OK                  VALUE "00".
008700     88  WS-CRDEPT-NOT-FOUND           VALUE "35".
008800*
008900 01  WS-CRIDCTL-STATUS             PIC XX.
009000     88  WS-CRIDCTL-OK                 VALUE "00".
009100     88  WS-CRIDCTL-NOT-FOUND          VALUE "35".
009200*
009300 01  WS-CREAUDIT-STATUS            PIC XX.
009400     88  WS-CREAUDIT-OK                VALUE "00".
009500     88  WS-CREAUDIT-EOF               VALUE "10".
009600*
009700 01  WS-MASTER-EOF-SW              PIC X       VALUE "N".
009800     88  WS-MASTER-EOF                 VALUE "Y".
009900 01  WS-AUDIT-EOF-SW               PIC X       VALUE "N".
010000     88  WS-AUDIT-EOF                  VALUE "Y".
010100 01  WS-OVERFLOW-SW                PIC X       VALUE "N".
010200     88  WS-OVERFLOW                   VALUE "Y".
010300 01  WS-DEPT-OPEN-SW               PIC X       VALUE "N".
010400     88  WS-DEPT-OPEN                  VALUE "Y".
010500 01  WS-EXCEPTION-SW               PIC X       VALUE "N".
010600     88  WS-HAS-EXCEPTION              VALUE "Y".
010700*
010800 01  WS-NEXT-ID                    PIC 9(05)   VALUE ZERO.
010900 01  WS-TODAY-DAY-NO               PIC 9(07)   VALUE ZERO.
011000 01  WS-AGE-DAYS                   PIC 9(07)   VALUE ZERO.
011100 01  WS-ID-NUM                     PIC 9(05)   VALUE ZERO.
011200 01  WS-ADD-STAMP                  PIC 9(16)   VALUE ZERO.
011300 01  WS-ADD-STAMP-R  REDEFINES WS-ADD-STAMP.
011400     05  WS-ADD-STAMP-DATE             PIC 9(08).
011500     05  WS-ADD-STAMP-TIME             PIC 9(08).
011600*
011700 01  WS-MASTER-COUNT               PIC 9(06)   VALUE ZERO.
011800 01  WS-FLAGGED-COUNT              PIC 9(06)   VALUE ZERO.
011900 01  WS-EXCEPTION-COUNT            PIC 9(06)   VALUE ZERO.
012000 01  WS-GROUP-COUNT                PIC 9(06)   VALUE ZERO.
012100*
012200 01  WS-CRT-MAX                    PIC 9(04)   COMP VALUE 5000.
012300 01  WS-CRT-COUNT                  PIC 9(04)   COMP VALUE ZERO.
012400 01  WS-OPER-MAX                   PIC 9(04)   COMP VALUE 0100.
012500 01  WS-OPER-COUNT                 PIC 9(04)   COMP VALUE ZERO.
012600 01  WS-SUB                        PIC 9(04)   COMP VALUE ZERO.
012700 01  WS-OPER-SUB                   PIC 9(04)   COMP VALUE ZERO.
012800 01  WS-FLAG-SUB                   PIC 9(04)   COMP VALUE ZERO.
012900 01  WS-FOUND-SUB                  PIC 9(04)   COMP VALUE ZERO.
013000 01  WS-LOW-SUB                    PIC 9(04)   COMP VALUE ZERO.
013100 01  WS-HIGH-SUB                   PIC 9(04)   COMP VALUE ZERO.
013200 01  WS-MID-SUB                    PIC 9(04)   COMP VALUE ZERO.
013300*
013400****************************************************************
013500* WS-FLAG-TEXT-TABLE - THE WORDING PRINTED FOR EACH KIND OF    *
013600* EXCEPTION, IN THE SAME ORDER AS THE FLAG BYTES CARRIED ON    *
013700* EACH WORKLIST ENTRY AND THE COUNTS IN WS-FLAG-COUNT-TABLE.   *
013800****************************************************************
013900 01  WS-FLAG-TEXT-VALUES.
014000     05  FILLER                    PIC X(30)
014100             VALUE "ROLE NOT FILLED IN".
014200     05  FILLER                    PIC X(30)
014300             VALUE "DEPARTMENT NOT ASSIGNED".
014400     05  FILLER                    PIC X(30)
014500             VALUE "DEPARTMENT NOT ON CREATER-DEPT".
014600     05  FILLER                    PIC X(30)
014700             VALUE "PENDING STATUS PAST ITS DATE".
014800     05  FILLER                    PIC X(30)
014900             VALUE "ID AT OR ABOVE IDCTL NEXT ID".
015000     05  FILLER                    PIC X(30)
015100             VALUE "EFFECTIVE DATE NOT VALID".
015200 01  WS-FLAG-TEXT-TABLE  REDEFINES WS-FLAG-TEXT-VALUES.
015300     05  WS-FLAG-TEXT              PIC X(30)   OCCURS 6 TIMES.
015400*
015500 01  WS-FLAG-COUNT-TABLE.
015600     05  WS-FLAG-COUNT             PIC 9(06)   OCCURS 6 TIMES.
015700*
015800****************************************************************
015900* WS-CRT-TABLE - ONE ENTRY PER FLAGGED CREATER, IN CREATER ID  *
016000* ORDER AS THE MASTER IS READ (SO THE AUDIT PASS CAN FIND AN   *
016100* ENTRY BY BINARY SEARCH), WITH ONE Y/N BYTE PER KIND OF       *
016200* EXCEPTION AND THE DATE, TIME AND OPERATOR OF THE LATEST ADD  *
016300* FOUND ON THE AUDIT TRAIL (A REINSTATED CREATER HAS MORE THAN *
016400* ONE).                                                        *
016500****************************************************************
016600 01  WS-CRT-TABLE.
016700     03  WS-CRT-ENTRY            OCCURS 5000 TIMES.
016800         05  WS-CRT-ID               PIC X(05).
016900         05  WS-CRT-NAME             PIC X(20).
017000         05  WS-CRT-ROLE             PIC X(10).
017100         05  WS-CRT-DEPT             PIC X(04).
017200         05  WS-CRT-STATUS           PIC X.
017300         05  WS-CRT-PEND             PIC X.
017400         05  WS-CRT-EFF-DATE         PIC 9(08).
017500         05  WS-CRT-FLAGS.
017600             07  WS-CRT-FLAG         PIC X       OCCURS 6 TIMES.
017700         05  WS-CRT-ADD-DATE         PIC 9(08).
017800         05  WS-CRT-ADD-TIME         PIC 9(08).
017900         05  WS-CRT-ADD-OPER         PIC X(08).
018000*
018100****************************************************************
018200* WS-OPER-TABLE - ONE ENTRY PER OPERATOR OR BATCH ID THAT      *
018300* CREATED A FLAGGED CREATER, IN THE ORDER FIRST MET.           *
018400****************************************************************
018500 01  WS-OPER-TABLE.
018600     03  WS-OPER-ENTRY           OCCURS 100 TIMES.
018700         05  WS-OPER-ID              PIC X(08).
018800*
018900 01  WS-PAGE-NO                    PIC 9(04)   VALUE ZERO.
019000 01  WS-RUN-DATE                   PIC 9(08).
019100 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
019200     05  WS-RUN-YYYY                   PIC 9(04).
019300     05  WS-RUN-MM                     PIC 9(02).
019400     05  WS-RUN-DD                     PIC 9(02).
019500 01  WS-RUN-DATE-DISP              PIC X(10).
019600*
019700 01  WS-ADD-DATE                   PIC 9(08).
019800 01  WS-ADD-DATE-R  REDEFINES WS-ADD-DATE.
019900     05  WS-ADD-YYYY                   PIC 9(04).
020000     05  WS-ADD-MM                     PIC 9(02).
020100     05  WS-ADD-DD                     PIC 9(02).
020200 01  WS-ADD-DATE-DISP              PIC X(10).
020300*
020400     COPY CRDATPRM.
020500*
020600****************************************************************
020700* HDG1-LINE - REPORT TITLE, RUN DATE AND PAGE NUMBER.          *
020800****************************************************************
020900 01  HDG1-LINE.
021000     05  FILLER                    PIC X(30)
021100             VALUE "CREATER DATA-QUALITY WORKLIST".
021200     05  FILLER                    PIC X(20)   VALUE SPACES.
021300     05  FILLER                    PIC X(05)   VALUE "DATE:".
021400     05  HDG1-RUN-DATE             PIC X(10).
021500     05  FILLER                    PIC X(05)   VALUE SPACES.
021600     05  FILLER                    PIC X(05)   VALUE "PAGE:".
021700     05  HDG1-PAGE-NO              PIC ZZZ9.
021800     05  FILLER                    PIC X(53)   VALUE SPACES.
021900*
022000 01  HDG2-LINE.
022100     05  FILLER                    PIC X(06)   VALUE "ID".
022200     05  FILLER                    PIC X(02)   VALUE SPACES.
022300     05  FILLER                    PIC X(20)   VALUE "NAME".
022400     05  FILLER                    PIC X(02)   VALUE SPACES.
022500     05  FILLER                    PIC X(10)   VALUE "ROLE".
022600     05  FILLER                    PIC X(02)   VALUE SPACES.
022700     05  FILLER                    PIC X(04)   VALUE "DEPT".
022800     05  FILLER                    PIC X(02)   VALUE SPACES.
022900     05  FILLER                    PIC X(03)   VALUE "S/P".
023000     05  FILLER                    PIC X(02)   VALUE SPACES.
023100     05  FILLER                    PIC X(08)   VALUE "EFF DATE".
023200     05  FILLER                    PIC X(02)   VALUE SPACES.
023300     05  FILLER                    PIC X(10)   VALUE "ADDED ON".
023400     05  FILLER                    PIC X(02)   VALUE SPACES.
023500     05  FILLER                    PIC X(05)   VALUE " DAYS".
023600     05  FILLER                    PIC X(02)   VALUE SPACES.
023700     05  FILLER                    PIC X(30)   VALUE "EXCEPTION".
023800     05  FILLER                    PIC X(20)   VALUE SPACES.
023900*
024000 01  BLANK-LINE.
024100     05  FILLER                    PIC X(132)  VALUE SPACES.
024200*
024300 01  GROUP-LINE.
024400     05  FILLER                    PIC X(13)
024500             VALUE "CREATED BY : ".
024600     05  GRP-OPERATOR              PIC X(08).
024700     05  FILLER                    PIC X(111)  VALUE SPACES.
024800*
024900****************************************************************
025000* DETAIL-LINE - ONE PER EXCEPTION. A CREATER WITH MORE THAN    *
025100* ONE EXCEPTION PRINTS ITS DETAILS ON THE FIRST LINE ONLY, SO  *
025200* EACH CREATER READS AS ONE BLOCK.                             *
025300****************************************************************
025400 01  DETAIL-LINE.
025500     05  DTL-ID                    PIC X(06).
025600     05  FILLER                    PIC X(02)   VALUE SPACES.
025700     05  DTL-NAME                  PIC X(20).
025800     05  FILLER                    PIC X(02)   VALUE SPACES.
025900     05  DTL-ROLE                  PIC X(10).
026000     05  FILLER                    PIC X(02)   VALUE SPACES.
026100     05  DTL-DEPT                  PIC X(04).
026200     05  FILLER                    PIC X(02)   VALUE SPACES.
026300     05  DTL-STATUS                PIC X(01).
026400     05  DTL-SLASH                 PIC X(01).
026500     05  DTL-PEND                  PIC X(01).
026600     05  FILLER                    PIC X(02)   VALUE SPACES.
026700     05  DTL-EFF-DATE              PIC X(08).
026800     05  FILLER                    PIC X(02)   VALUE SPACES.
026900     05  DTL-ADD-DATE              PIC X(10).
027000     05  FILLER                    PIC X(02)   VALUE SPACES.
027100     05  DTL-AGE                   PIC X(05).
027200     05  DTL-AGE-N  REDEFINES DTL-AGE
027300                                   PIC ZZZZ9.
027400     05  FILLER                    PIC X(02)   VALUE SPACES.
027500     05  DTL-EXCEPTION             PIC X(30).
027600     05  FILLER                    PIC X(20)   VALUE SPACES.
027700*
027800 01  GROUP-TOTAL-LINE.
027900     05  FILLER                    PIC X(13)   VALUE SPACES.
028000     05  FILLER                    PIC X(21)
028100             VALUE "EXCEPTIONS FOR GROUP:".
028200     05  GTL-COUNT                 PIC ZZZ,ZZ9.
028300     05  FILLER                    PIC X(91)   VALUE SPACES.
028400*
028500 01  SECTION-LINE.
028600     05  SEC-TITLE                 PIC X(40).
028700     05  FILLER                    PIC X(92)   VALUE SPACES.
028800*
028900 01  STATUS-LINE.
029000     05  STA-CAPTION               PIC X(34).
029100     05  STA-AMOUNT                PIC ZZZ,ZZ9.
029200     05  FILLER                    PIC X(91)   VALUE SPACES.
029300*
029400 PROCEDURE DIVISION.
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029700     PERFORM 2000-CHECK-MASTER THRU 2000-EXIT
029800         UNTIL WS-MASTER-EOF OR WS-OVERFLOW.
029900     IF WS-CRT-COUNT > ZERO
030000         PERFORM 4000-SCAN-AUDIT THRU 4000-EXIT
030100             UNTIL WS-AUDIT-EOF OR WS-OVERFLOW
030200     END-IF.
030300     IF NOT WS-OVERFLOW
030400         PERFORM 5000-BUILD-GROUPS THRU 5000-EXIT
030500             VARYING WS-SUB FROM 1 BY 1
030600             UNTIL WS-SUB > WS-CRT-COUNT OR WS-OVERFLOW
030700     END-IF.
030800     IF WS-OVERFLOW
030900         DISPLAY "A WORKLIST TABLE IS FULL - RUN ABANDONED, "
031000                 "NOTHING PRINTED"
031100         MOVE 12 TO RETURN-CODE
031200     ELSE
031300         PERFORM 6000-PRINT-WORKLIST THRU 6000-EXIT
031400     END-IF.
031500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031600     STOP RUN.
031700*
031800****************************************************************
031900* 1000-INITIALIZE - OPEN THE FILES, PICK UP THE NEXT ID FROM   *
032000* CREATER-IDCTL (A MISSING OR EMPTY CONTROL FILE MEANS NO ID   *
032100* HAS EVER BEEN DRAWN, SO THE ID CHECK IS SKIPPED), ESTABLISH  *
032200* THE RUN DATE AND ITS DAY NUMBER, AND PRIME THE FIRST MASTER  *
032300* AND AUDIT RECORDS. A MISSING CREATER-DEPT MEANS EVERY        *
032400* ASSIGNED DEPARTMENT IS FLAGGED AS NOT ON FILE.               *
032500****************************************************************
032600 1000-INITIALIZE.
032700     OPEN INPUT  CREATER-MASTER.
032800     OPEN INPUT  CREATER-AUDIT.
032900     OPEN OUTPUT PRINT-FILE.
033000     OPEN INPUT  DEPARTMENT-FILE.
033100     IF WS-CRDEPT-OK
033200         MOVE "Y" TO WS-DEPT-OPEN-SW
033300     END-IF.
033400     OPEN INPUT  CREATER-IDCTL.
033500     IF NOT WS-CRIDCTL-NOT-FOUND
033600         READ CREATER-IDCTL
033700             AT END
033800                 CONTINUE
033900             NOT AT END
034000                 MOVE CRIDCTL-NEXT-ID TO WS-NEXT-ID
034100         END-READ
034200         CLOSE CREATER-IDCTL
034300     END-IF.
034400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034500     STRING WS-RUN-YYYY  DELIMITED BY SIZE
034600            "-"          DELIMITED BY SIZE
034700            WS-RUN-MM    DELIMITED BY SIZE
034800            "-"          DELIMITED BY SIZE
034900            WS-RUN-DD    DELIMITED BY SIZE
035000         INTO WS-RUN-DATE-DISP.
035100     MOVE "D"         TO CRDATPRM-FUNCTION.
035200     MOVE WS-RUN-DATE TO CRDATPRM-DATE.
035300     CALL "CRDATES" USING CRDATPRM-AREA.
035400     MOVE CRDATPRM-DAY-NO TO WS-TODAY-DAY-NO.
035500     MOVE ZERO TO WS-FLAG-COUNT (1) WS-FLAG-COUNT (2)
035600                  WS-FLAG-COUNT (3) WS-FLAG-COUNT (4)
035700                  WS-FLAG-COUNT (5) WS-FLAG-COUNT (6).
035800     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
035900     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
036000 1000-EXIT.
036100     EXIT.
036200*
036300****************************************************************
036400* 2000-CHECK-MASTER - RUN EVERY CHECK AGAINST THE CURRENT      *
036500* CREATER, ADD IT TO THE WORKLIST TABLE IF ANY CHECK FAILED,   *
036600* AND READ THE NEXT MASTER RECORD.                             *
036700****************************************************************
036800 2000-CHECK-MASTER.
036900     ADD 1 TO WS-MASTER-COUNT.
037000     IF WS-CRT-COUNT >= WS-CRT-MAX
037100         MOVE "Y" TO WS-OVERFLOW-SW
037200         GO TO 2000-EXIT
037300     END-IF.
037400     MOVE WS-CRT-COUNT TO WS-SUB.
037500     ADD 1 TO WS-SUB.
037600     MOVE "NNNNNN" TO WS-CRT-FLAGS (WS-SUB).
037700     MOVE "N" TO WS-EXCEPTION-SW.
037800     PERFORM 2300-RUN-CHECKS THRU 2300-EXIT.
037900     IF WS-HAS-EXCEPTION
038000         MOVE WS-SUB TO WS-CRT-COUNT
038100         ADD 1 TO WS-FLAGGED-COUNT
038200         MOVE CREATER_ID OF CREATER-RECORD
038300             TO WS-CRT-ID (WS-SUB)
038400         MOVE CREATER_NAME OF CREATER-RECORD
038500             TO WS-CRT-NAME (WS-SUB)
038600         MOVE CREATER-ROLE OF CREATER-RECORD
038700             TO WS-CRT-ROLE (WS-SUB)
038800         MOVE CREATER-DEPT OF CREATER-RECORD
038900             TO WS-CRT-DEPT (WS-SUB)
039000         MOVE CREATER-STATUS OF CREATER-RECORD
039100             TO WS-CRT-STATUS (WS-SUB)
039200         MOVE CREATER-PEND-STATUS OF CREATER-RECORD
039300             TO WS-CRT-PEND (WS-SUB)
039400         MOVE CREATER-EFF-DATE OF CREATER-RECORD
039500             TO WS-CRT-EFF-DATE (WS-SUB)
039600         MOVE ZERO   TO WS-CRT-ADD-DATE (WS-SUB)
039700         MOVE ZERO   TO WS-CRT-ADD-TIME (WS-SUB)
039800         MOVE "(NO ADD)" TO WS-CRT-ADD-OPER (WS-SUB)
039900     END-IF.
040000     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
040100 2000-EXIT.
040200     EXIT.
040300*
040400****************************************************************
040500* 2300-RUN-CHECKS - SET ONE FLAG BYTE FOR EACH CHECK THE       *
040600* CURRENT CREATER FAILS. THE PENDING-STATUS CHECK IS ONLY MADE *
040700* ON A VALID EFFECTIVE DATE, AND THE ID CHECK ONLY ON A        *
040800* NUMERIC ID (IDS INVENTED BY HAND BEFORE AUTOMATIC            *
040900* ASSIGNMENT NEED NOT BE NUMERIC).                             *
041000****************************************************************
041100 2300-RUN-CHECKS.
041200     IF CREATER-ROLE OF CREATER-RECORD = SPACES
041300         MOVE 1 TO WS-FLAG-SUB
041400         PERFORM 2350-SET-FLAG THRU 2350-EXIT
041500     END-IF.
041600     IF CREATER-DEPT OF CREATER-RECORD = SPACES
041700         MOVE 2 TO WS-FLAG-SUB
041800         PERFORM 2350-SET-FLAG THRU 2350-EXIT
041900     ELSE
042000         PERFORM 2320-CHECK-DEPT THRU 2320-EXIT
042100     END-IF.
042200     MOVE "X" TO CRDATPRM-REPLY.
042300     IF CREATER-EFF-DATE OF CREATER-RECORD IS NUMERIC
042400         MOVE "D" TO CRDATPRM-FUNCTION
042500         MOVE CREATER-EFF-DATE OF CREATER-RECORD TO CRDATPRM-DATE
042600         CALL "CRDATES" USING CRDATPRM-AREA
042700     END-IF.
042800     IF CRDATPRM-INVALID
042900         MOVE 6 TO WS-FLAG-SUB
043000         PERFORM 2350-SET-FLAG THRU 2350-EXIT
043100     ELSE
043200         IF CREATER-PEND-STATUS OF CREATER-RECORD NOT = SPACE
043300             AND CREATER-EFF-DATE OF CREATER-RECORD < WS-RUN-DATE
043400             MOVE 4 TO WS-FLAG-SUB
043500             PERFORM 2350-SET-FLAG THRU 2350-EXIT
043600         END-IF
043700     END-IF.
043800     IF WS-NEXT-ID > ZERO
043900         AND CREATER_ID OF CREATER-RECORD IS NUMERIC
044000         MOVE CREATER_ID OF CREATER-RECORD TO WS-ID-NUM
044100         IF WS-ID-NUM NOT < WS-NEXT-ID
044200             MOVE 5 TO WS-FLAG-SUB
044300             PERFORM 2350-SET-FLAG THRU 2350-EXIT
044400         END-IF
044500     END-IF.
044600 2300-EXIT.
044700     EXIT.
044800*
044900 2320-CHECK-DEPT.
045000     IF NOT WS-DEPT-OPEN
045100         MOVE 3 TO WS-FLAG-SUB
045200         PERFORM 2350-SET-FLAG THRU 2350-EXIT
045300         GO TO 2320-EXIT
045400     END-IF.
045500     MOVE CREATER-DEPT OF CREATER-RECORD
045600         TO CRDEPT-CODE OF CRDEPT-RECORD.
045700     READ DEPARTMENT-FILE
045800         INVALID KEY
045900             MOVE 3 TO WS-FLAG-SUB
046000             PERFORM 2350-SET-FLAG THRU 2350-EXIT
046100     END-READ.
046200 2320-EXIT.
046300     EXIT.
046400*
046500 2350-SET-FLAG.
046600     MOVE "Y" TO WS-CRT-FLAG (WS-SUB, WS-FLAG-SUB).
046700     MOVE "Y" TO WS-EXCEPTION-SW.
046800     ADD 1 TO WS-FLAG-COUNT (WS-FLAG-SUB).
046900     ADD 1 TO WS-EXCEPTION-COUNT.
047000 2350-EXIT.
047100     EXIT.
047200*
047300 2200-READ-MASTER.
047400     READ CREATER-MASTER
047500         AT END
047600             MOVE "Y" TO WS-MASTER-EOF-SW
047700     END-READ.
047800 2200-EXIT.
047900     EXIT.
048000*
048100****************************************************************
048200* 4000-SCAN-AUDIT - FOR EVERY ADD ON THE TRAIL, FIND THE       *
048300* CREATER ON THE WORKLIST TABLE AND KEEP THE LATEST ADD'S      *
048400* DATE, TIME AND OPERATOR, THEN READ THE NEXT AUDIT RECORD.    *
048500****************************************************************
048600 4000-SCAN-AUDIT.
048700     IF CRAUDIT-ADD OF CRAUDIT-RECORD
048800         PERFORM 4300-FIND-CREATER THRU 4300-EXIT
048900         IF WS-FOUND-SUB > ZERO
049000             PERFORM 4400-KEEP-ADD THRU 4400-EXIT
049100         END-IF
049200     END-IF.
049300     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
049400 4000-EXIT.
049500     EXIT.
049600*
049700 4200-READ-AUDIT.
049800     READ CREATER-AUDIT
049900         AT END
050000             MOVE "Y" TO WS-AUDIT-EOF-SW
050100     END-READ.
050200 4200-EXIT.
050300     EXIT.
050400*
050500****************************************************************
050600* 4300-FIND-CREATER - BINARY SEARCH OF THE WORKLIST TABLE      *
050700* (HELD IN CREATER ID ORDER) FOR THE AUDIT RECORD'S CREATER.   *
050800* WS-FOUND-SUB COMES BACK ZERO WHEN THE CREATER IS NOT ON THE  *
050900* WORKLIST.                                                    *
051000****************************************************************
051100 4300-FIND-CREATER.
051200     MOVE ZERO TO WS-FOUND-SUB.
051300     MOVE 1 TO WS-LOW-SUB.
051400     MOVE WS-CRT-COUNT TO WS-HIGH-SUB.
051500     PERFORM 4350-SPLIT-TABLE THRU 4350-EXIT
051600         UNTIL WS-LOW-SUB > WS-HIGH-SUB OR WS-FOUND-SUB > ZERO.
051700 4300-EXIT.
051800     EXIT.
051900*
052000 4350-SPLIT-TABLE.
052100     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
052200     IF WS-CRT-ID (WS-MID-SUB)
052300             = CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
052400         MOVE WS-MID-SUB TO WS-FOUND-SUB
052500         GO TO 4350-EXIT
052600     END-IF.
052700     IF WS-CRT-ID (WS-MID-SUB)
052800             < CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
052900         COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
053000     ELSE
053100         IF WS-MID-SUB = 1
053200             MOVE ZERO TO WS-HIGH-SUB
053300         ELSE
053400             COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
053500         END-IF
053600     END-IF.
053700 4350-EXIT.
053800     EXIT.
053900*
054000 4400-KEEP-ADD.
054100     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO WS-ADD-STAMP-DATE.
054200     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO WS-ADD-STAMP-TIME.
054300     IF CRAUDIT-DATE OF CRAUDIT-RECORD
054400             > WS-CRT-ADD-DATE (WS-FOUND-SUB)
054500         OR (CRAUDIT-DATE OF CRAUDIT-RECORD
054600                 = WS-CRT-ADD-DATE (WS-FOUND-SUB)
054700             AND CRAUDIT-TIME OF CRAUDIT-RECORD
054800                 > WS-CRT-ADD-TIME (WS-FOUND-SUB))
054900         MOVE WS-ADD-STAMP-DATE TO WS-CRT-ADD-DATE (WS-FOUND-SUB)
055000         MOVE WS-ADD-STAMP-TIME TO WS-CRT-ADD-TIME (WS-FOUND-SUB)
055100         MOVE CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD
055200             TO WS-CRT-ADD-OPER (WS-FOUND-SUB)
055300     END-IF.
055400 4400-EXIT.
055500     EXIT.
055600*
055700****************************************************************
055800* 5000-BUILD-GROUPS - ENTER THE CREATING OPERATOR OF ONE       *
055900* WORKLIST ENTRY ON THE OPERATOR TABLE IF IT IS NOT THERE YET. *
056000****************************************************************
056100 5000-BUILD-GROUPS.
056200     MOVE ZERO TO WS-FOUND-SUB.
056300     PERFORM 5100-TEST-OPER THRU 5100-EXIT
056400         VARYING WS-OPER-SUB FROM 1 BY 1
056500         UNTIL WS-OPER-SUB > WS-OPER-COUNT
056600            OR WS-FOUND-SUB > ZERO.
056700     IF WS-FOUND-SUB = ZERO
056800         IF WS-OPER-COUNT >= WS-OPER-MAX
056900             MOVE "Y" TO WS-OVERFLOW-SW
057000             GO TO 5000-EXIT
057100         END-IF
057200         ADD 1 TO WS-OPER-COUNT
057300         MOVE WS-CRT-ADD-OPER (WS-SUB)
057400             TO WS-OPER-ID (WS-OPER-COUNT)
057500     END-IF.
057600 5000-EXIT.
057700     EXIT.
057800*
057900 5100-TEST-OPER.
058000     IF WS-OPER-ID (WS-OPER-SUB) = WS-CRT-ADD-OPER (WS-SUB)
058100         MOVE WS-OPER-SUB TO WS-FOUND-SUB
058200     END-IF.
058300 5100-EXIT.
058400     EXIT.
058500*
058600****************************************************************
058700* 6000-PRINT-WORKLIST - PRINT ONE GROUP PER CREATING OPERATOR  *
058800* WITH ITS CREATERS' EXCEPTIONS AND A GROUP TOTAL, THEN THE    *
058900* COUNTS BY KIND OF EXCEPTION.                                 *
059000****************************************************************
059100 6000-PRINT-WORKLIST.
059200     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
059300     PERFORM 6100-PRINT-GROUP THRU 6100-EXIT
059400         VARYING WS-OPER-SUB FROM 1 BY 1
059500         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
059600     IF WS-OPER-COUNT = ZERO
059700         MOVE "NO EXCEPTIONS - THE WORKLIST IS CLEAR" TO SEC-TITLE
059800         WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 1 LINE
059900     END-IF.
060000     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
060100     MOVE "EXCEPTIONS BY KIND" TO SEC-TITLE.
060200     WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 1 LINE.
060300     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
060400     PERFORM 6400-PRINT-KIND THRU 6400-EXIT
060500         VARYING WS-FLAG-SUB FROM 1 BY 1
060600         UNTIL WS-FLAG-SUB > 6.
060700     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
060800     MOVE "CREATERS ON FILE                 :" TO STA-CAPTION.
060900     MOVE WS-MASTER-COUNT TO STA-AMOUNT.
061000     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
061100     MOVE "CREATERS WITH AN EXCEPTION       :" TO STA-CAPTION.
061200     MOVE WS-FLAGGED-COUNT TO STA-AMOUNT.
061300     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
061400     MOVE "EXCEPTIONS IN ALL                :" TO STA-CAPTION.
061500     MOVE WS-EXCEPTION-COUNT TO STA-AMOUNT.
061600     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
061700 6000-EXIT.
061800     EXIT.
061900*
062000 2100-WRITE-HEADERS.
062100     ADD 1 TO WS-PAGE-NO.
062200     MOVE WS-PAGE-NO       TO HDG1-PAGE-NO.
062300     MOVE WS-RUN-DATE-DISP TO HDG1-RUN-DATE.
062400     WRITE PRINT-LINE FROM HDG1-LINE  AFTER ADVANCING PAGE.
062500     WRITE PRINT-LINE FROM HDG2-LINE  AFTER ADVANCING 1 LINE.
062600     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
062700 2100-EXIT.
062800     EXIT.
062900*
063000 6100-PRINT-GROUP.
063100     MOVE ZERO TO WS-GROUP-COUNT.
063200     MOVE WS-OPER-ID (WS-OPER-SUB) TO GRP-OPERATOR.
063300     WRITE PRINT-LINE FROM GROUP-LINE AFTER ADVANCING 1 LINE
063400         AT END-OF-PAGE
063500             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
063600     END-WRITE.
063700     PERFORM 6200-PRINT-CREATER THRU 6200-EXIT
063800         VARYING WS-SUB FROM 1 BY 1
063900         UNTIL WS-SUB > WS-CRT-COUNT.
064000     MOVE WS-GROUP-COUNT TO GTL-COUNT.
064100     WRITE PRINT-LINE FROM GROUP-TOTAL-LINE AFTER ADVANCING 1 LINE
064200         AT END-OF-PAGE
064300             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
064400     END-WRITE.
064500     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE
064600         AT END-OF-PAGE
064700             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
064800     END-WRITE.
064900 6100-EXIT.
065000     EXIT.
065100*
065200****************************************************************
065300* 6200-PRINT-CREATER - IF THE WORKLIST ENTRY BELONGS TO THE    *
065400* GROUP BEING PRINTED, FORMAT ITS DETAILS AND AGE AND PRINT    *
065500* ONE LINE PER EXCEPTION FLAGGED ON IT.                        *
065600****************************************************************
065700 6200-PRINT-CREATER.
065800     IF WS-CRT-ADD-OPER (WS-SUB) NOT = WS-OPER-ID (WS-OPER-SUB)
065900         GO TO 6200-EXIT
066000     END-IF.
066100     MOVE WS-CRT-ID (WS-SUB)       TO DTL-ID.
066200     MOVE WS-CRT-NAME (WS-SUB)     TO DTL-NAME.
066300     MOVE WS-CRT-ROLE (WS-SUB)     TO DTL-ROLE.
066400     MOVE WS-CRT-DEPT (WS-SUB)     TO DTL-DEPT.
066500     MOVE WS-CRT-STATUS (WS-SUB)   TO DTL-STATUS.
066600     MOVE "/"                      TO DTL-SLASH.
066700     MOVE WS-CRT-PEND (WS-SUB)     TO DTL-PEND.
066800     MOVE WS-CRT-EFF-DATE (WS-SUB) TO DTL-EFF-DATE.
066900     PERFORM 6300-AGE-CREATER THRU 6300-EXIT.
067000     PERFORM 6250-PRINT-FLAG THRU 6250-EXIT
067100         VARYING WS-FLAG-SUB FROM 1 BY 1
067200         UNTIL WS-FLAG-SUB > 6.
067300 6200-EXIT.
067400     EXIT.
067500*
067600 6250-PRINT-FLAG.
067700     IF WS-CRT-FLAG (WS-SUB, WS-FLAG-SUB) NOT = "Y"
067800         GO TO 6250-EXIT
067900     END-IF.
068000     ADD 1 TO WS-GROUP-COUNT.
068100     MOVE WS-FLAG-TEXT (WS-FLAG-SUB) TO DTL-EXCEPTION.
068200     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
068300         AT END-OF-PAGE
068400             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
068500     END-WRITE.
068600     MOVE SPACES TO DTL-ID DTL-NAME DTL-ROLE DTL-DEPT DTL-STATUS
068700                    DTL-SLASH DTL-PEND DTL-EFF-DATE DTL-ADD-DATE
068800                    DTL-AGE.
068900 6250-EXIT.
069000     EXIT.
069100*
069200****************************************************************
069300* 6300-AGE-CREATER - SHOW THE ADD DATE AND THE DAYS SINCE IT.  *
069400* A CREATER WITH NO ADD ON THE TRAIL SHOWS NEITHER.            *
069500****************************************************************
069600 6300-AGE-CREATER.
069700     MOVE SPACES TO DTL-ADD-DATE.
069800     MOVE SPACES TO DTL-AGE.
069900     IF WS-CRT-ADD-DATE (WS-SUB) = ZERO
070000         GO TO 6300-EXIT
070100     END-IF.
070200     MOVE WS-CRT-ADD-DATE (WS-SUB) TO WS-ADD-DATE.
070300     MOVE SPACES TO WS-ADD-DATE-DISP.
070400     STRING WS-ADD-YYYY DELIMITED BY SIZE
070500            "-"         DELIMITED BY SIZE
070600            WS-ADD-MM   DELIMITED BY SIZE
070700            "-"         DELIMITED BY SIZE
070800            WS-ADD-DD   DELIMITED BY SIZE
070900         INTO WS-ADD-DATE-DISP.
071000     MOVE WS-ADD-DATE-DISP TO DTL-ADD-DATE.
071100     MOVE "D"         TO CRDATPRM-FUNCTION.
071200     MOVE WS-ADD-DATE TO CRDATPRM-DATE.
071300     CALL "CRDATES" USING CRDATPRM-AREA.
071400     IF CRDATPRM-VALID
071500         AND CRDATPRM-DAY-NO NOT > WS-TODAY-DAY-NO
071600         COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - CRDATPRM-DAY-NO
071700         MOVE WS-AGE-DAYS TO DTL-AGE-N
071800     END-IF.
071900 6300-EXIT.
072000     EXIT.
072100*
072200 6400-PRINT-KIND.
072300     MOVE SPACES TO STA-CAPTION.
072400     MOVE WS-FLAG-TEXT (WS-FLAG-SUB) TO STA-CAPTION.
072500     MOVE ":" TO STA-CAPTION (34:1).
072600     MOVE WS-FLAG-COUNT (WS-FLAG-SUB) TO STA-AMOUNT.
072700     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE
072800         AT END-OF-PAGE
072900             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
073000     END-WRITE.
073100 6400-EXIT.
073200     EXIT.
073300*
073400****************************************************************
073500* 9000-TERMINATE - CLOSE THE FILES.                            *
073600****************************************************************
073700 9000-TERMINATE.
073800     CLOSE CREATER-MASTER.
073900     CLOSE CREATER-AUDIT.
074000     IF WS-DEPT-OPEN
074100         CLOSE DEPARTMENT-FILE
074200     END-IF.
074300     CLOSE PRINT-FILE.
074400 9000-EXIT.
074500     EXIT.
