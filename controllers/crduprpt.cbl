000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRDUPRPT.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRDUPRPT - POSSIBLE-DUPLICATE PERSON REPORT                  *
000900*                                                              *
001000* IDS DRAWN FROM CREATER-IDCTL MEAN NOTHING STOPS ONE PERSON   *
001100* BEING ADDED TWICE UNDER TWO IDS - KEYED IN INDEX AFTER       *
001200* CRAPPLY HAD ALREADY BROUGHT THEM IN FROM HR, OR SENT AGAIN   *
001300* ON A CRBATCH ADD. THIS REPORT LOADS EVERY CREATER ON         *
001400* CREATER-MASTER, EVERY CREATER ON THE CRMSARCH MASTER ARCHIVE *
001500* (ALL GENERATIONS, NEWEST FIRST) WHOSE ID IS NOT ON THE       *
001600* MASTER, AND EVERY RECORD ON THE EDITED HR EXTRACT WHOSE ID   *
001700* IS ON NEITHER, TURNS EACH NAME INTO ITS CRNAMKEY MATCHING    *
001800* KEY (CASE, SPACING, PUNCTUATION AND WORD ORDER IGNORED) AND  *
001900* PRINTS EVERY GROUP OF TWO OR MORE RECORDS THAT SHARE A KEY - *
002000* ONE PERSON UNDER MORE THAN ONE ID. EACH CANDIDATE SHOWS      *
002100* WHERE IT WAS FOUND, ITS ID, NAME, DEPARTMENT, ROLE AND       *
002200* STATUS, AND THE DATE OF THE LATEST ADD FOR ITS ID ON         *
002300* CREATER-AUDIT (THE CURRENT TRAIL AND ITS ARCHIVE             *
002400* GENERATIONS, CONCATENATED IN THE JCL). A MISSING ARCHIVE OR  *
002500* HR EXTRACT IS NOTED AND LEFT OUT. A FULL TABLE ABANDONS THE  *
002600* RUN WITH RETURN CODE 12 RATHER THAN PRINT A SHORT LIST AS IF *
002700* IT WERE THE WHOLE STORY.                                     *
002800****************************************************************
002900* MODIFICATION HISTORY
003000*   2026-10-15  RSH  INITIAL VERSION
003100****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.     IBM-370.
003500 OBJECT-COMPUTER.     IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CREATER-MASTER  ASSIGN TO CREATMST
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS SEQUENTIAL
004100            RECORD KEY IS CREATER_ID OF CREATER-RECORD
004200            FILE STATUS IS WS-CREATMST-STATUS.
004300     SELECT MASTER-ARCH     ASSIGN TO CRMSARCH
004400            ORGANIZATION IS SEQUENTIAL
004500            FILE STATUS IS WS-CRMSARCH-STATUS.
004600     SELECT HR-EXTRACT      ASSIGN TO HREXTRT
004700            ORGANIZATION IS SEQUENTIAL
004800            FILE STATUS IS WS-HREXTRT-STATUS.
004900     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
005000            ORGANIZATION IS SEQUENTIAL
005100            FILE STATUS IS WS-CREAUDIT-STATUS.
005200     SELECT PRINT-FILE      ASSIGN TO CRDUPRPT
005300            ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CREATER-MASTER
005700     LABEL RECORDS ARE STANDARD.
005800     COPY CREATER.
005900*
006000 FD  MASTER-ARCH
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CREATER REPLACING CREATER-RECORD BY CRMSARCH-RECORD.
006300*
006400 FD  HR-EXTRACT
006500     LABEL RECORDS ARE STANDARD.
006600     COPY HREXTRT.
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
008500 01  WS-CRMSARCH-STATUS            PIC XX.
008600     88  WS-CRMSARCH-OK                VALUE "00".
008700     88  WS-CRMSARCH-NOT-FOUND         VALUE "35".
008800*
008900 01  WS-HREXTRT-STATUS             PIC XX.
009000     88  WS-HREXTRT-OK                 VALUE "00".
009100     88  WS-HREXTRT-NOT-FOUND          VALUE "35".
009200*
009300 01  WS-CREAUDIT-STATUS            PIC XX.
009400     88  WS-CREAUDIT-OK                VALUE "00".
009500     88  WS-CREAUDIT-EOF               VALUE "10".
009600*
009700 01  WS-MASTER-EOF-SW              PIC X       VALUE "N".
009800     88  WS-MASTER-EOF                 VALUE "Y".
009900 01  WS-ARCH-EOF-SW                PIC X       VALUE "N".
010000     88  WS-ARCH-EOF                   VALUE "Y".
010100 01  WS-HR-EOF-SW                  PIC X       VALUE "N".
010200     88  WS-HR-EOF                     VALUE "Y".
010300 01  WS-AUDIT-EOF-SW               PIC X       VALUE "N".
010400     88  WS-AUDIT-EOF                  VALUE "Y".
010500 01  WS-OVERFLOW-SW                PIC X       VALUE "N".
010600     88  WS-OVERFLOW                   VALUE "Y".
010700 01  WS-ARCH-OPEN-SW               PIC X       VALUE "N".
010800     88  WS-ARCH-OPEN                  VALUE "Y".
010900 01  WS-HR-OPEN-SW                 PIC X       VALUE "N".
011000     88  WS-HR-OPEN                    VALUE "Y".
011100 01  WS-PLACED-SW                  PIC X       VALUE "N".
011200     88  WS-PLACED                     VALUE "Y".
011300*
011400 01  WS-LOAD-SOURCE                PIC X       VALUE SPACE.
011500 01  WS-FIND-ID                    PIC X(05)   VALUE SPACES.
011600 01  WS-ADD-STAMP                  PIC 9(16)   VALUE ZERO.
011700 01  WS-ADD-STAMP-R  REDEFINES WS-ADD-STAMP.
011800     05  WS-ADD-STAMP-DATE             PIC 9(08).
011900     05  WS-ADD-STAMP-TIME             PIC 9(08).
012000*
012100 01  WS-MASTER-COUNT               PIC 9(06)   VALUE ZERO.
012200 01  WS-ARCH-READ-COUNT            PIC 9(06)   VALUE ZERO.
012300 01  WS-ARCH-KEPT-COUNT            PIC 9(06)   VALUE ZERO.
012400 01  WS-HR-READ-COUNT              PIC 9(06)   VALUE ZERO.
012500 01  WS-HR-KEPT-COUNT              PIC 9(06)   VALUE ZERO.
012600 01  WS-NO-KEY-COUNT               PIC 9(06)   VALUE ZERO.
012700 01  WS-GROUP-COUNT                PIC 9(06)   VALUE ZERO.
012800*
012900 01  WS-CND-MAX                    PIC 9(04)   COMP VALUE 9000.
013000 01  WS-CND-COUNT                  PIC 9(04)   COMP VALUE ZERO.
013100 01  WS-MST-COUNT                  PIC 9(04)   COMP VALUE ZERO.
013200 01  WS-MBR-MAX                    PIC 9(04)   COMP VALUE 2000.
013300 01  WS-MBR-COUNT                  PIC 9(04)   COMP VALUE ZERO.
013400 01  WS-GRP-MAX                    PIC 9(04)   COMP VALUE 1000.
013500 01  WS-GRP-COUNT                  PIC 9(04)   COMP VALUE ZERO.
013600 01  WS-SUB                        PIC 9(04)   COMP VALUE ZERO.
013700 01  WS-MATCH-SUB                  PIC 9(04)   COMP VALUE ZERO.
013800 01  WS-NEW-SUB                    PIC 9(04)   COMP VALUE ZERO.
013900 01  WS-MBR-SUB                    PIC 9(04)   COMP VALUE ZERO.
014000 01  WS-GRP-SUB                    PIC 9(04)   COMP VALUE ZERO.
014100 01  WS-FOUND-SUB                  PIC 9(04)   COMP VALUE ZERO.
014200 01  WS-LOW-SUB                    PIC 9(04)   COMP VALUE ZERO.
014300 01  WS-HIGH-SUB                   PIC 9(04)   COMP VALUE ZERO.
014400 01  WS-MID-SUB                    PIC 9(04)   COMP VALUE ZERO.
014500*
014600     COPY CREATER REPLACING CREATER-RECORD BY WS-LOAD-RECORD.
014700*
014800****************************************************************
014900* WS-CND-TABLE - ONE ENTRY PER CANDIDATE RECORD. THE MASTER IS *
015000* LOADED FIRST, IN CREATER ID ORDER (ENTRIES 1 TO              *
015100* WS-MST-COUNT, SEARCHED BY HALVING), THEN THE ARCHIVE AND HR  *
015200* RECORDS NOT ALREADY HELD UNDER THEIR ID (SEARCHED ONE BY     *
015300* ONE). AN ENTRY'S GROUP NUMBER IS SET WHEN IT IS FOUND TO     *
015400* SHARE ITS KEY WITH ANOTHER ENTRY, AND ITS ADD DATE AND TIME  *
015500* FROM THE LATEST ADD FOR ITS ID ON THE AUDIT TRAIL.           *
015600****************************************************************
015700 01  WS-CND-TABLE.
015800     03  WS-CND-ENTRY            OCCURS 9000 TIMES.
015900         05  WS-CND-SOURCE           PIC X.
016000         05  WS-CND-ID               PIC X(05).
016100         05  WS-CND-NAME             PIC X(20).
016200         05  WS-CND-KEY              PIC X(20).
016300         05  WS-CND-ROLE             PIC X(10).
016400         05  WS-CND-DEPT             PIC X(04).
016500         05  WS-CND-STATUS           PIC X.
016600         05  WS-CND-ADD-DATE         PIC 9(08).
016700         05  WS-CND-ADD-TIME         PIC 9(08).
016800         05  WS-CND-GROUP            PIC 9(04)   COMP.
016900*
017000****************************************************************
017100* WS-MBR-TABLE - EVERY CANDIDATE THAT FELL INTO A GROUP, KEPT  *
017200* IN CREATER ID ORDER AS IT IS ENTERED SO THE AUDIT PASS CAN   *
017300* FIND ITS ADDS BY HALVING.                                    *
017400****************************************************************
017500 01  WS-MBR-TABLE.
017600     03  WS-MBR-ENTRY            OCCURS 2000 TIMES.
017700         05  WS-MBR-ID               PIC X(05).
017800         05  WS-MBR-CND              PIC 9(04)   COMP.
017900*
018000****************************************************************
018100* WS-GRP-TABLE - ONE ENTRY PER GROUP, IN THE ORDER FOUND: THE  *
018200* CANDIDATE IT WAS FOUND FROM (ITS FIRST MEMBER) AND HOW MANY  *
018300* RECORDS IT HOLDS.                                            *
018400****************************************************************
018500 01  WS-GRP-TABLE.
018600     03  WS-GRP-ENTRY            OCCURS 1000 TIMES.
018700         05  WS-GRP-FIRST            PIC 9(04)   COMP.
018800         05  WS-GRP-SIZE             PIC 9(04)   COMP.
018900*
019000 01  WS-PAGE-NO                    PIC 9(04)   VALUE ZERO.
019100 01  WS-RUN-DATE                   PIC 9(08).
019200 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
019300     05  WS-RUN-YYYY                   PIC 9(04).
019400     05  WS-RUN-MM                     PIC 9(02).
019500     05  WS-RUN-DD                     PIC 9(02).
019600 01  WS-RUN-DATE-DISP              PIC X(10).
019700*
019800 01  WS-ADD-DATE                   PIC 9(08).
019900 01  WS-ADD-DATE-R  REDEFINES WS-ADD-DATE.
020000     05  WS-ADD-YYYY                   PIC 9(04).
020100     05  WS-ADD-MM                     PIC 9(02).
020200     05  WS-ADD-DD                     PIC 9(02).
020300 01  WS-ADD-DATE-DISP              PIC X(10).
020400*
020500     COPY CRNAMPRM.
020600*
020700****************************************************************
020800* HDG1-LINE - REPORT TITLE, RUN DATE AND PAGE NUMBER.          *
020900****************************************************************
021000 01  HDG1-LINE.
021100     05  FILLER                    PIC X(34)
021200             VALUE "CREATER POSSIBLE-DUPLICATE REPORT".
021300     05  FILLER                    PIC X(16)   VALUE SPACES.
021400     05  FILLER                    PIC X(05)   VALUE "DATE:".
021500     05  HDG1-RUN-DATE             PIC X(10).
021600     05  FILLER                    PIC X(05)   VALUE SPACES.
021700     05  FILLER                    PIC X(05)   VALUE "PAGE:".
021800     05  HDG1-PAGE-NO              PIC ZZZ9.
021900     05  FILLER                    PIC X(53)   VALUE SPACES.
022000*
022100 01  HDG2-LINE.
022200     05  FILLER                    PIC X(04)   VALUE SPACES.
022300     05  FILLER                    PIC X(10)   VALUE "FOUND ON".
022400     05  FILLER                    PIC X(02)   VALUE SPACES.
022500     05  FILLER                    PIC X(06)   VALUE "ID".
022600     05  FILLER                    PIC X(02)   VALUE SPACES.
022700     05  FILLER                    PIC X(20)   VALUE "NAME".
022800     05  FILLER                    PIC X(02)   VALUE SPACES.
022900     05  FILLER                    PIC X(04)   VALUE "DEPT".
023000     05  FILLER                    PIC X(02)   VALUE SPACES.
023100     05  FILLER                    PIC X(10)   VALUE "ROLE".
023200     05  FILLER                    PIC X(02)   VALUE SPACES.
023300     05  FILLER                    PIC X(06)   VALUE "STATUS".
023400     05  FILLER                    PIC X(02)   VALUE SPACES.
023500     05  FILLER                    PIC X(12)   VALUE "ADDED ON".
023600     05  FILLER                    PIC X(48)   VALUE SPACES.
023700*
023800 01  BLANK-LINE.
023900     05  FILLER                    PIC X(132)  VALUE SPACES.
024000*
024100 01  GROUP-LINE.
024200     05  FILLER                    PIC X(19)
024300             VALUE "POSSIBLE DUPLICATE ".
024400     05  GRP-NUMBER                PIC ZZZ9.
024500     05  FILLER                    PIC X(04)   VALUE SPACES.
024600     05  FILLER                    PIC X(12)
024700             VALUE "MATCHED ON: ".
024800     05  GRP-KEY                   PIC X(20).
024900     05  FILLER                    PIC X(04)   VALUE SPACES.
025000     05  FILLER                    PIC X(09)   VALUE "RECORDS: ".
025100     05  GRP-SIZE                  PIC ZZZ9.
025200     05  FILLER                    PIC X(56)   VALUE SPACES.
025300*
025400****************************************************************
025500* DETAIL-LINE - ONE PER CANDIDATE IN A GROUP. AN HR EXTRACT    *
025600* RECORD CARRIES ONLY AN ID AND A NAME, SO ITS DEPARTMENT,     *
025700* ROLE AND STATUS PRINT BLANK.                                 *
025800****************************************************************
025900 01  DETAIL-LINE.
026000     05  FILLER                    PIC X(04)   VALUE SPACES.
026100     05  DTL-SOURCE                PIC X(10).
026200     05  FILLER                    PIC X(02)   VALUE SPACES.
026300     05  DTL-ID                    PIC X(06).
026400     05  FILLER                    PIC X(02)   VALUE SPACES.
026500     05  DTL-NAME                  PIC X(20).
026600     05  FILLER                    PIC X(02)   VALUE SPACES.
026700     05  DTL-DEPT                  PIC X(04).
026800     05  FILLER                    PIC X(02)   VALUE SPACES.
026900     05  DTL-ROLE                  PIC X(10).
027000     05  FILLER                    PIC X(04)   VALUE SPACES.
027100     05  DTL-STATUS                PIC X(01).
027200     05  FILLER                    PIC X(03)   VALUE SPACES.
027300     05  DTL-ADD-DATE              PIC X(12).
027400     05  FILLER                    PIC X(50)   VALUE SPACES.
027500*
027600 01  SECTION-LINE.
027700     05  SEC-TITLE                 PIC X(40).
027800     05  FILLER                    PIC X(92)   VALUE SPACES.
027900*
028000 01  STATUS-LINE.
028100     05  STA-CAPTION               PIC X(40).
028200     05  STA-AMOUNT                PIC ZZZ,ZZ9.
028300     05  FILLER                    PIC X(85)   VALUE SPACES.
028400*
028500 PROCEDURE DIVISION.
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
028900         UNTIL WS-MASTER-EOF OR WS-OVERFLOW.
029000     MOVE WS-CND-COUNT TO WS-MST-COUNT.
029100     IF WS-ARCH-OPEN
029200         PERFORM 3000-LOAD-ARCHIVE THRU 3000-EXIT
029300             UNTIL WS-ARCH-EOF OR WS-OVERFLOW
029400     END-IF.
029500     IF WS-HR-OPEN
029600         PERFORM 3500-LOAD-HR THRU 3500-EXIT
029700             UNTIL WS-HR-EOF OR WS-OVERFLOW
029800     END-IF.
029900     IF NOT WS-OVERFLOW
030000         PERFORM 4000-FIND-GROUPS THRU 4000-EXIT
030100             VARYING WS-SUB FROM 1 BY 1
030200             UNTIL WS-SUB > WS-CND-COUNT OR WS-OVERFLOW
030300     END-IF.
030400     IF WS-MBR-COUNT > ZERO AND NOT WS-OVERFLOW
030500         PERFORM 5000-SCAN-AUDIT THRU 5000-EXIT
030600             UNTIL WS-AUDIT-EOF
030700     END-IF.
030800     IF WS-OVERFLOW
030900         DISPLAY "A DUPLICATE REPORT TABLE IS FULL - RUN "
031000                 "ABANDONED, NOTHING PRINTED"
031100         MOVE 12 TO RETURN-CODE
031200     ELSE
031300         PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
031400     END-IF.
031500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031600     STOP RUN.
031700*
031800****************************************************************
031900* 1000-INITIALIZE - OPEN THE FILES, ESTABLISH THE RUN DATE AND *
032000* PRIME THE FIRST RECORD OF EACH INPUT. THE MASTER ARCHIVE AND *
032100* THE HR EXTRACT ARE EACH LEFT OUT, WITH A MESSAGE, IF THEY    *
032200* CANNOT BE OPENED.                                            *
032300****************************************************************
032400 1000-INITIALIZE.
032500     OPEN INPUT  CREATER-MASTER.
032600     OPEN INPUT  CREATER-AUDIT.
032700     OPEN OUTPUT PRINT-FILE.
032800     OPEN INPUT  MASTER-ARCH.
032900     IF WS-CRMSARCH-OK
033000         MOVE "Y" TO WS-ARCH-OPEN-SW
033100         PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT
033200     ELSE
033300         DISPLAY "MASTER ARCHIVE NOT AVAILABLE (STATUS "
033400                 WS-CRMSARCH-STATUS ") - NOT SEARCHED"
033500     END-IF.
033600     OPEN INPUT  HR-EXTRACT.
033700     IF WS-HREXTRT-OK
033800         MOVE "Y" TO WS-HR-OPEN-SW
033900         PERFORM 3700-READ-HR THRU 3700-EXIT
034000     ELSE
034100         DISPLAY "HR EXTRACT NOT AVAILABLE (STATUS "
034200                 WS-HREXTRT-STATUS ") - NOT SEARCHED"
034300     END-IF.
034400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034500     STRING WS-RUN-YYYY  DELIMITED BY SIZE
034600            "-"          DELIMITED BY SIZE
034700            WS-RUN-MM    DELIMITED BY SIZE
034800            "-"          DELIMITED BY SIZE
034900            WS-RUN-DD    DELIMITED BY SIZE
035000         INTO WS-RUN-DATE-DISP.
035100     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
035200     PERFORM 5200-READ-AUDIT THRU 5200-EXIT.
035300 1000-EXIT.
035400     EXIT.
035500*
035600****************************************************************
035700* 2000-LOAD-MASTER - ENTER THE CURRENT MASTER RECORD ON THE    *
035800* CANDIDATE TABLE AND READ THE NEXT.                           *
035900****************************************************************
036000 2000-LOAD-MASTER.
036100     ADD 1 TO WS-MASTER-COUNT.
036200     MOVE CREATER-RECORD TO WS-LOAD-RECORD.
036300     MOVE "M" TO WS-LOAD-SOURCE.
036400     PERFORM 2500-ADD-CANDIDATE THRU 2500-EXIT.
036500     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
036600 2000-EXIT.
036700     EXIT.
036800*
036900 2200-READ-MASTER.
037000     READ CREATER-MASTER
037100         AT END
037200             MOVE "Y" TO WS-MASTER-EOF-SW
037300     END-READ.
037400 2200-EXIT.
037500     EXIT.
037600*
037700****************************************************************
037800* 2500-ADD-CANDIDATE - ADD THE RECORD IN WS-LOAD-RECORD TO THE *
037900* CANDIDATE TABLE UNDER ITS MATCHING KEY. A NAME WITH NO       *
038000* LETTERS OR DIGITS GETS A BLANK KEY AND IS NEVER GROUPED.     *
038100****************************************************************
038200 2500-ADD-CANDIDATE.
038300     IF WS-CND-COUNT >= WS-CND-MAX
038400         MOVE "Y" TO WS-OVERFLOW-SW
038500         GO TO 2500-EXIT
038600     END-IF.
038700     ADD 1 TO WS-CND-COUNT.
038800     MOVE WS-LOAD-SOURCE TO WS-CND-SOURCE (WS-CND-COUNT).
038900     MOVE CREATER_ID OF WS-LOAD-RECORD
039000         TO WS-CND-ID (WS-CND-COUNT).
039100     MOVE CREATER_NAME OF WS-LOAD-RECORD
039200         TO WS-CND-NAME (WS-CND-COUNT).
039300     MOVE CREATER-ROLE OF WS-LOAD-RECORD
039400         TO WS-CND-ROLE (WS-CND-COUNT).
039500     MOVE CREATER-DEPT OF WS-LOAD-RECORD
039600         TO WS-CND-DEPT (WS-CND-COUNT).
039700     MOVE CREATER-STATUS OF WS-LOAD-RECORD
039800         TO WS-CND-STATUS (WS-CND-COUNT).
039900     MOVE ZERO TO WS-CND-ADD-DATE (WS-CND-COUNT).
040000     MOVE ZERO TO WS-CND-ADD-TIME (WS-CND-COUNT).
040100     MOVE ZERO TO WS-CND-GROUP (WS-CND-COUNT).
040200     MOVE CREATER_NAME OF WS-LOAD-RECORD TO CRNAMPRM-NAME.
040300     CALL "CRNAMKEY" USING CRNAMPRM-AREA.
040400     MOVE CRNAMPRM-KEY TO WS-CND-KEY (WS-CND-COUNT).
040500     IF CRNAMPRM-WORDS = ZERO
040600         ADD 1 TO WS-NO-KEY-COUNT
040700     END-IF.
040800 2500-EXIT.
040900     EXIT.
041000*
041100****************************************************************
041200* 2600-FIND-ID - LOOK FOR WS-FIND-ID ON THE CANDIDATE TABLE:   *
041300* BY HALVING OVER THE MASTER ENTRIES, THEN ONE BY ONE OVER THE *
041400* ARCHIVE AND HR ENTRIES ADDED SINCE. WS-FOUND-SUB COMES BACK  *
041500* ZERO WHEN THE ID IS NOT HELD.                                *
041600****************************************************************
041700 2600-FIND-ID.
041800     MOVE ZERO TO WS-FOUND-SUB.
041900     MOVE 1 TO WS-LOW-SUB.
042000     MOVE WS-MST-COUNT TO WS-HIGH-SUB.
042100     PERFORM 2650-SPLIT-MASTER THRU 2650-EXIT
042200         UNTIL WS-LOW-SUB > WS-HIGH-SUB OR WS-FOUND-SUB > ZERO.
042300     IF WS-FOUND-SUB = ZERO
042400         COMPUTE WS-MATCH-SUB = WS-MST-COUNT + 1
042500         PERFORM 2680-TEST-LOADED THRU 2680-EXIT
042600             VARYING WS-MATCH-SUB FROM WS-MATCH-SUB BY 1
042700             UNTIL WS-MATCH-SUB > WS-CND-COUNT
042800                OR WS-FOUND-SUB > ZERO
042900     END-IF.
043000 2600-EXIT.
043100     EXIT.
043200*
043300 2650-SPLIT-MASTER.
043400     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
043500     IF WS-CND-ID (WS-MID-SUB) = WS-FIND-ID
043600         MOVE WS-MID-SUB TO WS-FOUND-SUB
043700         GO TO 2650-EXIT
043800     END-IF.
043900     IF WS-CND-ID (WS-MID-SUB) < WS-FIND-ID
044000         COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
044100     ELSE
044200         IF WS-MID-SUB = 1
044300             MOVE ZERO TO WS-HIGH-SUB
044400         ELSE
044500             COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
044600         END-IF
044700     END-IF.
044800 2650-EXIT.
044900     EXIT.
045000*
045100 2680-TEST-LOADED.
045200     IF WS-CND-ID (WS-MATCH-SUB) = WS-FIND-ID
045300         MOVE WS-MATCH-SUB TO WS-FOUND-SUB
045400     END-IF.
045500 2680-EXIT.
045600     EXIT.
045700*
045800****************************************************************
045900* 3000-LOAD-ARCHIVE - ENTER AN ARCHIVED CREATER ON THE TABLE   *
046000* UNLESS ITS ID IS ALREADY HELD - BACK ON THE MASTER AFTER A   *
046100* REINSTATEMENT, OR ON A NEWER ARCHIVE GENERATION - AND READ   *
046200* THE NEXT ARCHIVE RECORD.                                     *
046300****************************************************************
046400 3000-LOAD-ARCHIVE.
046500     ADD 1 TO WS-ARCH-READ-COUNT.
046600     MOVE CREATER_ID OF CRMSARCH-RECORD TO WS-FIND-ID.
046700     PERFORM 2600-FIND-ID THRU 2600-EXIT.
046800     IF WS-FOUND-SUB = ZERO
046900         ADD 1 TO WS-ARCH-KEPT-COUNT
047000         MOVE CRMSARCH-RECORD TO WS-LOAD-RECORD
047100         MOVE "A" TO WS-LOAD-SOURCE
047200         PERFORM 2500-ADD-CANDIDATE THRU 2500-EXIT
047300     END-IF.
047400     PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT.
047500 3000-EXIT.
047600     EXIT.
047700*
047800 3200-READ-ARCHIVE.
047900     READ MASTER-ARCH
048000         AT END
048100             MOVE "Y" TO WS-ARCH-EOF-SW
048200     END-READ.
048300 3200-EXIT.
048400     EXIT.
048500*
048600****************************************************************
048700* 3500-LOAD-HR - ENTER AN HR EXTRACT RECORD ON THE TABLE       *
048800* UNLESS ITS ID IS ALREADY HELD FROM THE MASTER OR THE ARCHIVE *
048900* (THE SAME PERSON UNDER THE SAME ID, WHICH CRRECON            *
049000* RECONCILES), AND READ THE NEXT HR RECORD.                    *
049100****************************************************************
049200 3500-LOAD-HR.
049300     ADD 1 TO WS-HR-READ-COUNT.
049400     MOVE HREXTRT-ID TO WS-FIND-ID.
049500     PERFORM 2600-FIND-ID THRU 2600-EXIT.
049600     IF WS-FOUND-SUB = ZERO
049700         ADD 1 TO WS-HR-KEPT-COUNT
049800         MOVE SPACES       TO WS-LOAD-RECORD
049900         MOVE HREXTRT-ID   TO CREATER_ID OF WS-LOAD-RECORD
050000         MOVE HREXTRT-NAME TO CREATER_NAME OF WS-LOAD-RECORD
050100         MOVE "H" TO WS-LOAD-SOURCE
050200         PERFORM 2500-ADD-CANDIDATE THRU 2500-EXIT
050300     END-IF.
050400     PERFORM 3700-READ-HR THRU 3700-EXIT.
050500 3500-EXIT.
050600     EXIT.
050700*
050800 3700-READ-HR.
050900     READ HR-EXTRACT
051000         AT END
051100             MOVE "Y" TO WS-HR-EOF-SW
051200     END-READ.
051300 3700-EXIT.
051400     EXIT.
051500*
051600****************************************************************
051700* 4000-FIND-GROUPS - GATHER INTO A NEW GROUP EVERY LATER       *
051800* CANDIDATE NOT YET GROUPED THAT SHARES THE CURRENT            *
051900* CANDIDATE'S KEY. THE CURRENT CANDIDATE JOINS THE GROUP WITH  *
052000* ITS FIRST MATCH; ONE WITH NO MATCH STAYS UNGROUPED.          *
052100****************************************************************
052200 4000-FIND-GROUPS.
052300     IF WS-CND-GROUP (WS-SUB) > ZERO
052400         OR WS-CND-KEY (WS-SUB) = SPACES
052500         GO TO 4000-EXIT
052600     END-IF.
052700     COMPUTE WS-MATCH-SUB = WS-SUB + 1.
052800     PERFORM 4100-TEST-MATCH THRU 4100-EXIT
052900         VARYING WS-MATCH-SUB FROM WS-MATCH-SUB BY 1
053000         UNTIL WS-MATCH-SUB > WS-CND-COUNT OR WS-OVERFLOW.
053100 4000-EXIT.
053200     EXIT.
053300*
053400 4100-TEST-MATCH.
053500     IF WS-CND-GROUP (WS-MATCH-SUB) > ZERO
053600         OR WS-CND-KEY (WS-MATCH-SUB) NOT = WS-CND-KEY (WS-SUB)
053700         GO TO 4100-EXIT
053800     END-IF.
053900     IF WS-CND-GROUP (WS-SUB) = ZERO
054000         IF WS-GRP-COUNT >= WS-GRP-MAX
054100             MOVE "Y" TO WS-OVERFLOW-SW
054200             GO TO 4100-EXIT
054300         END-IF
054400         ADD 1 TO WS-GRP-COUNT
054500         MOVE WS-SUB TO WS-GRP-FIRST (WS-GRP-COUNT)
054600         MOVE ZERO   TO WS-GRP-SIZE (WS-GRP-COUNT)
054700         MOVE WS-SUB TO WS-NEW-SUB
054800         PERFORM 4200-ADD-MEMBER THRU 4200-EXIT
054900     END-IF.
055000     MOVE WS-MATCH-SUB TO WS-NEW-SUB.
055100     PERFORM 4200-ADD-MEMBER THRU 4200-EXIT.
055200 4100-EXIT.
055300     EXIT.
055400*
055500****************************************************************
055600* 4200-ADD-MEMBER - PUT CANDIDATE WS-NEW-SUB IN THE CURRENT    *
055700* GROUP AND ENTER IT ON THE MEMBER TABLE IN ITS CREATER ID     *
055800* PLACE, MOVING THE HIGHER IDS UP ONE.                         *
055900****************************************************************
056000 4200-ADD-MEMBER.
056100     IF WS-MBR-COUNT >= WS-MBR-MAX
056200         MOVE "Y" TO WS-OVERFLOW-SW
056300         GO TO 4200-EXIT
056400     END-IF.
056500     MOVE WS-GRP-COUNT TO WS-CND-GROUP (WS-NEW-SUB).
056600     ADD 1 TO WS-GRP-SIZE (WS-GRP-COUNT).
056700     MOVE WS-MBR-COUNT TO WS-MBR-SUB.
056800     MOVE "N" TO WS-PLACED-SW.
056900     PERFORM 4250-MOVE-UP THRU 4250-EXIT
057000         UNTIL WS-PLACED.
057100     ADD 1 TO WS-MBR-SUB.
057200     MOVE WS-CND-ID (WS-NEW-SUB) TO WS-MBR-ID (WS-MBR-SUB).
057300     MOVE WS-NEW-SUB             TO WS-MBR-CND (WS-MBR-SUB).
057400     ADD 1 TO WS-MBR-COUNT.
057500 4200-EXIT.
057600     EXIT.
057700*
057800 4250-MOVE-UP.
057900     IF WS-MBR-SUB = ZERO
058000         MOVE "Y" TO WS-PLACED-SW
058100         GO TO 4250-EXIT
058200     END-IF.
058300     IF WS-MBR-ID (WS-MBR-SUB) < WS-CND-ID (WS-NEW-SUB)
058400         MOVE "Y" TO WS-PLACED-SW
058500         GO TO 4250-EXIT
058600     END-IF.
058700     MOVE WS-MBR-ENTRY (WS-MBR-SUB)
058800         TO WS-MBR-ENTRY (WS-MBR-SUB + 1).
058900     SUBTRACT 1 FROM WS-MBR-SUB.
059000 4250-EXIT.
059100     EXIT.
059200*
059300****************************************************************
059400* 5000-SCAN-AUDIT - FOR EVERY ADD ON THE TRAIL, FIND ITS       *
059500* CREATER ON THE MEMBER TABLE AND KEEP THE LATEST ADD'S DATE   *
059600* AND TIME (A REINSTATED CREATER HAS MORE THAN ONE), THEN READ *
059700* THE NEXT AUDIT RECORD.                                       *
059800****************************************************************
059900 5000-SCAN-AUDIT.
060000     IF CRAUDIT-ADD OF CRAUDIT-RECORD
060100         PERFORM 5300-FIND-MEMBER THRU 5300-EXIT
060200         IF WS-FOUND-SUB > ZERO
060300             PERFORM 5400-KEEP-ADD THRU 5400-EXIT
060400         END-IF
060500     END-IF.
060600     PERFORM 5200-READ-AUDIT THRU 5200-EXIT.
060700 5000-EXIT.
060800     EXIT.
060900*
061000 5200-READ-AUDIT.
061100     READ CREATER-AUDIT
061200         AT END
061300             MOVE "Y" TO WS-AUDIT-EOF-SW
061400     END-READ.
061500 5200-EXIT.
061600     EXIT.
061700*
061800****************************************************************
061900* 5300-FIND-MEMBER - SEARCH THE MEMBER TABLE BY HALVING FOR    *
062000* THE AUDIT RECORD'S CREATER. WS-FOUND-SUB COMES BACK AS THE   *
062100* CANDIDATE'S PLACE ON THE CANDIDATE TABLE, OR ZERO.           *
062200****************************************************************
062300 5300-FIND-MEMBER.
062400     MOVE ZERO TO WS-FOUND-SUB.
062500     MOVE 1 TO WS-LOW-SUB.
062600     MOVE WS-MBR-COUNT TO WS-HIGH-SUB.
062700     PERFORM 5350-SPLIT-MEMBERS THRU 5350-EXIT
062800         UNTIL WS-LOW-SUB > WS-HIGH-SUB OR WS-FOUND-SUB > ZERO.
062900 5300-EXIT.
063000     EXIT.
063100*
063200 5350-SPLIT-MEMBERS.
063300     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
063400     IF WS-MBR-ID (WS-MID-SUB)
063500             = CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
063600         MOVE WS-MBR-CND (WS-MID-SUB) TO WS-FOUND-SUB
063700         GO TO 5350-EXIT
063800     END-IF.
063900     IF WS-MBR-ID (WS-MID-SUB)
064000             < CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
064100         COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
064200     ELSE
064300         IF WS-MID-SUB = 1
064400             MOVE ZERO TO WS-HIGH-SUB
064500         ELSE
064600             COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
064700         END-IF
064800     END-IF.
064900 5350-EXIT.
065000     EXIT.
065100*
065200 5400-KEEP-ADD.
065300     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO WS-ADD-STAMP-DATE.
065400     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO WS-ADD-STAMP-TIME.
065500     IF CRAUDIT-DATE OF CRAUDIT-RECORD
065600             > WS-CND-ADD-DATE (WS-FOUND-SUB)
065700         OR (CRAUDIT-DATE OF CRAUDIT-RECORD
065800                 = WS-CND-ADD-DATE (WS-FOUND-SUB)
065900             AND CRAUDIT-TIME OF CRAUDIT-RECORD
066000                 > WS-CND-ADD-TIME (WS-FOUND-SUB))
066100         MOVE WS-ADD-STAMP-DATE TO WS-CND-ADD-DATE (WS-FOUND-SUB)
066200         MOVE WS-ADD-STAMP-TIME TO WS-CND-ADD-TIME (WS-FOUND-SUB)
066300     END-IF.
066400 5400-EXIT.
066500     EXIT.
066600*
066700****************************************************************
066800* 6000-PRINT-REPORT - PRINT EVERY GROUP IN THE ORDER FOUND,    *
066900* THEN THE RUN COUNTS.                                         *
067000****************************************************************
067100 6000-PRINT-REPORT.
067200     PERFORM 6050-WRITE-HEADERS THRU 6050-EXIT.
067300     PERFORM 6100-PRINT-GROUP THRU 6100-EXIT
067400         VARYING WS-GRP-SUB FROM 1 BY 1
067500         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
067600     IF WS-GRP-COUNT = ZERO
067700         MOVE "NO POSSIBLE DUPLICATES FOUND" TO SEC-TITLE
067800         WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 1 LINE
067900         WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE
068000     END-IF.
068100     MOVE "RUN TOTALS" TO SEC-TITLE.
068200     WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 1 LINE.
068300     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
068400     MOVE "CREATERS ON THE MASTER               :" TO STA-CAPTION.
068500     MOVE WS-MASTER-COUNT TO STA-AMOUNT.
068600     PERFORM 6400-PRINT-TOTAL THRU 6400-EXIT.
068700     MOVE "ARCHIVE RECORDS READ                 :" TO STA-CAPTION.
068800     MOVE WS-ARCH-READ-COUNT TO STA-AMOUNT.
068900     PERFORM 6400-PRINT-TOTAL THRU 6400-EXIT.
069000     MOVE "ARCHIVED CREATERS NOT ON THE MASTER  :" TO STA-CAPTION.
069100     MOVE WS-ARCH-KEPT-COUNT TO STA-AMOUNT.
069200     PERFORM 6400-PRINT-TOTAL THRU 6400-EXIT.
069300     MOVE "HR EXTRACT RECORDS READ              :" TO STA-CAPTION.
069400     MOVE WS-HR-READ-COUNT TO STA-AMOUNT.
069500     PERFORM 6400-PRINT-TOTAL THRU 6400-EXIT.
069600     MOVE "HR RECORDS UNDER AN ID NOT ON FILE   :" TO STA-CAPTION.
069700     MOVE WS-HR-KEPT-COUNT TO STA-AMOUNT.
069800     PERFORM 6400-PRINT-TOTAL THRU 6400-EXIT.
069900     MOVE "NAMES WITH NOTHING TO MATCH ON       :" TO STA-CAPTION.
070000     MOVE WS-NO-KEY-COUNT TO STA-AMOUNT.
070100     PERFORM 6400-PRINT-TOTAL THRU 6400-EXIT.
070200     MOVE "POSSIBLE DUPLICATE GROUPS            :" TO STA-CAPTION.
070300     MOVE WS-GRP-COUNT TO STA-AMOUNT.
070400     PERFORM 6400-PRINT-TOTAL THRU 6400-EXIT.
070500     MOVE "RECORDS IN THOSE GROUPS              :" TO STA-CAPTION.
070600     MOVE WS-MBR-COUNT TO STA-AMOUNT.
070700     PERFORM 6400-PRINT-TOTAL THRU 6400-EXIT.
070800 6000-EXIT.
070900     EXIT.
071000*
071100 6050-WRITE-HEADERS.
071200     ADD 1 TO WS-PAGE-NO.
071300     MOVE WS-PAGE-NO       TO HDG1-PAGE-NO.
071400     MOVE WS-RUN-DATE-DISP TO HDG1-RUN-DATE.
071500     WRITE PRINT-LINE FROM HDG1-LINE  AFTER ADVANCING PAGE.
071600     WRITE PRINT-LINE FROM HDG2-LINE  AFTER ADVANCING 1 LINE.
071700     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
071800 6050-EXIT.
071900     EXIT.
072000*
072100****************************************************************
072200* 6100-PRINT-GROUP - PRINT ONE GROUP: ITS HEADING LINE, THEN   *
072300* EVERY CANDIDATE IN IT, FROM ITS FIRST MEMBER ON.             *
072400****************************************************************
072500 6100-PRINT-GROUP.
072600     MOVE WS-GRP-SUB TO GRP-NUMBER.
072700     MOVE WS-GRP-FIRST (WS-GRP-SUB) TO WS-SUB.
072800     MOVE WS-CND-KEY (WS-SUB) TO GRP-KEY.
072900     MOVE WS-GRP-SIZE (WS-GRP-SUB) TO GRP-SIZE.
073000     WRITE PRINT-LINE FROM GROUP-LINE AFTER ADVANCING 1 LINE
073100         AT END-OF-PAGE
073200             PERFORM 6050-WRITE-HEADERS THRU 6050-EXIT
073300     END-WRITE.
073400     PERFORM 6200-PRINT-CANDIDATE THRU 6200-EXIT
073500         VARYING WS-SUB FROM WS-SUB BY 1
073600         UNTIL WS-SUB > WS-CND-COUNT.
073700     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE
073800         AT END-OF-PAGE
073900             PERFORM 6050-WRITE-HEADERS THRU 6050-EXIT
074000     END-WRITE.
074100 6100-EXIT.
074200     EXIT.
074300*
074400 6200-PRINT-CANDIDATE.
074500     IF WS-CND-GROUP (WS-SUB) NOT = WS-GRP-SUB
074600         GO TO 6200-EXIT
074700     END-IF.
074800     EVALUATE WS-CND-SOURCE (WS-SUB)
074900         WHEN "M"
075000             MOVE "MASTER"     TO DTL-SOURCE
075100         WHEN "A"
075200             MOVE "ARCHIVE"    TO DTL-SOURCE
075300         WHEN OTHER
075400             MOVE "HR EXTRACT" TO DTL-SOURCE
075500     END-EVALUATE.
075600     MOVE WS-CND-ID (WS-SUB)     TO DTL-ID.
075700     MOVE WS-CND-NAME (WS-SUB)   TO DTL-NAME.
075800     MOVE WS-CND-DEPT (WS-SUB)   TO DTL-DEPT.
075900     MOVE WS-CND-ROLE (WS-SUB)   TO DTL-ROLE.
076000     MOVE WS-CND-STATUS (WS-SUB) TO DTL-STATUS.
076100     PERFORM 6300-FORMAT-ADD-DATE THRU 6300-EXIT.
076200     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
076300         AT END-OF-PAGE
076400             PERFORM 6050-WRITE-HEADERS THRU 6050-EXIT
076500     END-WRITE.
076600 6200-EXIT.
076700     EXIT.
076800*
076900****************************************************************
077000* 6300-FORMAT-ADD-DATE - SHOW THE DATE OF THE LATEST ADD FOR   *
077100* THE CANDIDATE'S ID, OR SAY THERE WAS NONE: AN HR RECORD THAT *
077200* WAS NEVER ADDED IS NOT ON FILE, AND A CREATER WHOSE ADD IS   *
077300* NOT ON THE TRAIL WAS LOADED BEFORE THE TRAIL BEGAN.          *
077400****************************************************************
077500 6300-FORMAT-ADD-DATE.
077600     IF WS-CND-ADD-DATE (WS-SUB) = ZERO
077700         IF WS-CND-SOURCE (WS-SUB) = "H"
077800             MOVE "NOT ON FILE"  TO DTL-ADD-DATE
077900         ELSE
078000             MOVE "NOT ON TRAIL" TO DTL-ADD-DATE
078100         END-IF
078200         GO TO 6300-EXIT
078300     END-IF.
078400     MOVE WS-CND-ADD-DATE (WS-SUB) TO WS-ADD-DATE.
078500     MOVE SPACES TO WS-ADD-DATE-DISP.
078600     STRING WS-ADD-YYYY DELIMITED BY SIZE
078700            "-"         DELIMITED BY SIZE
078800            WS-ADD-MM   DELIMITED BY SIZE
078900            "-"         DELIMITED BY SIZE
079000            WS-ADD-DD   DELIMITED BY SIZE
079100         INTO WS-ADD-DATE-DISP.
079200     MOVE WS-ADD-DATE-DISP TO DTL-ADD-DATE.
079300 6300-EXIT.
079400     EXIT.
079500*
079600 6400-PRINT-TOTAL.
079700     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE
079800         AT END-OF-PAGE
079900             PERFORM 6050-WRITE-HEADERS THRU 6050-EXIT
080000     END-WRITE.
080100 6400-EXIT.
080200     EXIT.
080300*
080400****************************************************************
080500* 9000-TERMINATE - CLOSE THE FILES.                            *
080600****************************************************************
080700 9000-TERMINATE.
080800     CLOSE CREATER-MASTER.
080900     CLOSE CREATER-AUDIT.
081000     IF WS-ARCH-OPEN
081100         CLOSE MASTER-ARCH
081200     END-IF.
081300     IF WS-HR-OPEN
081400         CLOSE HR-EXTRACT
081500     END-IF.
081600     CLOSE PRINT-FILE.
081700 9000-EXIT.
081800     EXIT.
