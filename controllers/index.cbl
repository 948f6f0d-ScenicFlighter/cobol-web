002551*                    CREATED, SO THE INDEX THE DEPARTMENT-
002552*                    SEQUENCED CRLIST ROSTER BROWSES ACTUALLY
002553*                    EXISTS ON THE DATASET.
002554*   2026-10-15  RSH  ADDED TWO-PERSON APPROVAL - A DELETE, OR A
002555*                    CHANGE THAT MAKES A CREATER INACTIVE, NO
002556*                    LONGER TOUCHES CREATER-MASTER WHEN IT IS
002557*                    KEYED. IT IS HELD ON THE NEW CREATER-PENDING
002558*                    FILE WITH THE REQUESTING OPERATOR, A
002559*                    TIMESTAMP AND THE FULL BEFORE AND AFTER
002560*                    IMAGE, AND NEW SUPERVISOR-ONLY MENU CHOICE V
002561*                    LETS A DIFFERENT SUPERVISOR APPROVE IT
002562*                    (POSTED, AND AUDITED UNDER BOTH OPERATOR IDS)
002563*                    OR REJECT IT WITH A REASON. INQUIRE SHOWS A
002564*                    REQUEST STILL WAITING, AND HISTORY SHOWS THE
002565*                    APPROVER.
002566*   2026-10-15  RSH  ADDED REINSTATE - MENU CHOICE R FINDS A
002567*                    CREATER THAT CRARCHIV MOVED TO THE MASTER
002568*                    ARCHIVE, BY ID OR BY NAME, AND WRITES IT BACK
002569*                    TO CREATER-MASTER UNDER ITS ORIGINAL ID WITH
002570*                    A NEWLY KEYED STATUS AND EFFECTIVE DATE,
002571*                    AUDITED AS AN ADD. AN ID ALREADY ON THE
002572*                    MASTER IS REFUSED. CRMSARCH IS ALLOCATED TO
002573*                    THE MASTER ARCHIVE GDG BASE SO EVERY
002574*                    GENERATION IS SEARCHED.
002575*   2026-10-15  RSH  THE HISTORY OPTION NOW READS THE KEYED AUDIT-
002576*                    HISTORY FILE (CRAUDHST) DIRECTLY INSTEAD OF
002577*                    RE-READING THE WHOLE AUDIT TRAIL, SO IT
002578*                    COVERS ENTRIES CRARCHIV HAS MOVED OFF THE
002579*                    TRAIL, AND PAGES THROUGH THE FULL HISTORY
002580*                    FIVE ENTRIES AT A TIME (N OLDER, P NEWER, X
002581*                    RETURN) INSTEAD OF SHOWING ONLY THE LATEST
002582*                    HUNDRED. EVERY AUDIT RECORD WRITTEN HERE IS
002583*                    ALSO FILED ON CRAUDHST.
002584*   2026-10-15  RSH  ADDED SCHEDULED CHANGES - MENU CHOICE S ADDS,
002585*                    INQUIRES ON AND CANCELS DATED CHANGES TO
002586*                    NAME, ROLE, STATUS AND DEPARTMENT ON THE NEW
002587*                    CREATER-SCHEDULE FILE, POSTED ON THEIR
002588*                    EFFECTIVE DATE BY THE NIGHTLY CRSCHAPL STEP.
002589*                    A DATED INACTIVATION STILL GOES THROUGH C FOR
002590*                    APPROVAL.
002591*   2026-10-15  RSH  EVERY AUDIT RECORD WRITTEN IS NOW SEALED INTO
002592*                    THE AUDIT CHAIN - IT TAKES THE NEXT SEQUENCE
002593*                    NUMBER FROM CREATER-AUDCTL AND ITS CHECK
002594*                    VALUE FROM CRAUDCHN, AND THE CONTROL RECORD
002595*                    IS REWRITTEN AS SOON AS THE RECORD IS ON THE
002596*                    TRAIL.
002597*   2026-10-15  RSH  AN ADD NOW CHECKS THE NEW NAME AGAINST EVERY
002598*                    CREATER ON THE MASTER THROUGH CRNAMKEY, WHICH
002599*                    IGNORES CASE, SPACING, PUNCTUATION AND NAME
002600*                    ORDER, LISTS ANY POSSIBLE DUPLICATES AND ASKS
002601*                    BEFORE THE ADD GOES AHEAD.
002602*   2026-10-15  RSH  THE MASTER ARCHIVE SEARCHES NOW GIVE UP,
002603*                    SHOWING THE FILE STATUS, ON ANY FAILURE TO
002604*                    OPEN CRMSARCH, NOT ONLY A MISSING DATASET.
002605****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.     IBM-370.
003630            ALTERNATE RECORD KEY IS CREATER-DEPT
003640                OF CREATER-RECORD WITH DUPLICATES
003700            FILE STATUS IS WS-CREATMST-STATUS.
003710     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
003720            ORGANIZATION IS INDEXED
003730            ACCESS MODE IS DYNAMIC
003740            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
003750            FILE STATUS IS WS-CRAUDHST-STATUS.
003751     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
003752            ORGANIZATION IS SEQUENTIAL
003753            FILE STATUS IS WS-CRAUDCTL-STATUS.
003756     SELECT CREATER-SCHEDULE ASSIGN TO CRSCHED
003762            ORGANIZATION IS INDEXED
003768            ACCESS MODE IS DYNAMIC
003774            RECORD KEY IS CRSCHED-KEY OF CRSCHED-RECORD
003780            ALTERNATE RECORD KEY IS CRSCHED-DUE-KEY
003786                OF CRSCHED-RECORD
003792            FILE STATUS IS WS-CRSCHED-STATUS.
003800     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
003900            ORGANIZATION IS SEQUENTIAL
004000            FILE STATUS IS WS-CREAUDIT-STATUS.
004001     SELECT CREATER-PENDING ASSIGN TO CRPEND
004002            ORGANIZATION IS INDEXED
004003            ACCESS MODE IS DYNAMIC
004004            RECORD KEY IS CRPEND-KEY OF CRPEND-RECORD
004005            FILE STATUS IS WS-CRPEND-STATUS.
004006     SELECT MASTER-ARCH     ASSIGN TO CRMSARCH
004007            ORGANIZATION IS SEQUENTIAL
004008            FILE STATUS IS WS-CRMSARCH-STATUS.
004010     SELECT CREATER-IDCTL   ASSIGN TO CRIDCTL
004020            ORGANIZATION IS SEQUENTIAL
004030            FILE STATUS IS WS-CRIDCTL-STATUS.
004400     LABEL RECORDS ARE STANDARD.
004500     COPY CREATER.
004600*
004610 FD  AUDIT-HISTORY
004620     LABEL RECORDS ARE STANDARD.
004630     COPY CRAUDHST.
004640*
004650 FD  CREATER-SCHEDULE
004660     LABEL RECORDS ARE STANDARD.
004670     COPY CRSCHED.
004680*
004700 FD  CREATER-AUDIT
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CRAUDIT.
004902*
004904 FD  CREATER-PENDING
004906     LABEL RECORDS ARE STANDARD.
004908     COPY CRPEND.
004910*
004912 FD  MASTER-ARCH
004914     LABEL RECORDS ARE STANDARD.
004916     COPY CREATER REPLACING CREATER-RECORD BY CRMSARCH-RECORD.
004918*
004920 FD  CREATER-IDCTL
004930     LABEL RECORDS ARE STANDARD.
004940     COPY CRIDCTL.
004996     LABEL RECORDS ARE STANDARD.
004997     COPY CRDEPT.
005000*
005010 FD  AUDIT-CONTROL
005020     LABEL RECORDS ARE STANDARD.
005030     COPY CRAUDCTL.
005040*
005100 WORKING-STORAGE SECTION.
005200     COPY CREATER REPLACING CREATER-RECORD BY CREATER.
005300*
005600     88  WS-CREATMST-NOT-FOUND       VALUE "35".
005700     88  WS-CREATMST-DUP-KEY         VALUE "22".
005800*
005810 01  WS-CRAUDHST-STATUS         PIC XX.
005820     88  WS-CRAUDHST-OK              VALUE "00".
005830     88  WS-CRAUDHST-NOT-FOUND       VALUE "35".
005840     88  WS-CRAUDHST-DUP-KEY         VALUE "22".
005850 01  WS-HISTORY-SW              PIC X       VALUE "N".
005860     88  WS-HISTORY-DONE             VALUE "Y".
005870*
005875 01  WS-CRSCHED-STATUS          PIC XX.
005880     88  WS-CRSCHED-OK               VALUE "00".
005885     88  WS-CRSCHED-NOT-FOUND        VALUE "35".
005890     88  WS-CRSCHED-DUP-KEY          VALUE "22".
005895*
005900 01  WS-CREAUDIT-STATUS         PIC XX.
006000     88  WS-CREAUDIT-OK              VALUE "00".
006100     88  WS-CREAUDIT-NOT-FOUND       VALUE "35".
006102*
006104 01  WS-CRPEND-STATUS           PIC XX.
006106     88  WS-CRPEND-OK                VALUE "00".
006108     88  WS-CRPEND-NOT-FOUND         VALUE "35".
006110*
006120 01  WS-CRIDCTL-STATUS          PIC XX.
006130     88  WS-CRIDCTL-OK               VALUE "00".
006196     88  WS-CRDEPT-OK                VALUE "00".
006197     88  WS-CRDEPT-NOT-FOUND         VALUE "35".
006200*
006201 01  WS-CRAUDCTL-STATUS         PIC XX.
006202     88  WS-CRAUDCTL-OK              VALUE "00".
006203     88  WS-CRAUDCTL-NOT-FOUND       VALUE "35".
006204 01  WS-CHAIN-SW                PIC X       VALUE "O".
006205     88  WS-CHAIN-OPEN               VALUE "O".
006206     88  WS-CHAIN-NEW                VALUE "N".
006207     88  WS-CHAIN-LOST               VALUE "X".
006208     COPY CRCHNPRM.
006209*
006210 01  WS-TODAY-DATE              PIC 9(08)   VALUE ZERO.
006220*
006300 01  WS-OPERATOR-ID             PIC X(08)   VALUE SPACES.
006790     88  WS-DEPT-DELETE              VALUE "D" "d".
006791     88  WS-DEPT-RETURN              VALUE "X" "x".
006800*
006802 01  WS-HIST-MAX                 PIC 9(04)   COMP VALUE 0005.
006804 01  WS-HIST-COUNT               PIC 9(04)   COMP VALUE ZERO.
006806 01  WS-HIST-SUB                 PIC 9(04)   COMP VALUE ZERO.
006808 01  WS-HIST-TOTAL               PIC 9(06)   COMP VALUE ZERO.
006810 01  WS-HIST-ORDINAL             PIC 9(06)   COMP VALUE ZERO.
006812 01  WS-HIST-FIRST               PIC 9(06)   COMP VALUE ZERO.
006814 01  WS-HIST-LAST                PIC 9(06)   COMP VALUE ZERO.
006816 01  WS-HIST-PAGE                PIC 9(04)   COMP VALUE ZERO.
006818 01  WS-HIST-PAGES               PIC 9(04)   COMP VALUE ZERO.
006820 01  WS-HIST-PAGE-DISP           PIC ZZZ9.
006822 01  WS-HIST-PAGES-DISP          PIC ZZZ9.
006824 01  WS-HIST-CHOICE              PIC X       VALUE SPACE.
006826     88  WS-HIST-OLDER                VALUE "N" "n".
006828     88  WS-HIST-NEWER                VALUE "P" "p".
006830     88  WS-HIST-QUIT                 VALUE "X" "x".
006832 01  WS-HIST-DONE-SW             PIC X       VALUE "N".
006834     88  WS-HIST-DONE                 VALUE "Y".
006836 01  WS-HIST-MOVED-SW            PIC X       VALUE "N".
006838     88  WS-HIST-MOVED                VALUE "Y".
006840 01  WS-HIST-EOF-SW              PIC X       VALUE "N".
006842     88  WS-HIST-EOF                  VALUE "Y".
006844     COPY CRAUDIT REPLACING CRAUDIT-RECORD BY WS-HIST-AUDIT.
006846****************************************************************
006848* WS-HIST-TABLE - ONE PAGE OF AUDIT ENTRIES FOR THE CREATER    *
006850* BEING ASKED ABOUT, READ OLDEST-FIRST FROM THE KEYED          *
006852* AUDIT-HISTORY FILE AND SHOWN BACKWARDS SO THE NEWEST ENTRY   *
006854* ON THE PAGE COMES UP FIRST. WS-HIST-MAX IS THE PAGE SIZE     *
006856* AND MUST MATCH THE OCCURS.                                   *
006858****************************************************************
006860 01  WS-HIST-TABLE.
006862     03  WS-HIST-ENTRY           OCCURS 5 TIMES.
006864         05  WS-HIST-DATE            PIC 9(08).
006866         05  WS-HIST-TIME            PIC 9(08).
006868         05  WS-HIST-OPERATOR        PIC X(08).
006870         05  WS-HIST-ACTION          PIC X(06).
006872         05  WS-HIST-B-NAME          PIC X(20).
006874         05  WS-HIST-A-NAME          PIC X(20).
006876         05  WS-HIST-B-ROLE          PIC X(10).
006878         05  WS-HIST-A-ROLE          PIC X(10).
006880         05  WS-HIST-B-STATUS        PIC X.
006882         05  WS-HIST-A-STATUS        PIC X.
006884         05  WS-HIST-B-EFF-DATE      PIC 9(08).
006886         05  WS-HIST-A-EFF-DATE      PIC 9(08).
006888         05  WS-HIST-B-PEND          PIC X.
006890         05  WS-HIST-A-PEND          PIC X.
006892         05  WS-HIST-B-DEPT          PIC X(04).
006894         05  WS-HIST-A-DEPT          PIC X(04).
006896         05  WS-HIST-APPROVER        PIC X(08).
006898*
006900 01  WS-ID-VALID-SW              PIC X       VALUE "N".
007000     88  WS-ID-VALID                  VALUE "Y".
007100*
007103 01  WS-SCHED-CHOICE             PIC X       VALUE SPACE.
007106     88  WS-SCHED-ADD                 VALUE "A" "a".
007109     88  WS-SCHED-INQUIRE             VALUE "I" "i".
007112     88  WS-SCHED-CANCEL              VALUE "C" "c".
007115     88  WS-SCHED-RETURN              VALUE "X" "x".
007118 01  WS-SCHED-DATE-SW            PIC X       VALUE "N".
007121     88  WS-SCHED-DATE-VALID          VALUE "Y".
007124 01  WS-SCHED-FIELD-SW           PIC X       VALUE "N".
007127     88  WS-SCHED-FIELD-VALID         VALUE "Y".
007130 01  WS-SCHED-PUT-SW             PIC X       VALUE "N".
007133     88  WS-SCHED-PUT-DONE            VALUE "Y".
007136 01  WS-SCHED-EOF-SW             PIC X       VALUE "N".
007139     88  WS-SCHED-EOF                 VALUE "Y".
007142 01  WS-SCHED-WAITING-SW         PIC X       VALUE "N".
007145     88  WS-SCHED-WAITING-ONLY        VALUE "Y".
007148 01  WS-SCHED-TRIES              PIC 9(02)   VALUE ZERO.
007151 01  WS-SCHED-PICK               PIC 9(02)   VALUE ZERO.
007154 01  WS-SCHED-NO-DISP            PIC Z9.
007157 01  WS-SCHED-STATE-TEXT         PIC X(09)   VALUE SPACES.
007160 01  WS-SCHED-MAX                PIC 9(04)   COMP VALUE 0020.
007163 01  WS-SCHED-COUNT              PIC 9(04)   COMP VALUE ZERO.
007166****************************************************************
007169* WS-SCHED-TABLE - THE KEYS OF THE WAITING SCHEDULED CHANGES   *
007172* LISTED FOR ONE CREATER, IN THE ORDER THEY WERE NUMBERED ON   *
007175* THE SCREEN, SO THE OPERATOR CAN CANCEL ONE BY ITS NUMBER.    *
007178* WS-SCHED-MAX MUST MATCH THE OCCURS.                          *
007181****************************************************************
007184 01  WS-SCHED-TABLE.
007187     03  WS-SCHED-ENTRY          OCCURS 20 TIMES.
007190         05  WS-SCHED-KEY            PIC X(21).
007193*
007200 01  WS-MENU-CHOICE              PIC X       VALUE SPACE.
007300     88  WS-MENU-ADD                  VALUE "A" "a".
007400     88  WS-MENU-CHANGE               VALUE "C" "c".
007620     88  WS-MENU-OPER-MAINT           VALUE "O" "o".
007630     88  WS-MENU-DEPT-MAINT           VALUE "P" "p".
007640     88  WS-MENU-HISTORY              VALUE "H" "h".
007650     88  WS-MENU-APPROVE              VALUE "V" "v".
007660     88  WS-MENU-REINSTATE            VALUE "R" "r".
007670     88  WS-MENU-SCHEDULE             VALUE "S" "s".
007700     88  WS-MENU-EXIT                 VALUE "X" "x".
007710*
007720 01  WS-SEARCH-NAME              PIC X(20)   VALUE SPACES.
007780 01  WS-CARRY-CHOICE             PIC X       VALUE SPACE.
007790     88  WS-CARRY-CHANGE              VALUE "C" "c".
007791     88  WS-CARRY-DELETE              VALUE "D" "d".
007795*
007799 01  WS-DUP-KEY                  PIC X(20)   VALUE SPACES.
007803 01  WS-DUP-COUNT                PIC 9(04)   VALUE ZERO.
007807 01  WS-DUP-EOF-SW               PIC X       VALUE "N".
007811     88  WS-DUP-EOF                   VALUE "Y".
007815 01  WS-DUP-ABANDON-SW           PIC X       VALUE "N".
007819     88  WS-DUP-ABANDON               VALUE "Y".
007823     COPY CRNAMPRM.
007827*
007828 01  WS-PEND-FOUND-SW            PIC X       VALUE "N".
007830     88  WS-PEND-FOUND                VALUE "Y".
007832 01  WS-PEND-EOF-SW              PIC X       VALUE "N".
007834     88  WS-PEND-EOF                  VALUE "Y".
007836 01  WS-PEND-COUNT               PIC 9(04)   VALUE ZERO.
007838 01  WS-POSTED-SW                PIC X       VALUE "N".
007840     88  WS-POSTED                    VALUE "Y".
007842 01  WS-HOLD-ACTION              PIC X(06)   VALUE SPACES.
007844 01  WS-DECIDE-CHOICE            PIC X       VALUE SPACE.
007846     88  WS-DECIDE-APPROVE            VALUE "A" "a".
007848     88  WS-DECIDE-REJECT             VALUE "R" "r".
007850 01  WS-REJECT-REASON            PIC X(40)   VALUE SPACES.
007852****************************************************************
007854* WS-CURR-IMAGE - THE MASTER RECORD AS IT STANDS WHEN A HELD   *
007856* REQUEST IS APPROVED, LAID OUT LIKE THE BEFORE IMAGE ON THE   *
007858* PENDING RECORD SO THE TWO CAN BE COMPARED IN ONE TEST. A     *
007860* REQUEST WHOSE CREATER HAS MOVED SINCE IT WAS KEYED IS NOT    *
007862* POSTED.                                                      *
007864****************************************************************
007866 01  WS-CURR-IMAGE.
007868     05  WS-CURR-NAME            PIC X(20).
007870     05  WS-CURR-ROLE            PIC X(10).
007872     05  WS-CURR-STATUS          PIC X.
007874     05  WS-CURR-EFF-DATE        PIC 9(08).
007876     05  WS-CURR-PEND            PIC X.
007878     05  WS-CURR-DEPT            PIC X(04).
007880*
007881*
007882 01  WS-CRMSARCH-STATUS          PIC XX.
007883     88  WS-CRMSARCH-OK               VALUE "00".
007884     88  WS-CRMSARCH-NOT-FOUND        VALUE "35".
007885 01  WS-ARCH-EOF-SW              PIC X       VALUE "N".
007886     88  WS-ARCH-EOF                  VALUE "Y".
007887 01  WS-ARCH-FOUND-SW            PIC X       VALUE "N".
007888     88  WS-ARCH-FOUND                VALUE "Y".
007889 01  WS-ARCH-COUNT               PIC 9(04)   VALUE ZERO.
007890 01  WS-REINSTATE-ID             PIC X(05)   VALUE SPACES.
007891 01  WS-CONFIRM-CHOICE           PIC X       VALUE SPACE.
007892     88  WS-CONFIRM-YES               VALUE "Y" "y".
007893 01  WS-STATUS-VALID-SW          PIC X       VALUE "N".
007894     88  WS-STATUS-VALID              VALUE "Y".
007895     COPY CREATER REPLACING CREATER-RECORD BY WS-ARCH-RECORD.
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     END-IF.
010610     PERFORM 1800-OPEN-IDCTL THRU 1800-EXIT.
010620     PERFORM 1810-OPEN-DEPT THRU 1810-EXIT.
010630     PERFORM 1820-OPEN-PENDING THRU 1820-EXIT.
010640     PERFORM 1830-OPEN-HISTORY THRU 1830-EXIT.
010650     PERFORM 1840-OPEN-SCHEDULE THRU 1840-EXIT.
010700 1000-EXIT.
010800     EXIT.
010810*
012310             ELSE
012320                 PERFORM 1590-NOT-AUTHORIZED THRU 1590-EXIT
012330             END-IF
012340         WHEN WS-MENU-REINSTATE
012350             IF WS-AUTH-LEVEL > 1
012360                 PERFORM 2500-PROCESS-REINSTATE THRU 2500-EXIT
012370             ELSE
012380                 PERFORM 1590-NOT-AUTHORIZED THRU 1590-EXIT
012390             END-IF
012400         WHEN WS-MENU-INQUIRE
012500             PERFORM 5000-PROCESS-INQUIRE THRU 5000-EXIT
012510         WHEN WS-MENU-NAME-SEARCH
012586             END-IF
012587         WHEN WS-MENU-HISTORY
012588             PERFORM 5500-PROCESS-HISTORY THRU 5500-EXIT
012589         WHEN WS-MENU-APPROVE
012590             IF WS-AUTH-LEVEL > 2
012591                 PERFORM 4500-PROCESS-APPROVALS THRU 4500-EXIT
012592             ELSE
012593                 PERFORM 1590-NOT-AUTHORIZED THRU 1590-EXIT
012594             END-IF
012596         WHEN WS-MENU-SCHEDULE
012598             PERFORM 5900-PROCESS-SCHEDULE THRU 5900-EXIT
012600         WHEN WS-MENU-EXIT
012700             CONTINUE
012800         WHEN OTHER
014020     DISPLAY "       O - OPERATOR MAINTENANCE (SUPERVISOR)".
014030     DISPLAY "       P - DEPARTMENT MAINTENANCE (SUPERVISOR)".
014040     DISPLAY "       H - CREATER CHANGE HISTORY".
014050     DISPLAY "       V - APPROVE HELD REQUESTS (SUPERVISOR)".
014060     DISPLAY "       R - REINSTATE AN ARCHIVED CREATER".
014070     DISPLAY "       S - SCHEDULED CHANGES".
014100     DISPLAY "       X - EXIT".
014200     DISPLAY "----------------------------------------".
014300     DISPLAY "ENTER YOUR SELECTION ? ".
015310     DISPLAY "CREATER ID ASSIGNED : " CREATER_ID OF CREATER.
015400     DISPLAY "WHAT`S YOUR CREATER NAME ? ".
015500     ACCEPT CREATER_NAME OF CREATER.
015510     PERFORM 2450-CHECK-DUP-NAME THRU 2450-EXIT.
015520     IF WS-DUP-ABANDON
015530         DISPLAY "ADD ABANDONED - CREATER ID "
015540                 CREATER_ID OF CREATER " NOT USED"
015550         GO TO 2000-EXIT
015560     END-IF.
015600     DISPLAY "WHAT`S THE CREATER ROLE ? ".
015700     ACCEPT CREATER-ROLE OF CREATER.
015800     DISPLAY "IS THE CREATER ACTIVE OR INACTIVE (A/I) ? ".
019304 2400-EXIT.
019305     EXIT.
019306*
019308****************************************************************
019309* 2450-CHECK-DUP-NAME - TURN THE NEW NAME INTO ITS CRNAMKEY    *
019310* MATCHING KEY AND READ THE WHOLE MASTER FOR CREATERS ALREADY  *
019311* ON FILE UNDER THE SAME NAME, WHATEVER ITS CASE, SPACING,     *
019312* PUNCTUATION OR SURNAME/FORENAME ORDER. ANY FOUND ARE LISTED  *
019313* AND THE OPERATOR DECIDES WHETHER THE ADD GOES AHEAD. AN ADD  *
019314* NOT CONFIRMED LEAVES ITS DRAWN ID UNUSED.                    *
019315****************************************************************
019316 2450-CHECK-DUP-NAME.
019317     MOVE "N" TO WS-DUP-ABANDON-SW.
019318     MOVE CREATER_NAME OF CREATER TO CRNAMPRM-NAME.
019319     CALL "CRNAMKEY" USING CRNAMPRM-AREA.
019320     IF CRNAMPRM-WORDS = ZERO
019321         GO TO 2450-EXIT
019322     END-IF.
019323     MOVE CRNAMPRM-KEY TO WS-DUP-KEY.
019324     MOVE ZERO TO WS-DUP-COUNT.
019325     MOVE "N"  TO WS-DUP-EOF-SW.
019326     MOVE LOW-VALUES TO CREATER_ID OF CREATER-RECORD.
019327     START CREATER-MASTER
019328         KEY IS NOT LESS THAN CREATER_ID OF CREATER-RECORD
019329         INVALID KEY
019330             MOVE "Y" TO WS-DUP-EOF-SW
019331     END-START.
019332     PERFORM 2460-SCAN-DUP-NAME THRU 2460-EXIT
019333         UNTIL WS-DUP-EOF.
019334     IF WS-DUP-COUNT = ZERO
019335         GO TO 2450-EXIT
019336     END-IF.
019337     DISPLAY WS-DUP-COUNT
019338             " CREATER(S) ALREADY ON FILE UNDER THIS NAME".
019339     DISPLAY "ADD THIS CREATER ANYWAY (Y/N) ? ".
019340     ACCEPT WS-CONFIRM-CHOICE.
019341     IF NOT WS-CONFIRM-YES
019342         MOVE "Y" TO WS-DUP-ABANDON-SW
019343     END-IF.
019344 2450-EXIT.
019345     EXIT.
019346*
019347 2460-SCAN-DUP-NAME.
019348     READ CREATER-MASTER NEXT RECORD
019349         AT END
019350             MOVE "Y" TO WS-DUP-EOF-SW
019351             GO TO 2460-EXIT
019352     END-READ.
019353     MOVE CREATER_NAME OF CREATER-RECORD TO CRNAMPRM-NAME.
019354     CALL "CRNAMKEY" USING CRNAMPRM-AREA.
019355     IF CRNAMPRM-KEY = WS-DUP-KEY
019356         ADD 1 TO WS-DUP-COUNT
019357         DISPLAY "  " CREATER_ID OF CREATER-RECORD
019358                 "  " CREATER_NAME OF CREATER-RECORD
019359                 "  " CREATER-DEPT OF CREATER-RECORD
019360                 "  " CREATER-ROLE OF CREATER-RECORD
019361                 "  " CREATER-STATUS OF CREATER-RECORD
019362     END-IF.
019363 2460-EXIT.
019364     EXIT.
019365*
019400****************************************************************
019500* 1600-ASSIGN-ID - DRAW THE NEXT CREATER ID FROM THE           *
019600* CREATER-IDCTL CONTROL RECORD, STEPPING PAST ANY ID THAT IS   *
023160* 3100-CHANGE-CREATER - LOOK UP THE CREATER ID ALREADY IN THE  *
023170* INTAKE AREA AND REWRITE THE RECORD WITH A NEW NAME, ROLE,    *
023180* STATUS AND EFFECTIVE DATE. PERFORMED FROM THE CHANGE PROMPT  *
023190* AND FROM THE NAME SEARCH CARRY-IN. A CHANGE THAT MAKES AN    *
023191* ACTIVE CREATER INACTIVE (AT ONCE OR DATED) IS NOT REWRITTEN  *
023192* BUT HELD FOR A SECOND SUPERVISOR'S APPROVAL.                 *
023193****************************************************************
023194 3100-CHANGE-CREATER.
023200     MOVE CREATER_ID OF CREATER TO CREATER_ID OF CREATER-RECORD.
023300     READ CREATER-MASTER
023400         INVALID KEY
026705             MOVE CREATER-DEPT OF CREATER
026706                 TO CREATER-DEPT OF CREATER-RECORD
026710             PERFORM 3150-APPLY-EFF-DATE THRU 3150-EXIT
026720             IF CREATER-STATUS OF CREATER = "I"
026730                 AND WS-OLD-STATUS NOT = "I"
026740                 MOVE "CHANGE" TO WS-HOLD-ACTION
026750                 PERFORM 4200-HOLD-FOR-APPROVAL THRU 4200-EXIT
026760                 GO TO 3100-EXIT
026770             END-IF
026800             REWRITE CREATER-RECORD
026900                 INVALID KEY
027000                     DISPLAY "REWRITE FAILED FOR CREATER ID "
030321*
030400****************************************************************
030500* 4000-PROCESS-DELETE - ACCEPT A CREATER ID, LOOK IT UP ON      *
030600* CREATER-MASTER, AND HOLD ITS DELETE FOR APPROVAL.             *
030700****************************************************************
030800 4000-PROCESS-DELETE.
030900     DISPLAY "WHAT`S THE CREATER ID TO DELETE ? ".
031040*
031050****************************************************************
031060* 4100-DELETE-CREATER - LOOK UP THE CREATER ID ALREADY IN THE  *
031070* INTAKE AREA AND HOLD ITS DELETE ON CREATER-PENDING FOR A     *
031080* SECOND SUPERVISOR TO APPROVE; THE MASTER RECORD STAYS UNTIL  *
031082* THEN. PERFORMED FROM THE DELETE PROMPT AND FROM THE NAME     *
031084* SEARCH CARRY-IN.                                             *
031090****************************************************************
031091 4100-DELETE-CREATER.
031100     MOVE CREATER_ID OF CREATER TO CREATER_ID OF CREATER-RECORD.
032220                 TO WS-OLD-PEND
032230             MOVE CREATER-DEPT OF CREATER-RECORD
032240                 TO WS-OLD-DEPT
032250             MOVE "DELETE" TO WS-HOLD-ACTION
032260             PERFORM 4200-HOLD-FOR-APPROVAL THRU 4200-EXIT
035500     END-READ.
035600 4100-EXIT.
035700     EXIT.
038150                         " UNTIL "
038160                         CREATER-EFF-DATE OF CREATER-RECORD
038170             END-IF
038173             PERFORM 4250-FIND-WAITING THRU 4250-EXIT
038176             IF WS-PEND-FOUND
038179                 DISPLAY "HELD FOR APPROVAL : "
038182                         CRPEND-ACTION OF CRPEND-RECORD
038185                         " KEYED BY "
038188                         CRPEND-REQ-OPERATOR OF CRPEND-RECORD
038191             END-IF
038200     END-READ.
038300 5100-EXIT.
038400     EXIT.
038820     CLOSE CREATER-OPSEC.
038830     CLOSE CREATER-OPSEC-AUDIT.
038840     CLOSE DEPARTMENT-FILE.
038850     CLOSE CREATER-PENDING.
038860     CLOSE AUDIT-HISTORY.
038870     CLOSE CREATER-SCHEDULE.
038900 9000-EXIT.
039000     EXIT.
039100*
039800     ACCEPT CRAUDIT-DATE OF CRAUDIT-RECORD FROM DATE YYYYMMDD.
039900     ACCEPT CRAUDIT-TIME OF CRAUDIT-RECORD FROM TIME.
040000     MOVE WS-OPERATOR-ID TO CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD.
040010     MOVE SPACES TO CRAUDIT-APPROVER-ID OF CRAUDIT-RECORD.
040020     PERFORM 8080-CHAIN-AUDIT THRU 8080-EXIT.
040100     WRITE CRAUDIT-RECORD.
040105     PERFORM 8090-SAVE-CHAIN THRU 8090-EXIT.
040110     PERFORM 8060-WRITE-HISTORY THRU 8060-EXIT.
040200 8000-EXIT.
040300     EXIT.
040310*
043960 5500-EXIT.
043970     EXIT.
043980*
043983****************************************************************
043986* 5600-SHOW-HISTORY - READ THE ASKED-ABOUT CREATER'S ENTRIES   *
043989* FROM THE KEYED AUDIT-HISTORY FILE AND SHOW THEM A PAGE AT A  *
043992* TIME, NEWEST FIRST. THE HISTORY FILE HOLDS EVERY AUDIT       *
043995* RECORD THE CREATER HAS EVER HAD, INCLUDING THOSE CRARCHIV    *
043998* HAS SINCE MOVED OFF THE TRAIL. THE ENTRIES ARE COUNTED       *
044001* FIRST SO EACH PAGE CAN BE PICKED OUT BY POSITION; THE        *
044004* OPERATOR THEN STEPS TO OLDER OR NEWER PAGES, OR RETURNS TO   *
044007* THE MENU.                                                    *
044010****************************************************************
044013 5600-SHOW-HISTORY.
044016     MOVE ZERO TO WS-HIST-FIRST.
044019     MOVE ZERO TO WS-HIST-LAST.
044022     PERFORM 5620-START-HISTORY THRU 5620-EXIT.
044025     PERFORM 5650-SCAN-HISTORY THRU 5650-EXIT
044028         UNTIL WS-HIST-EOF.
044031     MOVE WS-HIST-ORDINAL TO WS-HIST-TOTAL.
044034     IF WS-HIST-TOTAL = ZERO
044037         DISPLAY "NO AUDIT ENTRIES FOR CREATER ID "
044040                 CREATER_ID OF CREATER
044043         GO TO 5600-EXIT
044046     END-IF.
044049     COMPUTE WS-HIST-PAGES =
044052         (WS-HIST-TOTAL + WS-HIST-MAX - 1) / WS-HIST-MAX.
044055     MOVE 1 TO WS-HIST-PAGE.
044058     MOVE "N" TO WS-HIST-DONE-SW.
044061     PERFORM 5660-SHOW-PAGE THRU 5660-EXIT
044064         UNTIL WS-HIST-DONE.
044067 5600-EXIT.
044070     EXIT.
044073*
044076****************************************************************
044079* 5620-START-HISTORY - POSITION AUDIT-HISTORY AT THE FIRST     *
044082* (OLDEST) ENTRY FOR THE CREATER AND RESET THE POSITION COUNT  *
044085* AND THE PAGE TABLE.                                          *
044088****************************************************************
044091 5620-START-HISTORY.
044094     MOVE "N" TO WS-HIST-EOF-SW.
044097     MOVE ZERO TO WS-HIST-ORDINAL.
044100     MOVE ZERO TO WS-HIST-COUNT.
044103     MOVE CREATER_ID OF CREATER TO CRAUDHST-CREATER-ID.
044106     MOVE ZERO TO CRAUDHST-DATE.
044109     MOVE ZERO TO CRAUDHST-TIME.
044112     MOVE ZERO TO CRAUDHST-DUP-NO.
044115     START AUDIT-HISTORY
044118         KEY IS NOT LESS THAN CRAUDHST-KEY OF CRAUDHST-RECORD
044121         INVALID KEY
044124             MOVE "Y" TO WS-HIST-EOF-SW
044127     END-START.
044130 5620-EXIT.
044133     EXIT.
044136*
044139****************************************************************
044142* 5650-SCAN-HISTORY - READ THE NEXT ENTRY ALONG AND COUNT ITS  *
044145* POSITION (1 IS THE OLDEST). AN ENTRY THAT FALLS ON THE PAGE  *
044148* BEING SHOWN (WS-HIST-FIRST THROUGH WS-HIST-LAST) GOES INTO   *
044151* THE PAGE TABLE, AND THE SCAN STOPS AT THE LAST ONE. WITH     *
044154* BOTH LIMITS ZERO NOTHING IS KEPT AND THE SCAN JUST COUNTS.   *
044157****************************************************************
044160 5650-SCAN-HISTORY.
044163     READ AUDIT-HISTORY NEXT RECORD
044166         AT END
044169             MOVE "Y" TO WS-HIST-EOF-SW
044172         NOT AT END
044175             IF CRAUDHST-CREATER-ID OF CRAUDHST-RECORD
044178                     NOT = CREATER_ID OF CREATER
044181                 MOVE "Y" TO WS-HIST-EOF-SW
044184             ELSE
044187                 ADD 1 TO WS-HIST-ORDINAL
044190                 IF WS-HIST-ORDINAL >= WS-HIST-FIRST
044193                     AND WS-HIST-ORDINAL <= WS-HIST-LAST
044196                     PERFORM 5700-KEEP-ENTRY THRU 5700-EXIT
044199                 END-IF
044202                 IF WS-HIST-ORDINAL = WS-HIST-LAST
044205                     MOVE "Y" TO WS-HIST-EOF-SW
044208                 END-IF
044211             END-IF
044214     END-READ.
044217 5650-EXIT.
044220     EXIT.
044223*
044226****************************************************************
044229* 5660-SHOW-PAGE - WORK OUT WHICH POSITIONS MAKE UP THE        *
044232* CURRENT PAGE (PAGE 1 IS THE NEWEST WS-HIST-MAX ENTRIES),     *
044235* GATHER THEM AND SHOW THEM NEWEST FIRST, THEN ASK WHERE TO    *
044238* GO NEXT.                                                     *
044241****************************************************************
044244 5660-SHOW-PAGE.
044247     COMPUTE WS-HIST-LAST =
044250         WS-HIST-TOTAL - ((WS-HIST-PAGE - 1) * WS-HIST-MAX).
044253     IF WS-HIST-LAST > WS-HIST-MAX
044256         COMPUTE WS-HIST-FIRST = WS-HIST-LAST - WS-HIST-MAX + 1
044259     ELSE
044262         MOVE 1 TO WS-HIST-FIRST
044265     END-IF.
044268     PERFORM 5620-START-HISTORY THRU 5620-EXIT.
044271     PERFORM 5650-SCAN-HISTORY THRU 5650-EXIT
044274         UNTIL WS-HIST-EOF.
044277     MOVE WS-HIST-PAGE TO WS-HIST-PAGE-DISP.
044280     MOVE WS-HIST-PAGES TO WS-HIST-PAGES-DISP.
044283     DISPLAY "CHANGE HISTORY FOR CREATER ID "
044286             CREATER_ID OF CREATER " - NEWEST FIRST - PAGE "
044289             WS-HIST-PAGE-DISP " OF " WS-HIST-PAGES-DISP.
044292     PERFORM 5800-SHOW-ENTRY THRU 5800-EXIT
044295         VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
044298         UNTIL WS-HIST-SUB < 1.
044301     PERFORM 5680-ASK-PAGE THRU 5680-EXIT.
044304 5660-EXIT.
044307     EXIT.
044310*
044313****************************************************************
044316* 5680-ASK-PAGE - A SINGLE PAGE GOES STRAIGHT BACK TO THE      *
044319* MENU. OTHERWISE N STEPS TO OLDER ENTRIES, P TO NEWER ONES    *
044322* AND X RETURNS TO THE MENU; A STEP OFF EITHER END SHOWS THE   *
044325* SAME PAGE AGAIN.                                             *
044328****************************************************************
044331 5680-ASK-PAGE.
044334     IF WS-HIST-PAGES = 1
044337         MOVE "Y" TO WS-HIST-DONE-SW
044340         GO TO 5680-EXIT
044343     END-IF.
044346     DISPLAY "N = OLDER ENTRIES, P = NEWER ENTRIES, "
044349             "X = RETURN TO MENU".
044352     ACCEPT WS-HIST-CHOICE.
044355     EVALUATE TRUE
044358         WHEN WS-HIST-QUIT
044361             MOVE "Y" TO WS-HIST-DONE-SW
044364         WHEN WS-HIST-OLDER
044367             IF WS-HIST-PAGE < WS-HIST-PAGES
044370                 ADD 1 TO WS-HIST-PAGE
044373             ELSE
044376                 DISPLAY "NO OLDER ENTRIES"
044379             END-IF
044382         WHEN WS-HIST-NEWER
044385             IF WS-HIST-PAGE > 1
044388                 SUBTRACT 1 FROM WS-HIST-PAGE
044391             ELSE
044394                 DISPLAY "NO NEWER ENTRIES"
044397             END-IF
044400         WHEN OTHER
044403             DISPLAY "INVALID CHOICE"
044406     END-EVALUATE.
044409 5680-EXIT.
044412     EXIT.
044415*
044418****************************************************************
044421* 5700-KEEP-ENTRY - ADD THE AUDIT RECORD CARRIED ON THE        *
044424* CURRENT HISTORY ENTRY TO THE PAGE TABLE.                     *
044427****************************************************************
044430 5700-KEEP-ENTRY.
044433     ADD 1 TO WS-HIST-COUNT.
044436     MOVE CRAUDHST-AUDIT-IMAGE OF CRAUDHST-RECORD
044439         TO WS-HIST-AUDIT.
044540     MOVE CRAUDIT-DATE OF WS-HIST-AUDIT
044550         TO WS-HIST-DATE (WS-HIST-COUNT).
044560     MOVE CRAUDIT-TIME OF WS-HIST-AUDIT
044570         TO WS-HIST-TIME (WS-HIST-COUNT).
044580     MOVE CRAUDIT-OPERATOR-ID OF WS-HIST-AUDIT
044590         TO WS-HIST-OPERATOR (WS-HIST-COUNT).
044593     MOVE CRAUDIT-APPROVER-ID OF WS-HIST-AUDIT
044596         TO WS-HIST-APPROVER (WS-HIST-COUNT).
044600     MOVE CRAUDIT-ACTION OF WS-HIST-AUDIT
044610         TO WS-HIST-ACTION (WS-HIST-COUNT).
044620     MOVE CRAUDIT-BEFORE-NAME OF WS-HIST-AUDIT
044630         TO WS-HIST-B-NAME (WS-HIST-COUNT).
044640     MOVE CRAUDIT-AFTER-NAME OF WS-HIST-AUDIT
044650         TO WS-HIST-A-NAME (WS-HIST-COUNT).
044660     MOVE CRAUDIT-BEFORE-ROLE OF WS-HIST-AUDIT
044670         TO WS-HIST-B-ROLE (WS-HIST-COUNT).
044680     MOVE CRAUDIT-AFTER-ROLE OF WS-HIST-AUDIT
044690         TO WS-HIST-A-ROLE (WS-HIST-COUNT).
044700     MOVE CRAUDIT-BEFORE-STATUS OF WS-HIST-AUDIT
044710         TO WS-HIST-B-STATUS (WS-HIST-COUNT).
044720     MOVE CRAUDIT-AFTER-STATUS OF WS-HIST-AUDIT
044730         TO WS-HIST-A-STATUS (WS-HIST-COUNT).
044740     MOVE CRAUDIT-BEFORE-EFF-DATE OF WS-HIST-AUDIT
044750         TO WS-HIST-B-EFF-DATE (WS-HIST-COUNT).
044760     MOVE CRAUDIT-AFTER-EFF-DATE OF WS-HIST-AUDIT
044770         TO WS-HIST-A-EFF-DATE (WS-HIST-COUNT).
044780     MOVE CRAUDIT-BEFORE-PEND OF WS-HIST-AUDIT
044790         TO WS-HIST-B-PEND (WS-HIST-COUNT).
044800     MOVE CRAUDIT-AFTER-PEND OF WS-HIST-AUDIT
044810         TO WS-HIST-A-PEND (WS-HIST-COUNT).
044820     MOVE CRAUDIT-BEFORE-DEPT OF WS-HIST-AUDIT
044830         TO WS-HIST-B-DEPT (WS-HIST-COUNT).
044840     MOVE CRAUDIT-AFTER-DEPT OF WS-HIST-AUDIT
044850         TO WS-HIST-A-DEPT (WS-HIST-COUNT).
044860 5700-EXIT.
044870     EXIT.
044960*
044970****************************************************************
044980* 5800-SHOW-ENTRY - SHOW ONE HISTORY ENTRY: THE STAMP LINE     *
045050             WS-HIST-TIME (WS-HIST-SUB) " "
045060             WS-HIST-OPERATOR (WS-HIST-SUB) " "
045070             WS-HIST-ACTION (WS-HIST-SUB).
045072     IF WS-HIST-APPROVER (WS-HIST-SUB) NOT = SPACES
045074         DISPLAY "  APPROVED BY " WS-HIST-APPROVER (WS-HIST-SUB)
045076     END-IF.
045080     EVALUATE WS-HIST-ACTION (WS-HIST-SUB)
045090         WHEN "ADD"
045100             DISPLAY "  ADDED   : "
045730     END-IF.
045740 5850-EXIT.
045750     EXIT.
045760*
045770****************************************************************
045780* 1820-OPEN-PENDING - OPEN THE CREATER-PENDING APPROVAL FILE   *
045790* I-O, CREATING IT EMPTY IF THIS IS THE FIRST RUN AND THE      *
045800* DATASET DOES NOT YET EXIST.                                  *
045810****************************************************************
045820 1820-OPEN-PENDING.
045830     OPEN I-O CREATER-PENDING.
045840     IF WS-CRPEND-NOT-FOUND
045850         OPEN OUTPUT CREATER-PENDING
045860         CLOSE CREATER-PENDING
045870         OPEN I-O CREATER-PENDING
045880     END-IF.
045890 1820-EXIT.
045900     EXIT.
045910*
045920****************************************************************
045930* 4200-HOLD-FOR-APPROVAL - WRITE THE DELETE OR INACTIVATION    *
045940* JUST KEYED TO CREATER-PENDING INSTEAD OF POSTING IT: THE     *
045950* REQUESTING OPERATOR, THE TIME IT WAS KEYED, THE MASTER       *
045960* RECORD AS IT STANDS (SAVED IN WS-OLD-*) AND AS IT WOULD      *
045970* STAND AFTERWARDS (THE CHANGED CREATER-RECORD, OR NOTHING FOR *
045980* A DELETE). ONLY ONE REQUEST PER CREATER MAY WAIT AT A TIME,  *
045990* SO AN APPROVAL ALWAYS POSTS AGAINST THE RECORD IT WAS SHOWN. *
046000****************************************************************
046010 4200-HOLD-FOR-APPROVAL.
046020     PERFORM 4250-FIND-WAITING THRU 4250-EXIT.
046030     IF WS-PEND-FOUND
046040         DISPLAY "A " CRPEND-ACTION OF CRPEND-RECORD
046050                 " KEYED BY " CRPEND-REQ-OPERATOR OF CRPEND-RECORD
046060                 " IS ALREADY WAITING FOR APPROVAL"
046070         DISPLAY "CREATER ID " CREATER_ID OF CREATER
046080                 " NOT CHANGED - HAVE THAT REQUEST DECIDED FIRST"
046090         GO TO 4200-EXIT
046100     END-IF.
046110     MOVE SPACES TO CRPEND-RECORD.
046120     MOVE CREATER_ID OF CREATER
046130         TO CRPEND-CREATER-ID OF CRPEND-RECORD.
046140     ACCEPT CRPEND-REQ-DATE OF CRPEND-RECORD FROM DATE YYYYMMDD.
046150     ACCEPT CRPEND-REQ-TIME OF CRPEND-RECORD FROM TIME.
046160     MOVE WS-OPERATOR-ID TO CRPEND-REQ-OPERATOR OF CRPEND-RECORD.
046170     MOVE WS-HOLD-ACTION TO CRPEND-ACTION OF CRPEND-RECORD.
046180     MOVE "P" TO CRPEND-STATE OF CRPEND-RECORD.
046190     MOVE WS-OLD-NAME     TO CRPEND-BEFORE-NAME OF CRPEND-RECORD.
046200     MOVE WS-OLD-ROLE     TO CRPEND-BEFORE-ROLE OF CRPEND-RECORD.
046210     MOVE WS-OLD-STATUS  
046220         TO CRPEND-BEFORE-STATUS OF CRPEND-RECORD.
046230     MOVE WS-OLD-EFF-DATE
046240         TO CRPEND-BEFORE-EFF-DATE OF CRPEND-RECORD.
046250     MOVE WS-OLD-PEND     TO CRPEND-BEFORE-PEND OF CRPEND-RECORD.
046260     MOVE WS-OLD-DEPT     TO CRPEND-BEFORE-DEPT OF CRPEND-RECORD.
046270     IF CRPEND-DELETE OF CRPEND-RECORD
046280         MOVE ZERO TO CRPEND-AFTER-EFF-DATE OF CRPEND-RECORD
046290     ELSE
046300         MOVE CREATER_NAME OF CREATER-RECORD
046310             TO CRPEND-AFTER-NAME OF CRPEND-RECORD
046320         MOVE CREATER-ROLE OF CREATER-RECORD
046330             TO CRPEND-AFTER-ROLE OF CRPEND-RECORD
046340         MOVE CREATER-STATUS OF CREATER-RECORD
046350             TO CRPEND-AFTER-STATUS OF CRPEND-RECORD
046360         MOVE CREATER-EFF-DATE OF CREATER-RECORD
046370             TO CRPEND-AFTER-EFF-DATE OF CRPEND-RECORD
046380         MOVE CREATER-PEND-STATUS OF CREATER-RECORD
046390             TO CRPEND-AFTER-PEND OF CRPEND-RECORD
046400         MOVE CREATER-DEPT OF CREATER-RECORD
046410             TO CRPEND-AFTER-DEPT OF CRPEND-RECORD
046420     END-IF.
046430     MOVE ZERO TO CRPEND-DECIDED-DATE OF CRPEND-RECORD.
046440     MOVE ZERO TO CRPEND-DECIDED-TIME OF CRPEND-RECORD.
046450     WRITE CRPEND-RECORD
046460         INVALID KEY
046470             DISPLAY "HOLD FAILED FOR CREATER ID "
046480                     CREATER_ID OF CREATER " - KEY IT AGAIN"
046490         NOT INVALID KEY
046500             DISPLAY "CREATER ID " CREATER_ID OF CREATER " "
046510                     WS-HOLD-ACTION " HELD FOR APPROVAL BY A"
046520             DISPLAY "SECOND SUPERVISOR - THE MASTER IS UNCHANGED"
046530     END-WRITE.
046540 4200-EXIT.
046550     EXIT.
046560*
046570****************************************************************
046580* 4250-FIND-WAITING - LOOK FOR A REQUEST STILL WAITING FOR     *
046590* APPROVAL AGAINST THE CREATER ID IN THE INTAKE AREA, BROWSING *
046600* THAT CREATER'S CREATER-PENDING RECORDS FROM THE OLDEST. THE  *
046610* WAITING REQUEST, IF ANY, IS LEFT IN CRPEND-RECORD.           *
046620****************************************************************
046630 4250-FIND-WAITING.
046640     MOVE "N" TO WS-PEND-FOUND-SW.
046650     MOVE "N" TO WS-PEND-EOF-SW.
046660     MOVE CREATER_ID OF CREATER
046670         TO CRPEND-CREATER-ID OF CRPEND-RECORD.
046680     MOVE ZERO TO CRPEND-REQ-DATE OF CRPEND-RECORD.
046690     MOVE ZERO TO CRPEND-REQ-TIME OF CRPEND-RECORD.
046700     START CREATER-PENDING
046710         KEY IS NOT LESS THAN CRPEND-KEY OF CRPEND-RECORD
046720         INVALID KEY
046730             MOVE "Y" TO WS-PEND-EOF-SW
046740     END-START.
046750     PERFORM 4260-READ-WAITING THRU 4260-EXIT
046760         UNTIL WS-PEND-EOF OR WS-PEND-FOUND.
046770 4250-EXIT.
046780     EXIT.
046790*
046800 4260-READ-WAITING.
046810     READ CREATER-PENDING NEXT RECORD
046820         AT END
046830             MOVE "Y" TO WS-PEND-EOF-SW
046840         NOT AT END
046850             IF CRPEND-CREATER-ID OF CRPEND-RECORD
046860                     NOT = CREATER_ID OF CREATER
046870                 MOVE "Y" TO WS-PEND-EOF-SW
046880             ELSE
046890                 IF CRPEND-WAITING OF CRPEND-RECORD
046900                     MOVE "Y" TO WS-PEND-FOUND-SW
046910                 END-IF
046920             END-IF
046930     END-READ.
046940 4260-EXIT.
046950     EXIT.
046960*
046970****************************************************************
046980* 4500-PROCESS-APPROVALS - SUPERVISOR-ONLY. LIST THE REQUESTS  *
046990* WAITING ON CREATER-PENDING, LET THE SUPERVISOR PICK ONE BY   *
047000* CREATER ID, SHOW ITS BEFORE AND AFTER IMAGE, AND APPROVE OR  *
047010* REJECT IT. A SUPERVISOR CANNOT DECIDE A REQUEST THEY KEYED   *
047020* THEMSELVES - THAT IS THE POINT OF THE SECOND PAIR OF EYES.   *
047030****************************************************************
047040 4500-PROCESS-APPROVALS.
047050     MOVE ZERO TO WS-PEND-COUNT.
047060     MOVE "N" TO WS-PEND-EOF-SW.
047070     MOVE LOW-VALUES TO CRPEND-KEY OF CRPEND-RECORD.
047080     START CREATER-PENDING
047090         KEY IS NOT LESS THAN CRPEND-KEY OF CRPEND-RECORD
047100         INVALID KEY
047110             MOVE "Y" TO WS-PEND-EOF-SW
047120     END-START.
047130     DISPLAY "  ID     ACTION  KEYED BY  DATE     TIME      NAME".
047140     PERFORM 4510-LIST-WAITING THRU 4510-EXIT
047150         UNTIL WS-PEND-EOF.
047160     IF WS-PEND-COUNT = ZERO
047170         DISPLAY "NO REQUESTS ARE WAITING FOR APPROVAL"
047180         GO TO 4500-EXIT
047190     END-IF.
047200     DISPLAY "SELECT A CREATER ID, OR LEAVE BLANK TO RETURN ? ".
047210     ACCEPT CREATER_ID OF CREATER.
047220     IF CREATER_ID OF CREATER = SPACE OR LOW-VALUE
047230         GO TO 4500-EXIT
047240     END-IF.
047250     PERFORM 4250-FIND-WAITING THRU 4250-EXIT.
047260     IF NOT WS-PEND-FOUND
047270         DISPLAY "NO REQUEST IS WAITING FOR CREATER ID "
047280                 CREATER_ID OF CREATER
047290         GO TO 4500-EXIT
047300     END-IF.
047310     IF CRPEND-REQ-OPERATOR OF CRPEND-RECORD = WS-OPERATOR-ID
047320         DISPLAY "YOU CANNOT APPROVE OR REJECT YOUR OWN REQUEST"
047330         GO TO 4500-EXIT
047340     END-IF.
047350     PERFORM 4520-SHOW-REQUEST THRU 4520-EXIT.
047360     DISPLAY "APPROVE OR REJECT (A/R), OR ".
047370     DISPLAY "LEAVE BLANK TO RETURN ? ".
047380     ACCEPT WS-DECIDE-CHOICE.
047390     EVALUATE TRUE
047400         WHEN WS-DECIDE-APPROVE
047410             PERFORM 4600-APPROVE-REQUEST THRU 4600-EXIT
047420         WHEN WS-DECIDE-REJECT
047430             PERFORM 4700-REJECT-REQUEST THRU 4700-EXIT
047440         WHEN OTHER
047450             CONTINUE
047460     END-EVALUATE.
047470 4500-EXIT.
047480     EXIT.
047490*
047500 4510-LIST-WAITING.
047510     READ CREATER-PENDING NEXT RECORD
047520         AT END
047530             MOVE "Y" TO WS-PEND-EOF-SW
047540         NOT AT END
047550             IF CRPEND-WAITING OF CRPEND-RECORD
047560                 ADD 1 TO WS-PEND-COUNT
047570                 DISPLAY "  " CRPEND-CREATER-ID OF CRPEND-RECORD
047580                         "  " CRPEND-ACTION OF CRPEND-RECORD
047590                         "  " CRPEND-REQ-OPERATOR OF CRPEND-RECORD
047600                         "  " CRPEND-REQ-DATE OF CRPEND-RECORD
047610                         " " CRPEND-REQ-TIME OF CRPEND-RECORD
047620                         "  " CRPEND-BEFORE-NAME OF CRPEND-RECORD
047630             END-IF
047640     END-READ.
047650 4510-EXIT.
047660     EXIT.
047670*
047680****************************************************************
047690* 4520-SHOW-REQUEST - SHOW THE CHOSEN REQUEST: WHO KEYED IT    *
047700* AND WHEN, THE MASTER RECORD AS IT STOOD, AND WHAT IT WILL    *
047710* BECOME IF THE REQUEST IS APPROVED.                           *
047720****************************************************************
047730 4520-SHOW-REQUEST.
047740     DISPLAY "CREATER ID " CRPEND-CREATER-ID OF CRPEND-RECORD
047750             " " CRPEND-ACTION OF CRPEND-RECORD
047760             " KEYED BY " CRPEND-REQ-OPERATOR OF CRPEND-RECORD
047770             " ON " CRPEND-REQ-DATE OF CRPEND-RECORD
047780             " AT " CRPEND-REQ-TIME OF CRPEND-RECORD.
047790     DISPLAY "  BEFORE  : "
047800             CRPEND-BEFORE-NAME OF CRPEND-RECORD " "
047810             CRPEND-BEFORE-ROLE OF CRPEND-RECORD " "
047820             CRPEND-BEFORE-STATUS OF CRPEND-RECORD " "
047830             CRPEND-BEFORE-EFF-DATE OF CRPEND-RECORD " "
047840             CRPEND-BEFORE-PEND OF CRPEND-RECORD " "
047850             CRPEND-BEFORE-DEPT OF CRPEND-RECORD.
047860     IF CRPEND-DELETE OF CRPEND-RECORD
047870         DISPLAY "  AFTER   : (DELETED FROM CREATER-MASTER)"
047880     ELSE
047890         DISPLAY "  AFTER   : "
047900                 CRPEND-AFTER-NAME OF CRPEND-RECORD " "
047910                 CRPEND-AFTER-ROLE OF CRPEND-RECORD " "
047920                 CRPEND-AFTER-STATUS OF CRPEND-RECORD " "
047930                 CRPEND-AFTER-EFF-DATE OF CRPEND-RECORD " "
047940                 CRPEND-AFTER-PEND OF CRPEND-RECORD " "
047950                 CRPEND-AFTER-DEPT OF CRPEND-RECORD
047960     END-IF.
047970 4520-EXIT.
047980     EXIT.
047990*
048000****************************************************************
048010* 4600-APPROVE-REQUEST - POST THE APPROVED REQUEST TO          *
048020* CREATER-MASTER, BUT ONLY IF THE MASTER RECORD STILL MATCHES  *
048030* THE BEFORE IMAGE THE REQUEST WAS KEYED AGAINST (A CRSWEEP OR *
048040* BATCH POSTING IN THE MEANTIME MEANS THE SUPERVISOR WOULD BE  *
048050* APPROVING SOMETHING THEY WERE NOT SHOWN). THE AUDIT RECORD   *
048060* CARRIES THE REQUESTING OPERATOR AND THE APPROVER, AND THE    *
048070* PENDING RECORD IS MARKED APPROVED.                           *
048080****************************************************************
048090 4600-APPROVE-REQUEST.
048100     MOVE CRPEND-CREATER-ID OF CRPEND-RECORD
048110         TO CREATER_ID OF CREATER-RECORD.
048120     READ CREATER-MASTER
048130         INVALID KEY
048140             DISPLAY "CREATER ID "
048150                     CRPEND-CREATER-ID OF CRPEND-RECORD
048160                     " IS NO LONGER ON FILE - REJECT THE REQUEST"
048170             GO TO 4600-EXIT
048180     END-READ.
048190     MOVE CREATER_NAME OF CREATER-RECORD     TO WS-CURR-NAME.
048200     MOVE CREATER-ROLE OF CREATER-RECORD     TO WS-CURR-ROLE.
048210     MOVE CREATER-STATUS OF CREATER-RECORD   TO WS-CURR-STATUS.
048220     MOVE CREATER-EFF-DATE OF CREATER-RECORD TO WS-CURR-EFF-DATE.
048230     MOVE CREATER-PEND-STATUS OF CREATER-RECORD TO WS-CURR-PEND.
048240     MOVE CREATER-DEPT OF CREATER-RECORD     TO WS-CURR-DEPT.
048250     IF WS-CURR-IMAGE NOT = CRPEND-BEFORE-IMAGE OF CRPEND-RECORD
048260         DISPLAY "CREATER ID " CRPEND-CREATER-ID OF CRPEND-RECORD
048270                 " HAS CHANGED SINCE THE REQUEST WAS KEYED"
048280         DISPLAY "REJECT THE REQUEST AND HAVE IT KEYED AGAIN"
048290         GO TO 4600-EXIT
048300     END-IF.
048310     MOVE "N" TO WS-POSTED-SW.
048320     IF CRPEND-DELETE OF CRPEND-RECORD
048330         PERFORM 4650-POST-DELETE THRU 4650-EXIT
048340     ELSE
048350         PERFORM 4660-POST-CHANGE THRU 4660-EXIT
048360     END-IF.
048370     IF NOT WS-POSTED
048380         GO TO 4600-EXIT
048390     END-IF.
048400     PERFORM 4670-BUILD-APPROVED-AUDIT THRU 4670-EXIT.
048410     PERFORM 8050-WRITE-APPROVED-AUDIT THRU 8050-EXIT.
048420     MOVE "A" TO CRPEND-STATE OF CRPEND-RECORD.
048430     MOVE WS-OPERATOR-ID TO CRPEND-DECIDED-BY OF CRPEND-RECORD.
048440     ACCEPT CRPEND-DECIDED-DATE OF CRPEND-RECORD
048450         FROM DATE YYYYMMDD.
048460     ACCEPT CRPEND-DECIDED-TIME OF CRPEND-RECORD FROM TIME.
048470     REWRITE CRPEND-RECORD
048480         INVALID KEY
048490             DISPLAY "APPROVAL NOT RECORDED FOR CREATER ID "
048500                     CRPEND-CREATER-ID OF CRPEND-RECORD
048510         NOT INVALID KEY
048520             DISPLAY "REQUEST APPROVED AND POSTED"
048530     END-REWRITE.
048540 4600-EXIT.
048550     EXIT.
048560*
048570 4650-POST-DELETE.
048580     DELETE CREATER-MASTER
048590         INVALID KEY
048600             DISPLAY "DELETE FAILED FOR CREATER ID "
048610                     CRPEND-CREATER-ID OF CRPEND-RECORD
048620         NOT INVALID KEY
048630             MOVE "Y" TO WS-POSTED-SW
048640             DISPLAY "CREATER ID "
048650                     CRPEND-CREATER-ID OF CRPEND-RECORD
048660                     " DELETED"
048670     END-DELETE.
048680 4650-EXIT.
048690     EXIT.
048700*
048710 4660-POST-CHANGE.
048720     MOVE CRPEND-AFTER-NAME OF CRPEND-RECORD
048730         TO CREATER_NAME OF CREATER-RECORD.
048740     MOVE CRPEND-AFTER-ROLE OF CRPEND-RECORD
048750         TO CREATER-ROLE OF CREATER-RECORD.
048760     MOVE CRPEND-AFTER-STATUS OF CRPEND-RECORD
048770         TO CREATER-STATUS OF CREATER-RECORD.
048780     MOVE CRPEND-AFTER-EFF-DATE OF CRPEND-RECORD
048790         TO CREATER-EFF-DATE OF CREATER-RECORD.
048800     MOVE CRPEND-AFTER-PEND OF CRPEND-RECORD
048810         TO CREATER-PEND-STATUS OF CREATER-RECORD.
048820     MOVE CRPEND-AFTER-DEPT OF CRPEND-RECORD
048830         TO CREATER-DEPT OF CREATER-RECORD.
048840     REWRITE CREATER-RECORD
048850         INVALID KEY
048860             DISPLAY "REWRITE FAILED FOR CREATER ID "
048870                     CRPEND-CREATER-ID OF CRPEND-RECORD
048880         NOT INVALID KEY
048890             MOVE "Y" TO WS-POSTED-SW
048900             DISPLAY "CREATER ID "
048910                     CRPEND-CREATER-ID OF CRPEND-RECORD
048920                     " CHANGED"
048930     END-REWRITE.
048940 4660-EXIT.
048950     EXIT.
048960*
048970****************************************************************
048980* 4670-BUILD-APPROVED-AUDIT - BUILD THE CREATER-AUDIT RECORD   *
048990* FOR A POSTED REQUEST FROM THE BEFORE AND AFTER IMAGES HELD   *
049000* ON THE PENDING RECORD.                                       *
049010****************************************************************
049020 4670-BUILD-APPROVED-AUDIT.
049030     MOVE CRPEND-ACTION OF CRPEND-RECORD
049040         TO CRAUDIT-ACTION OF CRAUDIT-RECORD.
049050     MOVE CRPEND-CREATER-ID OF CRPEND-RECORD
049060         TO CRAUDIT-CREATER-ID OF CRAUDIT-RECORD.
049070     MOVE CRPEND-BEFORE-NAME OF CRPEND-RECORD
049080         TO CRAUDIT-BEFORE-NAME OF CRAUDIT-RECORD.
049090     MOVE CRPEND-AFTER-NAME OF CRPEND-RECORD
049100         TO CRAUDIT-AFTER-NAME OF CRAUDIT-RECORD.
049110     MOVE CRPEND-BEFORE-ROLE OF CRPEND-RECORD
049120         TO CRAUDIT-BEFORE-ROLE OF CRAUDIT-RECORD.
049130     MOVE CRPEND-AFTER-ROLE OF CRPEND-RECORD
049140         TO CRAUDIT-AFTER-ROLE OF CRAUDIT-RECORD.
049150     MOVE CRPEND-BEFORE-STATUS OF CRPEND-RECORD
049160         TO CRAUDIT-BEFORE-STATUS OF CRAUDIT-RECORD.
049170     MOVE CRPEND-AFTER-STATUS OF CRPEND-RECORD
049180         TO CRAUDIT-AFTER-STATUS OF CRAUDIT-RECORD.
049190     MOVE CRPEND-BEFORE-EFF-DATE OF CRPEND-RECORD
049200         TO CRAUDIT-BEFORE-EFF-DATE OF CRAUDIT-RECORD.
049210     MOVE CRPEND-AFTER-EFF-DATE OF CRPEND-RECORD
049220         TO CRAUDIT-AFTER-EFF-DATE OF CRAUDIT-RECORD.
049230     MOVE CRPEND-BEFORE-PEND OF CRPEND-RECORD
049240         TO CRAUDIT-BEFORE-PEND OF CRAUDIT-RECORD.
049250     MOVE CRPEND-AFTER-PEND OF CRPEND-RECORD
049260         TO CRAUDIT-AFTER-PEND OF CRAUDIT-RECORD.
049270     MOVE CRPEND-BEFORE-DEPT OF CRPEND-RECORD
049280         TO CRAUDIT-BEFORE-DEPT OF CRAUDIT-RECORD.
049290     MOVE CRPEND-AFTER-DEPT OF CRPEND-RECORD
049300         TO CRAUDIT-AFTER-DEPT OF CRAUDIT-RECORD.
049310 4670-EXIT.
049320     EXIT.
049330*
049340****************************************************************
049350* 4700-REJECT-REQUEST - MARK THE CHOSEN REQUEST REJECTED WITH  *
049360* THE SUPERVISOR'S REASON. CREATER-MASTER IS NOT TOUCHED AND   *
049370* THE REJECTED REQUEST STAYS ON FILE.                          *
049380****************************************************************
049390 4700-REJECT-REQUEST.
049400     DISPLAY "REASON FOR REJECTING THE REQUEST ? ".
049410     ACCEPT WS-REJECT-REASON.
049420     IF WS-REJECT-REASON = SPACES OR LOW-VALUES
049430         DISPLAY "A REASON IS NEEDED TO REJECT A REQUEST"
049440         GO TO 4700-EXIT
049450     END-IF.
049460     MOVE "R" TO CRPEND-STATE OF CRPEND-RECORD.
049470     MOVE WS-OPERATOR-ID TO CRPEND-DECIDED-BY OF CRPEND-RECORD.
049480     ACCEPT CRPEND-DECIDED-DATE OF CRPEND-RECORD
049490         FROM DATE YYYYMMDD.
049500     ACCEPT CRPEND-DECIDED-TIME OF CRPEND-RECORD FROM TIME.
049510     MOVE WS-REJECT-REASON
049520         TO CRPEND-REJECT-REASON OF CRPEND-RECORD.
049530     REWRITE CRPEND-RECORD
049540         INVALID KEY
049550             DISPLAY "REJECT FAILED FOR CREATER ID "
049560                     CRPEND-CREATER-ID OF CRPEND-RECORD
049570         NOT INVALID KEY
049580             DISPLAY "REQUEST REJECTED - CREATER ID "
049590                     CRPEND-CREATER-ID OF CRPEND-RECORD
049600                     " IS UNCHANGED"
049610     END-REWRITE.
049620 4700-EXIT.
049630     EXIT.
049640*
049650****************************************************************
049660* 8050-WRITE-APPROVED-AUDIT - STAMP THE CURRENT DATE AND TIME  *
049670* ONTO THE AUDIT RECORD FOR A POSTED REQUEST, WITH THE         *
049680* OPERATOR WHO KEYED THE REQUEST AS THE OPERATOR AND THE       *
049690* SIGNED-ON SUPERVISOR AS THE APPROVER, AND APPEND IT TO       *
049700* CREATER-AUDIT.                                               *
049710****************************************************************
049720 8050-WRITE-APPROVED-AUDIT.
049730     ACCEPT CRAUDIT-DATE OF CRAUDIT-RECORD FROM DATE YYYYMMDD.
049740     ACCEPT CRAUDIT-TIME OF CRAUDIT-RECORD FROM TIME.
049750     MOVE CRPEND-REQ-OPERATOR OF CRPEND-RECORD
049760         TO CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD.
049770     MOVE WS-OPERATOR-ID TO CRAUDIT-APPROVER-ID OF CRAUDIT-RECORD.
049775     PERFORM 8080-CHAIN-AUDIT THRU 8080-EXIT.
049780     WRITE CRAUDIT-RECORD.
049782     PERFORM 8090-SAVE-CHAIN THRU 8090-EXIT.
049785     PERFORM 8060-WRITE-HISTORY THRU 8060-EXIT.
049790 8050-EXIT.
049800     EXIT.
049810*
049820****************************************************************
049830* 2500-PROCESS-REINSTATE - BRING BACK A CREATER THAT CRARCHIV  *
049840* MOVED TO THE MASTER ARCHIVE, UNDER ITS ORIGINAL CREATER ID.  *
049850* THE OPERATOR KEYS THE ID, OR LEAVES IT BLANK AND PICKS IT    *
049860* FROM A NAME SEARCH OF THE ARCHIVE. AN ID ALREADY BACK ON     *
049870* CREATER-MASTER IS NEVER REINSTATED. THE ARCHIVED RECORD IS   *
049880* SHOWN, AND ONCE THE OPERATOR CONFIRMS IT IS WRITTEN BACK     *
049890* WITH A NEWLY KEYED STATUS AND EFFECTIVE DATE AND AUDITED AS  *
049900* AN ADD, SO CRBAL STILL PROVES AND CRDELTA FEEDS IT.          *
049910****************************************************************
049920 2500-PROCESS-REINSTATE.
049930     MOVE SPACES TO WS-REINSTATE-ID.
049940     DISPLAY "WHAT`S THE ARCHIVED CREATER ID, OR LEAVE BLANK".
049950     DISPLAY "TO SEARCH THE ARCHIVE BY NAME ? ".
049960     ACCEPT WS-REINSTATE-ID.
049970     IF WS-REINSTATE-ID = SPACES OR LOW-VALUES
049980         MOVE SPACES TO WS-REINSTATE-ID
049990         PERFORM 2550-SEARCH-ARCH-NAME THRU 2550-EXIT
050000     END-IF.
050010     IF WS-REINSTATE-ID = SPACES OR LOW-VALUES
050020         GO TO 2500-EXIT
050030     END-IF.
050040     MOVE WS-REINSTATE-ID TO CREATER_ID OF CREATER-RECORD.
050050     READ CREATER-MASTER
050060         INVALID KEY
050070             CONTINUE
050080     END-READ.
050090     IF WS-CREATMST-OK
050100         DISPLAY "CREATER ID " WS-REINSTATE-ID
050110                 " IS ALREADY ON CREATER-MASTER - NOT REINSTATED"
050120         GO TO 2500-EXIT
050130     END-IF.
050140     PERFORM 2600-FIND-ARCHIVED THRU 2600-EXIT.
050147     IF NOT WS-ARCH-FOUND
050154         IF WS-CRMSARCH-OK
050161             DISPLAY "CREATER ID " WS-REINSTATE-ID
050168                     " IS NOT ON THE MASTER ARCHIVE"
050175         END-IF
050182         GO TO 2500-EXIT
050189     END-IF.
050200     PERFORM 2700-SHOW-ARCHIVED THRU 2700-EXIT.
050210     DISPLAY "REINSTATE UNDER THE ORIGINAL ID (Y/N) ? ".
050220     ACCEPT WS-CONFIRM-CHOICE.
050230     IF NOT WS-CONFIRM-YES
050240         DISPLAY "CREATER ID " WS-REINSTATE-ID " NOT REINSTATED"
050250         GO TO 2500-EXIT
050260     END-IF.
050270     PERFORM 2800-POST-REINSTATE THRU 2800-EXIT.
050280 2500-EXIT.
050290     EXIT.
050300*
050310****************************************************************
050320* 2550-SEARCH-ARCH-NAME - ACCEPT A FULL OR PARTIAL NAME, LIST  *
050330* EVERY ARCHIVED RECORD WHOSE NAME BEGINS WITH IT, AND LET THE *
050340* OPERATOR PICK ONE BY ID. CRMSARCH IS ALLOCATED TO THE WHOLE  *
050350* MASTER ARCHIVE (EVERY GENERATION, NEWEST FIRST), SO A        *
050360* CREATER ARCHIVED MORE THAN ONCE IS LISTED ONCE PER           *
050370* GENERATION. THE ARCHIVE IS OPENED ONLY FOR THE SEARCH.       *
050380****************************************************************
050390 2550-SEARCH-ARCH-NAME.
050400     DISPLAY "ENTER A FULL OR PARTIAL CREATER NAME ? ".
050410     ACCEPT WS-SEARCH-NAME.
050420     IF WS-SEARCH-NAME = SPACES
050430         DISPLAY "NAME CANNOT BE BLANK"
050440         GO TO 2550-EXIT
050450     END-IF.
050460     MOVE ZERO TO WS-NAME-LEN.
050470     PERFORM 6100-FIND-NAME-LEN THRU 6100-EXIT
050480         VARYING WS-NAME-SUB FROM 20 BY -1
050490         UNTIL WS-NAME-LEN > ZERO OR WS-NAME-SUB < 1.
050500     MOVE ZERO TO WS-ARCH-COUNT.
050510     MOVE "N"  TO WS-ARCH-EOF-SW.
050520     OPEN INPUT MASTER-ARCH.
050527     IF NOT WS-CRMSARCH-OK
050534         DISPLAY "THE MASTER ARCHIVE IS NOT AVAILABLE (STATUS "
050541                 WS-CRMSARCH-STATUS ")"
050550         GO TO 2550-EXIT
050560     END-IF.
050570     PERFORM 2560-SCAN-ARCH-NAME THRU 2560-EXIT
050580         UNTIL WS-ARCH-EOF.
050590     CLOSE MASTER-ARCH.
050600     IF WS-ARCH-COUNT = ZERO
050610         DISPLAY "NO ARCHIVED CREATERS MATCH " WS-SEARCH-NAME
050620         GO TO 2550-EXIT
050630     END-IF.
050640     DISPLAY "SELECT A CREATER ID, OR LEAVE BLANK TO RETURN ? ".
050650     ACCEPT WS-REINSTATE-ID.
050660 2550-EXIT.
050670     EXIT.
050680*
050690 2560-SCAN-ARCH-NAME.
050700     READ MASTER-ARCH
050710         AT END
050720             MOVE "Y" TO WS-ARCH-EOF-SW
050730         NOT AT END
050740             IF CREATER_NAME OF CRMSARCH-RECORD (1:WS-NAME-LEN)
050750                     = WS-SEARCH-NAME (1:WS-NAME-LEN)
050760                 ADD 1 TO WS-ARCH-COUNT
050770                 DISPLAY "  " CREATER_ID OF CRMSARCH-RECORD
050780                         "  " CREATER_NAME OF CRMSARCH-RECORD
050790                         "  " CREATER-ROLE OF CRMSARCH-RECORD
050800                         "  " CREATER-DEPT OF CRMSARCH-RECORD
050810                         "  " CREATER-EFF-DATE OF CRMSARCH-RECORD
050820             END-IF
050830     END-READ.
050840 2560-EXIT.
050850     EXIT.
050860*
050870****************************************************************
050880* 2600-FIND-ARCHIVED - READ THE MASTER ARCHIVE FOR THE CREATER *
050890* ID BEING REINSTATED AND HOLD THE FIRST RECORD FOUND. THE     *
050900* GENERATIONS COME NEWEST FIRST, SO A CREATER ARCHIVED MORE    *
050910* THAN ONCE COMES BACK AS IT WAS WHEN LAST ARCHIVED.           *
050920****************************************************************
050930 2600-FIND-ARCHIVED.
050940     MOVE "N" TO WS-ARCH-FOUND-SW.
050950     MOVE "N" TO WS-ARCH-EOF-SW.
050960     OPEN INPUT MASTER-ARCH.
050965     IF NOT WS-CRMSARCH-OK
050970         DISPLAY "THE MASTER ARCHIVE IS NOT AVAILABLE (STATUS "
050975                 WS-CRMSARCH-STATUS ")"
050980         GO TO 2600-EXIT
050990     END-IF.
051000     PERFORM 2650-SCAN-ARCH-ID THRU 2650-EXIT
051010         UNTIL WS-ARCH-EOF OR WS-ARCH-FOUND.
051020     CLOSE MASTER-ARCH.
051030 2600-EXIT.
051040     EXIT.
051050*
051060 2650-SCAN-ARCH-ID.
051070     READ MASTER-ARCH
051080         AT END
051090             MOVE "Y" TO WS-ARCH-EOF-SW
051100         NOT AT END
051110             IF CREATER_ID OF CRMSARCH-RECORD = WS-REINSTATE-ID
051120                 MOVE CRMSARCH-RECORD TO WS-ARCH-RECORD
051130                 MOVE "Y" TO WS-ARCH-FOUND-SW
051140             END-IF
051150     END-READ.
051160 2650-EXIT.
051170     EXIT.
051180*
051190 2700-SHOW-ARCHIVED.
051200     DISPLAY "ARCHIVED RECORD FOR CREATER ID " WS-REINSTATE-ID.
051210     DISPLAY "CREATER NAME      : "
051220             CREATER_NAME OF WS-ARCH-RECORD.
051230     DISPLAY "CREATER ROLE      : "
051240             CREATER-ROLE OF WS-ARCH-RECORD.
051250     DISPLAY "CREATER STATUS    : "
051260             CREATER-STATUS OF WS-ARCH-RECORD.
051270     DISPLAY "EFFECTIVE DATE    : "
051280             CREATER-EFF-DATE OF WS-ARCH-RECORD.
051290     IF CREATER-DEPT OF WS-ARCH-RECORD NOT = SPACES
051300         DISPLAY "DEPARTMENT        : "
051310                 CREATER-DEPT OF WS-ARCH-RECORD
051320     ELSE
051330         DISPLAY "DEPARTMENT        : (NOT ASSIGNED)"
051340     END-IF.
051350 2700-EXIT.
051360     EXIT.
051370*
051380****************************************************************
051390* 2800-POST-REINSTATE - TAKE THE NAME AND ROLE FROM THE        *
051400* ARCHIVED RECORD, ACCEPT THE NEW STATUS, EFFECTIVE DATE AND   *
051410* DEPARTMENT (THE ARCHIVED DEPARTMENT MAY SINCE HAVE GONE, SO  *
051420* IT IS RE-KEYED AND VALIDATED THE SAME AS ON AN ADD), AND     *
051430* WRITE THE RECORD BACK UNDER ITS ORIGINAL ID WITH AN ADD      *
051440* AUDIT. A FUTURE EFFECTIVE DATE PENDS THE STATUS EXACTLY AS   *
051450* IT DOES ON AN ADD.                                           *
051460****************************************************************
051470 2800-POST-REINSTATE.
051480     MOVE WS-REINSTATE-ID TO CREATER_ID OF CREATER.
051490     MOVE CREATER_NAME OF WS-ARCH-RECORD
051500         TO CREATER_NAME OF CREATER.
051510     MOVE CREATER-ROLE OF WS-ARCH-RECORD
051520         TO CREATER-ROLE OF CREATER.
051530     MOVE "N" TO WS-STATUS-VALID-SW.
051540     PERFORM 2850-ACCEPT-STATUS THRU 2850-EXIT
051550         UNTIL WS-STATUS-VALID.
051560     DISPLAY "WHAT`S THE NEW EFFECTIVE DATE (YYYYMMDD) ? ".
051570     ACCEPT CREATER-EFF-DATE OF CREATER.
051580     DISPLAY "ARCHIVED DEPARTMENT IS "
051590             CREATER-DEPT OF WS-ARCH-RECORD.
051600     MOVE "N" TO WS-DEPT-VALID-SW.
051610     PERFORM 1650-ACCEPT-DEPT THRU 1650-EXIT
051620         UNTIL WS-DEPT-VALID.
051630     MOVE CORRESPONDING CREATER TO CREATER-RECORD.
051640     PERFORM 2400-APPLY-EFF-DATE THRU 2400-EXIT.
051650     WRITE CREATER-RECORD
051660         INVALID KEY
051670             DISPLAY "CREATER ID " CREATER_ID OF CREATER
051680                     " ALREADY ON FILE - NOT REINSTATED"
051690         NOT INVALID KEY
051700             DISPLAY "REINSTATED " CREATER_ID OF CREATER
051710                     " : " CREATER_NAME OF CREATER
051720             MOVE "ADD" TO CRAUDIT-ACTION OF CRAUDIT-RECORD
051730             MOVE CREATER_ID OF CREATER
051740                 TO CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
051750             MOVE SPACES
051760                 TO CRAUDIT-BEFORE-NAME OF CRAUDIT-RECORD
051770             MOVE CREATER_NAME OF CREATER
051780                 TO CRAUDIT-AFTER-NAME OF CRAUDIT-RECORD
051790             MOVE SPACES
051800                 TO CRAUDIT-BEFORE-ROLE OF CRAUDIT-RECORD
051810             MOVE CREATER-ROLE OF CREATER
051820                 TO CRAUDIT-AFTER-ROLE OF CRAUDIT-RECORD
051830             MOVE SPACE
051840                 TO CRAUDIT-BEFORE-STATUS OF CRAUDIT-RECORD
051850             MOVE CREATER-STATUS OF CREATER-RECORD
051860                 TO CRAUDIT-AFTER-STATUS OF CRAUDIT-RECORD
051870             MOVE ZERO
051880                 TO CRAUDIT-BEFORE-EFF-DATE OF CRAUDIT-RECORD
051890             MOVE CREATER-EFF-DATE OF CREATER
051900                 TO CRAUDIT-AFTER-EFF-DATE OF CRAUDIT-RECORD
051910             MOVE SPACE
051920                 TO CRAUDIT-BEFORE-PEND OF CRAUDIT-RECORD
051930             MOVE CREATER-PEND-STATUS OF CREATER-RECORD
051940                 TO CRAUDIT-AFTER-PEND OF CRAUDIT-RECORD
051950             MOVE SPACES
051960                 TO CRAUDIT-BEFORE-DEPT OF CRAUDIT-RECORD
051970             MOVE CREATER-DEPT OF CREATER-RECORD
051980                 TO CRAUDIT-AFTER-DEPT OF CRAUDIT-RECORD
051990             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
052000     END-WRITE.
052010 2800-EXIT.
052020     EXIT.
052030*
052040 2850-ACCEPT-STATUS.
052050     DISPLAY "IS THE CREATER ACTIVE OR INACTIVE (A/I) ? ".
052060     ACCEPT CREATER-STATUS OF CREATER.
052070     IF CREATER-STATUS OF CREATER = "a"
052080         MOVE "A" TO CREATER-STATUS OF CREATER
052090     END-IF.
052100     IF CREATER-STATUS OF CREATER = "i"
052110         MOVE "I" TO CREATER-STATUS OF CREATER
052120     END-IF.
052130     IF CREATER-STATUS OF CREATER = "A" OR "I"
052140         MOVE "Y" TO WS-STATUS-VALID-SW
052150     ELSE
052160         DISPLAY "STATUS MUST BE A OR I"
052170     END-IF.
052180 2850-EXIT.
052190     EXIT.
052200*
052210****************************************************************
052220* 1830-OPEN-HISTORY - OPEN THE KEYED AUDIT-HISTORY FILE I-O,   *
052230* CREATING IT IF THIS IS THE FIRST RUN AND IT DOES NOT YET     *
052240* EXIST.                                                       *
052250****************************************************************
052260 1830-OPEN-HISTORY.
052270     OPEN I-O AUDIT-HISTORY.
052280     IF WS-CRAUDHST-NOT-FOUND
052290         OPEN OUTPUT AUDIT-HISTORY
052300         CLOSE AUDIT-HISTORY
052310         OPEN I-O AUDIT-HISTORY
052320     END-IF.
052330 1830-EXIT.
052340     EXIT.
052350*
052360****************************************************************
052370* 8060-WRITE-HISTORY - FILE A COPY OF THE AUDIT RECORD JUST    *
052380* WRITTEN ON AUDIT-HISTORY UNDER ITS CREATER ID, DATE AND      *
052390* TIME. A SECOND RECORD FOR THE SAME CREATER IN THE SAME       *
052400* HUNDREDTH OF A SECOND TAKES THE NEXT DUPLICATE NUMBER. A     *
052410* FAILURE IS REPORTED BUT DOES NOT STOP THE RUN - THE TRAIL    *
052420* ITSELF HAS BEEN WRITTEN AND CRHSTBLD CAN REBUILD THE FILE.   *
052430****************************************************************
052440 8060-WRITE-HISTORY.
052450     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
052460         TO CRAUDHST-CREATER-ID.
052470     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDHST-DATE.
052480     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDHST-TIME.
052490     MOVE ZERO TO CRAUDHST-DUP-NO.
052500     MOVE CRAUDIT-RECORD TO CRAUDHST-AUDIT-IMAGE.
052510     MOVE "N" TO WS-HISTORY-SW.
052520     PERFORM 8070-PUT-HISTORY THRU 8070-EXIT
052530         UNTIL WS-HISTORY-DONE.
052540     IF NOT WS-CRAUDHST-OK
052550         DISPLAY "AUDIT-HISTORY NOT UPDATED FOR "
052560                 CRAUDHST-CREATER-ID " STATUS "
052570                 WS-CRAUDHST-STATUS
052580     END-IF.
052590 8060-EXIT.
052600     EXIT.
052610*
052620****************************************************************
052630* 8070-PUT-HISTORY - WRITE THE HISTORY RECORD, STEPPING THE    *
052640* DUPLICATE NUMBER WHILE THE KEY IS ALREADY ON FILE.           *
052650****************************************************************
052660 8070-PUT-HISTORY.
052670     WRITE CRAUDHST-RECORD
052680         INVALID KEY
052690             CONTINUE
052700     END-WRITE.
052710     IF WS-CRAUDHST-DUP-KEY
052720         AND CRAUDHST-DUP-NO < 99
052730         ADD 1 TO CRAUDHST-DUP-NO
052740     ELSE
052750         MOVE "Y" TO WS-HISTORY-SW
052760     END-IF.
052770 8070-EXIT.
052780     EXIT.
052790*
052800****************************************************************
052810* 1840-OPEN-SCHEDULE - OPEN CREATER-SCHEDULE FOR UPDATE,       *
052820* CREATING IT EMPTY THE FIRST TIME.                            *
052830****************************************************************
052840 1840-OPEN-SCHEDULE.
052850     OPEN I-O CREATER-SCHEDULE.
052860     IF WS-CRSCHED-NOT-FOUND
052870         OPEN OUTPUT CREATER-SCHEDULE
052880         CLOSE CREATER-SCHEDULE
052890         OPEN I-O CREATER-SCHEDULE
052900     END-IF.
052910 1840-EXIT.
052920     EXIT.
052930*
052940****************************************************************
052950* 5900-PROCESS-SCHEDULE - SCHEDULED CHANGE SUB-MENU. A CHANGE  *
052960* KEYED HERE WAITS ON CREATER-SCHEDULE UNTIL ITS EFFECTIVE     *
052970* DATE, WHEN THE NIGHTLY CRSCHAPL STEP POSTS IT. ANY OPERATOR  *
052980* MAY INQUIRE; ADDING OR CANCELLING A CHANGE NEEDS THE SAME    *
052990* AUTHORITY AS A CHANGE.                                       *
053000****************************************************************
053010 5900-PROCESS-SCHEDULE.
053020     DISPLAY "----------------------------------------".
053030     DISPLAY "     SCHEDULED CREATER CHANGES".
053040     DISPLAY "       A - SCHEDULE A CHANGE".
053050     DISPLAY "       I - INQUIRE ON SCHEDULED CHANGES".
053060     DISPLAY "       C - CANCEL A SCHEDULED CHANGE".
053070     DISPLAY "       X - RETURN TO THE MAIN MENU".
053080     DISPLAY "----------------------------------------".
053090     DISPLAY "ENTER YOUR SELECTION ? ".
053100     ACCEPT WS-SCHED-CHOICE.
053110     EVALUATE TRUE
053120         WHEN WS-SCHED-ADD
053130             IF WS-AUTH-LEVEL > 1
053140                 PERFORM 5910-SCHED-ADD THRU 5910-EXIT
053150             ELSE
053160                 PERFORM 1590-NOT-AUTHORIZED THRU 1590-EXIT
053170             END-IF
053180         WHEN WS-SCHED-INQUIRE
053190             PERFORM 5950-SCHED-INQUIRE THRU 5950-EXIT
053200         WHEN WS-SCHED-CANCEL
053210             IF WS-AUTH-LEVEL > 1
053220                 PERFORM 5970-SCHED-CANCEL THRU 5970-EXIT
053230             ELSE
053240                 PERFORM 1590-NOT-AUTHORIZED THRU 1590-EXIT
053250             END-IF
053260         WHEN WS-SCHED-RETURN
053270             CONTINUE
053280         WHEN OTHER
053290             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
053300     END-EVALUATE.
053310 5900-EXIT.
053320     EXIT.
053330*
053340****************************************************************
053350* 5910-SCHED-ADD - KEY A DATED CHANGE FOR A CREATER ON THE     *
053360* MASTER: THE EFFECTIVE DATE (AFTER TODAY) AND ANY COMBINATION *
053370* OF NEW NAME, ROLE, STATUS AND DEPARTMENT, A BLANK FIELD      *
053380* MEANING NO CHANGE. A DATED INACTIVATION IS NOT TAKEN HERE -  *
053390* IT IS KEYED THROUGH C, WHERE IT IS HELD FOR A SECOND         *
053400* SUPERVISOR'S APPROVAL LIKE ANY OTHER INACTIVATION.           *
053410****************************************************************
053420 5910-SCHED-ADD.
053430     DISPLAY "ENTER THE CREATER ID ? ".
053440     ACCEPT CREATER_ID OF CREATER.
053450     IF CREATER_ID OF CREATER = SPACES OR LOW-VALUES
053460         GO TO 5910-EXIT
053470     END-IF.
053480     MOVE CREATER_ID OF CREATER TO CREATER_ID OF CREATER-RECORD.
053490     READ CREATER-MASTER
053500         INVALID KEY
053510             DISPLAY "CREATER ID " CREATER_ID OF CREATER
053520                     " NOT ON FILE"
053530             GO TO 5910-EXIT
053540     END-READ.
053550     DISPLAY "CURRENTLY : "
053560             CREATER_NAME OF CREATER-RECORD " "
053570             CREATER-ROLE OF CREATER-RECORD " "
053580             CREATER-STATUS OF CREATER-RECORD " "
053590             CREATER-DEPT OF CREATER-RECORD.
053600     MOVE SPACES TO CRSCHED-RECORD.
053610     MOVE "N" TO WS-SCHED-DATE-SW.
053620     PERFORM 5920-ACCEPT-SCHED-DATE THRU 5920-EXIT
053630         UNTIL WS-SCHED-DATE-VALID.
053640     DISPLAY "LEAVE A FIELD BLANK TO LEAVE IT UNCHANGED".
053650     DISPLAY "WHAT`S THE NEW CREATER NAME ? ".
053660     ACCEPT CRSCHED-NEW-NAME OF CRSCHED-RECORD.
053670     DISPLAY "WHAT`S THE NEW CREATER ROLE ? ".
053680     ACCEPT CRSCHED-NEW-ROLE OF CRSCHED-RECORD.
053690     MOVE "N" TO WS-SCHED-FIELD-SW.
053700     PERFORM 5925-ACCEPT-SCHED-STATUS THRU 5925-EXIT
053710         UNTIL WS-SCHED-FIELD-VALID.
053720     MOVE "N" TO WS-SCHED-FIELD-SW.
053730     PERFORM 5930-ACCEPT-SCHED-DEPT THRU 5930-EXIT
053740         UNTIL WS-SCHED-FIELD-VALID.
053750     IF CRSCHED-NEW-NAME OF CRSCHED-RECORD = SPACES
053760         AND CRSCHED-NEW-ROLE OF CRSCHED-RECORD = SPACES
053770         AND CRSCHED-NEW-STATUS OF CRSCHED-RECORD = SPACE
053780         AND CRSCHED-NEW-DEPT OF CRSCHED-RECORD = SPACES
053790         DISPLAY "NO CHANGE KEYED - NOTHING SCHEDULED"
053800         GO TO 5910-EXIT
053810     END-IF.
053820     MOVE CREATER_ID OF CREATER-RECORD
053830         TO CRSCHED-CREATER-ID OF CRSCHED-RECORD.
053840     MOVE CREATER_ID OF CREATER-RECORD
053850         TO CRSCHED-DUE-CREATER-ID OF CRSCHED-RECORD.
053860     ACCEPT CRSCHED-ENTRY-DATE OF CRSCHED-RECORD
053870         FROM DATE YYYYMMDD.
053880     ACCEPT CRSCHED-ENTRY-TIME OF CRSCHED-RECORD FROM TIME.
053890     MOVE WS-OPERATOR-ID TO CRSCHED-ENTERED-BY OF CRSCHED-RECORD.
053900     MOVE "P" TO CRSCHED-STATE OF CRSCHED-RECORD.
053910     MOVE ZERO TO CRSCHED-DECIDED-DATE OF CRSCHED-RECORD.
053920     MOVE ZERO TO WS-SCHED-TRIES.
053930     MOVE "N" TO WS-SCHED-PUT-SW.
053940     PERFORM 5940-PUT-SCHEDULE THRU 5940-EXIT
053950         UNTIL WS-SCHED-PUT-DONE.
053960     IF WS-CRSCHED-OK
053970         DISPLAY "CHANGE FOR CREATER ID "
053980                 CRSCHED-CREATER-ID OF CRSCHED-RECORD
053990                 " SCHEDULED FOR "
054000                 CRSCHED-EFF-DATE OF CRSCHED-RECORD
054010     ELSE
054020         DISPLAY "SCHEDULE FAILED FOR CREATER ID "
054030                 CRSCHED-CREATER-ID OF CRSCHED-RECORD
054040                 " - KEY IT AGAIN"
054050     END-IF.
054060 5910-EXIT.
054070     EXIT.
054080*
054090 5920-ACCEPT-SCHED-DATE.
054100     DISPLAY "WHAT`S THE EFFECTIVE DATE (YYYYMMDD) ? ".
054110     ACCEPT CRSCHED-EFF-DATE OF CRSCHED-RECORD.
054120     IF CRSCHED-EFF-DATE OF CRSCHED-RECORD NOT > WS-TODAY-DATE
054130         DISPLAY "THE EFFECTIVE DATE MUST BE AFTER TODAY - "
054140                 "USE C TO CHANGE A CREATER NOW"
054150         GO TO 5920-EXIT
054160     END-IF.
054170     MOVE "Y" TO WS-SCHED-DATE-SW.
054180 5920-EXIT.
054190     EXIT.
054200*
054210 5925-ACCEPT-SCHED-STATUS.
054220     DISPLAY "WHAT`S THE NEW STATUS (A, OR BLANK) ? ".
054230     ACCEPT CRSCHED-NEW-STATUS OF CRSCHED-RECORD.
054240     EVALUATE CRSCHED-NEW-STATUS OF CRSCHED-RECORD
054250         WHEN SPACE
054260         WHEN "A"
054270             MOVE "Y" TO WS-SCHED-FIELD-SW
054280         WHEN "I"
054290             DISPLAY "A DATED INACTIVATION IS KEYED THROUGH C - "
054300                     "CHANGE, FOR APPROVAL"
054310         WHEN OTHER
054320             DISPLAY "STATUS MUST BE A OR BLANK"
054330     END-EVALUATE.
054340 5925-EXIT.
054350     EXIT.
054360*
054370 5930-ACCEPT-SCHED-DEPT.
054380     DISPLAY "WHAT`S THE NEW DEPARTMENT CODE ? ".
054390     ACCEPT CRSCHED-NEW-DEPT OF CRSCHED-RECORD.
054400     IF CRSCHED-NEW-DEPT OF CRSCHED-RECORD = SPACES OR LOW-VALUES
054410         MOVE SPACES TO CRSCHED-NEW-DEPT OF CRSCHED-RECORD
054420         MOVE "Y" TO WS-SCHED-FIELD-SW
054430         GO TO 5930-EXIT
054440     END-IF.
054450     MOVE CRSCHED-NEW-DEPT OF CRSCHED-RECORD
054460         TO CRDEPT-CODE OF CRDEPT-RECORD.
054470     READ DEPARTMENT-FILE
054480         INVALID KEY
054490             DISPLAY "DEPARTMENT "
054495                     CRSCHED-NEW-DEPT OF CRSCHED-RECORD
054500                     " IS NOT ON THE DEPARTMENT FILE"
054510         NOT INVALID KEY
054520             MOVE "Y" TO WS-SCHED-FIELD-SW
054530             DISPLAY "DEPARTMENT " CRDEPT-CODE OF CRDEPT-RECORD
054540                     " - " CRDEPT-NAME OF CRDEPT-RECORD
054550     END-READ.
054560 5930-EXIT.
054570     EXIT.
054580*
054590****************************************************************
054600* 5940-PUT-SCHEDULE - WRITE THE SCHEDULE RECORD. A KEY ALREADY *
054610* ON FILE STEPS THE ENTRY TIME ON ONE UNTIL IT IS FREE.        *
054620****************************************************************
054630 5940-PUT-SCHEDULE.
054640     MOVE CRSCHED-ENTRY-DATE OF CRSCHED-RECORD
054650         TO CRSCHED-DUE-ENTRY-DATE OF CRSCHED-RECORD.
054660     MOVE CRSCHED-ENTRY-TIME OF CRSCHED-RECORD
054670         TO CRSCHED-DUE-ENTRY-TIME OF CRSCHED-RECORD.
054680     WRITE CRSCHED-RECORD
054690         INVALID KEY
054700             CONTINUE
054710     END-WRITE.
054720     IF WS-CRSCHED-DUP-KEY
054730         AND WS-SCHED-TRIES < 99
054740         ADD 1 TO WS-SCHED-TRIES
054750         ADD 1 TO CRSCHED-ENTRY-TIME OF CRSCHED-RECORD
054760     ELSE
054770         MOVE "Y" TO WS-SCHED-PUT-SW
054780     END-IF.
054790 5940-EXIT.
054800     EXIT.
054810*
054820****************************************************************
054830* 5950-SCHED-INQUIRE - LIST EVERY SCHEDULED CHANGE EVER KEYED  *
054840* FOR A CREATER, WAITING OR NOT, WITH WHAT BECAME OF IT.       *
054850****************************************************************
054860 5950-SCHED-INQUIRE.
054870     DISPLAY "ENTER THE CREATER ID ? ".
054880     ACCEPT CREATER_ID OF CREATER.
054890     IF CREATER_ID OF CREATER = SPACES OR LOW-VALUES
054900         GO TO 5950-EXIT
054910     END-IF.
054920     MOVE "N" TO WS-SCHED-WAITING-SW.
054930     PERFORM 5960-LIST-SCHEDULE THRU 5960-EXIT.
054940     IF WS-SCHED-COUNT = ZERO
054950         DISPLAY "NO SCHEDULED CHANGES FOR CREATER ID "
054960                 CREATER_ID OF CREATER
054970     END-IF.
054980 5950-EXIT.
054990     EXIT.
055000*
055010****************************************************************
055020* 5960-LIST-SCHEDULE - BROWSE THE SCHEDULED CHANGES OF THE     *
055030* CREATER ID IN THE INTAKE AREA IN THE ORDER THEY WERE KEYED,  *
055040* NUMBERING EACH ONE SHOWN AND KEEPING THE KEYS OF THE FIRST   *
055050* WS-SCHED-MAX IN WS-SCHED-TABLE. WITH WS-SCHED-WAITING-ONLY   *
055060* SET, ONLY THE CHANGES STILL WAITING ARE SHOWN.               *
055070****************************************************************
055080 5960-LIST-SCHEDULE.
055090     MOVE ZERO TO WS-SCHED-COUNT.
055100     MOVE "N" TO WS-SCHED-EOF-SW.
055110     MOVE CREATER_ID OF CREATER
055120         TO CRSCHED-CREATER-ID OF CRSCHED-RECORD.
055130     MOVE ZERO TO CRSCHED-ENTRY-DATE OF CRSCHED-RECORD.
055140     MOVE ZERO TO CRSCHED-ENTRY-TIME OF CRSCHED-RECORD.
055150     START CREATER-SCHEDULE
055160         KEY IS NOT LESS THAN CRSCHED-KEY OF CRSCHED-RECORD
055170         INVALID KEY
055180             MOVE "Y" TO WS-SCHED-EOF-SW
055190     END-START.
055200     PERFORM 5965-SHOW-SCHEDULE THRU 5965-EXIT
055210         UNTIL WS-SCHED-EOF.
055220 5960-EXIT.
055230     EXIT.
055240*
055250 5965-SHOW-SCHEDULE.
055260     READ CREATER-SCHEDULE NEXT RECORD
055270         AT END
055280             MOVE "Y" TO WS-SCHED-EOF-SW
055290             GO TO 5965-EXIT
055300     END-READ.
055310     IF CRSCHED-CREATER-ID OF CRSCHED-RECORD
055320             NOT = CREATER_ID OF CREATER
055330         MOVE "Y" TO WS-SCHED-EOF-SW
055340         GO TO 5965-EXIT
055350     END-IF.
055360     IF WS-SCHED-WAITING-ONLY
055370         AND NOT CRSCHED-WAITING OF CRSCHED-RECORD
055380         GO TO 5965-EXIT
055390     END-IF.
055400     ADD 1 TO WS-SCHED-COUNT.
055410     IF WS-SCHED-COUNT NOT > WS-SCHED-MAX
055420         MOVE CRSCHED-KEY OF CRSCHED-RECORD
055430             TO WS-SCHED-KEY (WS-SCHED-COUNT)
055440     END-IF.
055450     EVALUATE TRUE
055460         WHEN CRSCHED-WAITING OF CRSCHED-RECORD
055470             MOVE "WAITING" TO WS-SCHED-STATE-TEXT
055480         WHEN CRSCHED-APPLIED OF CRSCHED-RECORD
055490             MOVE "APPLIED" TO WS-SCHED-STATE-TEXT
055500         WHEN CRSCHED-SKIPPED OF CRSCHED-RECORD
055510             MOVE "SKIPPED" TO WS-SCHED-STATE-TEXT
055520         WHEN OTHER
055530             MOVE "CANCELLED" TO WS-SCHED-STATE-TEXT
055540     END-EVALUATE.
055550     MOVE WS-SCHED-COUNT TO WS-SCHED-NO-DISP.
055560     DISPLAY WS-SCHED-NO-DISP
055570             "  EFFECTIVE " CRSCHED-EFF-DATE OF CRSCHED-RECORD
055580             "  " WS-SCHED-STATE-TEXT
055590             "  KEYED BY " CRSCHED-ENTERED-BY OF CRSCHED-RECORD
055600             " ON " CRSCHED-ENTRY-DATE OF CRSCHED-RECORD.
055610     DISPLAY "    NEW NAME/ROLE/STATUS/DEPT : "
055620             CRSCHED-NEW-NAME OF CRSCHED-RECORD " "
055630             CRSCHED-NEW-ROLE OF CRSCHED-RECORD " "
055640             CRSCHED-NEW-STATUS OF CRSCHED-RECORD " "
055650             CRSCHED-NEW-DEPT OF CRSCHED-RECORD.
055660     IF NOT CRSCHED-WAITING OF CRSCHED-RECORD
055670         DISPLAY "    " WS-SCHED-STATE-TEXT " BY "
055680                 CRSCHED-DECIDED-BY OF CRSCHED-RECORD
055690                 " ON " CRSCHED-DECIDED-DATE OF CRSCHED-RECORD
055700                 " " CRSCHED-REASON OF CRSCHED-RECORD
055710     END-IF.
055720 5965-EXIT.
055730     EXIT.
055740*
055750****************************************************************
055760* 5970-SCHED-CANCEL - LIST THE CHANGES STILL WAITING FOR A     *
055770* CREATER AND CANCEL THE ONE PICKED BY NUMBER. THE RECORD STAYS*
055780* ON FILE MARKED CANCELLED, WITH WHO CANCELLED IT AND WHEN.    *
055790****************************************************************
055800 5970-SCHED-CANCEL.
055810     DISPLAY "ENTER THE CREATER ID ? ".
055820     ACCEPT CREATER_ID OF CREATER.
055830     IF CREATER_ID OF CREATER = SPACES OR LOW-VALUES
055840         GO TO 5970-EXIT
055850     END-IF.
055860     MOVE "Y" TO WS-SCHED-WAITING-SW.
055870     PERFORM 5960-LIST-SCHEDULE THRU 5960-EXIT.
055880     IF WS-SCHED-COUNT = ZERO
055890         DISPLAY "NO SCHEDULED CHANGES ARE WAITING FOR "
055900                 "CREATER ID " CREATER_ID OF CREATER
055910         GO TO 5970-EXIT
055920     END-IF.
055930     DISPLAY "ENTER THE NUMBER OF THE CHANGE TO CANCEL, OR ".
055940     DISPLAY "LEAVE BLANK TO RETURN ? ".
055950     ACCEPT WS-SCHED-PICK.
055960     IF WS-SCHED-PICK = ZERO
055970         GO TO 5970-EXIT
055980     END-IF.
055990     IF WS-SCHED-PICK > WS-SCHED-COUNT
056000         OR WS-SCHED-PICK > WS-SCHED-MAX
056010         DISPLAY "NO SUCH CHANGE NUMBER - NOTHING CANCELLED"
056020         GO TO 5970-EXIT
056030     END-IF.
056040     MOVE WS-SCHED-KEY (WS-SCHED-PICK)
056050         TO CRSCHED-KEY OF CRSCHED-RECORD.
056060     READ CREATER-SCHEDULE
056070         INVALID KEY
056080             DISPLAY "THAT CHANGE IS NO LONGER ON FILE"
056090             GO TO 5970-EXIT
056100     END-READ.
056110     IF NOT CRSCHED-WAITING OF CRSCHED-RECORD
056120         DISPLAY "THAT CHANGE IS NO LONGER WAITING - "
056130                 "NOTHING CANCELLED"
056140         GO TO 5970-EXIT
056150     END-IF.
056160     MOVE "C" TO CRSCHED-STATE OF CRSCHED-RECORD.
056170     MOVE WS-OPERATOR-ID TO CRSCHED-DECIDED-BY OF CRSCHED-RECORD.
056180     MOVE WS-TODAY-DATE TO CRSCHED-DECIDED-DATE OF CRSCHED-RECORD.
056190     REWRITE CRSCHED-RECORD
056200         INVALID KEY
056210             DISPLAY "CANCEL FAILED - KEY IT AGAIN"
056220         NOT INVALID KEY
056230             DISPLAY "SCHEDULED CHANGE FOR CREATER ID "
056240                     CRSCHED-CREATER-ID OF CRSCHED-RECORD
056250                     " EFFECTIVE "
056260                     CRSCHED-EFF-DATE OF CRSCHED-RECORD
056270                     " CANCELLED"
056280     END-REWRITE.
056290 5970-EXIT.
056300     EXIT.
056310*
056320****************************************************************
056330* 8080-CHAIN-AUDIT - SEAL THE AUDIT RECORD BUILT BY THE CALLER *
056340* JUST BEFORE IT IS WRITTEN: READ CREATER-AUDCTL, GIVE THE     *
056350* RECORD THE NEXT SEQUENCE NUMBER AND HAVE CRAUDCHN COMPUTE    *
056360* ITS CHECK VALUE FROM THE LAST ONE. THE CONTROL FILE IS LEFT  *
056370* OPEN FOR 8090-SAVE-CHAIN. A MISSING OR EMPTY CONTROL FILE    *
056380* STARTS THE CHAIN AT SEQUENCE 1. IF THE CONTROL FILE CANNOT   *
056390* BE READ THE RECORD IS STILL WRITTEN, UNSEQUENCED, AND        *
056400* CRAUDVFY WILL REPORT IT.                                     *
056410****************************************************************
056420 8080-CHAIN-AUDIT.
056430     PERFORM 8085-READ-CHAIN THRU 8085-EXIT.
056440     IF WS-CHAIN-LOST
056450         MOVE ZERO TO CRAUDIT-SEQ-NO OF CRAUDIT-RECORD
056460         MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
056470         DISPLAY "CREATER-AUDCTL UNAVAILABLE, STATUS "
056480                 WS-CRAUDCTL-STATUS
056490                 " - AUDIT RECORD WRITTEN UNSEQUENCED"
056500         GO TO 8080-EXIT
056510     END-IF.
056520     IF WS-CHAIN-NEW
056530         MOVE SPACES TO CRAUDCTL-RECORD
056540         MOVE ZERO TO CRAUDCTL-LAST-SEQ
056550         MOVE ZERO TO CRAUDCTL-LAST-CHECK
056560         MOVE ZERO TO CRAUDCTL-VFY-DATE
056570         MOVE ZERO TO CRAUDCTL-VFY-TIME
056580         MOVE ZERO TO CRAUDCTL-VFY-SEQ
056590         MOVE ZERO TO CRAUDCTL-VFY-ERRORS
056600     END-IF.
056610     ADD 1 CRAUDCTL-LAST-SEQ
056620         GIVING CRAUDIT-SEQ-NO OF CRAUDIT-RECORD.
056630     MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
056640     MOVE CRAUDCTL-LAST-CHECK TO CRCHNPRM-PREV-CHECK.
056650     MOVE CRAUDIT-RECORD TO CRCHNPRM-AUDIT-IMAGE.
056660     CALL "CRAUDCHN" USING CRCHNPRM-AREA.
056670     MOVE CRCHNPRM-CHECK TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
056680 8080-EXIT.
056690     EXIT.
056700*
056710 8085-READ-CHAIN.
056720     MOVE "O" TO WS-CHAIN-SW.
056730     OPEN I-O AUDIT-CONTROL.
056740     IF WS-CRAUDCTL-NOT-FOUND
056750         MOVE "N" TO WS-CHAIN-SW
056760         GO TO 8085-EXIT
056770     END-IF.
056780     IF NOT WS-CRAUDCTL-OK
056790         MOVE "X" TO WS-CHAIN-SW
056800         GO TO 8085-EXIT
056810     END-IF.
056820     READ AUDIT-CONTROL
056830         AT END
056840             MOVE "N" TO WS-CHAIN-SW
056850             CLOSE AUDIT-CONTROL
056860             GO TO 8085-EXIT
056870     END-READ.
056880     IF NOT WS-CRAUDCTL-OK
056890         MOVE "X" TO WS-CHAIN-SW
056900         CLOSE AUDIT-CONTROL
056910     END-IF.
056920 8085-EXIT.
056930     EXIT.
056940*
056950****************************************************************
056960* 8090-SAVE-CHAIN - ONCE THE AUDIT RECORD IS ON THE TRAIL,     *
056970* REWRITE CREATER-AUDCTL WITH ITS SEQUENCE NUMBER AND CHECK    *
056980* VALUE (CREATING THE FILE FOR THE FIRST RECORD OF THE CHAIN)  *
056990* AND CLOSE IT. IF THE WRITE FAILED THE CONTROL RECORD IS LEFT *
057000* AS IT WAS, SO THE NEXT RECORD TAKES THE SAME SEQUENCE        *
057010* NUMBER.                                                      *
057020****************************************************************
057030 8090-SAVE-CHAIN.
057040     IF WS-CHAIN-LOST
057050         GO TO 8090-EXIT
057060     END-IF.
057070     IF NOT WS-CREAUDIT-OK
057080         IF WS-CHAIN-OPEN
057090             CLOSE AUDIT-CONTROL
057100         END-IF
057110         GO TO 8090-EXIT
057120     END-IF.
057130     MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO CRAUDCTL-LAST-SEQ.
057140     MOVE CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
057150         TO CRAUDCTL-LAST-CHECK.
057160     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDCTL-LAST-DATE.
057170     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDCTL-LAST-TIME.
057180     MOVE "INDEX" TO CRAUDCTL-LAST-WRITER.
057190     IF WS-CHAIN-NEW
057200         OPEN OUTPUT AUDIT-CONTROL
057210         WRITE CRAUDCTL-RECORD
057220     ELSE
057230         REWRITE CRAUDCTL-RECORD
057240     END-IF.
057250     IF NOT WS-CRAUDCTL-OK
057260         DISPLAY "CREATER-AUDCTL NOT UPDATED FOR SEQUENCE "
057270                 CRAUDCTL-LAST-SEQ " STATUS " WS-CRAUDCTL-STATUS
057280     END-IF.
057290     CLOSE AUDIT-CONTROL.
057300 8090-EXIT.
057310     EXIT.
