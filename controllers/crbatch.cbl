008800*                    CHARACTERS), AND THE PROCEDURE DIVISION
008900*                    WAS RESEQUENCED INTO PARAGRAPH-NUMBER
009000*                    ORDER AFTER THE RECENT ADDITIONS.
009010*   2026-10-15  RSH  THE AUDIT RECORD NOW CARRIES AN APPROVER ID,
009020*                    LEFT BLANK ON THE TRANSACTIONS POSTED HERE.
009021*   2026-10-15  RSH  EVERY AUDIT RECORD IS NOW ALSO FILED ON THE
009022*                    KEYED AUDIT-HISTORY FILE (CRAUDHST) BY
009023*                    8060-WRITE-HISTORY.
009024*   2026-10-15  RSH  A CHANGE DATED AFTER THE RUN DATE IS NO
009025*                    LONGER POSTED WITH A PENDING STATUS. ONLY THE
009026*                    FIELDS THAT DIFFER FROM THE MASTER ARE FILED
009027*                    ON THE NEW CREATER-SCHEDULE FILE FOR THE
009028*                    NIGHTLY CRSCHAPL STEP TO APPLY WHEN THE
009029*                    CHANGE COMES DUE. ONE THAT WOULD MOVE NOTHING
009030*                    REJECTS AS NOCHG. THE SCHEDULED COUNT IS
009031*                    CARRIED ON THE CHECKPOINT.
009032*   2026-10-15  RSH  EVERY AUDIT RECORD WRITTEN IS NOW SEALED INTO
009033*                    THE AUDIT CHAIN - IT TAKES THE NEXT SEQUENCE
009034*                    NUMBER FROM CREATER-AUDCTL AND ITS CHECK
009035*                    VALUE FROM CRAUDCHN, AND THE CONTROL RECORD
009036*                    IS REWRITTEN AS SOON AS THE RECORD IS ON THE
009037*                    TRAIL.
009038*   2026-10-15  RSH  AN ADD IS NOW CHECKED THROUGH CRNAMKEY
009039*                    AGAINST THE NAMES OF EVERY CREATER ON THE
009040*                    MASTER AT THE START OF THE RUN AND EVERY ADD
009041*                    POSTED SINCE. A POSSIBLE DUPLICATE IS STILL
009042*                    POSTED BUT IS PRINTED ON THE REGISTER AS
009043*                    DUPNAM, WITH THE CREATERS IT MAY DUPLICATE,
009044*                    AND COUNTED ON A SECOND FOOTER LINE.
009045*   2026-10-15  RSH  THE RUN DATE - AGAINST WHICH A CHANGE IS
009046*                    FILED AS SCHEDULED AND AN ADD PENDS, AND
009047*                    WHICH DATES THE REGISTER AND SUSPENSE RECORDS
009048*                    - IS NOW THE BUSINESS DATE FROM CREATER-
009049*                    BUSDATE, TAKEN THROUGH CRBUSDAT, IN PLACE OF
009050*                    THE SYSTEM CLOCK. THE RUN ENDS WITH RETURN
009051*                    CODE 12 WHEN THERE IS NO BUSINESS DATE.
009100****************************************************************
009200 ENVIRONMENT DIVISION.
009300 CONFIGURATION SECTION.
010600     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
010700            ORGANIZATION IS SEQUENTIAL
010800            FILE STATUS IS WS-CREAUDIT-STATUS.
010810     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
010820            ORGANIZATION IS SEQUENTIAL
010830            FILE STATUS IS WS-CRAUDCTL-STATUS.
010900     SELECT CREATER-RESTART ASSIGN TO CRRESTRT
011000            ORGANIZATION IS SEQUENTIAL
011100            FILE STATUS IS WS-CRRESTRT-STATUS.
012200            ACCESS MODE IS DYNAMIC
012300            RECORD KEY IS CRDEPT-CODE OF CRDEPT-RECORD
012400            FILE STATUS IS WS-CRDEPT-STATUS.
012410     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
012420            ORGANIZATION IS INDEXED
012430            ACCESS MODE IS DYNAMIC
012440            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
012450            FILE STATUS IS WS-CRAUDHST-STATUS.
012456     SELECT CREATER-SCHEDULE ASSIGN TO CRSCHED
012462            ORGANIZATION IS INDEXED
012468            ACCESS MODE IS DYNAMIC
012474            RECORD KEY IS CRSCHED-KEY OF CRSCHED-RECORD
012480            ALTERNATE RECORD KEY IS CRSCHED-DUE-KEY
012486                OF CRSCHED-RECORD
012492            FILE STATUS IS WS-CRSCHED-STATUS.
012500 DATA DIVISION.
012600 FILE SECTION.
012700 FD  CREATER-TRANS
013500 FD  CREATER-AUDIT
013600     LABEL RECORDS ARE STANDARD.
013700     COPY CRAUDIT.
013710*
013720 FD  AUDIT-CONTROL
013730     LABEL RECORDS ARE STANDARD.
013740     COPY CRAUDCTL.
013800*
013900 FD  CREATER-RESTART
014000     LABEL RECORDS ARE STANDARD.
015100 FD  DEPARTMENT-FILE
015200     LABEL RECORDS ARE STANDARD.
015300     COPY CRDEPT.
015310*
015320 FD  AUDIT-HISTORY
015330     LABEL RECORDS ARE STANDARD.
015340     COPY CRAUDHST.
015350*
015360 FD  CREATER-SCHEDULE
015370     LABEL RECORDS ARE STANDARD.
015380     COPY CRSCHED.
015400*
015500 FD  PRINT-FILE
015600     LABEL RECORDS ARE STANDARD
017300 01  WS-CREAUDIT-STATUS         PIC XX.
017400     88  WS-CREAUDIT-OK              VALUE "00".
017500     88  WS-CREAUDIT-NOT-FOUND       VALUE "35".
017510*
017520 01  WS-CRAUDCTL-STATUS         PIC XX.
017530     88  WS-CRAUDCTL-OK              VALUE "00".
017540     88  WS-CRAUDCTL-NOT-FOUND       VALUE "35".
017550 01  WS-CHAIN-SW                PIC X       VALUE "O".
017560     88  WS-CHAIN-OPEN               VALUE "O".
017570     88  WS-CHAIN-NEW                VALUE "N".
017580     88  WS-CHAIN-LOST               VALUE "X".
017590     COPY CRCHNPRM.
017600*
017700 01  WS-CRRESTRT-STATUS         PIC XX.
017800     88  WS-CRRESTRT-OK              VALUE "00".
018900 01  WS-CRDEPT-STATUS           PIC XX.
019000     88  WS-CRDEPT-OK                VALUE "00".
019100     88  WS-CRDEPT-NOT-FOUND         VALUE "35".
019110*
019120 01  WS-CRAUDHST-STATUS         PIC XX.
019130     88  WS-CRAUDHST-OK              VALUE "00".
019140     88  WS-CRAUDHST-NOT-FOUND       VALUE "35".
019150     88  WS-CRAUDHST-DUP-KEY         VALUE "22".
019160 01  WS-HISTORY-SW              PIC X       VALUE "N".
019170     88  WS-HISTORY-DONE             VALUE "Y".
019173 01  WS-CRSCHED-STATUS          PIC XX.
019176     88  WS-CRSCHED-OK               VALUE "00".
019179     88  WS-CRSCHED-NOT-FOUND        VALUE "35".
019182     88  WS-CRSCHED-DUP-KEY          VALUE "22".
019185 01  WS-SCHED-PUT-SW            PIC X       VALUE "N".
019188     88  WS-SCHED-PUT-DONE           VALUE "Y".
019191 01  WS-SCHED-TRIES             PIC 9(02)   VALUE ZERO.
019194 01  WS-SCHEDULED-SW            PIC X       VALUE "N".
019197     88  WS-SCHEDULED                VALUE "Y".
019200*
019300 01  WS-DEPT-FILE-SW            PIC X       VALUE "N".
019400     88  WS-DEPT-FILE-OPEN           VALUE "Y".
021900     05  WS-RUN-MM                  PIC 9(02).
022000     05  WS-RUN-DD                  PIC 9(02).
022100 01  WS-RUN-DATE-DISP           PIC X(10).
022110     COPY CRBUSPRM.
022200 01  WS-SUSP-REASON             PIC X(06)   VALUE SPACES.
022300 01  WS-PAGE-NO                 PIC 9(04)   VALUE ZERO.
022400 01  WS-OLD-DEPT                PIC X(04)   VALUE SPACES.
023200 01  WS-CHANGE-COUNT            PIC 9(06)   VALUE ZERO.
023300 01  WS-DELETE-COUNT            PIC 9(06)   VALUE ZERO.
023400 01  WS-REJECT-COUNT            PIC 9(06)   VALUE ZERO.
023410 01  WS-SCHED-COUNT             PIC 9(06)   VALUE ZERO.
023413 01  WS-DUPNAME-COUNT           PIC 9(06)   VALUE ZERO.
023416*
023419****************************************************************
023422* WS-NAM-TABLE - ID, NAME AND CRNAMKEY MATCHING KEY OF EVERY   *
023425* CREATER ON THE MASTER WHEN THE RUN STARTS, WITH EACH ADD     *
023428* POSTED BY THE RUN APPENDED, SO AN ADD CAN BE CHECKED FOR A   *
023431* CREATER ALREADY ON FILE UNDER THE SAME NAME WITHOUT          *
023434* REREADING THE MASTER. WS-NAM-MAX MUST MATCH THE OCCURS.      *
023437****************************************************************
023440 01  WS-NAM-MAX                 PIC 9(04)   COMP VALUE 5000.
023443 01  WS-NAM-COUNT               PIC 9(04)   COMP VALUE ZERO.
023446 01  WS-NAM-SUB                 PIC 9(04)   COMP VALUE ZERO.
023449 01  WS-NAM-MATCHES             PIC 9(04)   COMP VALUE ZERO.
023452 01  WS-NAM-EOF-SW              PIC X       VALUE "N".
023455     88  WS-NAM-EOF                  VALUE "Y".
023458 01  WS-NAM-FULL-SW             PIC X       VALUE "N".
023461     88  WS-NAM-FULL                 VALUE "Y".
023464 01  WS-NEW-KEY                 PIC X(20)   VALUE SPACES.
023467 01  WS-NAM-TABLE.
023470     03  WS-NAM-ENTRY           OCCURS 5000 TIMES.
023473         05  WS-NAM-ID              PIC X(05).
023476         05  WS-NAM-NAME            PIC X(20).
023479         05  WS-NAM-KEY             PIC X(20).
023482     COPY CRNAMPRM.
023500*
023600****************************************************************
023700* HDG1-LINE - REJECT REGISTER TITLE, RUN DATE AND PAGE NUMBER. *
029100             VALUE "TRANSACTIONS REJECTED : ".
029200     05  FTR-REJECT-COUNT          PIC ZZZ,ZZ9.
029300     05  FILLER                    PIC X(101)  VALUE SPACES.
029310*
029320 01  FOOTER2-LINE.
029330     05  FILLER                    PIC X(38)
029340             VALUE "ADDS WITH A POSSIBLE DUPLICATE NAME : ".
029350     05  FTR-DUPNAME-COUNT         PIC ZZZ,ZZ9.
029360     05  FILLER                    PIC X(87)   VALUE SPACES.
029400*
029500 PROCEDURE DIVISION.
029600 0000-MAINLINE.
030000     STOP RUN.
030100*
030200****************************************************************
030260* 1000-INITIALIZE - TAKE THE RUN DATE FROM THE BUSINESS DATE   *
030320* ON CREATER-BUSDATE (A CHANGE IS FUTURE-DATED, AND AN ADD     *
030380* PENDS, AGAINST THE BUSINESS DATE THE NIGHTLY STEPS WORK TO,  *
030440* NOT THE CALENDAR DATE), OPEN THE TRANSACTION, MASTER AND     *
030500* AUDIT FILES (CREATING CREATER-MASTER OR CREATER-AUDIT IF     *
030560* THIS IS THE FIRST RUN AND EITHER DATASET DOES NOT YET        *
030620* EXIST), CHECK CREATER-RESTART FOR A CHECKPOINT LEFT BY A     *
030680* PRIOR ABENDED RUN, AND PRIME THE FIRST TRANSACTION TO BE     *
030740* PROCESSED.                                                   *
030800****************************************************************
030900 1000-INITIALIZE.
030920     MOVE "G" TO CRBUSPRM-FUNCTION.
030940     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
030960     IF NOT CRBUSPRM-VALID
030980         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - NOTHING "
031000                 "POSTED"
031020         MOVE 12 TO RETURN-CODE
031040         STOP RUN
031060     END-IF.
031080     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
031100     STRING WS-RUN-YYYY  DELIMITED BY SIZE
031200            "-"          DELIMITED BY SIZE
031300            WS-RUN-MM    DELIMITED BY SIZE
032700         CLOSE CREATER-AUDIT
032800         OPEN EXTEND CREATER-AUDIT
032900     END-IF.
032910     OPEN I-O AUDIT-HISTORY.
032920     IF WS-CRAUDHST-NOT-FOUND
032930         OPEN OUTPUT AUDIT-HISTORY
032940         CLOSE AUDIT-HISTORY
032950         OPEN I-O AUDIT-HISTORY
032960     END-IF.
032965     OPEN I-O CREATER-SCHEDULE.
032970     IF WS-CRSCHED-NOT-FOUND
032975         OPEN OUTPUT CREATER-SCHEDULE
032980         CLOSE CREATER-SCHEDULE
032985         OPEN I-O CREATER-SCHEDULE
032990     END-IF.
033000     OPEN OUTPUT PRINT-FILE.
033100     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
033200     PERFORM 1300-OPEN-DEPT THRU 1300-EXIT.
034200         OPEN OUTPUT CREATER-SUSPENSE
034300     END-IF.
034400     PERFORM 1200-OPEN-IDCTL THRU 1200-EXIT.
034410     PERFORM 1400-LOAD-NAMES THRU 1400-EXIT.
034500     PERFORM 2200-READ-TRANS THRU 2200-EXIT.
034600     IF WS-RESTART-MODE
034700         PERFORM 2250-SKIP-PROCESSED THRU 2250-EXIT
037600                 MOVE CRRESTRT-TRANS-COUNT TO WS-SKIP-COUNT
037700                 MOVE CRRESTRT-CHANGE-COUNT TO WS-CHANGE-COUNT
037800                 MOVE CRRESTRT-DELETE-COUNT TO WS-DELETE-COUNT
037850                 MOVE CRRESTRT-SCHED-COUNT TO WS-SCHED-COUNT
037900                 DISPLAY "RESTARTING AFTER CREATER ID "
038000                         WS-LAST-PROCESSED-ID
038100                 CLOSE CREATER-RESTART
039900     MOVE ZERO TO CRRESTRT-TRANS-COUNT.
040000     MOVE ZERO TO CRRESTRT-CHANGE-COUNT.
040100     MOVE ZERO TO CRRESTRT-DELETE-COUNT.
040150     MOVE ZERO TO CRRESTRT-SCHED-COUNT.
040200     OPEN OUTPUT CREATER-RESTART.
040300     WRITE CRRESTRT-RECORD.
040400     CLOSE CREATER-RESTART.
045400 1300-EXIT.
045500     EXIT.
045600*
045602****************************************************************
045604* 1400-LOAD-NAMES - READ THE MASTER FROM ITS FIRST ID AND      *
045606* ENTER EVERY CREATER ON WS-NAM-TABLE UNDER ITS MATCHING KEY.  *
045608* IF THE TABLE FILLS, THE REST OF THE MASTER IS NOT LOADED AND *
045610* THE DUPLICATE NAME CHECK ONLY COVERS THE CREATERS THAT WERE. *
045612****************************************************************
045614 1400-LOAD-NAMES.
045616     MOVE LOW-VALUES TO CREATER_ID OF CREATER-RECORD.
045618     START CREATER-MASTER
045620         KEY IS NOT LESS THAN CREATER_ID OF CREATER-RECORD
045622         INVALID KEY
045624             MOVE "Y" TO WS-NAM-EOF-SW
045626     END-START.
045628     PERFORM 1450-READ-NAME THRU 1450-EXIT
045630         UNTIL WS-NAM-EOF OR WS-NAM-FULL.
045632     IF WS-NAM-FULL
045634         DISPLAY "NAME TABLE FULL - DUPLICATE NAME CHECK COVERS "
045636                 "ONLY THE FIRST " WS-NAM-COUNT " CREATERS"
045638     END-IF.
045640 1400-EXIT.
045642     EXIT.
045644*
045646 1450-READ-NAME.
045648     READ CREATER-MASTER NEXT RECORD
045650         AT END
045652             MOVE "Y" TO WS-NAM-EOF-SW
045654             GO TO 1450-EXIT
045656     END-READ.
045658     MOVE CREATER_NAME OF CREATER-RECORD TO CRNAMPRM-NAME.
045660     CALL "CRNAMKEY" USING CRNAMPRM-AREA.
045662     PERFORM 2450-ADD-NAME THRU 2450-EXIT.
045664 1450-EXIT.
045666     EXIT.
045668*
045700****************************************************************
045800* 2000-PROCESS-RECS - POST ONE TRANSACTION TO CREATER-MASTER   *
045900* ACCORDING TO ITS ACTION CODE (A BLANK ACTION MEANS ADD) AND  *
059400                 TO CRAUDIT-AFTER-DEPT OF CRAUDIT-RECORD
059500             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
059600             PERFORM 8500-CHECKPOINT THRU 8500-EXIT
059610             PERFORM 2400-CHECK-DUP-NAME THRU 2400-EXIT
059700     END-WRITE.
059800 2300-EXIT.
059900     EXIT.
066500 2370-EXIT.
066600     EXIT.
066700*
066701****************************************************************
066702* 2400-CHECK-DUP-NAME - AFTER AN ADD IS POSTED, LOOK FOR       *
066703* CREATERS ALREADY ON FILE WHOSE NAME HAS THE SAME MATCHING    *
066704* KEY - THE SAME NAME WHATEVER ITS CASE, SPACING, PUNCTUATION  *
066705* OR SURNAME/FORENAME ORDER. THE ADD STANDS, BUT IT IS PRINTED *
066706* ON THE REGISTER AS DUPNAM WITH A SAMEAS LINE FOR EACH        *
066707* CREATER IT MAY DUPLICATE, FOR DATA CONTROL TO FOLLOW UP. THE *
066708* NEW CREATER THEN JOINS THE TABLE.                            *
066709****************************************************************
066710 2400-CHECK-DUP-NAME.
066711     MOVE CREATER_NAME OF CREATER-RECORD TO CRNAMPRM-NAME.
066712     CALL "CRNAMKEY" USING CRNAMPRM-AREA.
066713     IF CRNAMPRM-WORDS = ZERO
066714         GO TO 2400-EXIT
066715     END-IF.
066716     MOVE CRNAMPRM-KEY TO WS-NEW-KEY.
066717     MOVE ZERO TO WS-NAM-MATCHES.
066718     PERFORM 2410-TEST-NAME THRU 2410-EXIT
066719         VARYING WS-NAM-SUB FROM 1 BY 1
066720         UNTIL WS-NAM-SUB > WS-NAM-COUNT.
066721     IF WS-NAM-MATCHES > ZERO
066722         ADD 1 TO WS-DUPNAME-COUNT
066723     END-IF.
066724     PERFORM 2450-ADD-NAME THRU 2450-EXIT.
066725 2400-EXIT.
066726     EXIT.
066727*
066728 2410-TEST-NAME.
066729     IF WS-NAM-KEY (WS-NAM-SUB) NOT = WS-NEW-KEY
066730         GO TO 2410-EXIT
066731     END-IF.
066732     ADD 1 TO WS-NAM-MATCHES.
066733     IF WS-NAM-MATCHES = 1
066734         DISPLAY "CREATER ID " CREATER_ID OF CREATER-RECORD
066735                 " ADDED - POSSIBLE DUPLICATE NAME"
066736         MOVE "DUPNAM"         TO DTL-REASON
066737         MOVE CRTRANS-ACTION   TO DTL-ACTION
066738         MOVE CREATER_ID OF CREATER-RECORD TO DTL-ID
066739         MOVE CRTRANS-NAME     TO DTL-NAME
066740         MOVE CRTRANS-ROLE     TO DTL-ROLE
066741         MOVE CRTRANS-STATUS   TO DTL-STATUS
066742         MOVE CRTRANS-EFF-DATE TO DTL-EFF-DATE
066743         MOVE CRTRANS-DEPT     TO DTL-DEPT
066744         PERFORM 2420-PRINT-DUP-LINE THRU 2420-EXIT
066745     END-IF.
066746     DISPLAY "  SAME NAME AS CREATER ID " WS-NAM-ID (WS-NAM-SUB)
066747             "  " WS-NAM-NAME (WS-NAM-SUB).
066748     MOVE SPACES                   TO DTL-REASON.
066749     MOVE "SAMEAS"                 TO DTL-ACTION.
066750     MOVE WS-NAM-ID (WS-NAM-SUB)   TO DTL-ID.
066751     MOVE WS-NAM-NAME (WS-NAM-SUB) TO DTL-NAME.
066752     MOVE SPACES                   TO DTL-ROLE.
066753     MOVE SPACES                   TO DTL-STATUS.
066754     MOVE SPACES                   TO DTL-EFF-DATE.
066755     MOVE SPACES                   TO DTL-DEPT.
066756     PERFORM 2420-PRINT-DUP-LINE THRU 2420-EXIT.
066757 2410-EXIT.
066758     EXIT.
066759*
066760 2420-PRINT-DUP-LINE.
066761     WRITE PRINT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
066762         AT END-OF-PAGE
066763             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
066764     END-WRITE.
066765 2420-EXIT.
066766     EXIT.
066767*
066768****************************************************************
066769* 2450-ADD-NAME - ENTER THE CREATER IN CREATER-RECORD ON       *
066770* WS-NAM-TABLE UNDER THE KEY CRNAMKEY HAS JUST RETURNED FOR    *
066771* ITS NAME. A NAME WITH NOTHING TO MATCH ON IS LEFT OFF.       *
066772****************************************************************
066773 2450-ADD-NAME.
066774     IF CRNAMPRM-WORDS = ZERO
066775         GO TO 2450-EXIT
066776     END-IF.
066777     IF WS-NAM-COUNT >= WS-NAM-MAX
066778         MOVE "Y" TO WS-NAM-FULL-SW
066779         GO TO 2450-EXIT
066780     END-IF.
066781     ADD 1 TO WS-NAM-COUNT.
066782     MOVE CREATER_ID OF CREATER-RECORD
066783         TO WS-NAM-ID (WS-NAM-COUNT).
066784     MOVE CREATER_NAME OF CREATER-RECORD
066785         TO WS-NAM-NAME (WS-NAM-COUNT).
066786     MOVE CRNAMPRM-KEY TO WS-NAM-KEY (WS-NAM-COUNT).
066787 2450-EXIT.
066788     EXIT.
066789*
066800****************************************************************
066900* 3000-CHANGE-CREATER - LOOK UP THE TRANSACTION'S CREATER ID   *
067000* ON CREATER-MASTER AND REWRITE THE RECORD WITH THE NAME,      *
067100* ROLE, STATUS AND EFFECTIVE DATE FROM THE TRANSACTION, THE    *
067200* SAME AS AN ON-LINE CHANGE THROUGH INDEX. A CHANGE MUST       *
067300* CARRY THE ID - A BLANK ID HAS NOTHING TO CHANGE. A CHANGE    *
067310* DATED AFTER THE RUN DATE IS NOT POSTED: IT IS FILED ON       *
067320* CREATER-SCHEDULE BY 3700-SCHEDULE-CHANGE FOR THE NIGHTLY     *
067330* CRSCHAPL STEP TO APPLY WHEN IT COMES DUE.                    *
067400****************************************************************
067500 3000-CHANGE-CREATER.
067600     MOVE "N" TO WS-AUTO-ID-SW.
069000         PERFORM 8200-WRITE-SUSPENSE THRU 8200-EXIT
069100         GO TO 3000-EXIT
069200     END-IF.
069210     IF CRTRANS-EFF-DATE > WS-RUN-DATE
069220         PERFORM 3700-SCHEDULE-CHANGE THRU 3700-EXIT
069230         GO TO 3000-EXIT
069240     END-IF.
069300     MOVE CRTRANS-ID TO CREATER_ID OF CREATER-RECORD.
069400     READ CREATER-MASTER
069500         INVALID KEY
077100     EXIT.
077200*
077300****************************************************************
077400* 3500-APPLY-CHG-EFF-DATE - A CHANGE POSTED HERE IS NEVER      *
077500* DATED AFTER THE RUN DATE (3000-CHANGE-CREATER FILES THOSE ON *
077600* CREATER-SCHEDULE INSTEAD), SO ITS STATUS TAKES EFFECT AT     *
077700* ONCE. A CHANGE THAT RE-KEYS THE STATUS ALREADY IN FORCE      *
077800* LEAVES AN EXISTING PENDING STATUS SCHEDULED (SO A BATCH NAME *
077900* FIX CANNOT SILENTLY CANCEL A DATED TERMINATION); ANY OTHER   *
078000* CHANGE CLEARS IT. THE SAME RULES AS AN ON-LINE CHANGE        *
078100* THROUGH INDEX.                                               *
078400****************************************************************
078500 3500-APPLY-CHG-EFF-DATE.
079400     IF CRTRANS-STATUS = WS-OLD-STATUS
079500         AND WS-OLD-PEND NOT = SPACE
079600         MOVE CRTRANS-STATUS
080400     MOVE SPACE TO CREATER-PEND-STATUS OF CREATER-RECORD.
080500 3500-EXIT.
080600     EXIT.
080601*
080602****************************************************************
080603* 3700-SCHEDULE-CHANGE - FILE A FUTURE-DATED CHANGE ON         *
080604* CREATER-SCHEDULE INSTEAD OF POSTING IT. THE CREATER MUST BE  *
080605* ON THE MASTER TODAY. ONLY THE FIELDS THAT DIFFER FROM THE    *
080606* MASTER AS IT STANDS ARE SCHEDULED - A BLANK TRANSACTION      *
080607* FIELD, OR ONE THAT ALREADY MATCHES, IS LEFT AS NO CHANGE -   *
080608* AND A CHANGE THAT WOULD MOVE NOTHING REJECTS TO SUSPENSE AS  *
080609* NOCHG. A SCHEDULED CHANGE CHECKPOINTS AT ONCE, SO A RERUN    *
080610* AFTER AN ABEND CAN NEVER FILE IT TWICE.                      *
080611****************************************************************
080612 3700-SCHEDULE-CHANGE.
080613     MOVE CRTRANS-ID TO CREATER_ID OF CREATER-RECORD.
080614     READ CREATER-MASTER
080615         INVALID KEY
080616             DISPLAY "CREATER ID " CRTRANS-ID
080617                     " NOT ON FILE - CHANGE SKIPPED"
080618             MOVE "NOTFND" TO WS-SUSP-REASON
080619             PERFORM 8200-WRITE-SUSPENSE THRU 8200-EXIT
080620             GO TO 3700-EXIT
080621     END-READ.
080622     MOVE SPACES TO CRSCHED-RECORD.
080623     MOVE CRTRANS-ID TO CRSCHED-CREATER-ID OF CRSCHED-RECORD.
080624     IF CRTRANS-NAME NOT = SPACES
080625         AND CRTRANS-NAME NOT = CREATER_NAME OF CREATER-RECORD
080626         MOVE CRTRANS-NAME TO CRSCHED-NEW-NAME OF CRSCHED-RECORD
080627     END-IF.
080628     IF CRTRANS-ROLE NOT = SPACES
080629         AND CRTRANS-ROLE NOT = CREATER-ROLE OF CREATER-RECORD
080630         MOVE CRTRANS-ROLE TO CRSCHED-NEW-ROLE OF CRSCHED-RECORD
080631     END-IF.
080632     IF CRTRANS-STATUS NOT = SPACE
080633         AND CRTRANS-STATUS NOT = CREATER-STATUS OF CREATER-RECORD
080634         MOVE CRTRANS-STATUS
080635             TO CRSCHED-NEW-STATUS OF CRSCHED-RECORD
080636     END-IF.
080637     IF CRTRANS-DEPT NOT = SPACES
080638         AND CRTRANS-DEPT NOT = CREATER-DEPT OF CREATER-RECORD
080639         MOVE CRTRANS-DEPT TO CRSCHED-NEW-DEPT OF CRSCHED-RECORD
080640     END-IF.
080641     IF CRSCHED-NEW-NAME OF CRSCHED-RECORD = SPACES
080642         AND CRSCHED-NEW-ROLE OF CRSCHED-RECORD = SPACES
080643         AND CRSCHED-NEW-STATUS OF CRSCHED-RECORD = SPACE
080644         AND CRSCHED-NEW-DEPT OF CRSCHED-RECORD = SPACES
080645         DISPLAY "CHANGE FOR CREATER ID " CRTRANS-ID
080646                 " MOVES NOTHING - TRANSACTION SKIPPED"
080647         MOVE "NOCHG" TO WS-SUSP-REASON
080648         PERFORM 8200-WRITE-SUSPENSE THRU 8200-EXIT
080649         GO TO 3700-EXIT
080650     END-IF.
080651     ACCEPT CRSCHED-ENTRY-DATE OF CRSCHED-RECORD
080652         FROM DATE YYYYMMDD.
080653     ACCEPT CRSCHED-ENTRY-TIME OF CRSCHED-RECORD FROM TIME.
080654     MOVE CRTRANS-EFF-DATE TO CRSCHED-EFF-DATE OF CRSCHED-RECORD.
080655     MOVE CRTRANS-ID TO CRSCHED-DUE-CREATER-ID OF CRSCHED-RECORD.
080656     MOVE WS-OPERATOR-ID TO CRSCHED-ENTERED-BY OF CRSCHED-RECORD.
080657     MOVE "P" TO CRSCHED-STATE OF CRSCHED-RECORD.
080658     MOVE ZERO TO CRSCHED-DECIDED-DATE OF CRSCHED-RECORD.
080659     MOVE ZERO TO WS-SCHED-TRIES.
080660     MOVE "N" TO WS-SCHED-PUT-SW.
080661     PERFORM 3750-PUT-SCHEDULE THRU 3750-EXIT
080662         UNTIL WS-SCHED-PUT-DONE.
080663     IF NOT WS-CRSCHED-OK
080664         DISPLAY "CREATER-SCHEDULE WRITE FAILED FOR CREATER ID "
080665                 CRTRANS-ID " STATUS " WS-CRSCHED-STATUS
080666         MOVE "IOFAIL" TO WS-SUSP-REASON
080667         PERFORM 8200-WRITE-SUSPENSE THRU 8200-EXIT
080668         GO TO 3700-EXIT
080669     END-IF.
080670     ADD 1 TO WS-SCHED-COUNT.
080671     MOVE CRTRANS-ID TO WS-LAST-ADDED-ID.
080672     MOVE WS-READ-COUNT TO WS-LAST-ADDED-READ.
080673     MOVE "Y" TO WS-SCHEDULED-SW.
080674     PERFORM 8500-CHECKPOINT THRU 8500-EXIT.
080675     MOVE "N" TO WS-SCHEDULED-SW.
080676 3700-EXIT.
080677     EXIT.
080700*
080703****************************************************************
080706* 3750-PUT-SCHEDULE - WRITE THE SCHEDULE RECORD. A SECOND      *
080709* CHANGE FOR THE SAME CREATER KEYED IN THE SAME HUNDREDTH OF A *
080712* SECOND STEPS THE ENTRY TIME ON ONE UNTIL THE KEY IS FREE, SO *
080715* IT STILL FALLS DUE AFTER THE FIRST.                          *
080718****************************************************************
080721 3750-PUT-SCHEDULE.
080724     MOVE CRSCHED-ENTRY-DATE OF CRSCHED-RECORD
080727         TO CRSCHED-DUE-ENTRY-DATE OF CRSCHED-RECORD.
080730     MOVE CRSCHED-ENTRY-TIME OF CRSCHED-RECORD
080733         TO CRSCHED-DUE-ENTRY-TIME OF CRSCHED-RECORD.
080736     WRITE CRSCHED-RECORD
080739         INVALID KEY
080742             CONTINUE
080745     END-WRITE.
080748     IF WS-CRSCHED-DUP-KEY
080751         AND WS-SCHED-TRIES < 99
080754         ADD 1 TO WS-SCHED-TRIES
080757         ADD 1 TO CRSCHED-ENTRY-TIME OF CRSCHED-RECORD
080760     ELSE
080763         MOVE "Y" TO WS-SCHED-PUT-SW
080766     END-IF.
080769 3750-EXIT.
080772     EXIT.
080775*
080800****************************************************************
080900* 4000-DELETE-CREATER - LOOK UP THE TRANSACTION'S CREATER ID   *
081000* ON CREATER-MASTER AND DELETE THE MATCHING RECORD, THE SAME   *
089800     ACCEPT CRAUDIT-TIME OF CRAUDIT-RECORD FROM TIME.
089900     MOVE WS-OPERATOR-ID
090000         TO CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD.
090010     MOVE SPACES TO CRAUDIT-APPROVER-ID OF CRAUDIT-RECORD.
090020     PERFORM 8080-CHAIN-AUDIT THRU 8080-EXIT.
090100     WRITE CRAUDIT-RECORD.
090105     PERFORM 8090-SAVE-CHAIN THRU 8090-EXIT.
090110     PERFORM 8060-WRITE-HISTORY THRU 8060-EXIT.
090200 8000-EXIT.
090300     EXIT.
090302*
090304****************************************************************
090306* 8060-WRITE-HISTORY - FILE A COPY OF THE AUDIT RECORD JUST    *
090308* WRITTEN ON AUDIT-HISTORY UNDER ITS CREATER ID, DATE AND      *
090310* TIME. A SECOND RECORD FOR THE SAME CREATER IN THE SAME       *
090312* HUNDREDTH OF A SECOND TAKES THE NEXT DUPLICATE NUMBER. A     *
090314* FAILURE IS REPORTED BUT DOES NOT STOP THE RUN - THE TRAIL    *
090316* ITSELF HAS BEEN WRITTEN AND CRHSTBLD CAN REBUILD THE FILE.   *
090318****************************************************************
090320 8060-WRITE-HISTORY.
090322     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
090324         TO CRAUDHST-CREATER-ID.
090326     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDHST-DATE.
090328     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDHST-TIME.
090330     MOVE ZERO TO CRAUDHST-DUP-NO.
090332     MOVE CRAUDIT-RECORD TO CRAUDHST-AUDIT-IMAGE.
090334     MOVE "N" TO WS-HISTORY-SW.
090336     PERFORM 8070-PUT-HISTORY THRU 8070-EXIT
090338         UNTIL WS-HISTORY-DONE.
090340     IF NOT WS-CRAUDHST-OK
090342         DISPLAY "AUDIT-HISTORY NOT UPDATED FOR "
090344                 CRAUDHST-CREATER-ID " STATUS "
090346                 WS-CRAUDHST-STATUS
090348     END-IF.
090350 8060-EXIT.
090352     EXIT.
090354*
090356****************************************************************
090358* 8070-PUT-HISTORY - WRITE THE HISTORY RECORD, STEPPING THE    *
090360* DUPLICATE NUMBER WHILE THE KEY IS ALREADY ON FILE.           *
090362****************************************************************
090364 8070-PUT-HISTORY.
090366     WRITE CRAUDHST-RECORD
090368         INVALID KEY
090370             CONTINUE
090372     END-WRITE.
090374     IF WS-CRAUDHST-DUP-KEY
090376         AND CRAUDHST-DUP-NO < 99
090378         ADD 1 TO CRAUDHST-DUP-NO
090380     ELSE
090382         MOVE "Y" TO WS-HISTORY-SW
090384     END-IF.
090386 8070-EXIT.
090388     EXIT.
090400*
090500****************************************************************
090600* 8200-WRITE-SUSPENSE - WRITE THE REJECTED TRANSACTION TO THE  *
094300* ADD WHOSE ID WAS AUTO-ASSIGNED: A REPLAYED KEYED ID ONLY     *
094400* REJECTS ON ITS DUPLICATE KEY, BUT A REPLAYED BLANK-ID        *
094500* TRANSACTION WOULD DRAW A FRESH ID AND POST A SECOND COPY     *
094600* OF THE SAME CREATER. A SCHEDULED CHANGE ALSO CHECKPOINTS AT  *
094650* ONCE: ITS KEY CARRIES THE TIME IT WAS FILED, SO A REPLAY     *
094660* WOULD FILE A SECOND COPY RATHER THAN REJECT.                 *
094700****************************************************************
094800 8500-CHECKPOINT.
094900     ADD 1 TO WS-SINCE-CHECKPOINT.
095000     IF WS-AUTO-ID
095050         OR WS-SCHEDULED
095100         OR WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
095200         PERFORM 8600-WRITE-RESTART THRU 8600-EXIT
095300         MOVE ZERO TO WS-SINCE-CHECKPOINT
097000     MOVE WS-LAST-ADDED-READ TO CRRESTRT-TRANS-COUNT.
097100     MOVE WS-CHANGE-COUNT TO CRRESTRT-CHANGE-COUNT.
097200     MOVE WS-DELETE-COUNT TO CRRESTRT-DELETE-COUNT.
097250     MOVE WS-SCHED-COUNT TO CRRESTRT-SCHED-COUNT.
097300     REWRITE CRRESTRT-RECORD.
097400 8600-EXIT.
097500     EXIT.
098200     IF WS-ADD-COUNT > ZERO
098300         OR WS-CHANGE-COUNT > ZERO
098400         OR WS-DELETE-COUNT > ZERO
098450         OR WS-SCHED-COUNT > ZERO
098500         PERFORM 8600-WRITE-RESTART THRU 8600-EXIT
098600     END-IF.
098700     DISPLAY "CREATER-TRANS RECORDS READ    : " WS-READ-COUNT.
098800     DISPLAY "CREATER-MASTER RECORDS ADDED  : " WS-ADD-COUNT.
098900     DISPLAY "CREATER-MASTER RECORDS CHANGED: " WS-CHANGE-COUNT.
099000     DISPLAY "CREATER-MASTER RECORDS DELETED: " WS-DELETE-COUNT.
099050     DISPLAY "CHANGES SCHEDULED FOR LATER   : " WS-SCHED-COUNT.
099100     DISPLAY "TRANSACTIONS REJECTED         : " WS-REJECT-COUNT.
099200     MOVE WS-REJECT-COUNT TO FTR-REJECT-COUNT.
099300     WRITE PRINT-LINE FROM FOOTER-LINE AFTER ADVANCING 2 LINES.
099310     DISPLAY "ADDS WITH A POSSIBLE DUP NAME : " WS-DUPNAME-COUNT.
099320     MOVE WS-DUPNAME-COUNT TO FTR-DUPNAME-COUNT.
099330     WRITE PRINT-LINE FROM FOOTER2-LINE AFTER ADVANCING 1 LINE.
099400     CLOSE CREATER-TRANS.
099500     CLOSE CREATER-MASTER.
099600     CLOSE CREATER-AUDIT.
099610     CLOSE AUDIT-HISTORY.
099620     CLOSE CREATER-SCHEDULE.
099700     CLOSE CREATER-RESTART.
099800     CLOSE CREATER-IDCTL.
099900     CLOSE CREATER-SUSPENSE.
100300     END-IF.
100400 9000-EXIT.
100500     EXIT.
100510*
100520****************************************************************
100530* 8080-CHAIN-AUDIT - SEAL THE AUDIT RECORD BUILT BY THE CALLER *
100540* JUST BEFORE IT IS WRITTEN: READ CREATER-AUDCTL, GIVE THE     *
100550* RECORD THE NEXT SEQUENCE NUMBER AND HAVE CRAUDCHN COMPUTE    *
100560* ITS CHECK VALUE FROM THE LAST ONE. THE CONTROL FILE IS LEFT  *
100570* OPEN FOR 8090-SAVE-CHAIN. A MISSING OR EMPTY CONTROL FILE    *
100580* STARTS THE CHAIN AT SEQUENCE 1. IF THE CONTROL FILE CANNOT   *
100590* BE READ THE RECORD IS STILL WRITTEN, UNSEQUENCED, AND        *
100600* CRAUDVFY WILL REPORT IT.                                     *
100610****************************************************************
100620 8080-CHAIN-AUDIT.
100630     PERFORM 8085-READ-CHAIN THRU 8085-EXIT.
100640     IF WS-CHAIN-LOST
100650         MOVE ZERO TO CRAUDIT-SEQ-NO OF CRAUDIT-RECORD
100660         MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
100670         DISPLAY "CREATER-AUDCTL UNAVAILABLE, STATUS "
100680                 WS-CRAUDCTL-STATUS
100690                 " - AUDIT RECORD WRITTEN UNSEQUENCED"
100700         GO TO 8080-EXIT
100710     END-IF.
100720     IF WS-CHAIN-NEW
100730         MOVE SPACES TO CRAUDCTL-RECORD
100740         MOVE ZERO TO CRAUDCTL-LAST-SEQ
100750         MOVE ZERO TO CRAUDCTL-LAST-CHECK
100760         MOVE ZERO TO CRAUDCTL-VFY-DATE
100770         MOVE ZERO TO CRAUDCTL-VFY-TIME
100780         MOVE ZERO TO CRAUDCTL-VFY-SEQ
100790         MOVE ZERO TO CRAUDCTL-VFY-ERRORS
100800     END-IF.
100810     ADD 1 CRAUDCTL-LAST-SEQ
100820         GIVING CRAUDIT-SEQ-NO OF CRAUDIT-RECORD.
100830     MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
100840     MOVE CRAUDCTL-LAST-CHECK TO CRCHNPRM-PREV-CHECK.
100850     MOVE CRAUDIT-RECORD TO CRCHNPRM-AUDIT-IMAGE.
100860     CALL "CRAUDCHN" USING CRCHNPRM-AREA.
100870     MOVE CRCHNPRM-CHECK TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
100880 8080-EXIT.
100890     EXIT.
100900*
100910 8085-READ-CHAIN.
100920     MOVE "O" TO WS-CHAIN-SW.
100930     OPEN I-O AUDIT-CONTROL.
100940     IF WS-CRAUDCTL-NOT-FOUND
100950         MOVE "N" TO WS-CHAIN-SW
100960         GO TO 8085-EXIT
100970     END-IF.
100980     IF NOT WS-CRAUDCTL-OK
100990         MOVE "X" TO WS-CHAIN-SW
101000         GO TO 8085-EXIT
101010     END-IF.
101020     READ AUDIT-CONTROL
101030         AT END
101040             MOVE "N" TO WS-CHAIN-SW
101050             CLOSE AUDIT-CONTROL
101060             GO TO 8085-EXIT
101070     END-READ.
101080     IF NOT WS-CRAUDCTL-OK
101090         MOVE "X" TO WS-CHAIN-SW
101100         CLOSE AUDIT-CONTROL
101110     END-IF.
101120 8085-EXIT.
101130     EXIT.
101140*
101150****************************************************************
101160* 8090-SAVE-CHAIN - ONCE THE AUDIT RECORD IS ON THE TRAIL,     *
101170* REWRITE CREATER-AUDCTL WITH ITS SEQUENCE NUMBER AND CHECK    *
101180* VALUE (CREATING THE FILE FOR THE FIRST RECORD OF THE CHAIN)  *
101190* AND CLOSE IT. IF THE WRITE FAILED THE CONTROL RECORD IS LEFT *
101200* AS IT WAS, SO THE NEXT RECORD TAKES THE SAME SEQUENCE        *
101210* NUMBER.                                                      *
101220****************************************************************
101230 8090-SAVE-CHAIN.
101240     IF WS-CHAIN-LOST
101250         GO TO 8090-EXIT
101260     END-IF.
101270     IF NOT WS-CREAUDIT-OK
101280         IF WS-CHAIN-OPEN
101290             CLOSE AUDIT-CONTROL
101300         END-IF
101310         GO TO 8090-EXIT
101320     END-IF.
101330     MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO CRAUDCTL-LAST-SEQ.
101340     MOVE CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
101350         TO CRAUDCTL-LAST-CHECK.
101360     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDCTL-LAST-DATE.
101370     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDCTL-LAST-TIME.
101380     MOVE "CRBATCH" TO CRAUDCTL-LAST-WRITER.
101390     IF WS-CHAIN-NEW
101400         OPEN OUTPUT AUDIT-CONTROL
101410         WRITE CRAUDCTL-RECORD
101420     ELSE
101430         REWRITE CRAUDCTL-RECORD
101440     END-IF.
101450     IF NOT WS-CRAUDCTL-OK
101460         DISPLAY "CREATER-AUDCTL NOT UPDATED FOR SEQUENCE "
101470                 CRAUDCTL-LAST-SEQ " STATUS " WS-CRAUDCTL-STATUS
101480     END-IF.
101490     CLOSE AUDIT-CONTROL.
101500 8090-EXIT.
101510     EXIT.
