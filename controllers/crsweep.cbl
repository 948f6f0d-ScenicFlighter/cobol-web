000800* CRSWEEP - NIGHTLY EFFECTIVE-DATE SWEEP OF CREATER-MASTER     *
000900*                                                              *
001000* READS CREATER-MASTER (IN ASCENDING CREATER_ID SEQUENCE)     *
001050* AND, FOR EVERY CREATER CARRYING A PENDING STATUS WHOSE      *
001100* EFFECTIVE DATE HAS COME DUE BY THE BUSINESS DATE ON         *
001150* CREATER-BUSDATE, MOVES THE PENDING STATUS INTO              *
001200* CREATER-STATUS AND CLEARS THE PENDING BYTE, SO THE          *
001250* EFFECTIVE DATE KEYED ON AN ADD OR CHANGE ACTUALLY DRIVES    *
001300* ELIGIBILITY. EVERY FLIP IS LOGGED TO CREATER-AUDIT UNDER    *
001350* THE NIGHTSWP OPERATOR ID, DATED WITH THE BUSINESS DATE, AND *
001400* PRINTED ON A SMALL REPORT. WITH A C CARD ON CRSWPPRM THE    *
001450* PROGRAM RUNS A MISSED-NIGHT CATCH-UP INSTEAD: ONE SWEEP FOR *
001500* EACH BUSINESS DATE FROM THE CURRENT ONE UP TO THE CARD'S    *
001550* THROUGH DATE, IN DATE ORDER, EACH AUDITED ON ITS OWN DATE.  *
001700****************************************************************
001800* MODIFICATION HISTORY
001900*   2026-08-22  RSH  INITIAL VERSION
001934*                    UNTIL ITS PREDECESSORS HAVE COMPLETED
001935*                    TONIGHT (AN OPERATOR OVERRIDE CARD ON
001936*                    CRRUNOVR CAN FORCE IT, AND IS LOGGED).
001946*   2026-10-15  RSH  THE AUDIT RECORD NOW CARRIES AN APPROVER ID,
001956*                    LEFT BLANK ON THE DATED STATUS CHANGES POSTED
001966*                    HERE.
001967*   2026-10-15  RSH  EVERY AUDIT RECORD IS NOW ALSO FILED ON THE
001968*                    KEYED AUDIT-HISTORY FILE (CRAUDHST) BY
001969*                    8060-WRITE-HISTORY.
001970*   2026-10-15  RSH  EVERY AUDIT RECORD WRITTEN IS NOW SEALED INTO
001971*                    THE AUDIT CHAIN - IT TAKES THE NEXT SEQUENCE
001972*                    NUMBER FROM CREATER-AUDCTL AND ITS CHECK
001973*                    VALUE FROM CRAUDCHN, AND THE CONTROL RECORD
001974*                    IS REWRITTEN AS SOON AS THE RECORD IS ON THE
001975*                    TRAIL.
001976*   2026-10-15  RSH  THE SWEEP NOW RUNS TO THE BUSINESS DATE ON
001977*                    CREATER-BUSDATE (THROUGH CRBUSDAT) INSTEAD OF
001978*                    THE SYSTEM CLOCK, AND DATES ITS AUDIT RECORDS
001979*                    WITH IT. ADDED THE MISSED-NIGHT CATCH-UP (C
001980*                    CARD ON CRSWPPRM), WHICH SWEEPS EACH MISSED
001981*                    BUSINESS DATE IN TURN AND DOES NOT REPORT TO
001982*                    CRRUNLOG.
002000****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003200     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
003300            ORGANIZATION IS SEQUENTIAL
003400            FILE STATUS IS WS-CREAUDIT-STATUS.
003402     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
003404            ORGANIZATION IS SEQUENTIAL
003406            FILE STATUS IS WS-CRAUDCTL-STATUS.
003410     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
003420            ORGANIZATION IS INDEXED
003430            ACCESS MODE IS DYNAMIC
003440            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
003450            FILE STATUS IS WS-CRAUDHST-STATUS.
003460     SELECT PARM-FILE       ASSIGN TO CRSWPPRM
003470            ORGANIZATION IS SEQUENTIAL
003480            FILE STATUS IS WS-CRSWPPRM-STATUS.
003500     SELECT PRINT-FILE      ASSIGN TO CRSWEPPT
003600            ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
004300 FD  CREATER-AUDIT
004400     LABEL RECORDS ARE STANDARD.
004500     COPY CRAUDIT.
004502*
004504 FD  AUDIT-CONTROL
004506     LABEL RECORDS ARE STANDARD.
004508     COPY CRAUDCTL.
004510*
004520 FD  AUDIT-HISTORY
004530     LABEL RECORDS ARE STANDARD.
004540     COPY CRAUDHST.
004550*
004560 FD  PARM-FILE
004570     LABEL RECORDS ARE STANDARD.
004580     COPY CRSWPPRM.
004600*
004700 FD  PRINT-FILE
004800     LABEL RECORDS ARE STANDARD
006000 01  WS-CREAUDIT-STATUS            PIC XX.
006100     88  WS-CREAUDIT-OK                VALUE "00".
006200     88  WS-CREAUDIT-NOT-FOUND         VALUE "35".
006201*
006202 01  WS-CRAUDCTL-STATUS            PIC XX.
006203     88  WS-CRAUDCTL-OK                VALUE "00".
006204     88  WS-CRAUDCTL-NOT-FOUND         VALUE "35".
006205 01  WS-CHAIN-SW                   PIC X       VALUE "O".
006206     88  WS-CHAIN-OPEN                 VALUE "O".
006207     88  WS-CHAIN-NEW                  VALUE "N".
006208     88  WS-CHAIN-LOST                 VALUE "X".
006209     COPY CRCHNPRM.
006210*
006220 01  WS-CRAUDHST-STATUS            PIC XX.
006230     88  WS-CRAUDHST-OK                VALUE "00".
006240     88  WS-CRAUDHST-NOT-FOUND         VALUE "35".
006250     88  WS-CRAUDHST-DUP-KEY           VALUE "22".
006260 01  WS-HISTORY-SW                 PIC X       VALUE "N".
006270     88  WS-HISTORY-DONE               VALUE "Y".
006276*
006282 01  WS-CRSWPPRM-STATUS            PIC XX.
006288     88  WS-CRSWPPRM-OK                VALUE "00".
006294     88  WS-CRSWPPRM-NOT-FOUND         VALUE "35".
006300*
006400 01  WS-EOF-SW                     PIC X       VALUE "N".
006500     88  WS-EOF                        VALUE "Y".
006600*
006700 01  WS-OPERATOR-ID                PIC X(08)   VALUE "NIGHTSWP".
006800 01  WS-OLD-STATUS                 PIC X       VALUE SPACE.
006810 01  WS-MODE-SW                    PIC X       VALUE "N".
006820     88  WS-CATCH-UP                   VALUE "C".
006830 01  WS-SWEEPS-DONE-SW             PIC X       VALUE "N".
006840     88  WS-SWEEPS-DONE                VALUE "Y".
006850 01  WS-THRU-DATE                  PIC 9(08)   VALUE ZERO.
006860 01  WS-DATES-SWEPT                PIC 9(06)   VALUE ZERO.
006900*
007000 01  WS-PAGE-NO                    PIC 9(04)   VALUE ZERO.
007100 01  WS-READ-COUNT                 PIC 9(06)   VALUE ZERO.
008000 01  WS-RUN-DATE-DISP              PIC X(10).
008100*
008200****************************************************************
008280* HDG1-LINE - REPORT TITLE, CATCH-UP MARKER, THE BUSINESS DATE *
008360* BEING SWEPT AND PAGE NUMBER.                                 *
008440****************************************************************
008520 01  HDG1-LINE.
008600     05  FILLER                    PIC X(30)
008680             VALUE "CREATER EFFECTIVE-DATE SWEEP".
008760     05  HDG1-MODE                 PIC X(20)   VALUE SPACES.
008840     05  FILLER                    PIC X(15)
008920             VALUE "BUSINESS DATE:".
009000     05  HDG1-RUN-DATE             PIC X(10).
009080     05  FILLER                    PIC X(05)   VALUE SPACES.
009160     05  FILLER                    PIC X(05)   VALUE "PAGE:".
009240     05  HDG1-PAGE-NO              PIC ZZZ9.
009320     05  FILLER                    PIC X(43)   VALUE SPACES.
009500*
009600 01  HDG2-LINE.
009700     05  FILLER                    PIC X(06)   VALUE "ID".
013500             VALUE "INACTIVATED:".
013600     05  FTR-INACTIVATE-COUNT      PIC ZZZ,ZZ9.
013700     05  FILLER                    PIC X(65)   VALUE SPACES.
013709*
013718 01  CATCH-UP-LINE.
013727     05  FILLER                    PIC X(12)
013736             VALUE "DATES SWEPT:".
013745     05  CTCH-DATES-SWEPT          PIC ZZZ,ZZ9.
013754     05  FILLER                    PIC X(05)   VALUE SPACES.
013763     05  FILLER                    PIC X(28)
013772             VALUE "CATCH-UP STOPPED SHORT OF:".
013781     05  CTCH-THRU-DATE            PIC 9(08).
013790     05  FILLER                    PIC X(72)   VALUE SPACES.
013800*
013801     COPY CRRUNPRM.
013802*
013812     COPY CRBUSPRM.
013822*
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014030     PERFORM 0050-READ-PARMS THRU 0050-EXIT.
014060     IF NOT WS-CATCH-UP
014090         PERFORM 0100-LOG-START THRU 0100-EXIT
014120     END-IF.
014150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014180     PERFORM 3000-SWEEP-DATE THRU 3000-EXIT
014210         UNTIL WS-SWEEPS-DONE.
014240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014270     IF NOT WS-CATCH-UP
014300         PERFORM 8900-LOG-END THRU 8900-EXIT
014330     END-IF.
014360     STOP RUN.
014500*
014600****************************************************************
014670* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE TO SWEEP FOR,  *
014740* OPEN THE FILES AND PRIME THE FIRST HEADING AND MASTER        *
014810* RECORD.                                                      *
014900****************************************************************
015000 1000-INITIALIZE.
015010     PERFORM 1100-ESTABLISH-DATE THRU 1100-EXIT.
015100     OPEN I-O CREATER-MASTER.
015200     OPEN EXTEND CREATER-AUDIT.
015300     IF WS-CREAUDIT-NOT-FOUND
015500         CLOSE CREATER-AUDIT
015600         OPEN EXTEND CREATER-AUDIT
015700     END-IF.
015710     OPEN I-O AUDIT-HISTORY.
015720     IF WS-CRAUDHST-NOT-FOUND
015730         OPEN OUTPUT AUDIT-HISTORY
015740         CLOSE AUDIT-HISTORY
015750         OPEN I-O AUDIT-HISTORY
015760     END-IF.
015800     OPEN OUTPUT PRINT-FILE.
015900     PERFORM 1200-FORMAT-RUN-DATE THRU 1200-EXIT.
016600     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
016700     PERFORM 2200-READ-CREATER THRU 2200-EXIT.
016800 1000-EXIT.
016900     EXIT.
016901*
016902****************************************************************
016903* 1100-ESTABLISH-DATE - TAKE THE RUN DATE FROM THE BUSINESS    *
016904* DATE ON CREATER-BUSDATE, NEVER THE CLOCK. A CATCH-UP'S       *
016905* THROUGH DATE MUST BE A BUSINESS DATE LATER THAN IT. ANY      *
016906* FAILURE ENDS THE STEP WITH RETURN CODE 12 BEFORE ANY FILE IS *
016907* OPENED.                                                      *
016908****************************************************************
016909 1100-ESTABLISH-DATE.
016910     MOVE "G" TO CRBUSPRM-FUNCTION.
016911     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
016912     IF NOT CRBUSPRM-VALID
016913         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - SWEEP "
016914                 "NOT RUN"
016915         MOVE 12 TO RETURN-CODE
016916         GO TO 1100-STOP
016917     END-IF.
016918     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
016919     IF NOT WS-CATCH-UP
016920         GO TO 1100-EXIT
016921     END-IF.
016922     IF WS-THRU-DATE NOT > WS-RUN-DATE
016923         DISPLAY "CATCH-UP THROUGH DATE " WS-THRU-DATE
016924                 " IS NOT AFTER THE BUSINESS DATE " WS-RUN-DATE
016925                 " - NOTHING SWEPT"
016926         MOVE 12 TO RETURN-CODE
016927         GO TO 1100-STOP
016928     END-IF.
016929     MOVE "T" TO CRBUSPRM-FUNCTION.
016930     MOVE WS-THRU-DATE TO CRBUSPRM-DATE.
016931     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
016932     IF NOT CRBUSPRM-VALID
016933         DISPLAY "CATCH-UP THROUGH DATE " WS-THRU-DATE
016934                 " IS NOT A BUSINESS DATE - NOTHING SWEPT"
016935         MOVE 12 TO RETURN-CODE
016936         GO TO 1100-STOP
016937     END-IF.
016938     DISPLAY "MISSED-NIGHT CATCH-UP FROM " WS-RUN-DATE
016939             " UP TO " WS-THRU-DATE.
016940     GO TO 1100-EXIT.
016941 1100-STOP.
016942     IF NOT WS-CATCH-UP
016943         PERFORM 8900-LOG-END THRU 8900-EXIT
016944     END-IF.
016945     STOP RUN.
016946 1100-EXIT.
016947     EXIT.
016948*
016949 1200-FORMAT-RUN-DATE.
016950     STRING WS-RUN-YYYY  DELIMITED BY SIZE
016951            "-"          DELIMITED BY SIZE
016952            WS-RUN-MM    DELIMITED BY SIZE
016953            "-"          DELIMITED BY SIZE
016954            WS-RUN-DD    DELIMITED BY SIZE
016955         INTO WS-RUN-DATE-DISP.
016956 1200-EXIT.
016957     EXIT.
017000*
017100****************************************************************
017200* 2000-PROCESS-RECS - FLIP THE CURRENT CREATER IF ITS DATED    *
018500 2100-WRITE-HEADERS.
018600     ADD 1 TO WS-PAGE-NO.
018700     MOVE WS-PAGE-NO       TO HDG1-PAGE-NO.
018740     MOVE WS-RUN-DATE-DISP TO HDG1-RUN-DATE.
018780     IF WS-CATCH-UP
018820         MOVE "CATCH-UP RUN" TO HDG1-MODE
018860     END-IF.
018900     WRITE PRINT-LINE FROM HDG1-LINE  AFTER ADVANCING PAGE.
019000     WRITE PRINT-LINE FROM HDG2-LINE  AFTER ADVANCING 1 LINE.
019100     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
023000     EXIT.
023100*
023200****************************************************************
023260* 2500-AUDIT-FLIP - LOG THE STATUS FLIP TO CREATER-AUDIT AS A  *
023320* CHANGE UNDER THE NIGHTSWP OPERATOR ID, WITH THE NAME, ROLE   *
023380* AND EFFECTIVE DATE CARRIED UNCHANGED. THE RECORD IS DATED    *
023440* WITH THE BUSINESS DATE BEING SWEPT, SO A FLIP MADE LATE, OR  *
023500* BY A CATCH-UP, IS AUDITED ON THE DATE IT FELL DUE.           *
023600****************************************************************
023700 2500-AUDIT-FLIP.
023800     MOVE "CHANGE" TO CRAUDIT-ACTION OF CRAUDIT-RECORD.
025660         TO CRAUDIT-BEFORE-DEPT OF CRAUDIT-RECORD.
025670     MOVE CREATER-DEPT OF CREATER-RECORD
025680         TO CRAUDIT-AFTER-DEPT OF CRAUDIT-RECORD.
025740     MOVE WS-RUN-DATE TO CRAUDIT-DATE OF CRAUDIT-RECORD.
025800     ACCEPT CRAUDIT-TIME OF CRAUDIT-RECORD FROM TIME.
025900     MOVE WS-OPERATOR-ID
026000         TO CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD.
026010     MOVE SPACES TO CRAUDIT-APPROVER-ID OF CRAUDIT-RECORD.
026020     PERFORM 8080-CHAIN-AUDIT THRU 8080-EXIT.
026100     WRITE CRAUDIT-RECORD.
026105     PERFORM 8090-SAVE-CHAIN THRU 8090-EXIT.
026110     PERFORM 8060-WRITE-HISTORY THRU 8060-EXIT.
026200 2500-EXIT.
026300     EXIT.
026400*
027600     END-WRITE.
027700 2600-EXIT.
027800     EXIT.
027802*
027804****************************************************************
027806* 8060-WRITE-HISTORY - FILE A COPY OF THE AUDIT RECORD JUST    *
027808* WRITTEN ON AUDIT-HISTORY UNDER ITS CREATER ID, DATE AND      *
027810* TIME. A SECOND RECORD FOR THE SAME CREATER IN THE SAME       *
027812* HUNDREDTH OF A SECOND TAKES THE NEXT DUPLICATE NUMBER. A     *
027814* FAILURE IS REPORTED BUT DOES NOT STOP THE RUN - THE TRAIL    *
027816* ITSELF HAS BEEN WRITTEN AND CRHSTBLD CAN REBUILD THE FILE.   *
027818****************************************************************
027820 8060-WRITE-HISTORY.
027822     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
027824         TO CRAUDHST-CREATER-ID.
027826     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDHST-DATE.
027828     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDHST-TIME.
027830     MOVE ZERO TO CRAUDHST-DUP-NO.
027832     MOVE CRAUDIT-RECORD TO CRAUDHST-AUDIT-IMAGE.
027834     MOVE "N" TO WS-HISTORY-SW.
027836     PERFORM 8070-PUT-HISTORY THRU 8070-EXIT
027838         UNTIL WS-HISTORY-DONE.
027840     IF NOT WS-CRAUDHST-OK
027842         DISPLAY "AUDIT-HISTORY NOT UPDATED FOR "
027844                 CRAUDHST-CREATER-ID " STATUS "
027846                 WS-CRAUDHST-STATUS
027848     END-IF.
027850 8060-EXIT.
027852     EXIT.
027854*
027856****************************************************************
027858* 8070-PUT-HISTORY - WRITE THE HISTORY RECORD, STEPPING THE    *
027860* DUPLICATE NUMBER WHILE THE KEY IS ALREADY ON FILE.           *
027862****************************************************************
027864 8070-PUT-HISTORY.
027866     WRITE CRAUDHST-RECORD
027868         INVALID KEY
027870             CONTINUE
027872     END-WRITE.
027874     IF WS-CRAUDHST-DUP-KEY
027876         AND CRAUDHST-DUP-NO < 99
027878         ADD 1 TO CRAUDHST-DUP-NO
027880     ELSE
027882         MOVE "Y" TO WS-HISTORY-SW
027884     END-IF.
027886 8070-EXIT.
027888     EXIT.
027900*
027902****************************************************************
027904* 3000-SWEEP-DATE - SWEEP THE WHOLE MASTER FOR ONE BUSINESS    *
027906* DATE. THE NORMAL RUN SWEEPS ONCE, FOR THE CURRENT BUSINESS   *
027908* DATE. A CATCH-UP THEN MOVES ON TO THE NEXT BUSINESS DATE AND *
027910* SWEEPS AGAIN FROM THE TOP OF THE MASTER, ON A NEW PAGE, AND  *
027912* STOPS SHORT OF THE THROUGH DATE - THAT DATE IS SWEPT BY THE  *
027914* NORMAL NIGHT THAT FOLLOWS.                                   *
027916****************************************************************
027918 3000-SWEEP-DATE.
027920     PERFORM 2000-PROCESS-RECS THRU 2000-EXIT UNTIL WS-EOF.
027922     ADD 1 TO WS-DATES-SWEPT.
027924     IF NOT WS-CATCH-UP
027926         MOVE "Y" TO WS-SWEEPS-DONE-SW
027928         GO TO 3000-EXIT
027930     END-IF.
027932     MOVE "N" TO CRBUSPRM-FUNCTION.
027934     MOVE WS-RUN-DATE TO CRBUSPRM-DATE.
027936     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
027938     IF NOT CRBUSPRM-VALID
027940         DISPLAY "NO BUSINESS DATE FOLLOWS " WS-RUN-DATE
027942                 " - CATCH-UP STOPPED"
027944         MOVE 12 TO RETURN-CODE
027946         MOVE "Y" TO WS-SWEEPS-DONE-SW
027948         GO TO 3000-EXIT
027950     END-IF.
027952     IF CRBUSPRM-NEXT-DATE NOT < WS-THRU-DATE
027954         MOVE "Y" TO WS-SWEEPS-DONE-SW
027956         GO TO 3000-EXIT
027958     END-IF.
027960     MOVE CRBUSPRM-NEXT-DATE TO WS-RUN-DATE.
027962     PERFORM 1200-FORMAT-RUN-DATE THRU 1200-EXIT.
027964     CLOSE CREATER-MASTER.
027966     OPEN I-O CREATER-MASTER.
027968     MOVE "N" TO WS-EOF-SW.
027970     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
027972     PERFORM 2200-READ-CREATER THRU 2200-EXIT.
027974 3000-EXIT.
027976     EXIT.
027978*
028000****************************************************************
028070* 9000-TERMINATE - PRINT THE SWEEP TOTALS (FOR A CATCH-UP, THE *
028140* TOTALS OVER EVERY DATE SWEPT AND THE NUMBER OF DATES) AND    *
028210* CLOSE THE FILES.                                             *
028300****************************************************************
028400 9000-TERMINATE.
028500     MOVE WS-READ-COUNT       TO FTR-READ-COUNT.
028600     MOVE WS-ACTIVATE-COUNT   TO FTR-ACTIVATE-COUNT.
028700     MOVE WS-INACTIVATE-COUNT TO FTR-INACTIVATE-COUNT.
028720     WRITE PRINT-LINE FROM FOOTER-LINE AFTER ADVANCING 2 LINES.
028740     IF WS-CATCH-UP
028760         MOVE WS-DATES-SWEPT TO CTCH-DATES-SWEPT
028780         MOVE WS-THRU-DATE   TO CTCH-THRU-DATE
028800         WRITE PRINT-LINE FROM CATCH-UP-LINE
028820             AFTER ADVANCING 1 LINE
028840     END-IF.
028900     CLOSE CREATER-MASTER.
029000     CLOSE CREATER-AUDIT.
029010     CLOSE AUDIT-HISTORY.
029100     CLOSE PRINT-FILE.
029200 9000-EXIT.
029300     EXIT.
029400*
029402****************************************************************
029404* 0050-READ-PARMS - READ THE OPTIONAL CRSWPPRM CARD. NO CARD,  *
029406* OR A BLANK MODE, IS THE NORMAL NIGHTLY SWEEP. A C CARD ASKS  *
029408* FOR A MISSED-NIGHT CATCH-UP THROUGH THE DATE IN COLUMNS 2-9; *
029410* A CATCH-UP IS NOT PART OF THE NIGHT AND DOES NOT REPORT TO   *
029412* CRRUNLOG. A CARD THAT CANNOT BE READ ENDS THE STEP WITH      *
029414* RETURN CODE 12 BEFORE ANY FILE IS TOUCHED.                   *
029416****************************************************************
029418 0050-READ-PARMS.
029420     OPEN INPUT PARM-FILE.
029422     IF WS-CRSWPPRM-NOT-FOUND
029424         GO TO 0050-EXIT
029426     END-IF.
029428     READ PARM-FILE
029430         AT END
029432             CLOSE PARM-FILE
029434             GO TO 0050-EXIT
029436     END-READ.
029438     CLOSE PARM-FILE.
029440     IF CRSWPPRM-MODE = SPACE
029442         GO TO 0050-EXIT
029444     END-IF.
029446     IF NOT CRSWPPRM-CATCH-UP
029448         DISPLAY "CRSWPPRM MODE " CRSWPPRM-MODE " IS NOT C - "
029450                 "SWEEP NOT RUN"
029452         MOVE 12 TO RETURN-CODE
029454         STOP RUN
029456     END-IF.
029458     IF CRSWPPRM-THRU-DATE NOT NUMERIC
029460         DISPLAY "CRSWPPRM THROUGH DATE IS NOT NUMERIC - "
029462                 "SWEEP NOT RUN"
029464         MOVE 12 TO RETURN-CODE
029466         STOP RUN
029468     END-IF.
029470     MOVE "C" TO WS-MODE-SW.
029472     MOVE CRSWPPRM-THRU-DATE TO WS-THRU-DATE.
029474 0050-EXIT.
029476     EXIT.
029478*
029500****************************************************************
029600* 0100-LOG-START - ASK THE CRRUNLOG NIGHT-RUN CONTROL WHETHER  *
029700* THIS PROGRAM MAY START. A HOLD MEANS A PREDECESSOR HAS NOT   *
032600     MOVE CRRUNPRM-RET-CODE TO RETURN-CODE.
032700 8900-EXIT.
032800     EXIT.
032810*
032820****************************************************************
032830* 8080-CHAIN-AUDIT - SEAL THE AUDIT RECORD BUILT BY THE CALLER *
032840* JUST BEFORE IT IS WRITTEN: READ CREATER-AUDCTL, GIVE THE     *
032850* RECORD THE NEXT SEQUENCE NUMBER AND HAVE CRAUDCHN COMPUTE    *
032860* ITS CHECK VALUE FROM THE LAST ONE. THE CONTROL FILE IS LEFT  *
032870* OPEN FOR 8090-SAVE-CHAIN. A MISSING OR EMPTY CONTROL FILE    *
032880* STARTS THE CHAIN AT SEQUENCE 1. IF THE CONTROL FILE CANNOT   *
032890* BE READ THE RECORD IS STILL WRITTEN, UNSEQUENCED, AND        *
032900* CRAUDVFY WILL REPORT IT.                                     *
032910****************************************************************
032920 8080-CHAIN-AUDIT.
032930     PERFORM 8085-READ-CHAIN THRU 8085-EXIT.
032940     IF WS-CHAIN-LOST
032950         MOVE ZERO TO CRAUDIT-SEQ-NO OF CRAUDIT-RECORD
032960         MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
032970         DISPLAY "CREATER-AUDCTL UNAVAILABLE, STATUS "
032980                 WS-CRAUDCTL-STATUS
032990                 " - AUDIT RECORD WRITTEN UNSEQUENCED"
033000         GO TO 8080-EXIT
033010     END-IF.
033020     IF WS-CHAIN-NEW
033030         MOVE SPACES TO CRAUDCTL-RECORD
033040         MOVE ZERO TO CRAUDCTL-LAST-SEQ
033050         MOVE ZERO TO CRAUDCTL-LAST-CHECK
033060         MOVE ZERO TO CRAUDCTL-VFY-DATE
033070         MOVE ZERO TO CRAUDCTL-VFY-TIME
033080         MOVE ZERO TO CRAUDCTL-VFY-SEQ
033090         MOVE ZERO TO CRAUDCTL-VFY-ERRORS
033100     END-IF.
033110     ADD 1 CRAUDCTL-LAST-SEQ
033120         GIVING CRAUDIT-SEQ-NO OF CRAUDIT-RECORD.
033130     MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
033140     MOVE CRAUDCTL-LAST-CHECK TO CRCHNPRM-PREV-CHECK.
033150     MOVE CRAUDIT-RECORD TO CRCHNPRM-AUDIT-IMAGE.
033160     CALL "CRAUDCHN" USING CRCHNPRM-AREA.
033170     MOVE CRCHNPRM-CHECK TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
033180 8080-EXIT.
033190     EXIT.
033200*
033210 8085-READ-CHAIN.
033220     MOVE "O" TO WS-CHAIN-SW.
033230     OPEN I-O AUDIT-CONTROL.
033240     IF WS-CRAUDCTL-NOT-FOUND
033250         MOVE "N" TO WS-CHAIN-SW
033260         GO TO 8085-EXIT
033270     END-IF.
033280     IF NOT WS-CRAUDCTL-OK
033290         MOVE "X" TO WS-CHAIN-SW
033300         GO TO 8085-EXIT
033310     END-IF.
033320     READ AUDIT-CONTROL
033330         AT END
033340             MOVE "N" TO WS-CHAIN-SW
033350             CLOSE AUDIT-CONTROL
033360             GO TO 8085-EXIT
033370     END-READ.
033380     IF NOT WS-CRAUDCTL-OK
033390         MOVE "X" TO WS-CHAIN-SW
033400         CLOSE AUDIT-CONTROL
033410     END-IF.
033420 8085-EXIT.
033430     EXIT.
033440*
033450****************************************************************
033460* 8090-SAVE-CHAIN - ONCE THE AUDIT RECORD IS ON THE TRAIL,     *
033470* REWRITE CREATER-AUDCTL WITH ITS SEQUENCE NUMBER AND CHECK    *
033480* VALUE (CREATING THE FILE FOR THE FIRST RECORD OF THE CHAIN)  *
033490* AND CLOSE IT. IF THE WRITE FAILED THE CONTROL RECORD IS LEFT *
033500* AS IT WAS, SO THE NEXT RECORD TAKES THE SAME SEQUENCE        *
033510* NUMBER.                                                      *
033520****************************************************************
033530 8090-SAVE-CHAIN.
033540     IF WS-CHAIN-LOST
033550         GO TO 8090-EXIT
033560     END-IF.
033570     IF NOT WS-CREAUDIT-OK
033580         IF WS-CHAIN-OPEN
033590             CLOSE AUDIT-CONTROL
033600         END-IF
033610         GO TO 8090-EXIT
033620     END-IF.
033630     MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO CRAUDCTL-LAST-SEQ.
033640     MOVE CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
033650         TO CRAUDCTL-LAST-CHECK.
033660     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDCTL-LAST-DATE.
033670     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDCTL-LAST-TIME.
033680     MOVE "CRSWEEP" TO CRAUDCTL-LAST-WRITER.
033690     IF WS-CHAIN-NEW
033700         OPEN OUTPUT AUDIT-CONTROL
033710         WRITE CRAUDCTL-RECORD
033720     ELSE
033730         REWRITE CRAUDCTL-RECORD
033740     END-IF.
033750     IF NOT WS-CRAUDCTL-OK
033760         DISPLAY "CREATER-AUDCTL NOT UPDATED FOR SEQUENCE "
033770                 CRAUDCTL-LAST-SEQ " STATUS " WS-CRAUDCTL-STATUS
033780     END-IF.
033790     CLOSE AUDIT-CONTROL.
033800 8090-EXIT.
033810     EXIT.
