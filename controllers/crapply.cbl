001300* HR NAME, A CHANGE REWRITES THE CREATER NAME TO THE HR       *
001400* NAME, AND A DELETE REMOVES THE CREATER. EVERY SUCCESSFUL    *
001500* POSTING IS LOGGED TO CREATER-AUDIT THE SAME AS AN ON-LINE   *
001580* ACTION, UNDER THE RECON OPERATOR ID AND DATED WITH THE      *
001660* BUSINESS DATE ON CREATER-BUSDATE. AN ADD IS WRITTEN ACTIVE  *
001740* WITH THE BUSINESS DATE AS ITS EFFECTIVE DATE AND A BLANK    *
001820* ROLE, FOR DATA CONTROL TO COMPLETE THROUGH INDEX.           *
001900****************************************************************
002000* MODIFICATION HISTORY
002100*   2026-08-22  RSH  INITIAL VERSION
002170*                    FOR DATA CONTROL TO COMPLETE THROUGH
002180*                    INDEX; CHANGE AND DELETE LEAVE THE
002190*                    DEPARTMENT AS IT STANDS.
002192*   2026-10-15  RSH  THE AUDIT RECORD NOW CARRIES AN APPROVER ID,
002194*                    LEFT BLANK ON THE ADDS AND CHANGES POSTED
002196*                    HERE.
002197*   2026-10-15  RSH  EVERY AUDIT RECORD IS NOW ALSO FILED ON THE
002198*                    KEYED AUDIT-HISTORY FILE (CRAUDHST) BY
002199*                    8060-WRITE-HISTORY.
002200*   2026-10-15  RSH  EVERY AUDIT RECORD WRITTEN IS NOW SEALED INTO
002201*                    THE AUDIT CHAIN - IT TAKES THE NEXT SEQUENCE
002202*                    NUMBER FROM CREATER-AUDCTL AND ITS CHECK
002203*                    VALUE FROM CRAUDCHN, AND THE CONTROL RECORD
002204*                    IS REWRITTEN AS SOON AS THE RECORD IS ON THE
002205*                    TRAIL.
002206*   2026-10-15  RSH  THE RUN DATE - THE EFFECTIVE DATE STAMPED ON
002207*                    AN ADD AND THE DATE ON EVERY AUDIT RECORD -
002208*                    IS NOW THE BUSINESS DATE FROM CREATER-BUSDATE
002209*                    (THROUGH CRBUSDAT) INSTEAD OF THE SYSTEM
002210*                    CLOCK. WITHOUT ONE NOTHING IS POSTED AND THE
002211*                    STEP ENDS WITH RETURN CODE 12.
002212****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.     IBM-370.
003700     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
003800            ORGANIZATION IS SEQUENTIAL
003900            FILE STATUS IS WS-CREAUDIT-STATUS.
003902     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
003904            ORGANIZATION IS SEQUENTIAL
003906            FILE STATUS IS WS-CRAUDCTL-STATUS.
003910     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
003920            ORGANIZATION IS INDEXED
003930            ACCESS MODE IS DYNAMIC
003940            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
003950            FILE STATUS IS WS-CRAUDHST-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CORRECTIONS-FILE
005000 FD  CREATER-AUDIT
005100     LABEL RECORDS ARE STANDARD.
005200     COPY CRAUDIT.
005202*
005204 FD  AUDIT-CONTROL
005206     LABEL RECORDS ARE STANDARD.
005208     COPY CRAUDCTL.
005210*
005220 FD  AUDIT-HISTORY
005230     LABEL RECORDS ARE STANDARD.
005240     COPY CRAUDHST.
005300*
005400 WORKING-STORAGE SECTION.
005500 01  WS-CRCORR-STATUS           PIC XX.
006400 01  WS-CREAUDIT-STATUS         PIC XX.
006500     88  WS-CREAUDIT-OK              VALUE "00".
006600     88  WS-CREAUDIT-NOT-FOUND       VALUE "35".
006601*
006602 01  WS-CRAUDCTL-STATUS         PIC XX.
006603     88  WS-CRAUDCTL-OK              VALUE "00".
006604     88  WS-CRAUDCTL-NOT-FOUND       VALUE "35".
006605 01  WS-CHAIN-SW                PIC X       VALUE "O".
006606     88  WS-CHAIN-OPEN               VALUE "O".
006607     88  WS-CHAIN-NEW                VALUE "N".
006608     88  WS-CHAIN-LOST               VALUE "X".
006609     COPY CRCHNPRM.
006610*
006620 01  WS-CRAUDHST-STATUS         PIC XX.
006630     88  WS-CRAUDHST-OK              VALUE "00".
006640     88  WS-CRAUDHST-NOT-FOUND       VALUE "35".
006650     88  WS-CRAUDHST-DUP-KEY         VALUE "22".
006660 01  WS-HISTORY-SW              PIC X       VALUE "N".
006670     88  WS-HISTORY-DONE             VALUE "Y".
006700*
006800 01  WS-EOF-SW                  PIC X       VALUE "N".
006900     88  WS-EOF                       VALUE "Y".
008100 01  WS-DELETE-COUNT            PIC 9(06)   VALUE ZERO.
008200 01  WS-REJECT-COUNT            PIC 9(06)   VALUE ZERO.
008300*
008310     COPY CRBUSPRM.
008320*
008400 PROCEDURE DIVISION.
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008900     STOP RUN.
009000*
009100****************************************************************
009180* 1000-INITIALIZE - ESTABLISH THE RUN DATE FROM THE BUSINESS   *
009260* DATE ON CREATER-BUSDATE (NOTHING IS POSTED WITHOUT ONE),     *
009340* OPEN THE CORRECTIONS, MASTER AND AUDIT FILES, AND PRIME THE  *
009420* FIRST CORRECTION TO BE POSTED. AN EMPTY CORRECTIONS FILE (A  *
009500* REPORT-ONLY RECONCILIATION) FALLS STRAIGHT THROUGH TO        *
009580* TERMINATION WITH NOTHING POSTED.                             *
009700****************************************************************
009800 1000-INITIALIZE.
009810     MOVE "G" TO CRBUSPRM-FUNCTION.
009820     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
009830     IF NOT CRBUSPRM-VALID
009840         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - NOTHING "
009850                 "POSTED"
009860         MOVE 12 TO RETURN-CODE
009870         STOP RUN
009880     END-IF.
009890     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
009900     OPEN INPUT CORRECTIONS-FILE.
010000     OPEN I-O CREATER-MASTER.
010100     OPEN EXTEND CREATER-AUDIT.
010400         CLOSE CREATER-AUDIT
010500         OPEN EXTEND CREATER-AUDIT
010600     END-IF.
010610     OPEN I-O AUDIT-HISTORY.
010620     IF WS-CRAUDHST-NOT-FOUND
010630         OPEN OUTPUT AUDIT-HISTORY
010640         CLOSE AUDIT-HISTORY
010650         OPEN I-O AUDIT-HISTORY
010660     END-IF.
010800     PERFORM 2200-READ-CORRECTION THRU 2200-EXIT.
010900 1000-EXIT.
011000     EXIT.
029300     EXIT.
029400*
029500****************************************************************
029600* 8000-WRITE-AUDIT - STAMP THE BUSINESS DATE, THE CURRENT TIME *
029700* AND OPERATOR ID ONTO THE AUDIT RECORD BUILT BY THE CALLER    *
029800* AND APPEND IT TO CREATER-AUDIT.                              *
029900****************************************************************
030000 8000-WRITE-AUDIT.
030100     MOVE WS-RUN-DATE TO CRAUDIT-DATE OF CRAUDIT-RECORD.
030200     ACCEPT CRAUDIT-TIME OF CRAUDIT-RECORD FROM TIME.
030300     MOVE WS-OPERATOR-ID
030400         TO CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD.
030410     MOVE SPACES TO CRAUDIT-APPROVER-ID OF CRAUDIT-RECORD.
030420     PERFORM 8080-CHAIN-AUDIT THRU 8080-EXIT.
030500     WRITE CRAUDIT-RECORD.
030505     PERFORM 8090-SAVE-CHAIN THRU 8090-EXIT.
030510     PERFORM 8060-WRITE-HISTORY THRU 8060-EXIT.
030600 8000-EXIT.
030700     EXIT.
030702*
030704****************************************************************
030706* 8060-WRITE-HISTORY - FILE A COPY OF THE AUDIT RECORD JUST    *
030708* WRITTEN ON AUDIT-HISTORY UNDER ITS CREATER ID, DATE AND      *
030710* TIME. A SECOND RECORD FOR THE SAME CREATER IN THE SAME       *
030712* HUNDREDTH OF A SECOND TAKES THE NEXT DUPLICATE NUMBER. A     *
030714* FAILURE IS REPORTED BUT DOES NOT STOP THE RUN - THE TRAIL    *
030716* ITSELF HAS BEEN WRITTEN AND CRHSTBLD CAN REBUILD THE FILE.   *
030718****************************************************************
030720 8060-WRITE-HISTORY.
030722     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
030724         TO CRAUDHST-CREATER-ID.
030726     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDHST-DATE.
030728     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDHST-TIME.
030730     MOVE ZERO TO CRAUDHST-DUP-NO.
030732     MOVE CRAUDIT-RECORD TO CRAUDHST-AUDIT-IMAGE.
030734     MOVE "N" TO WS-HISTORY-SW.
030736     PERFORM 8070-PUT-HISTORY THRU 8070-EXIT
030738         UNTIL WS-HISTORY-DONE.
030740     IF NOT WS-CRAUDHST-OK
030742         DISPLAY "AUDIT-HISTORY NOT UPDATED FOR "
030744                 CRAUDHST-CREATER-ID " STATUS "
030746                 WS-CRAUDHST-STATUS
030748     END-IF.
030750 8060-EXIT.
030752     EXIT.
030754*
030756****************************************************************
030758* 8070-PUT-HISTORY - WRITE THE HISTORY RECORD, STEPPING THE    *
030760* DUPLICATE NUMBER WHILE THE KEY IS ALREADY ON FILE.           *
030762****************************************************************
030764 8070-PUT-HISTORY.
030766     WRITE CRAUDHST-RECORD
030768         INVALID KEY
030770             CONTINUE
030772     END-WRITE.
030774     IF WS-CRAUDHST-DUP-KEY
030776         AND CRAUDHST-DUP-NO < 99
030778         ADD 1 TO CRAUDHST-DUP-NO
030780     ELSE
030782         MOVE "Y" TO WS-HISTORY-SW
030784     END-IF.
030786 8070-EXIT.
030788     EXIT.
030800*
030900****************************************************************
031000* 9000-TERMINATE - DISPLAY THE RUN TOTALS AND CLOSE THE        *
031900     CLOSE CORRECTIONS-FILE.
032000     CLOSE CREATER-MASTER.
032100     CLOSE CREATER-AUDIT.
032110     CLOSE AUDIT-HISTORY.
032200 9000-EXIT.
032300     EXIT.
032310*
032320****************************************************************
032330* 8080-CHAIN-AUDIT - SEAL THE AUDIT RECORD BUILT BY THE CALLER *
032340* JUST BEFORE IT IS WRITTEN: READ CREATER-AUDCTL, GIVE THE     *
032350* RECORD THE NEXT SEQUENCE NUMBER AND HAVE CRAUDCHN COMPUTE    *
032360* ITS CHECK VALUE FROM THE LAST ONE. THE CONTROL FILE IS LEFT  *
032370* OPEN FOR 8090-SAVE-CHAIN. A MISSING OR EMPTY CONTROL FILE    *
032380* STARTS THE CHAIN AT SEQUENCE 1. IF THE CONTROL FILE CANNOT   *
032390* BE READ THE RECORD IS STILL WRITTEN, UNSEQUENCED, AND        *
032400* CRAUDVFY WILL REPORT IT.                                     *
032410****************************************************************
032420 8080-CHAIN-AUDIT.
032430     PERFORM 8085-READ-CHAIN THRU 8085-EXIT.
032440     IF WS-CHAIN-LOST
032450         MOVE ZERO TO CRAUDIT-SEQ-NO OF CRAUDIT-RECORD
032460         MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
032470         DISPLAY "CREATER-AUDCTL UNAVAILABLE, STATUS "
032480                 WS-CRAUDCTL-STATUS
032490                 " - AUDIT RECORD WRITTEN UNSEQUENCED"
032500         GO TO 8080-EXIT
032510     END-IF.
032520     IF WS-CHAIN-NEW
032530         MOVE SPACES TO CRAUDCTL-RECORD
032540         MOVE ZERO TO CRAUDCTL-LAST-SEQ
032550         MOVE ZERO TO CRAUDCTL-LAST-CHECK
032560         MOVE ZERO TO CRAUDCTL-VFY-DATE
032570         MOVE ZERO TO CRAUDCTL-VFY-TIME
032580         MOVE ZERO TO CRAUDCTL-VFY-SEQ
032590         MOVE ZERO TO CRAUDCTL-VFY-ERRORS
032600     END-IF.
032610     ADD 1 CRAUDCTL-LAST-SEQ
032620         GIVING CRAUDIT-SEQ-NO OF CRAUDIT-RECORD.
032630     MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
032640     MOVE CRAUDCTL-LAST-CHECK TO CRCHNPRM-PREV-CHECK.
032650     MOVE CRAUDIT-RECORD TO CRCHNPRM-AUDIT-IMAGE.
032660     CALL "CRAUDCHN" USING CRCHNPRM-AREA.
032670     MOVE CRCHNPRM-CHECK TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
032680 8080-EXIT.
032690     EXIT.
032700*
032710 8085-READ-CHAIN.
032720     MOVE "O" TO WS-CHAIN-SW.
032730     OPEN I-O AUDIT-CONTROL.
032740     IF WS-CRAUDCTL-NOT-FOUND
032750         MOVE "N" TO WS-CHAIN-SW
032760         GO TO 8085-EXIT
032770     END-IF.
032780     IF NOT WS-CRAUDCTL-OK
032790         MOVE "X" TO WS-CHAIN-SW
032800         GO TO 8085-EXIT
032810     END-IF.
032820     READ AUDIT-CONTROL
032830         AT END
032840             MOVE "N" TO WS-CHAIN-SW
032850             CLOSE AUDIT-CONTROL
032860             GO TO 8085-EXIT
032870     END-READ.
032880     IF NOT WS-CRAUDCTL-OK
032890         MOVE "X" TO WS-CHAIN-SW
032900         CLOSE AUDIT-CONTROL
032910     END-IF.
032920 8085-EXIT.
032930     EXIT.
032940*
032950****************************************************************
032960* 8090-SAVE-CHAIN - ONCE THE AUDIT RECORD IS ON THE TRAIL,     *
032970* REWRITE CREATER-AUDCTL WITH ITS SEQUENCE NUMBER AND CHECK    *
032980* VALUE (CREATING THE FILE FOR THE FIRST RECORD OF THE CHAIN)  *
032990* AND CLOSE IT. IF THE WRITE FAILED THE CONTROL RECORD IS LEFT *
033000* AS IT WAS, SO THE NEXT RECORD TAKES THE SAME SEQUENCE        *
033010* NUMBER.                                                      *
033020****************************************************************
033030 8090-SAVE-CHAIN.
033040     IF WS-CHAIN-LOST
033050         GO TO 8090-EXIT
033060     END-IF.
033070     IF NOT WS-CREAUDIT-OK
033080         IF WS-CHAIN-OPEN
033090             CLOSE AUDIT-CONTROL
033100         END-IF
033110         GO TO 8090-EXIT
033120     END-IF.
033130     MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO CRAUDCTL-LAST-SEQ.
033140     MOVE CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
033150         TO CRAUDCTL-LAST-CHECK.
033160     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDCTL-LAST-DATE.
033170     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDCTL-LAST-TIME.
033180     MOVE "CRAPPLY" TO CRAUDCTL-LAST-WRITER.
033190     IF WS-CHAIN-NEW
033200         OPEN OUTPUT AUDIT-CONTROL
033210         WRITE CRAUDCTL-RECORD
033220     ELSE
033230         REWRITE CRAUDCTL-RECORD
033240     END-IF.
033250     IF NOT WS-CRAUDCTL-OK
033260         DISPLAY "CREATER-AUDCTL NOT UPDATED FOR SEQUENCE "
033270                 CRAUDCTL-LAST-SEQ " STATUS " WS-CRAUDCTL-STATUS
033280     END-IF.
033290     CLOSE AUDIT-CONTROL.
033300 8090-EXIT.
033310     EXIT.
