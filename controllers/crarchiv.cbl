002801*                    UNTIL ITS PREDECESSORS HAVE COMPLETED
002802*                    TONIGHT (AN OPERATOR OVERRIDE CARD ON
002803*                    CRRUNOVR CAN FORCE IT, AND IS LOGGED).
002804*   2026-10-15  RSH  THE AUDIT RECORD NOW CARRIES AN APPROVER ID,
002805*                    LEFT BLANK ON THE ARCHIVE DELETES WRITTEN
002806*                    HERE.
002807*   2026-10-15  RSH  THE DELETE AUDIT RECORD WRITTEN FOR AN
002808*                    ARCHIVED MASTER IS NOW ALSO FILED ON THE
002809*                    KEYED AUDIT-HISTORY FILE (CRAUDHST). THE
002810*                    HISTORY FILE IS NEVER PRUNED HERE, SO A
002811*                    CREATER'S FULL HISTORY STAYS READABLE BY KEY
002812*                    AFTER THE TRAIL IS SPLIT.
002813*   2026-10-15  RSH  THE ARCHIVE DELETES ARE NOW SEALED INTO THE
002814*                    AUDIT CHAIN (SEQUENCE NUMBER FROM CREATER-
002815*                    AUDCTL, CHECK VALUE FROM CRAUDCHN), AND ONCE
002816*                    ONE AUDIT RECORD HAS BEEN KEPT EVERY LATER
002817*                    ONE IS KEPT, SO THE CHAIN RUNS UNBROKEN FROM
002818*                    THE ARCHIVE GENERATION INTO THE NEW CURRENT
002819*                    FILE.
002820*   2026-10-15  RSH  THE RUN DATE ON THE REPORT AND THE DATE ON
002821*                    THE ARCHIVE DELETE AUDIT RECORDS ARE NOW THE
002822*                    BUSINESS DATE FROM CREATER-BUSDATE, TAKEN
002823*                    THROUGH CRBUSDAT, IN PLACE OF THE SYSTEM
002824*                    CLOCK. THE RUN ENDS WITH RETURN CODE 12,
002825*                    BEFORE ANY FILE IS OPENED, WHEN THERE IS NO
002826*                    BUSINESS DATE.
002827****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.     IBM-370.
003500     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
003600            ORGANIZATION IS SEQUENTIAL
003700            FILE STATUS IS WS-CREAUDIT-STATUS.
003710     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
003720            ORGANIZATION IS SEQUENTIAL
003730            FILE STATUS IS WS-CRAUDCTL-STATUS.
003800     SELECT AUDIT-KEEP      ASSIGN TO AUDKEEP
003900            ORGANIZATION IS SEQUENTIAL
004000            FILE STATUS IS WS-AUDKEEP-STATUS.
004010     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
004020            ORGANIZATION IS INDEXED
004030            ACCESS MODE IS DYNAMIC
004040            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
004050            FILE STATUS IS WS-CRAUDHST-STATUS.
004100     SELECT AUDIT-ARCH      ASSIGN TO AUDARCH
004200            ORGANIZATION IS SEQUENTIAL
004300            FILE STATUS IS WS-AUDARCH-STATUS.
006500 FD  CREATER-AUDIT
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CRAUDIT.
006710*
006720 FD  AUDIT-CONTROL
006730     LABEL RECORDS ARE STANDARD.
006740     COPY CRAUDCTL.
006800*
006900 FD  AUDIT-KEEP
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CRAUDIT REPLACING CRAUDIT-RECORD BY AUDKEEP-RECORD.
007110*
007120 FD  AUDIT-HISTORY
007130     LABEL RECORDS ARE STANDARD.
007140     COPY CRAUDHST.
007200*
007300 FD  AUDIT-ARCH
007400     LABEL RECORDS ARE STANDARD.
010600 01  WS-CREAUDIT-STATUS            PIC XX.
010700     88  WS-CREAUDIT-OK                VALUE "00".
010800     88  WS-CREAUDIT-EOF               VALUE "10".
010810*
010820 01  WS-CRAUDCTL-STATUS            PIC XX.
010830     88  WS-CRAUDCTL-OK                VALUE "00".
010840     88  WS-CRAUDCTL-NOT-FOUND         VALUE "35".
010850 01  WS-CHAIN-SW                   PIC X       VALUE "O".
010860     88  WS-CHAIN-OPEN                 VALUE "O".
010870     88  WS-CHAIN-NEW                  VALUE "N".
010880     88  WS-CHAIN-LOST                 VALUE "X".
010890     COPY CRCHNPRM.
010900*
011000 01  WS-AUDKEEP-STATUS             PIC XX.
011100     88  WS-AUDKEEP-OK                 VALUE "00".
011110*
011120 01  WS-CRAUDHST-STATUS            PIC XX.
011130     88  WS-CRAUDHST-OK                VALUE "00".
011140     88  WS-CRAUDHST-NOT-FOUND         VALUE "35".
011150     88  WS-CRAUDHST-DUP-KEY           VALUE "22".
011160 01  WS-HISTORY-SW                 PIC X       VALUE "N".
011170     88  WS-HISTORY-DONE               VALUE "Y".
011200*
011300 01  WS-AUDARCH-STATUS             PIC XX.
011400     88  WS-AUDARCH-OK                 VALUE "00".
013600     88  WS-AUDIT-EOF                  VALUE "Y".
013700 01  WS-MASTER-EOF-SW              PIC X       VALUE "N".
013800     88  WS-MASTER-EOF                 VALUE "Y".
013810 01  WS-KEEP-STARTED-SW            PIC X       VALUE "N".
013820     88  WS-KEEP-STARTED               VALUE "Y".
013900*
014000 01  WS-OPERATOR-ID                PIC X(08)   VALUE "ARCHIVE".
014100 01  WS-AUDIT-CUTOFF               PIC 9(08)   VALUE ZERO.
020900*
021000 01  WS-PAGE-NO                    PIC 9(04)   VALUE ZERO.
021100*
021120     COPY CRRUNPRM.
021140     COPY CRBUSPRM.
021160*
021200 PROCEDURE DIVISION.
021300 0000-MAINLINE.
021310     PERFORM 0100-LOG-START THRU 0100-EXIT.
022200     STOP RUN.
022300*
022400****************************************************************
022480* 1000-INITIALIZE - TAKE THE RUN DATE FROM THE BUSINESS DATE   *
022560* ON CREATER-BUSDATE, READ THE RETENTION PARAMETERS, CAP THE   *
022640* AUDIT CUTOFF AT THE LAST BACKUP DATE, OPEN THE FILES AND     *
022720* PRIME THE FIRST AUDIT RECORD AND THE REPORT HEADING.         *
022800****************************************************************
022820 1000-INITIALIZE.
022840     MOVE "G" TO CRBUSPRM-FUNCTION.
022860     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
022880     IF NOT CRBUSPRM-VALID
022900         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - NOTHING "
022920                 "ARCHIVED"
022940         MOVE 12 TO RETURN-CODE
022960         PERFORM 8900-LOG-END THRU 8900-EXIT
022980         STOP RUN
023000     END-IF.
023020     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
023040     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
023100     OPEN INPUT  CREATER-AUDIT.
023200     OPEN OUTPUT AUDIT-KEEP.
023210     OPEN I-O AUDIT-HISTORY.
023220     IF WS-CRAUDHST-NOT-FOUND
023230         OPEN OUTPUT AUDIT-HISTORY
023240         CLOSE AUDIT-HISTORY
023250         OPEN I-O AUDIT-HISTORY
023260     END-IF.
023300     OPEN OUTPUT AUDIT-ARCH.
023310     OPEN OUTPUT MASTER-ARCH.
023400     OPEN OUTPUT PRINT-FILE.
023600     STRING WS-RUN-YYYY  DELIMITED BY SIZE
023700            "-"          DELIMITED BY SIZE
023800            WS-RUN-MM    DELIMITED BY SIZE
034300****************************************************************
034400* 2000-SPLIT-AUDIT - ROUTE THE CURRENT AUDIT RECORD TO THE     *
034500* ARCHIVE GENERATION (DATED BEFORE THE CUTOFF) OR TO THE NEW   *
034600* CURRENT AUDIT FILE, AND READ THE NEXT ONE. ONCE ONE RECORD   *
034610* HAS BEEN KEPT, EVERY RECORD AFTER IT IS KEPT TOO, EVEN ONE   *
034620* STAMPED BEFORE THE CUTOFF, SO THE ARCHIVE GENERATION ENDS    *
034630* EXACTLY WHERE THE NEW CURRENT FILE BEGINS AND THE AUDIT      *
034640* CHAIN RUNS UNBROKEN ACROSS THE CUT.                          *
034700****************************************************************
034800 2000-SPLIT-AUDIT.
034900     IF WS-AUDIT-CUTOFF > ZERO
035000         AND CRAUDIT-DATE OF CRAUDIT-RECORD < WS-AUDIT-CUTOFF
035050         AND NOT WS-KEEP-STARTED
035100         MOVE CRAUDIT-RECORD TO AUDARCH-RECORD
035200         WRITE AUDARCH-RECORD
035300         ADD 1 TO WS-AUDIT-ARCH-COUNT
035700             ADD 1 TO WS-ARCH-UNSHIPPED-COUNT
035800         END-IF
035900     ELSE
035950         MOVE "Y" TO WS-KEEP-STARTED-SW
036000         MOVE CRAUDIT-RECORD TO AUDKEEP-RECORD
036100         WRITE AUDKEEP-RECORD
036200         ADD 1 TO WS-AUDIT-KEEP-COUNT
047500     MOVE CREATER-PEND-STATUS OF CREATER-RECORD
047600         TO CRAUDIT-BEFORE-PEND OF AUDKEEP-RECORD.
047700     MOVE SPACE TO CRAUDIT-AFTER-PEND OF AUDKEEP-RECORD.
047800     MOVE WS-RUN-DATE TO CRAUDIT-DATE OF AUDKEEP-RECORD.
047900     ACCEPT CRAUDIT-TIME OF AUDKEEP-RECORD FROM TIME.
048000     MOVE WS-OPERATOR-ID
048100         TO CRAUDIT-OPERATOR-ID OF AUDKEEP-RECORD.
048110     MOVE SPACES TO CRAUDIT-APPROVER-ID OF AUDKEEP-RECORD.
048120     PERFORM 8080-CHAIN-AUDIT THRU 8080-EXIT.
048200     WRITE AUDKEEP-RECORD.
048205     PERFORM 8090-SAVE-CHAIN THRU 8090-EXIT.
048210     PERFORM 8060-WRITE-HISTORY THRU 8060-EXIT.
048300     ADD 1 TO WS-AUDIT-KEEP-COUNT.
048400 3400-EXIT.
048500     EXIT.
054900     PERFORM 5500-WRITE-FIGURE THRU 5500-EXIT.
055000     CLOSE CREATER-AUDIT.
055100     CLOSE AUDIT-KEEP.
055110     CLOSE AUDIT-HISTORY.
055200     CLOSE AUDIT-ARCH.
055210     CLOSE MASTER-ARCH.
055300     CLOSE PRINT-FILE.
055400 9000-EXIT.
055500     EXIT.
055502*
055504****************************************************************
055506* 8060-WRITE-HISTORY - FILE A COPY OF THE AUDIT RECORD JUST    *
055508* WRITTEN ON AUDIT-HISTORY UNDER ITS CREATER ID, DATE AND      *
055510* TIME. A SECOND RECORD FOR THE SAME CREATER IN THE SAME       *
055512* HUNDREDTH OF A SECOND TAKES THE NEXT DUPLICATE NUMBER. A     *
055514* FAILURE IS REPORTED BUT DOES NOT STOP THE RUN - THE TRAIL    *
055516* ITSELF HAS BEEN WRITTEN AND CRHSTBLD CAN REBUILD THE FILE.   *
055518****************************************************************
055520 8060-WRITE-HISTORY.
055522     MOVE CRAUDIT-CREATER-ID OF AUDKEEP-RECORD
055524         TO CRAUDHST-CREATER-ID.
055526     MOVE CRAUDIT-DATE OF AUDKEEP-RECORD TO CRAUDHST-DATE.
055528     MOVE CRAUDIT-TIME OF AUDKEEP-RECORD TO CRAUDHST-TIME.
055530     MOVE ZERO TO CRAUDHST-DUP-NO.
055532     MOVE AUDKEEP-RECORD TO CRAUDHST-AUDIT-IMAGE.
055534     MOVE "N" TO WS-HISTORY-SW.
055536     PERFORM 8070-PUT-HISTORY THRU 8070-EXIT
055538         UNTIL WS-HISTORY-DONE.
055540     IF NOT WS-CRAUDHST-OK
055542         DISPLAY "AUDIT-HISTORY NOT UPDATED FOR "
055544                 CRAUDHST-CREATER-ID " STATUS "
055546                 WS-CRAUDHST-STATUS
055548     END-IF.
055550 8060-EXIT.
055552     EXIT.
055554*
055556****************************************************************
055558* 8070-PUT-HISTORY - WRITE THE HISTORY RECORD, STEPPING THE    *
055560* DUPLICATE NUMBER WHILE THE KEY IS ALREADY ON FILE.           *
055562****************************************************************
055564 8070-PUT-HISTORY.
055566     WRITE CRAUDHST-RECORD
055568         INVALID KEY
055570             CONTINUE
055572     END-WRITE.
055574     IF WS-CRAUDHST-DUP-KEY
055576         AND CRAUDHST-DUP-NO < 99
055578         ADD 1 TO CRAUDHST-DUP-NO
055580     ELSE
055582         MOVE "Y" TO WS-HISTORY-SW
055584     END-IF.
055586 8070-EXIT.
055588     EXIT.
055600*
055700****************************************************************
055800* 0100-LOG-START - ASK THE CRRUNLOG NIGHT-RUN CONTROL WHETHER  *
058800     MOVE CRRUNPRM-RET-CODE TO RETURN-CODE.
058900 8900-EXIT.
059000     EXIT.
059010*
059020****************************************************************
059030* 8080-CHAIN-AUDIT - SEAL THE AUDIT RECORD BUILT BY THE CALLER *
059040* JUST BEFORE IT IS WRITTEN: READ CREATER-AUDCTL, GIVE THE     *
059050* RECORD THE NEXT SEQUENCE NUMBER AND HAVE CRAUDCHN COMPUTE    *
059060* ITS CHECK VALUE FROM THE LAST ONE. THE CONTROL FILE IS LEFT  *
059070* OPEN FOR 8090-SAVE-CHAIN. A MISSING OR EMPTY CONTROL FILE    *
059080* STARTS THE CHAIN AT SEQUENCE 1. IF THE CONTROL FILE CANNOT   *
059090* BE READ THE RECORD IS STILL WRITTEN, UNSEQUENCED, AND        *
059100* CRAUDVFY WILL REPORT IT.                                     *
059110****************************************************************
059120 8080-CHAIN-AUDIT.
059130     PERFORM 8085-READ-CHAIN THRU 8085-EXIT.
059140     IF WS-CHAIN-LOST
059150         MOVE ZERO TO CRAUDIT-SEQ-NO OF AUDKEEP-RECORD
059160         MOVE ZERO TO CRAUDIT-CHECK-VALUE OF AUDKEEP-RECORD
059170         DISPLAY "CREATER-AUDCTL UNAVAILABLE, STATUS "
059180                 WS-CRAUDCTL-STATUS
059190                 " - AUDIT RECORD WRITTEN UNSEQUENCED"
059200         GO TO 8080-EXIT
059210     END-IF.
059220     IF WS-CHAIN-NEW
059230         MOVE SPACES TO CRAUDCTL-RECORD
059240         MOVE ZERO TO CRAUDCTL-LAST-SEQ
059250         MOVE ZERO TO CRAUDCTL-LAST-CHECK
059260         MOVE ZERO TO CRAUDCTL-VFY-DATE
059270         MOVE ZERO TO CRAUDCTL-VFY-TIME
059280         MOVE ZERO TO CRAUDCTL-VFY-SEQ
059290         MOVE ZERO TO CRAUDCTL-VFY-ERRORS
059300     END-IF.
059310     ADD 1 CRAUDCTL-LAST-SEQ
059320         GIVING CRAUDIT-SEQ-NO OF AUDKEEP-RECORD.
059330     MOVE ZERO TO CRAUDIT-CHECK-VALUE OF AUDKEEP-RECORD.
059340     MOVE CRAUDCTL-LAST-CHECK TO CRCHNPRM-PREV-CHECK.
059350     MOVE AUDKEEP-RECORD TO CRCHNPRM-AUDIT-IMAGE.
059360     CALL "CRAUDCHN" USING CRCHNPRM-AREA.
059370     MOVE CRCHNPRM-CHECK TO CRAUDIT-CHECK-VALUE OF AUDKEEP-RECORD.
059380 8080-EXIT.
059390     EXIT.
059400*
059410 8085-READ-CHAIN.
059420     MOVE "O" TO WS-CHAIN-SW.
059430     OPEN I-O AUDIT-CONTROL.
059440     IF WS-CRAUDCTL-NOT-FOUND
059450         MOVE "N" TO WS-CHAIN-SW
059460         GO TO 8085-EXIT
059470     END-IF.
059480     IF NOT WS-CRAUDCTL-OK
059490         MOVE "X" TO WS-CHAIN-SW
059500         GO TO 8085-EXIT
059510     END-IF.
059520     READ AUDIT-CONTROL
059530         AT END
059540             MOVE "N" TO WS-CHAIN-SW
059550             CLOSE AUDIT-CONTROL
059560             GO TO 8085-EXIT
059570     END-READ.
059580     IF NOT WS-CRAUDCTL-OK
059590         MOVE "X" TO WS-CHAIN-SW
059600         CLOSE AUDIT-CONTROL
059610     END-IF.
059620 8085-EXIT.
059630     EXIT.
059640*
059650****************************************************************
059660* 8090-SAVE-CHAIN - ONCE THE AUDIT RECORD IS ON THE TRAIL,     *
059670* REWRITE CREATER-AUDCTL WITH ITS SEQUENCE NUMBER AND CHECK    *
059680* VALUE (CREATING THE FILE FOR THE FIRST RECORD OF THE CHAIN)  *
059690* AND CLOSE IT. IF THE WRITE FAILED THE CONTROL RECORD IS LEFT *
059700* AS IT WAS, SO THE NEXT RECORD TAKES THE SAME SEQUENCE        *
059710* NUMBER.                                                      *
059720****************************************************************
059730 8090-SAVE-CHAIN.
059740     IF WS-CHAIN-LOST
059750         GO TO 8090-EXIT
059760     END-IF.
059770     IF NOT WS-AUDKEEP-OK
059780         IF WS-CHAIN-OPEN
059790             CLOSE AUDIT-CONTROL
059800         END-IF
059810         GO TO 8090-EXIT
059820     END-IF.
059830     MOVE CRAUDIT-SEQ-NO OF AUDKEEP-RECORD TO CRAUDCTL-LAST-SEQ.
059840     MOVE CRAUDIT-CHECK-VALUE OF AUDKEEP-RECORD
059850         TO CRAUDCTL-LAST-CHECK.
059860     MOVE CRAUDIT-DATE OF AUDKEEP-RECORD TO CRAUDCTL-LAST-DATE.
059870     MOVE CRAUDIT-TIME OF AUDKEEP-RECORD TO CRAUDCTL-LAST-TIME.
059880     MOVE "CRARCHIV" TO CRAUDCTL-LAST-WRITER.
059890     IF WS-CHAIN-NEW
059900         OPEN OUTPUT AUDIT-CONTROL
059910         WRITE CRAUDCTL-RECORD
059920     ELSE
059930         REWRITE CRAUDCTL-RECORD
059940     END-IF.
059950     IF NOT WS-CRAUDCTL-OK
059960         DISPLAY "CREATER-AUDCTL NOT UPDATED FOR SEQUENCE "
059970                 CRAUDCTL-LAST-SEQ " STATUS " WS-CRAUDCTL-STATUS
059980     END-IF.
059990     CLOSE AUDIT-CONTROL.
060000 8090-EXIT.
060010     EXIT.
