002400****************************************************************
002500* MODIFICATION HISTORY
002600*   2026-09-02  RSH  INITIAL VERSION
002610*   2026-10-15  RSH  THE AUDIT RECORD NOW CARRIES AN APPROVER ID,
002620*                    LEFT BLANK ON THE MASS CHANGES POSTED HERE.
002621*   2026-10-15  RSH  IN COMMIT MODE EVERY AUDIT RECORD IS NOW ALSO
002622*                    FILED ON THE KEYED AUDIT-HISTORY FILE
002623*                    (CRAUDHST) BY 8060-WRITE-HISTORY.
002624*   2026-10-15  RSH  EVERY AUDIT RECORD WRITTEN IS NOW SEALED INTO
002625*                    THE AUDIT CHAIN - IT TAKES THE NEXT SEQUENCE
002626*                    NUMBER FROM CREATER-AUDCTL AND ITS CHECK
002627*                    VALUE FROM CRAUDCHN, AND THE CONTROL RECORD
002628*                    IS REWRITTEN AS SOON AS THE RECORD IS ON THE
002629*                    TRAIL.
002700****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003900     SELECT CREATER-AUDIT   ASSIGN TO CREAUDIT
004000            ORGANIZATION IS SEQUENTIAL
004100            FILE STATUS IS WS-CREAUDIT-STATUS.
004102     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
004104            ORGANIZATION IS SEQUENTIAL
004106            FILE STATUS IS WS-CRAUDCTL-STATUS.
004110     SELECT AUDIT-HISTORY   ASSIGN TO CRAUDHST
004120            ORGANIZATION IS INDEXED
004130            ACCESS MODE IS DYNAMIC
004140            RECORD KEY IS CRAUDHST-KEY OF CRAUDHST-RECORD
004150            FILE STATUS IS WS-CRAUDHST-STATUS.
004200     SELECT DEPARTMENT-FILE ASSIGN TO CRDEPT
004300            ORGANIZATION IS INDEXED
004400            ACCESS MODE IS DYNAMIC
005800 FD  CREATER-AUDIT
005900     LABEL RECORDS ARE STANDARD.
006000     COPY CRAUDIT.
006002*
006004 FD  AUDIT-CONTROL
006006     LABEL RECORDS ARE STANDARD.
006008     COPY CRAUDCTL.
006010*
006020 FD  AUDIT-HISTORY
006030     LABEL RECORDS ARE STANDARD.
006040     COPY CRAUDHST.
006100*
006200 FD  DEPARTMENT-FILE
006300     LABEL RECORDS ARE STANDARD.
008300 01  WS-CREAUDIT-STATUS            PIC XX.
008400     88  WS-CREAUDIT-OK                VALUE "00".
008500     88  WS-CREAUDIT-NOT-FOUND         VALUE "35".
008501*
008502 01  WS-CRAUDCTL-STATUS            PIC XX.
008503     88  WS-CRAUDCTL-OK                VALUE "00".
008504     88  WS-CRAUDCTL-NOT-FOUND         VALUE "35".
008505 01  WS-CHAIN-SW                   PIC X       VALUE "O".
008506     88  WS-CHAIN-OPEN                 VALUE "O".
008507     88  WS-CHAIN-NEW                  VALUE "N".
008508     88  WS-CHAIN-LOST                 VALUE "X".
008509     COPY CRCHNPRM.
008510*
008520 01  WS-CRAUDHST-STATUS            PIC XX.
008530     88  WS-CRAUDHST-OK                VALUE "00".
008540     88  WS-CRAUDHST-NOT-FOUND         VALUE "35".
008550     88  WS-CRAUDHST-DUP-KEY           VALUE "22".
008560 01  WS-HISTORY-SW                 PIC X       VALUE "N".
008570     88  WS-HISTORY-DONE               VALUE "Y".
008600*
008700 01  WS-CRDEPT-STATUS              PIC XX.
008800     88  WS-CRDEPT-OK                  VALUE "00".
020900             CLOSE CREATER-AUDIT
021000             OPEN EXTEND CREATER-AUDIT
021100         END-IF
021110         OPEN I-O AUDIT-HISTORY
021120         IF WS-CRAUDHST-NOT-FOUND
021130             OPEN OUTPUT AUDIT-HISTORY
021140             CLOSE AUDIT-HISTORY
021150             OPEN I-O AUDIT-HISTORY
021160         END-IF
021200     ELSE
021300         OPEN INPUT CREATER-MASTER
021400     END-IF.
051600     ACCEPT CRAUDIT-TIME OF CRAUDIT-RECORD FROM TIME.
051700     MOVE WS-OPERATOR-ID
051800         TO CRAUDIT-OPERATOR-ID OF CRAUDIT-RECORD.
051810     MOVE SPACES TO CRAUDIT-APPROVER-ID OF CRAUDIT-RECORD.
051820     PERFORM 8080-CHAIN-AUDIT THRU 8080-EXIT.
051900     WRITE CRAUDIT-RECORD.
051905     PERFORM 8090-SAVE-CHAIN THRU 8090-EXIT.
051910     PERFORM 8060-WRITE-HISTORY THRU 8060-EXIT.
052000 8000-EXIT.
052100     EXIT.
052102*
052104****************************************************************
052106* 8060-WRITE-HISTORY - FILE A COPY OF THE AUDIT RECORD JUST    *
052108* WRITTEN ON AUDIT-HISTORY UNDER ITS CREATER ID, DATE AND      *
052110* TIME. A SECOND RECORD FOR THE SAME CREATER IN THE SAME       *
052112* HUNDREDTH OF A SECOND TAKES THE NEXT DUPLICATE NUMBER. A     *
052114* FAILURE IS REPORTED BUT DOES NOT STOP THE RUN - THE TRAIL    *
052116* ITSELF HAS BEEN WRITTEN AND CRHSTBLD CAN REBUILD THE FILE.   *
052118****************************************************************
052120 8060-WRITE-HISTORY.
052122     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD
052124         TO CRAUDHST-CREATER-ID.
052126     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDHST-DATE.
052128     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDHST-TIME.
052130     MOVE ZERO TO CRAUDHST-DUP-NO.
052132     MOVE CRAUDIT-RECORD TO CRAUDHST-AUDIT-IMAGE.
052134     MOVE "N" TO WS-HISTORY-SW.
052136     PERFORM 8070-PUT-HISTORY THRU 8070-EXIT
052138         UNTIL WS-HISTORY-DONE.
052140     IF NOT WS-CRAUDHST-OK
052142         DISPLAY "AUDIT-HISTORY NOT UPDATED FOR "
052144                 CRAUDHST-CREATER-ID " STATUS "
052146                 WS-CRAUDHST-STATUS
052148     END-IF.
052150 8060-EXIT.
052152     EXIT.
052154*
052156****************************************************************
052158* 8070-PUT-HISTORY - WRITE THE HISTORY RECORD, STEPPING THE    *
052160* DUPLICATE NUMBER WHILE THE KEY IS ALREADY ON FILE.           *
052162****************************************************************
052164 8070-PUT-HISTORY.
052166     WRITE CRAUDHST-RECORD
052168         INVALID KEY
052170             CONTINUE
052172     END-WRITE.
052174     IF WS-CRAUDHST-DUP-KEY
052176         AND CRAUDHST-DUP-NO < 99
052178         ADD 1 TO CRAUDHST-DUP-NO
052180     ELSE
052182         MOVE "Y" TO WS-HISTORY-SW
052184     END-IF.
052186 8070-EXIT.
052188     EXIT.
052200*
052300****************************************************************
052400* 9000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE THE FILES.   *
053600     CLOSE CREATER-MASTER.
053700     IF WS-COMMIT-MODE
053800         CLOSE CREATER-AUDIT
053810         CLOSE AUDIT-HISTORY
053900     END-IF.
054000     CLOSE PRINT-FILE.
054100 9000-EXIT.
054200     EXIT.
054210*
054220****************************************************************
054230* 8080-CHAIN-AUDIT - SEAL THE AUDIT RECORD BUILT BY THE CALLER *
054240* JUST BEFORE IT IS WRITTEN: READ CREATER-AUDCTL, GIVE THE     *
054250* RECORD THE NEXT SEQUENCE NUMBER AND HAVE CRAUDCHN COMPUTE    *
054260* ITS CHECK VALUE FROM THE LAST ONE. THE CONTROL FILE IS LEFT  *
054270* OPEN FOR 8090-SAVE-CHAIN. A MISSING OR EMPTY CONTROL FILE    *
054280* STARTS THE CHAIN AT SEQUENCE 1. IF THE CONTROL FILE CANNOT   *
054290* BE READ THE RECORD IS STILL WRITTEN, UNSEQUENCED, AND        *
054300* CRAUDVFY WILL REPORT IT.                                     *
054310****************************************************************
054320 8080-CHAIN-AUDIT.
054330     PERFORM 8085-READ-CHAIN THRU 8085-EXIT.
054340     IF WS-CHAIN-LOST
054350         MOVE ZERO TO CRAUDIT-SEQ-NO OF CRAUDIT-RECORD
054360         MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
054370         DISPLAY "CREATER-AUDCTL UNAVAILABLE, STATUS "
054380                 WS-CRAUDCTL-STATUS
054390                 " - AUDIT RECORD WRITTEN UNSEQUENCED"
054400         GO TO 8080-EXIT
054410     END-IF.
054420     IF WS-CHAIN-NEW
054430         MOVE SPACES TO CRAUDCTL-RECORD
054440         MOVE ZERO TO CRAUDCTL-LAST-SEQ
054450         MOVE ZERO TO CRAUDCTL-LAST-CHECK
054460         MOVE ZERO TO CRAUDCTL-VFY-DATE
054470         MOVE ZERO TO CRAUDCTL-VFY-TIME
054480         MOVE ZERO TO CRAUDCTL-VFY-SEQ
054490         MOVE ZERO TO CRAUDCTL-VFY-ERRORS
054500     END-IF.
054510     ADD 1 CRAUDCTL-LAST-SEQ
054520         GIVING CRAUDIT-SEQ-NO OF CRAUDIT-RECORD.
054530     MOVE ZERO TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
054540     MOVE CRAUDCTL-LAST-CHECK TO CRCHNPRM-PREV-CHECK.
054550     MOVE CRAUDIT-RECORD TO CRCHNPRM-AUDIT-IMAGE.
054560     CALL "CRAUDCHN" USING CRCHNPRM-AREA.
054570     MOVE CRCHNPRM-CHECK TO CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD.
054580 8080-EXIT.
054590     EXIT.
054600*
054610 8085-READ-CHAIN.
054620     MOVE "O" TO WS-CHAIN-SW.
054630     OPEN I-O AUDIT-CONTROL.
054640     IF WS-CRAUDCTL-NOT-FOUND
054650         MOVE "N" TO WS-CHAIN-SW
054660         GO TO 8085-EXIT
054670     END-IF.
054680     IF NOT WS-CRAUDCTL-OK
054690         MOVE "X" TO WS-CHAIN-SW
054700         GO TO 8085-EXIT
054710     END-IF.
054720     READ AUDIT-CONTROL
054730         AT END
054740             MOVE "N" TO WS-CHAIN-SW
054750             CLOSE AUDIT-CONTROL
054760             GO TO 8085-EXIT
054770     END-READ.
054780     IF NOT WS-CRAUDCTL-OK
054790         MOVE "X" TO WS-CHAIN-SW
054800         CLOSE AUDIT-CONTROL
054810     END-IF.
054820 8085-EXIT.
054830     EXIT.
054840*
054850****************************************************************
054860* 8090-SAVE-CHAIN - ONCE THE AUDIT RECORD IS ON THE TRAIL,     *
054870* REWRITE CREATER-AUDCTL WITH ITS SEQUENCE NUMBER AND CHECK    *
054880* VALUE (CREATING THE FILE FOR THE FIRST RECORD OF THE CHAIN)  *
054890* AND CLOSE IT. IF THE WRITE FAILED THE CONTROL RECORD IS LEFT *
054900* AS IT WAS, SO THE NEXT RECORD TAKES THE SAME SEQUENCE        *
054910* NUMBER.                                                      *
054920****************************************************************
054930 8090-SAVE-CHAIN.
054940     IF WS-CHAIN-LOST
054950         GO TO 8090-EXIT
054960     END-IF.
054970     IF NOT WS-CREAUDIT-OK
054980         IF WS-CHAIN-OPEN
054990             CLOSE AUDIT-CONTROL
055000         END-IF
055010         GO TO 8090-EXIT
055020     END-IF.
055030     MOVE CRAUDIT-SEQ-NO OF CRAUDIT-RECORD TO CRAUDCTL-LAST-SEQ.
055040     MOVE CRAUDIT-CHECK-VALUE OF CRAUDIT-RECORD
055050         TO CRAUDCTL-LAST-CHECK.
055060     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD TO CRAUDCTL-LAST-DATE.
055070     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD TO CRAUDCTL-LAST-TIME.
055080     MOVE "CRMASS" TO CRAUDCTL-LAST-WRITER.
055090     IF WS-CHAIN-NEW
055100         OPEN OUTPUT AUDIT-CONTROL
055110         WRITE CRAUDCTL-RECORD
055120     ELSE
055130         REWRITE CRAUDCTL-RECORD
055140     END-IF.
055150     IF NOT WS-CRAUDCTL-OK
055160         DISPLAY "CREATER-AUDCTL NOT UPDATED FOR SEQUENCE "
055170                 CRAUDCTL-LAST-SEQ " STATUS " WS-CRAUDCTL-STATUS
055180     END-IF.
055190     CLOSE AUDIT-CONTROL.
055200 8090-EXIT.
055210     EXIT.
