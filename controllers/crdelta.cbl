000700****************************************************************
000800* CRDELTA - CHANGES-ONLY DOWNSTREAM FEED FROM CREATER-AUDIT    *
000900*                                                              *
000960* READS THE CREATER-AUDIT RECORDS WRITTEN SINCE THE LAST DELTA *
001020* RUN (THE POSITION IS REMEMBERED ON CREATER-DLTCTL),          *
001080* COLLAPSES THEM TO ONE NET ACTION PER CREATER, AND WRITES ONE *
001140* FEED RECORD PER CHANGED CREATER WITH AN ACTION CODE (A       *
001200* ADDED, C CHANGED, D DELETED) AND THE AFTER-IMAGE FIELDS. A   *
001260* CREATER ADDED AND DELETED INSIDE THE SAME WINDOW IS NOT FED  *
001320* AT ALL; ONE DELETED AND RE-ADDED IS FED AS A CHANGE. A FULL  *
001380* COLLAPSE TABLE ABANDONS THE RUN WITH RETURN CODE 12 BEFORE   *
001440* THE POSITION IS MOVED, SO NOTHING IS LOST. EVERY FEED CUT IS *
001500* LOGGED ON THE CRDLTHST FEED HISTORY, AND A CRDLTPRM CARD IN  *
001560* MODE R REPLAYS A LOGGED SEQUENCE INSTEAD OF CUTTING A NEW    *
001620* ONE (SEE 5000-REPLAY-FEED). THE FEED HEADER AND FEED HISTORY *
001680* CARRY THE BUSINESS DATE FROM CREATER-BUSDATE AS THE RUN      *
001740* DATE.                                                        *
001900****************************************************************
002000* MODIFICATION HISTORY
002100*   2026-08-22  RSH  INITIAL VERSION
002197*                    UNTIL ITS PREDECESSORS HAVE COMPLETED
002198*                    TONIGHT (AN OPERATOR OVERRIDE CARD ON
002199*                    CRRUNOVR CAN FORCE IT, AND IS LOGGED).
002200*   2026-10-15  RSH  EVERY FEED CUT IS NOW LOGGED ON THE CRDLTHST
002201*                    FEED HISTORY (SEQUENCE, HEADER DATE/TIME,
002202*                    AUDIT WINDOW AND DETAIL COUNT), AND MODE R ON
002203*                    THE NEW CRDLTPRM CARD REPLAYS A LOGGED
002204*                    SEQUENCE FROM THE AUDIT TRAIL AND ITS
002205*                    ARCHIVES UNDER ITS ORIGINAL HEADER WITHOUT
002206*                    MOVING THE LIVE POSITION OR SEQUENCE. EACH
002207*                    REPLAY IS LOGGED. THE HEADER AND TRAILER
002208*                    FILLERS ARE NOW CLEARED SO A REPLAY IS BYTE
002209*                    FOR BYTE THE ORIGINAL.
002210*   2026-10-15  RSH  THE FEED HEADER AND FEED HISTORY RUN DATE, ON
002211*                    A FEED CUT OR A REPLAY, IS NOW THE BUSINESS
002212*                    DATE FROM CREATER-BUSDATE, TAKEN THROUGH
002213*                    CRBUSDAT, IN PLACE OF THE SYSTEM CLOCK. THE
002214*                    RUN ENDS WITH RETURN CODE 12 WHEN THERE IS NO
002215*                    BUSINESS DATE.
002216*   2026-10-15  RSH  A REPLAY NOW MATCHES ONLY ITS OWN CRDLTEXP
002217*                    ENTRIES ON THE FEED HISTORY, SO A CREXPRT
002218*                    FULL-EXPORT ENTRY WITH THE SAME SEQUENCE
002219*                    NUMBER IS NO LONGER PICKED UP.
002220****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.     IBM-370.
003710     SELECT FEED-CONTROL    ASSIGN TO CRDLTSEQ
003720            ORGANIZATION IS SEQUENTIAL
003730            FILE STATUS IS WS-CRFEDCTL-STATUS.
003740     SELECT FEED-HISTORY    ASSIGN TO CRDLTHST
003750            ORGANIZATION IS SEQUENTIAL
003760            FILE STATUS IS WS-CRDLTHST-STATUS.
003770     SELECT PARM-FILE       ASSIGN TO CRDLTPRM
003780            ORGANIZATION IS SEQUENTIAL
003790            FILE STATUS IS WS-CRDLTPRM-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CREATER-AUDIT
005020 FD  FEED-CONTROL
005030     LABEL RECORDS ARE STANDARD.
005040     COPY CRFEDCTL.
005046*
005052 FD  FEED-HISTORY
005058     LABEL RECORDS ARE STANDARD.
005064     COPY CRDLTHST.
005070*
005076 FD  PARM-FILE
005082     LABEL RECORDS ARE STANDARD.
005088     COPY CRDLTPRM.
005100*
005200 WORKING-STORAGE SECTION.
005300 01  WS-CREAUDIT-STATUS         PIC XX.
006220 01  WS-CRFEDCTL-STATUS         PIC XX.
006230     88  WS-CRFEDCTL-OK             VALUE "00".
006240     88  WS-CRFEDCTL-NOT-FOUND      VALUE "35".
006246*
006252 01  WS-CRDLTHST-STATUS         PIC XX.
006258     88  WS-CRDLTHST-OK             VALUE "00".
006264     88  WS-CRDLTHST-NOT-FOUND      VALUE "35".
006270*
006276 01  WS-CRDLTPRM-STATUS         PIC XX.
006282     88  WS-CRDLTPRM-OK             VALUE "00".
006288     88  WS-CRDLTPRM-NOT-FOUND      VALUE "35".
006300*
006400 01  WS-EOF-SW                  PIC X       VALUE "N".
006500     88  WS-EOF                       VALUE "Y".
006600 01  WS-OVERFLOW-SW             PIC X       VALUE "N".
006700     88  WS-OVERFLOW                  VALUE "Y".
006710 01  WS-REPLAY-SW               PIC X       VALUE "N".
006720     88  WS-REPLAY-MODE               VALUE "Y".
006730 01  WS-HIST-EOF-SW             PIC X       VALUE "N".
006740     88  WS-HIST-EOF                  VALUE "Y".
006750 01  WS-HIST-FOUND-SW           PIC X       VALUE "N".
006760     88  WS-HIST-FOUND                VALUE "Y".
006770 01  WS-REPLAY-OK-SW            PIC X       VALUE "Y".
006780     88  WS-REPLAY-OK                 VALUE "Y".
006800*
006900 01  WS-AUDIT-POS               PIC 9(09)   VALUE ZERO.
007000 01  WS-NEW-COUNT               PIC 9(09)   VALUE ZERO.
007110 01  WS-FEED-SEQ                PIC 9(06)   VALUE ZERO.
007120 01  WS-RUN-DATE                PIC 9(08)   VALUE ZERO.
007130 01  WS-RUN-TIME                PIC 9(08)   VALUE ZERO.
007134 01  WS-REPLAY-SEQ              PIC 9(06)   VALUE ZERO.
007138 01  WS-WINDOW-FROM             PIC 9(09)   VALUE ZERO.
007142 01  WS-REBUILT-COUNT           PIC 9(09)   VALUE ZERO.
007146*
007150****************************************************************
007154* WS-AUDIT-IDENT - THE IDENTITY OF AN AUDIT RECORD AS LOGGED ON *
007158* THE FEED HISTORY (TIMESTAMP, CREATER ID, ACTION), SO A WINDOW *
007162* CAN BE FOUND AGAIN AFTER CRARCHIV HAS MOVED THE POSITIONS.    *
007166****************************************************************
007170 01  WS-AUDIT-IDENT.
007174     05  WS-IDENT-DATE              PIC 9(08).
007178     05  WS-IDENT-TIME              PIC 9(08).
007182     05  WS-IDENT-ID                PIC X(05).
007186     05  WS-IDENT-ACTION            PIC X(06).
007190 01  WS-WINDOW-FIRST                PIC X(27)   VALUE SPACES.
007200*
007300 01  WS-ENTRY-MAX               PIC 9(04)   COMP VALUE 5000.
007400 01  WS-ENTRY-COUNT             PIC 9(04)   COMP VALUE ZERO.
009000         05  WS-ENTRY-STATUS         PIC X.
009100         05  WS-ENTRY-EFF-DATE       PIC 9(08).
009110         05  WS-ENTRY-DEPT           PIC X(04).
009120*
009130     COPY CRDLTHST REPLACING CRDLTHST-RECORD BY WS-HIST-RECORD.
009200*
009220     COPY CRRUNPRM.
009240     COPY CRBUSPRM.
009260*
009300 PROCEDURE DIVISION.
009400 0000-MAINLINE.
009410     PERFORM 0050-READ-PARMS THRU 0050-EXIT.
009420     IF WS-REPLAY-MODE
009430         PERFORM 5000-REPLAY-FEED THRU 5000-EXIT
009440     ELSE
009450         PERFORM 0100-LOG-START THRU 0100-EXIT
009460         PERFORM 1000-INITIALIZE THRU 1000-EXIT
009470         PERFORM 2000-PROCESS-RECS THRU 2000-EXIT
009480             UNTIL WS-EOF OR WS-OVERFLOW
009490         PERFORM 9000-TERMINATE THRU 9000-EXIT
009500         PERFORM 8900-LOG-END THRU 8900-EXIT
009510     END-IF.
009900     STOP RUN.
010000*
010100****************************************************************
010400* PRIME THE FIRST NEW ONE.                                     *
010500****************************************************************
010600 1000-INITIALIZE.
010650     PERFORM 1050-ESTABLISH-DATE THRU 1050-EXIT.
010700     OPEN INPUT CREATER-AUDIT.
010800     OPEN OUTPUT DELTA-FILE.
010900     PERFORM 1100-OPEN-DLTCTL THRU 1100-EXIT.
010910     PERFORM 1200-OPEN-FEDSEQ THRU 1200-EXIT.
010920     COMPUTE WS-WINDOW-FROM = CRDLTCTL-AUDIT-POS + 1.
011000     PERFORM 2200-READ-AUDIT THRU 2200-EXIT
011100         UNTIL WS-EOF
011200            OR WS-AUDIT-POS > CRDLTCTL-AUDIT-POS.
011400 1000-EXIT.
011500     EXIT.
011600*
011604****************************************************************
011608* 1050-ESTABLISH-DATE - TAKE THE RUN DATE FROM THE BUSINESS    *
011612* DATE ON CREATER-BUSDATE AND THE RUN TIME FROM THE CLOCK. A   *
011616* RUN WITH NO BUSINESS DATE WRITES NOTHING AND ENDS WITH       *
011620* RETURN CODE 12.                                              *
011624****************************************************************
011628 1050-ESTABLISH-DATE.
011632     MOVE "G" TO CRBUSPRM-FUNCTION.
011636     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
011640     IF NOT CRBUSPRM-VALID
011644         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - NO FEED "
011648                 "WRITTEN"
011652         MOVE 12 TO RETURN-CODE
011656         IF NOT WS-REPLAY-MODE
011660             PERFORM 8900-LOG-END THRU 8900-EXIT
011664         END-IF
011668         STOP RUN
011672     END-IF.
011676     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
011680     ACCEPT WS-RUN-TIME FROM TIME.
011684 1050-EXIT.
011688     EXIT.
011692*
011700****************************************************************
011800* 1100-OPEN-DLTCTL - OPEN THE ONE-RECORD POSITION CONTROL      *
011900* FILE I-O AND PRIME IT WITH A READ, SEEDING IT AT POSITION    *
016300 2000-PROCESS-RECS.
016400     PERFORM 3000-POST-TO-TABLE THRU 3000-EXIT.
016500     IF NOT WS-OVERFLOW
016510         PERFORM 2300-NOTE-WINDOW THRU 2300-EXIT
016600         ADD 1 TO WS-NEW-COUNT
016700         PERFORM 2200-READ-AUDIT THRU 2200-EXIT
016800     END-IF.
031110* ON A FULL TABLE - AN ABANDONED RUN SHIPS NOTHING, NOT EVEN   *
031120* A HEADER, SO CRFEDVFY REFUSES THE FILE), DISPLAY THE RUN     *
031130* TOTALS AND CLOSE THE FILES.                                  *
031140* THE FEED IS LOGGED ON THE FEED HISTORY BEFORE THE POSITION   *
031150* IS MOVED, SO EVERY SEQUENCE SHIPPED CAN BE REPLAYED.         *
031200****************************************************************
031300 9000-TERMINATE.
031400     IF WS-OVERFLOW
031500         MOVE 12 TO RETURN-CODE
031600     ELSE
031610         ADD 1 TO CRFEDCTL-LAST-SEQ GIVING WS-FEED-SEQ
031615         MOVE SPACES TO CRFEEDHT-HEADER
031620         MOVE "H"        TO CRFEEDHT-H-REC-TYPE
031630         MOVE "CRDLTEXP" TO CRFEEDHT-H-FEED-NAME
031640         MOVE WS-RUN-DATE TO CRFEEDHT-H-RUN-DATE
031700         PERFORM 4000-WRITE-FEED THRU 4000-EXIT
031800             VARYING WS-ENTRY-SUB FROM 1 BY 1
031900             UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
031905         MOVE SPACES TO CRFEEDHT-TRAILER
031910         MOVE "T" TO CRFEEDHT-T-REC-TYPE
031920         MOVE WS-FEED-COUNT TO CRFEEDHT-T-DETAIL-COUNT
031930         WRITE CRFEEDHT-TRAILER
031940         PERFORM 9100-LOG-FEED THRU 9100-EXIT
032000         MOVE WS-AUDIT-POS TO CRDLTCTL-AUDIT-POS
032100         REWRITE CRDLTCTL-RECORD
032110         MOVE WS-FEED-SEQ TO CRFEDCTL-LAST-SEQ
036200     MOVE CRRUNPRM-RET-CODE TO RETURN-CODE.
036300 8900-EXIT.
036400     EXIT.
036500*
036600****************************************************************
036700* 0050-READ-PARMS - READ THE OPTIONAL RUN PARAMETER CARD. A    *
036800* MISSING OR EMPTY CARD IS THE NIGHTLY RUN; MODE R ASKS FOR A  *
036900* REPLAY OF THE SEQUENCE ON THE CARD (A SEQUENCE THAT IS NOT   *
037000* NUMERIC IS TAKEN AS ZERO, WHICH IS NEVER ON THE HISTORY).    *
037100****************************************************************
037200 0050-READ-PARMS.
037300     OPEN INPUT PARM-FILE.
037400     IF WS-CRDLTPRM-NOT-FOUND
037500         GO TO 0050-EXIT
037600     END-IF.
037700     READ PARM-FILE
037800         AT END
037900             CONTINUE
038000         NOT AT END
038100             IF CRDLTPRM-REPLAY
038200                 MOVE "Y" TO WS-REPLAY-SW
038300                 IF CRDLTPRM-REPLAY-SEQ IS NUMERIC
038400                     MOVE CRDLTPRM-REPLAY-SEQ TO WS-REPLAY-SEQ
038500                 END-IF
038600             END-IF
038700     END-READ.
038800     CLOSE PARM-FILE.
038900 0050-EXIT.
039000     EXIT.
039100*
039200****************************************************************
039300* 2300-NOTE-WINDOW - KEEP THE IDENTITY OF THE FIRST AUDIT      *
039400* RECORD IN THIS RUN'S WINDOW; WS-AUDIT-IDENT IS LEFT HOLDING  *
039500* THE LAST ONE. BOTH GO ON THE FEED HISTORY.                   *
039600****************************************************************
039700 2300-NOTE-WINDOW.
039800     PERFORM 2350-BUILD-IDENT THRU 2350-EXIT.
039900     IF WS-NEW-COUNT = ZERO
040000         MOVE WS-AUDIT-IDENT TO WS-WINDOW-FIRST
040100     END-IF.
040200 2300-EXIT.
040300     EXIT.
040400*
040500 2350-BUILD-IDENT.
040600     MOVE CRAUDIT-DATE OF CRAUDIT-RECORD       TO WS-IDENT-DATE.
040700     MOVE CRAUDIT-TIME OF CRAUDIT-RECORD       TO WS-IDENT-TIME.
040800     MOVE CRAUDIT-CREATER-ID OF CRAUDIT-RECORD TO WS-IDENT-ID.
040900     MOVE CRAUDIT-ACTION OF CRAUDIT-RECORD     TO WS-IDENT-ACTION.
041000 2350-EXIT.
041100     EXIT.
041200*
041300****************************************************************
041400* 5000-REPLAY-FEED - REBUILD THE FEED WITH THE SEQUENCE ON THE *
041500* PARAMETER CARD. THE WINDOW LOGGED ON THE FEED HISTORY IS     *
041600* FOUND ON CREATER-AUDIT (THE JCL CONCATENATES THE ARCHIVE     *
041700* GENERATIONS AHEAD OF THE CURRENT TRAIL) BY ITS FIRST         *
041800* RECORD'S IDENTITY, EXACTLY THE LOGGED NUMBER OF RECORDS IS   *
041900* COLLAPSED AS THE ORIGINAL RUN DID, AND THE LAST RECORD AND   *
042000* THE DETAIL COUNT MUST BOTH AGREE WITH THE HISTORY BEFORE     *
042100* THE FEED IS WRITTEN UNDER ITS ORIGINAL HEADER. ANY           *
042200* DISAGREEMENT WRITES NOTHING (NOT EVEN A HEADER, SO CRFEDVFY  *
042300* REFUSES THE FILE) AND ENDS WITH RETURN CODE 12. THE LIVE     *
042400* POSITION AND SEQUENCE CONTROL FILES ARE NEVER OPENED, THE    *
042500* NIGHT-RUN CONTROL IS NOT TOLD, AND EVERY REPLAY - MADE OR    *
042600* REFUSED - IS LOGGED ON THE FEED HISTORY.                     *
042700****************************************************************
042800 5000-REPLAY-FEED.
042900     PERFORM 1050-ESTABLISH-DATE THRU 1050-EXIT.
043100     PERFORM 5100-FIND-HISTORY THRU 5100-EXIT.
043200     IF NOT WS-HIST-FOUND
043300         DISPLAY "FEED SEQUENCE " WS-REPLAY-SEQ
043400                 " IS NOT ON THE FEED HISTORY - NOTHING REPLAYED"
043500         MOVE "N" TO WS-REPLAY-OK-SW
043600         MOVE 12 TO RETURN-CODE
043700         PERFORM 5900-LOG-REPLAY THRU 5900-EXIT
043800         GO TO 5000-EXIT
043900     END-IF.
044000     OPEN INPUT CREATER-AUDIT.
044100     OPEN OUTPUT DELTA-FILE.
044200     IF CRDLTHST-AUDIT-COUNT OF WS-HIST-RECORD > ZERO
044300         PERFORM 5200-FIND-FIRST THRU 5200-EXIT
044400         PERFORM 5300-COLLECT-WINDOW THRU 5300-EXIT
044500             UNTIL NOT WS-REPLAY-OK
044600                OR WS-NEW-COUNT
044700                   NOT < CRDLTHST-AUDIT-COUNT OF WS-HIST-RECORD
044800         PERFORM 5400-CHECK-LAST THRU 5400-EXIT
044900     END-IF.
045000     IF WS-REPLAY-OK
045100         PERFORM 5500-COUNT-ENTRY THRU 5500-EXIT
045200             VARYING WS-ENTRY-SUB FROM 1 BY 1
045300             UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
045400         IF WS-REBUILT-COUNT
045500                 NOT = CRDLTHST-DETAIL-COUNT OF WS-HIST-RECORD
045600             DISPLAY "REBUILT FEED HAS " WS-REBUILT-COUNT
045700                     " DETAILS, THE ORIGINAL HAD "
045800                     CRDLTHST-DETAIL-COUNT OF WS-HIST-RECORD
045900             MOVE "N" TO WS-REPLAY-OK-SW
046000         END-IF
046100     END-IF.
046200     IF WS-REPLAY-OK
046300         PERFORM 5600-WRITE-REPLAY THRU 5600-EXIT
046400     ELSE
046500         DISPLAY "FEED SEQUENCE " WS-REPLAY-SEQ
046600                 " NOT REPLAYED - NOTHING WRITTEN"
046700         MOVE 12 TO RETURN-CODE
046800     END-IF.
046900     CLOSE CREATER-AUDIT.
047000     CLOSE DELTA-FILE.
047100     PERFORM 5900-LOG-REPLAY THRU 5900-EXIT.
047200     DISPLAY "AUDIT RECORDS IN THE WINDOW     : " WS-NEW-COUNT.
047300     DISPLAY "CREATERS FED DOWNSTREAM         : " WS-FEED-COUNT.
047400 5000-EXIT.
047500     EXIT.
047600*
047700****************************************************************
047800* 5100-FIND-HISTORY - READ THE WHOLE FEED HISTORY AND KEEP THE *
047900* LATEST FEED ENTRY FOR THE SEQUENCE ASKED FOR.                *
048000****************************************************************
048100 5100-FIND-HISTORY.
048200     OPEN INPUT FEED-HISTORY.
048300     IF WS-CRDLTHST-NOT-FOUND
048400         GO TO 5100-EXIT
048500     END-IF.
048600     PERFORM 5150-READ-HISTORY THRU 5150-EXIT
048700         UNTIL WS-HIST-EOF.
048800     CLOSE FEED-HISTORY.
048900 5100-EXIT.
049000     EXIT.
049100*
049200 5150-READ-HISTORY.
049300     READ FEED-HISTORY
049400         AT END
049500             MOVE "Y" TO WS-HIST-EOF-SW
049600         NOT AT END
049700             IF CRDLTHST-FEED-ENTRY OF CRDLTHST-RECORD
049760                 AND CRDLTHST-SEQ-NO OF CRDLTHST-RECORD
049820                     = WS-REPLAY-SEQ
049880                 AND CRDLTHST-FEED-NAME OF CRDLTHST-RECORD
049940                     = "CRDLTEXP"
050000                 MOVE CRDLTHST-RECORD TO WS-HIST-RECORD
050100                 MOVE "Y" TO WS-HIST-FOUND-SW
050200             END-IF
050300     END-READ.
050400 5150-EXIT.
050500     EXIT.
050600*
050700****************************************************************
050800* 5200-FIND-FIRST - SKIP TO THE FIRST AUDIT RECORD OF THE      *
050900* LOGGED WINDOW AND POST IT.                                   *
051000****************************************************************
051100 5200-FIND-FIRST.
051200     MOVE SPACES TO WS-AUDIT-IDENT.
051300     PERFORM 5250-READ-IDENT THRU 5250-EXIT
051400         UNTIL WS-EOF
051500            OR WS-AUDIT-IDENT
051600               = CRDLTHST-FIRST-AUDIT OF WS-HIST-RECORD.
051700     IF WS-EOF
051800         DISPLAY "FIRST AUDIT RECORD OF THE WINDOW NOT FOUND - "
051900                 "SUPPLY THE ARCHIVE GENERATION HOLDING IT"
052000         MOVE "N" TO WS-REPLAY-OK-SW
052100         GO TO 5200-EXIT
052200     END-IF.
052300     PERFORM 5350-POST-WINDOW-REC THRU 5350-EXIT.
052400 5200-EXIT.
052500     EXIT.
052600*
052700 5250-READ-IDENT.
052800     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
052900     IF NOT WS-EOF
053000         PERFORM 2350-BUILD-IDENT THRU 2350-EXIT
053100     END-IF.
053200 5250-EXIT.
053300     EXIT.
053400*
053500 5300-COLLECT-WINDOW.
053600     PERFORM 5250-READ-IDENT THRU 5250-EXIT.
053700     IF WS-EOF
053800         DISPLAY "AUDIT TRAIL ENDS INSIDE THE WINDOW - "
053900                 "TOO FEW RECORDS TO REBUILD IT"
054000         MOVE "N" TO WS-REPLAY-OK-SW
054100         GO TO 5300-EXIT
054200     END-IF.
054300     PERFORM 5350-POST-WINDOW-REC THRU 5350-EXIT.
054400 5300-EXIT.
054500     EXIT.
054600*
054700 5350-POST-WINDOW-REC.
054800     PERFORM 3000-POST-TO-TABLE THRU 3000-EXIT.
054900     IF WS-OVERFLOW
055000         MOVE "N" TO WS-REPLAY-OK-SW
055100     ELSE
055200         ADD 1 TO WS-NEW-COUNT
055300     END-IF.
055400 5350-EXIT.
055500     EXIT.
055600*
055700****************************************************************
055800* 5400-CHECK-LAST - THE LAST RECORD COLLECTED MUST BE THE LAST *
055900* RECORD OF THE LOGGED WINDOW. IF IT IS NOT, THE WINDOW SPANS  *
056000* ARCHIVE GENERATIONS SUPPLIED OUT OF ORDER (OR A GENERATION   *
056100* IS MISSING), AND THE REBUILT FEED WOULD NOT BE THE ORIGINAL. *
056200****************************************************************
056300 5400-CHECK-LAST.
056400     IF WS-REPLAY-OK
056500         AND WS-AUDIT-IDENT
056600             NOT = CRDLTHST-LAST-AUDIT OF WS-HIST-RECORD
056700         DISPLAY "LAST AUDIT RECORD OF THE WINDOW DOES NOT "
056800                 "MATCH - ARCHIVES MISSING OR OUT OF ORDER"
056900         MOVE "N" TO WS-REPLAY-OK-SW
057000     END-IF.
057100 5400-EXIT.
057200     EXIT.
057300*
057400 5500-COUNT-ENTRY.
057500     IF WS-ENTRY-ACTION (WS-ENTRY-SUB) NOT = SPACE
057600         ADD 1 TO WS-REBUILT-COUNT
057700     END-IF.
057800 5500-EXIT.
057900     EXIT.
058000*
058100****************************************************************
058200* 5600-WRITE-REPLAY - WRITE THE REBUILT FEED UNDER THE HEADER  *
058300* OF THE ORIGINAL TRANSMISSION (FEED NAME, RUN DATE/TIME AND   *
058400* SEQUENCE FROM THE FEED HISTORY).                             *
058500****************************************************************
058600 5600-WRITE-REPLAY.
058700     MOVE SPACES TO CRFEEDHT-HEADER.
058800     MOVE "H" TO CRFEEDHT-H-REC-TYPE.
058900     MOVE CRDLTHST-FEED-NAME OF WS-HIST-RECORD
059000         TO CRFEEDHT-H-FEED-NAME.
059100     MOVE CRDLTHST-RUN-DATE OF WS-HIST-RECORD
059200         TO CRFEEDHT-H-RUN-DATE.
059300     MOVE CRDLTHST-RUN-TIME OF WS-HIST-RECORD
059400         TO CRFEEDHT-H-RUN-TIME.
059500     MOVE CRDLTHST-SEQ-NO OF WS-HIST-RECORD
059600         TO CRFEEDHT-H-SEQ-NO.
059700     WRITE CRFEEDHT-HEADER.
059800     PERFORM 4000-WRITE-FEED THRU 4000-EXIT
059900         VARYING WS-ENTRY-SUB FROM 1 BY 1
060000         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
060100     MOVE SPACES TO CRFEEDHT-TRAILER.
060200     MOVE "T" TO CRFEEDHT-T-REC-TYPE.
060300     MOVE WS-FEED-COUNT TO CRFEEDHT-T-DETAIL-COUNT.
060400     WRITE CRFEEDHT-TRAILER.
060500     DISPLAY "FEED TRANSMISSION SEQUENCE      : "
060600             CRDLTHST-SEQ-NO OF WS-HIST-RECORD " REPLAYED".
060700 5600-EXIT.
060800     EXIT.
060900*
061000****************************************************************
061100* 5900-LOG-REPLAY - LOG THE REPLAY ON THE FEED HISTORY WITH    *
061200* THE WINDOW IT WAS ASKED TO REBUILD, THE DETAILS WRITTEN AND  *
061300* WHETHER IT WAS MADE OR REFUSED.                              *
061400****************************************************************
061500 5900-LOG-REPLAY.
061600     IF NOT WS-HIST-FOUND
061700         PERFORM 9050-CLEAR-HISTORY THRU 9050-EXIT
061800         MOVE "CRDLTEXP" TO CRDLTHST-FEED-NAME OF WS-HIST-RECORD
061900     END-IF.
062000     MOVE "R"           TO CRDLTHST-REC-TYPE OF WS-HIST-RECORD.
062100     MOVE WS-REPLAY-SEQ TO CRDLTHST-SEQ-NO OF WS-HIST-RECORD.
062200     MOVE WS-RUN-DATE   TO CRDLTHST-RUN-DATE OF WS-HIST-RECORD.
062300     MOVE WS-RUN-TIME   TO CRDLTHST-RUN-TIME OF WS-HIST-RECORD.
062400     MOVE WS-FEED-COUNT
062500         TO CRDLTHST-DETAIL-COUNT OF WS-HIST-RECORD.
062600     IF WS-REPLAY-OK
062700         MOVE "Y" TO CRDLTHST-REPLAY-RESULT OF WS-HIST-RECORD
062800     ELSE
062900         MOVE "N" TO CRDLTHST-REPLAY-RESULT OF WS-HIST-RECORD
063000     END-IF.
063100     PERFORM 9150-APPEND-HISTORY THRU 9150-EXIT.
063200 5900-EXIT.
063300     EXIT.
063400*
063405 9050-CLEAR-HISTORY.
063410     MOVE SPACES TO WS-HIST-RECORD.
063415     MOVE ZERO TO CRDLTHST-SEQ-NO OF WS-HIST-RECORD
063420                  CRDLTHST-RUN-DATE OF WS-HIST-RECORD
063425                  CRDLTHST-RUN-TIME OF WS-HIST-RECORD
063430                  CRDLTHST-AUDIT-FROM OF WS-HIST-RECORD
063435                  CRDLTHST-AUDIT-TO OF WS-HIST-RECORD
063440                  CRDLTHST-AUDIT-COUNT OF WS-HIST-RECORD
063445                  CRDLTHST-DETAIL-COUNT OF WS-HIST-RECORD
063450                  CRDLTHST-FIRST-DATE OF WS-HIST-RECORD
063455                  CRDLTHST-FIRST-TIME OF WS-HIST-RECORD
063460                  CRDLTHST-LAST-DATE OF WS-HIST-RECORD
063465                  CRDLTHST-LAST-TIME OF WS-HIST-RECORD.
063470 9050-EXIT.
063475     EXIT.
063480*
063500****************************************************************
063600* 9100-LOG-FEED - LOG THE FEED JUST WRITTEN ON THE FEED        *
063700* HISTORY: ITS SEQUENCE, HEADER DATE/TIME, DETAIL COUNT AND    *
063800* THE AUDIT WINDOW IT WAS CUT FROM.                            *
063900****************************************************************
064000 9100-LOG-FEED.
064100     PERFORM 9050-CLEAR-HISTORY THRU 9050-EXIT.
064200     MOVE "F"            TO CRDLTHST-REC-TYPE OF WS-HIST-RECORD.
064300     MOVE WS-FEED-SEQ    TO CRDLTHST-SEQ-NO OF WS-HIST-RECORD.
064400     MOVE "CRDLTEXP"     TO CRDLTHST-FEED-NAME OF WS-HIST-RECORD.
064500     MOVE WS-RUN-DATE    TO CRDLTHST-RUN-DATE OF WS-HIST-RECORD.
064600     MOVE WS-RUN-TIME    TO CRDLTHST-RUN-TIME OF WS-HIST-RECORD.
064700     MOVE WS-WINDOW-FROM TO CRDLTHST-AUDIT-FROM OF WS-HIST-RECORD.
064800     MOVE WS-AUDIT-POS   TO CRDLTHST-AUDIT-TO OF WS-HIST-RECORD.
064900     MOVE WS-NEW-COUNT
065000         TO CRDLTHST-AUDIT-COUNT OF WS-HIST-RECORD.
065100     MOVE WS-FEED-COUNT
065200         TO CRDLTHST-DETAIL-COUNT OF WS-HIST-RECORD.
065300     IF WS-NEW-COUNT > ZERO
065400         MOVE WS-WINDOW-FIRST
065500             TO CRDLTHST-FIRST-AUDIT OF WS-HIST-RECORD
065600         MOVE WS-AUDIT-IDENT
065700             TO CRDLTHST-LAST-AUDIT OF WS-HIST-RECORD
065800     END-IF.
065900     PERFORM 9150-APPEND-HISTORY THRU 9150-EXIT.
066000 9100-EXIT.
066100     EXIT.
066200*
066300 9150-APPEND-HISTORY.
066400     OPEN EXTEND FEED-HISTORY.
066500     IF WS-CRDLTHST-NOT-FOUND
066600         OPEN OUTPUT FEED-HISTORY
066700         CLOSE FEED-HISTORY
066800         OPEN EXTEND FEED-HISTORY
066900     END-IF.
067000     WRITE CRDLTHST-RECORD FROM WS-HIST-RECORD.
067100     CLOSE FEED-HISTORY.
067200 9150-EXIT.
067300     EXIT.
