002160*                    RECOVERY REBUILDS THE INDEXES THE INDEX
002170*                    NAME SEARCH AND THE CRLIST DEPARTMENT
002180*                    ROSTER DEPEND ON, NOT JUST THE PRIME KEY.
002181*   2026-10-15  RSH  A RECOVERY NOW REPLAYS ONLY A CREATER-AUDIT
002182*                    TRAIL THAT CRAUDVFY HAS PASSED TODAY THROUGH
002183*                    THE LAST SEQUENCE NUMBER ON CREATER-AUDCTL;
002184*                    AN UNVERIFIED TRAIL NEEDS A SUPERVISOR
002185*                    OVERRIDE CARD (CRVFYOVR), WHICH IS PRINTED ON
002186*                    THE REPORT, OR THE RUN ENDS WITH RETURN CODE
002187*                    12.
002188*   2026-10-15  RSH  THE AUDIT RECORDS TO RE-APPLY ARE NOW FOUND
002189*                    BY THE AUDIT SEQUENCE NUMBER CRBACKUP RECORDS
002190*                    ON CREATER-BKPCTL, SINCE NIGHTLY AUDIT
002191*                    RECORDS NOW CARRY THE BUSINESS DATE; THE
002192*                    BACKUP DATE AND TIME ARE STILL USED FOR
002193*                    UNSEQUENCED RECORDS AND OLDER BACKUPS.
002200****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004200            FILE STATUS IS WS-CRBKPCTL-STATUS.
004300     SELECT PRINT-FILE      ASSIGN TO CRRECVPT
004400            ORGANIZATION IS SEQUENTIAL.
004408     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
004416            ORGANIZATION IS SEQUENTIAL
004424            FILE STATUS IS WS-CRAUDCTL-STATUS.
004432     SELECT OVERRIDE-FILE   ASSIGN TO CRVFYOVR
004440            ORGANIZATION IS SEQUENTIAL
004448            FILE STATUS IS WS-CRVFYOVR-STATUS.
004456     SELECT CREATER-OPSEC   ASSIGN TO CROPSEC
004464            ORGANIZATION IS INDEXED
004472            ACCESS MODE IS RANDOM
004480            RECORD KEY IS CROPSEC-OPERATOR-ID OF CROPSEC-RECORD
004488            FILE STATUS IS WS-CROPSEC-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BACKUP-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CRBKPCTL.
006200*
006207 FD  AUDIT-CONTROL
006214     LABEL RECORDS ARE STANDARD.
006221     COPY CRAUDCTL.
006228*
006235 FD  OVERRIDE-FILE
006242     LABEL RECORDS ARE STANDARD.
006249     COPY CRVFYOVR.
006256*
006263 FD  CREATER-OPSEC
006270     LABEL RECORDS ARE STANDARD.
006277     COPY CROPSEC.
006284*
006300 FD  PRINT-FILE
006400     LABEL RECORDS ARE STANDARD
006500     LINAGE IS 55 LINES
009200*
009210 01  WS-BKP-DATE                   PIC 9(08)   VALUE ZERO.
009220 01  WS-BKP-TIME                   PIC 9(08)   VALUE ZERO.
009225 01  WS-BKP-SEQ                    PIC 9(09)   VALUE ZERO.
009230*
009234 01  WS-CRAUDCTL-STATUS            PIC XX.
009238     88  WS-CRAUDCTL-OK                VALUE "00".
009242     88  WS-CRAUDCTL-NOT-FOUND         VALUE "35".
009246*
009250 01  WS-CRVFYOVR-STATUS            PIC XX.
009254     88  WS-CRVFYOVR-OK                VALUE "00".
009258*
009262 01  WS-CROPSEC-STATUS             PIC XX.
009266     88  WS-CROPSEC-OK                 VALUE "00".
009270*
009274 01  WS-TRAIL-VERIFIED-SW          PIC X       VALUE "N".
009278     88  WS-TRAIL-VERIFIED             VALUE "Y".
009282 01  WS-OVERRIDE-SW                PIC X       VALUE "N".
009286     88  WS-OVERRIDE-USED              VALUE "Y".
009290*
009300 01  WS-RESTORE-COUNT              PIC 9(06)   VALUE ZERO.
009400 01  WS-REPLAY-ADD-COUNT           PIC 9(06)   VALUE ZERO.
009500 01  WS-REPLAY-CHANGE-COUNT        PIC 9(06)   VALUE ZERO.
017500     05  FTR-ERROR-COUNT           PIC ZZZ,ZZ9.
017600     05  FILLER                    PIC X(25)   VALUE SPACES.
017700*
017710 01  OVERRIDE-LINE.
017720     05  FILLER                    PIC X(41)
017730             VALUE "UNVERIFIED TRAIL REPLAYED ON OVERRIDE BY ".
017740     05  OVR-SUPERVISOR-ID         PIC X(08).
017750     05  FILLER                    PIC X(10)   VALUE " REASON: ".
017760     05  OVR-REASON                PIC X(40).
017770     05  FILLER                    PIC X(33)   VALUE SPACES.
017780*
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     STOP RUN.
018800*
018900****************************************************************
018910* 1000-INITIALIZE - READ THE BACKUP CONTROL STAMP (A MISSING   *
018920* OR NEVER-WRITTEN STAMP ABANDONS THE RECOVERY - THERE IS NO   *
018930* WAY TO KNOW WHICH AUDIT RECORDS POSTDATE THE BACKUP), PROVE  *
018940* THE AUDIT TRAIL HAS BEEN VERIFIED, OPEN THE FILES, PRINT THE *
018950* HEADING, RELOAD CREATER-MASTER FROM THE BACKUP AND PRIME THE *
018960* FIRST BACKUP RECORD.                                         *
019500****************************************************************
019600 1000-INITIALIZE.
019610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019700     PERFORM 1100-READ-BKPCTL THRU 1100-EXIT.
019710     PERFORM 1300-CHECK-TRAIL THRU 1300-EXIT.
019800     OPEN INPUT  BACKUP-FILE.
019900     OPEN OUTPUT CREATER-MASTER.
020000     OPEN INPUT  CREATER-AUDIT.
020100     OPEN OUTPUT PRINT-FILE.
020300     STRING WS-RUN-YYYY  DELIMITED BY SIZE
020400            "-"          DELIMITED BY SIZE
020500            WS-RUN-MM    DELIMITED BY SIZE
020700            WS-RUN-DD    DELIMITED BY SIZE
020800         INTO WS-RUN-DATE-DISP.
020900     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
020910     IF WS-OVERRIDE-USED
020920         MOVE CRVFYOVR-SUPERVISOR-ID TO OVR-SUPERVISOR-ID
020930         MOVE CRVFYOVR-REASON        TO OVR-REASON
020940         WRITE PRINT-LINE FROM OVERRIDE-LINE
020950             AFTER ADVANCING 1 LINE
020960         WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE
020970     END-IF.
021000     PERFORM 2200-READ-BACKUP THRU 2200-EXIT.
021100 1000-EXIT.
021200     EXIT.
023700         MOVE 12 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
023920     MOVE CRBKPCTL-DATE TO WS-BKP-DATE.
023940     MOVE CRBKPCTL-TIME TO WS-BKP-TIME.
023960     MOVE CRBKPCTL-AUDIT-SEQ TO WS-BKP-SEQ.
024000     CLOSE CREATER-BKPCTL.
024100 1100-EXIT.
024200     EXIT.
024201*
024202****************************************************************
024203* 1300-CHECK-TRAIL - REPLAY ONLY A TRAIL CRAUDVFY HAS PASSED   *
024204* TODAY THROUGH THE LAST SEQUENCE NUMBER ON CREATER-AUDCTL, SO *
024205* A TRAIL WITH A GAP, A BREAK OR RECORDS ADDED SINCE THE       *
024206* VERIFY RUN IS NEVER REPLAYED UNNOTICED. OTHERWISE THE        *
024207* RECOVERY GOES AHEAD ONLY ON A VALID SUPERVISOR OVERRIDE      *
024208* CARD, AND WITHOUT ONE IT IS ABANDONED WITH RETURN CODE 12    *
024209* BEFORE CREATER-MASTER IS TOUCHED.                            *
024210****************************************************************
024211 1300-CHECK-TRAIL.
024212     OPEN INPUT AUDIT-CONTROL.
024213     IF WS-CRAUDCTL-OK
024214         READ AUDIT-CONTROL
024215             NOT AT END
024216                 IF CRAUDCTL-VFY-PASSED
024217                     AND CRAUDCTL-VFY-DATE = WS-RUN-DATE
024218                     AND CRAUDCTL-VFY-SEQ = CRAUDCTL-LAST-SEQ
024219                     MOVE "Y" TO WS-TRAIL-VERIFIED-SW
024220                 END-IF
024221         END-READ
024222         CLOSE AUDIT-CONTROL
024223     END-IF.
024224     IF WS-TRAIL-VERIFIED
024225         GO TO 1300-EXIT
024226     END-IF.
024227     DISPLAY "CREATER-AUDIT HAS NOT PASSED CRAUDVFY TODAY".
024228     PERFORM 1350-CHECK-OVERRIDE THRU 1350-EXIT.
024229     IF NOT WS-OVERRIDE-USED
024230         DISPLAY "NO VALID SUPERVISOR OVERRIDE - RECOVERY "
024231                 "ABANDONED"
024232         MOVE 12 TO RETURN-CODE
024233         STOP RUN
024234     END-IF.
024235     DISPLAY "UNVERIFIED TRAIL REPLAYED ON OVERRIDE BY "
024236             CRVFYOVR-SUPERVISOR-ID.
024237     DISPLAY "REASON: " CRVFYOVR-REASON.
024238 1300-EXIT.
024239     EXIT.
024240*
024241****************************************************************
024242* 1350-CHECK-OVERRIDE - READ THE OPTIONAL OVERRIDE CARD. IT IS *
024243* ACCEPTED ONLY FOR AN ACTIVE SUPERVISOR (AUTHORITY LEVEL 3)   *
024244* ON CREATER-OPSEC WHOSE PASSWORD MATCHES, AND ONLY WITH A     *
024245* REASON.                                                      *
024246****************************************************************
024247 1350-CHECK-OVERRIDE.
024248     OPEN INPUT OVERRIDE-FILE.
024249     IF NOT WS-CRVFYOVR-OK
024250         GO TO 1350-EXIT
024251     END-IF.
024252     READ OVERRIDE-FILE
024253         AT END
024254             MOVE SPACES TO CRVFYOVR-RECORD
024255     END-READ.
024256     CLOSE OVERRIDE-FILE.
024257     IF CRVFYOVR-SUPERVISOR-ID = SPACES
024258         GO TO 1350-EXIT
024259     END-IF.
024260     IF CRVFYOVR-REASON = SPACES
024261         DISPLAY "OVERRIDE CARD GIVES NO REASON - NOT ACCEPTED"
024262         GO TO 1350-EXIT
024263     END-IF.
024264     OPEN INPUT CREATER-OPSEC.
024265     IF NOT WS-CROPSEC-OK
024266         DISPLAY "CREATER-OPSEC UNAVAILABLE, STATUS "
024267                 WS-CROPSEC-STATUS
024268         GO TO 1350-EXIT
024269     END-IF.
024270     MOVE CRVFYOVR-SUPERVISOR-ID
024271         TO CROPSEC-OPERATOR-ID OF CROPSEC-RECORD.
024272     READ CREATER-OPSEC
024273         INVALID KEY
024274             MOVE SPACES TO CROPSEC-RECORD
024275     END-READ.
024276     IF NOT WS-CROPSEC-OK
024277         OR NOT CROPSEC-ACTIVE OF CROPSEC-RECORD
024278         OR NOT CROPSEC-SUPERVISOR OF CROPSEC-RECORD
024279         OR CROPSEC-PASSWORD OF CROPSEC-RECORD
024280             NOT = CRVFYOVR-PASSWORD
024281         DISPLAY "OVERRIDE CARD IS NOT A VALID SUPERVISOR SIGN-ON"
024282         CLOSE CREATER-OPSEC
024283         GO TO 1350-EXIT
024284     END-IF.
024285     CLOSE CREATER-OPSEC.
024286     MOVE "Y" TO WS-OVERRIDE-SW.
024287 1350-EXIT.
024288     EXIT.
024300*
024400****************************************************************
024500* 2000-RESTORE-BACKUP - LOAD ONE BACKUP RECORD ONTO THE        *
028900     EXIT.
029000*
029100****************************************************************
029130* 4000-REPLAY-AUDIT - RE-APPLY THE CURRENT AUDIT RECORD IF IT  *
029160* WAS WRITTEN AFTER THE BACKUP AND READ THE NEXT ONE. A RECORD *
029190* CARRYING A SEQUENCE NUMBER IS TESTED AGAINST THE AUDIT       *
029220* SEQUENCE NUMBER ON THE BACKUP STAMP, SINCE NIGHTLY AUDIT     *
029250* RECORDS ARE DATED WITH THE BUSINESS DATE AND DO NOT ORDER BY *
029280* DATE AND TIME; AN UNSEQUENCED RECORD, OR A BACKUP TAKEN      *
029310* BEFORE THE AUDIT CHAIN, IS TESTED AGAINST THE BACKUP DATE    *
029340* AND TIME.                                                    *
029400****************************************************************
029450 4000-REPLAY-AUDIT.
029500     IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD > ZERO
029550             AND WS-BKP-SEQ > ZERO
029600         IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD > WS-BKP-SEQ
029650             PERFORM 5000-APPLY-AUDIT THRU 5000-EXIT
029700         END-IF
029750     ELSE
029800         IF CRAUDIT-DATE OF CRAUDIT-RECORD > WS-BKP-DATE
029850             OR (CRAUDIT-DATE OF CRAUDIT-RECORD = WS-BKP-DATE
029900                 AND CRAUDIT-TIME OF CRAUDIT-RECORD > WS-BKP-TIME)
029950             PERFORM 5000-APPLY-AUDIT THRU 5000-EXIT
030000         END-IF
030050     END-IF.
030100     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
030150 4000-EXIT.
030200     EXIT.
030400*
030500 4200-READ-AUDIT.
030600     READ CREATER-AUDIT
