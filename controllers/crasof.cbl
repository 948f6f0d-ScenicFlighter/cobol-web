002440*                    SO THE ROSTER WOULD SILENTLY SHOW THE
002450*                    BACKUP MOMENT INSTEAD OF THE ASKED-FOR
002460*                    ONE.
002461*   2026-10-15  RSH  THE AS-OF RUN NOW REPLAYS ONLY A CREATER-
002462*                    AUDIT TRAIL THAT CRAUDVFY HAS PASSED TODAY
002463*                    THROUGH THE LAST SEQUENCE NUMBER ON CREATER-
002464*                    AUDCTL; AN UNVERIFIED TRAIL NEEDS A
002465*                    SUPERVISOR OVERRIDE CARD (CRVFYOVR), WHICH IS
002466*                    PRINTED ON THE REPORT, OR THE RUN ENDS WITH
002467*                    RETURN CODE 12.
002468*   2026-10-15  RSH  WHETHER AN AUDIT RECORD POSTDATES THE BACKUP
002469*                    IS NOW DECIDED BY THE AUDIT SEQUENCE NUMBER
002470*                    CRBACKUP RECORDS ON CREATER-BKPCTL, SINCE
002471*                    NIGHTLY AUDIT RECORDS NOW CARRY THE BUSINESS
002472*                    DATE; THE BACKUP DATE AND TIME ARE STILL USED
002473*                    FOR UNSEQUENCED RECORDS AND OLDER BACKUPS.
002500****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004800            FILE STATUS IS WS-CRASFPRM-STATUS.
004900     SELECT PRINT-FILE      ASSIGN TO CRASOFPT
005000            ORGANIZATION IS SEQUENTIAL.
005008     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
005016            ORGANIZATION IS SEQUENTIAL
005024            FILE STATUS IS WS-CRAUDCTL-STATUS.
005032     SELECT OVERRIDE-FILE   ASSIGN TO CRVFYOVR
005040            ORGANIZATION IS SEQUENTIAL
005048            FILE STATUS IS WS-CRVFYOVR-STATUS.
005056     SELECT CREATER-OPSEC   ASSIGN TO CROPSEC
005064            ORGANIZATION IS INDEXED
005072            ACCESS MODE IS RANDOM
005080            RECORD KEY IS CROPSEC-OPERATOR-ID OF CROPSEC-RECORD
005088            FILE STATUS IS WS-CROPSEC-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  BACKUP-FILE
007800         LINES AT BOTTOM 2.
007900 01  PRINT-LINE                    PIC X(132).
008000*
008007 FD  AUDIT-CONTROL
008014     LABEL RECORDS ARE STANDARD.
008021     COPY CRAUDCTL.
008028*
008035 FD  OVERRIDE-FILE
008042     LABEL RECORDS ARE STANDARD.
008049     COPY CRVFYOVR.
008056*
008063 FD  CREATER-OPSEC
008070     LABEL RECORDS ARE STANDARD.
008077     COPY CROPSEC.
008084*
008100 WORKING-STORAGE SECTION.
008200 01  WS-CRBACKUP-STATUS            PIC XX.
008300     88  WS-CRBACKUP-OK                VALUE "00".
010600 01  WS-WORK-EOF-SW                PIC X       VALUE "N".
010700     88  WS-WORK-EOF                   VALUE "Y".
010800*
010806 01  WS-CRAUDCTL-STATUS            PIC XX.
010812     88  WS-CRAUDCTL-OK                VALUE "00".
010818     88  WS-CRAUDCTL-NOT-FOUND         VALUE "35".
010824*
010830 01  WS-CRVFYOVR-STATUS            PIC XX.
010836     88  WS-CRVFYOVR-OK                VALUE "00".
010842*
010848 01  WS-CROPSEC-STATUS             PIC XX.
010854     88  WS-CROPSEC-OK                 VALUE "00".
010860*
010866 01  WS-TRAIL-VERIFIED-SW          PIC X       VALUE "N".
010872     88  WS-TRAIL-VERIFIED             VALUE "Y".
010878 01  WS-OVERRIDE-SW                PIC X       VALUE "N".
010884     88  WS-OVERRIDE-USED              VALUE "Y".
010890*
010900 01  WS-BKP-DATE                   PIC 9(08)   VALUE ZERO.
011000 01  WS-BKP-TIME                   PIC 9(08)   VALUE ZERO.
011010 01  WS-BKP-SEQ                    PIC 9(09)   VALUE ZERO.
011100 01  WS-ASOF-DATE                  PIC 9(08)   VALUE ZERO.
011110 01  WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.
011120     05  WS-ASOF-YYYY                  PIC 9(04).
018300     05  FTR-COUNT                 PIC ZZZ,ZZ9.
018400     05  FILLER                    PIC X(97)   VALUE SPACES.
018500*
018510 01  OVERRIDE-LINE.
018520     05  FILLER                    PIC X(41)
018530             VALUE "UNVERIFIED TRAIL REPLAYED ON OVERRIDE BY ".
018540     05  OVR-SUPERVISOR-ID         PIC X(08).
018550     05  FILLER                    PIC X(10)   VALUE " REASON: ".
018560     05  OVR-REASON                PIC X(40).
018570     05  FILLER                    PIC X(33)   VALUE SPACES.
018580*
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     STOP RUN.
019900*
020000****************************************************************
020010* 1000-INITIALIZE - READ THE AS-OF PARAMETER CARD AND THE      *
020020* BACKUP CONTROL STAMP, PROVE THE BACKUP PREDATES THE AS-OF    *
020030* MOMENT, PROVE THE AUDIT TRAIL HAS BEEN VERIFIED, OPEN THE    *
020040* FILES, PRINT THE HEADING AND PRIME THE FIRST BACKUP RECORD.  *
020050* THE WORK MASTER IS CREATED FRESH ON EVERY RUN - IT IS A      *
020060* SCRATCH DATASET, NEVER THE LIVE MASTER.                      *
020600****************************************************************
020700 1000-INITIALIZE.
020800     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
021790         MOVE 12 TO RETURN-CODE
021791         STOP RUN
021792     END-IF.
021794     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021796     PERFORM 1300-CHECK-TRAIL THRU 1300-EXIT.
021800     OPEN INPUT  BACKUP-FILE.
021900     OPEN OUTPUT WORK-MASTER.
022000     OPEN INPUT  CREATER-AUDIT.
022100     OPEN OUTPUT PRINT-FILE.
022300     STRING WS-RUN-YYYY  DELIMITED BY SIZE
022400            "-"          DELIMITED BY SIZE
022500            WS-RUN-MM    DELIMITED BY SIZE
023300            WS-ASOF-DD   DELIMITED BY SIZE
023400         INTO WS-ASOF-DATE-DISP.
023500     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
023510     IF WS-OVERRIDE-USED
023520         MOVE CRVFYOVR-SUPERVISOR-ID TO OVR-SUPERVISOR-ID
023530         MOVE CRVFYOVR-REASON        TO OVR-REASON
023540         WRITE PRINT-LINE FROM OVERRIDE-LINE
023550             AFTER ADVANCING 1 LINE
023560         WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE
023570     END-IF.
023600     PERFORM 2200-READ-BACKUP THRU 2200-EXIT.
023700 1000-EXIT.
023800     EXIT.
029600         MOVE 12 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029870     MOVE CRBKPCTL-DATE TO WS-BKP-DATE.
029940     MOVE CRBKPCTL-TIME TO WS-BKP-TIME.
030010     MOVE CRBKPCTL-AUDIT-SEQ TO WS-BKP-SEQ.
030100     CLOSE CREATER-BKPCTL.
030200 1200-EXIT.
030300     EXIT.
030301*
030302****************************************************************
030303* 1300-CHECK-TRAIL - REPLAY ONLY A TRAIL CRAUDVFY HAS PASSED   *
030304* TODAY THROUGH THE LAST SEQUENCE NUMBER ON CREATER-AUDCTL, SO *
030305* A TRAIL WITH A GAP, A BREAK OR RECORDS ADDED SINCE THE       *
030306* VERIFY RUN IS NEVER REPLAYED UNNOTICED. OTHERWISE THE        *
030307* RUN GOES AHEAD ONLY ON A VALID SUPERVISOR OVERRIDE CARD,     *
030308* AND WITHOUT ONE IT IS ABANDONED WITH RETURN CODE 12 BEFORE   *
030309* THE WORK MASTER IS BUILT.                                    *
030310****************************************************************
030311 1300-CHECK-TRAIL.
030312     OPEN INPUT AUDIT-CONTROL.
030313     IF WS-CRAUDCTL-OK
030314         READ AUDIT-CONTROL
030315             NOT AT END
030316                 IF CRAUDCTL-VFY-PASSED
030317                     AND CRAUDCTL-VFY-DATE = WS-RUN-DATE
030318                     AND CRAUDCTL-VFY-SEQ = CRAUDCTL-LAST-SEQ
030319                     MOVE "Y" TO WS-TRAIL-VERIFIED-SW
030320                 END-IF
030321         END-READ
030322         CLOSE AUDIT-CONTROL
030323     END-IF.
030324     IF WS-TRAIL-VERIFIED
030325         GO TO 1300-EXIT
030326     END-IF.
030327     DISPLAY "CREATER-AUDIT HAS NOT PASSED CRAUDVFY TODAY".
030328     PERFORM 1350-CHECK-OVERRIDE THRU 1350-EXIT.
030329     IF NOT WS-OVERRIDE-USED
030330         DISPLAY "NO VALID SUPERVISOR OVERRIDE - RUN ABANDONED"
030331         MOVE 12 TO RETURN-CODE
030332         STOP RUN
030333     END-IF.
030334     DISPLAY "UNVERIFIED TRAIL REPLAYED ON OVERRIDE BY "
030335             CRVFYOVR-SUPERVISOR-ID.
030336     DISPLAY "REASON: " CRVFYOVR-REASON.
030337 1300-EXIT.
030338     EXIT.
030339*
030340****************************************************************
030341* 1350-CHECK-OVERRIDE - READ THE OPTIONAL OVERRIDE CARD. IT IS *
030342* ACCEPTED ONLY FOR AN ACTIVE SUPERVISOR (AUTHORITY LEVEL 3)   *
030343* ON CREATER-OPSEC WHOSE PASSWORD MATCHES, AND ONLY WITH A     *
030344* REASON.                                                      *
030345****************************************************************
030346 1350-CHECK-OVERRIDE.
030347     OPEN INPUT OVERRIDE-FILE.
030348     IF NOT WS-CRVFYOVR-OK
030349         GO TO 1350-EXIT
030350     END-IF.
030351     READ OVERRIDE-FILE
030352         AT END
030353             MOVE SPACES TO CRVFYOVR-RECORD
030354     END-READ.
030355     CLOSE OVERRIDE-FILE.
030356     IF CRVFYOVR-SUPERVISOR-ID = SPACES
030357         GO TO 1350-EXIT
030358     END-IF.
030359     IF CRVFYOVR-REASON = SPACES
030360         DISPLAY "OVERRIDE CARD GIVES NO REASON - NOT ACCEPTED"
030361         GO TO 1350-EXIT
030362     END-IF.
030363     OPEN INPUT CREATER-OPSEC.
030364     IF NOT WS-CROPSEC-OK
030365         DISPLAY "CREATER-OPSEC UNAVAILABLE, STATUS "
030366                 WS-CROPSEC-STATUS
030367         GO TO 1350-EXIT
030368     END-IF.
030369     MOVE CRVFYOVR-SUPERVISOR-ID
030370         TO CROPSEC-OPERATOR-ID OF CROPSEC-RECORD.
030371     READ CREATER-OPSEC
030372         INVALID KEY
030373             MOVE SPACES TO CROPSEC-RECORD
030374     END-READ.
030375     IF NOT WS-CROPSEC-OK
030376         OR NOT CROPSEC-ACTIVE OF CROPSEC-RECORD
030377         OR NOT CROPSEC-SUPERVISOR OF CROPSEC-RECORD
030378         OR CROPSEC-PASSWORD OF CROPSEC-RECORD
030379             NOT = CRVFYOVR-PASSWORD
030380         DISPLAY "OVERRIDE CARD IS NOT A VALID SUPERVISOR SIGN-ON"
030381         CLOSE CREATER-OPSEC
030382         GO TO 1350-EXIT
030383     END-IF.
030384     CLOSE CREATER-OPSEC.
030385     MOVE "Y" TO WS-OVERRIDE-SW.
030386 1350-EXIT.
030387     EXIT.
030400*
030500****************************************************************
030600* 2000-RESTORE-BACKUP - LOAD ONE BACKUP RECORD ONTO THE        *
035100     EXIT.
035200*
035300****************************************************************
035370* 4000-REPLAY-AUDIT - RE-APPLY THE CURRENT AUDIT RECORD IF IT  *
035440* POSTDATES THE BACKUP STAMP AND DOES NOT POSTDATE THE AS-OF   *
035510* MOMENT, AND READ THE NEXT ONE. A ZERO AS-OF TIME TAKES THE   *
035580* WHOLE AS-OF DAY. WHETHER A RECORD POSTDATES THE BACKUP IS    *
035650* DECIDED BY ITS SEQUENCE NUMBER WHERE BOTH IT AND THE BACKUP  *
035720* STAMP CARRY ONE, OTHERWISE BY THE BACKUP DATE AND TIME.      *
035800****************************************************************
035900 4000-REPLAY-AUDIT.
036000     IF CRAUDIT-DATE OF CRAUDIT-RECORD > WS-ASOF-DATE
036500         AND CRAUDIT-TIME OF CRAUDIT-RECORD > WS-ASOF-TIME
036600         GO TO 4000-NEXT
036700     END-IF.
036740     IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD > ZERO
036780             AND WS-BKP-SEQ > ZERO
036820         IF CRAUDIT-SEQ-NO OF CRAUDIT-RECORD > WS-BKP-SEQ
036860             PERFORM 5000-APPLY-AUDIT THRU 5000-EXIT
036900         END-IF
036940         GO TO 4000-NEXT
036980     END-IF.
037020     IF CRAUDIT-DATE OF CRAUDIT-RECORD > WS-BKP-DATE
037060         OR (CRAUDIT-DATE OF CRAUDIT-RECORD = WS-BKP-DATE
037100             AND CRAUDIT-TIME OF CRAUDIT-RECORD > WS-BKP-TIME)
037140         PERFORM 5000-APPLY-AUDIT THRU 5000-EXIT
037180     END-IF.
037300 4000-NEXT.
037400     PERFORM 4200-READ-AUDIT THRU 4200-EXIT.
037500 4000-EXIT.
