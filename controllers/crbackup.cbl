000700****************************************************************
000800* CRBACKUP - NIGHTLY BACKUP OF CREATER-MASTER                  *
000900*                                                              *
000980* COPIES CREATER-MASTER (IN ASCENDING CREATER_ID SEQUENCE) TO  *
001060* A FLAT BACKUP GENERATION AND STAMPS THE CREATER-BKPCTL       *
001140* CONTROL RECORD WITH THE BUSINESS DATE, CLOCK TIME, LAST      *
001220* CREATER-AUDIT SEQUENCE NUMBER AND RECORD COUNT OF THE        *
001300* BACKUP. CRRECOVR RESTORES FROM THE BACKUP AND RE-APPLIES     *
001380* EVERY CREATER-AUDIT RECORD WRITTEN AFTER THAT MOMENT, SO A   *
001460* CORRUPTED OR DELETED MASTER FILE IS NO LONGER A SINGLE POINT *
001540* OF FAILURE.                                                  *
001700****************************************************************
001800* MODIFICATION HISTORY
001900*   2026-08-22  RSH  INITIAL VERSION
001904*                    UNTIL ITS PREDECESSORS HAVE COMPLETED
001905*                    TONIGHT (AN OPERATOR OVERRIDE CARD ON
001906*                    CRRUNOVR CAN FORCE IT, AND IS LOGGED).
001907*   2026-10-15  RSH  THE BACKUP IS NOW STAMPED WITH THE BUSINESS
001908*                    DATE FROM CREATER-BUSDATE, TAKEN THROUGH
001909*                    CRBUSDAT, AND WITH THE LAST SEQUENCE NUMBER
001910*                    ON CREATER-AUDCTL, SO A RECOVERY CAN FIND THE
001911*                    AUDIT RECORDS WRITTEN SINCE THE BACKUP BY
001912*                    SEQUENCE NUMBER. THE RUN ENDS WITH RETURN
001913*                    CODE 12 WHEN THERE IS NO BUSINESS DATE.
002000****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003500     SELECT CREATER-BKPCTL  ASSIGN TO CRBKPCTL
003600            ORGANIZATION IS SEQUENTIAL
003700            FILE STATUS IS WS-CRBKPCTL-STATUS.
003710     SELECT AUDIT-CONTROL   ASSIGN TO CRAUDCTL
003720            ORGANIZATION IS SEQUENTIAL
003730            FILE STATUS IS WS-CRAUDCTL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CREATER-MASTER
004800 FD  CREATER-BKPCTL
004900     LABEL RECORDS ARE STANDARD.
005000     COPY CRBKPCTL.
005010*
005020 FD  AUDIT-CONTROL
005030     LABEL RECORDS ARE STANDARD.
005040     COPY CRAUDCTL.
005100*
005200 WORKING-STORAGE SECTION.
005300 01  WS-CREATMST-STATUS         PIC XX.
006000 01  WS-CRBKPCTL-STATUS         PIC XX.
006100     88  WS-CRBKPCTL-OK             VALUE "00".
006200     88  WS-CRBKPCTL-NOT-FOUND      VALUE "35".
006210*
006220 01  WS-CRAUDCTL-STATUS         PIC XX.
006230     88  WS-CRAUDCTL-OK             VALUE "00".
006240     88  WS-CRAUDCTL-NOT-FOUND      VALUE "35".
006300*
006400 01  WS-EOF-SW                  PIC X       VALUE "N".
006500     88  WS-EOF                       VALUE "Y".
006600*
006700 01  WS-BACKUP-COUNT            PIC 9(06)   VALUE ZERO.
006750 01  WS-RUN-DATE                PIC 9(08)   VALUE ZERO.
006800 01  WS-RUN-TIME                PIC 9(08)   VALUE ZERO.
006850 01  WS-AUDIT-SEQ               PIC 9(09)   VALUE ZERO.
006900*
006950     COPY CRRUNPRM.
007000     COPY CRBUSPRM.
007050*
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
007210     PERFORM 0100-LOG-START THRU 0100-EXIT.
007600     STOP RUN.
007700*
007800****************************************************************
007880* 1000-INITIALIZE - STAMP THE BACKUP MOMENT BEFORE THE COPY    *
007960* STARTS: THE BUSINESS DATE FROM CREATER-BUSDATE, THE CLOCK    *
008040* TIME AND THE LAST AUDIT SEQUENCE NUMBER (AUDIT RECORDS       *
008120* WRITTEN AFTER THIS INSTANT WILL BE RE-APPLIED BY A           *
008200* RECOVERY), OPEN THE FILES AND PRIME THE FIRST MASTER RECORD. *
008300****************************************************************
008320 1000-INITIALIZE.
008340     MOVE "G" TO CRBUSPRM-FUNCTION.
008360     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
008380     IF NOT CRBUSPRM-VALID
008400         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - NO "
008420                 "BACKUP TAKEN"
008440         MOVE 12 TO RETURN-CODE
008460         PERFORM 8900-LOG-END THRU 8900-EXIT
008480         STOP RUN
008500     END-IF.
008520     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
008540     ACCEPT WS-RUN-TIME FROM TIME.
008560     PERFORM 1100-READ-AUDCTL THRU 1100-EXIT.
008580     OPEN INPUT  CREATER-MASTER.
008600     OPEN OUTPUT BACKUP-FILE.
008620     PERFORM 2200-READ-CREATER THRU 2200-EXIT.
008640 1000-EXIT.
008660     EXIT.
008680*
008700****************************************************************
008720* 1100-READ-AUDCTL - NOTE THE LAST SEQUENCE NUMBER ON THE      *
008740* CREATER-AUDIT TRAIL AS THE BACKUP STARTS. A RECOVERY         *
008760* RE-APPLIES EVERY AUDIT RECORD NUMBERED ABOVE IT. WITH NO     *
008780* CREATER-AUDCTL YET THE MARK IS ZERO AND A RECOVERY FALLS     *
008800* BACK TO THE BACKUP DATE AND TIME.                            *
008820****************************************************************
008840 1100-READ-AUDCTL.
008860     MOVE ZERO TO WS-AUDIT-SEQ.
008880     OPEN INPUT AUDIT-CONTROL.
008900     IF NOT WS-CRAUDCTL-OK
008920         GO TO 1100-EXIT
008940     END-IF.
008960     READ AUDIT-CONTROL
008980         NOT AT END
009000             MOVE CRAUDCTL-LAST-SEQ TO WS-AUDIT-SEQ
009020     END-READ.
009040     CLOSE AUDIT-CONTROL.
009060 1100-EXIT.
009080     EXIT.
009200*
009300 2000-PROCESS-RECS.
009400     MOVE CREATER-RECORD TO CRBACKUP-RECORD.
010800*
010900****************************************************************
011000* 8600-WRITE-BKPCTL - REWRITE THE ONE-RECORD CREATER-BKPCTL    *
011100* CONTROL FILE WITH THE MOMENT, AUDIT SEQUENCE NUMBER AND SIZE *
011200* OF THIS BACKUP, SEEDING THE DATASET IF IT IS BRAND NEW OR    *
011300* WAS ALLOCATED BUT NEVER WRITTEN TO.                          *
011400****************************************************************
011500 8600-WRITE-BKPCTL.
011600     OPEN I-O CREATER-BKPCTL.
012800     MOVE WS-RUN-DATE TO CRBKPCTL-DATE.
012900     MOVE WS-RUN-TIME TO CRBKPCTL-TIME.
013000     MOVE WS-BACKUP-COUNT TO CRBKPCTL-COUNT.
013010     MOVE WS-AUDIT-SEQ TO CRBKPCTL-AUDIT-SEQ.
013100     REWRITE CRBKPCTL-RECORD.
013200     CLOSE CREATER-BKPCTL.
013300 8600-EXIT.
013700     MOVE ZERO TO CRBKPCTL-DATE.
013800     MOVE ZERO TO CRBKPCTL-TIME.
013900     MOVE ZERO TO CRBKPCTL-COUNT.
013910     MOVE ZERO TO CRBKPCTL-AUDIT-SEQ.
014000     OPEN OUTPUT CREATER-BKPCTL.
014100     WRITE CRBKPCTL-RECORD.
014200     CLOSE CREATER-BKPCTL.
