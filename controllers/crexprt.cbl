000600 DATE-COMPILED.       2026-08-09.
000700****************************************************************
000800* CREXPRT - CREATER-MASTER DOWNSTREAM EXPORT                   *
000870*                                                              *
000940* READS CREATER-MASTER (IN ASCENDING CREATER_ID SEQUENCE) AND  *
001010* WRITES A FIXED-WIDTH EXTRACT OF ID, NAME, ROLE, STATUS AND   *
001080* EFFECTIVE DATE FOR THE DOWNSTREAM TEAMS THAT PICK UP A       *
001150* CREATER FEED, IN PLACE OF HAND-TYPED LISTS. RUN ON A         *
001220* SCHEDULE BY JCL, NOT INTERACTIVELY. THE FEED HEADER AND THE  *
001290* FEED HISTORY CARRY THE BUSINESS DATE FROM CREATER-BUSDATE AS *
001360* THE RUN DATE.                                                *
001500****************************************************************
001600* MODIFICATION HISTORY
001700*   2026-08-09  RSH  INITIAL VERSION
001796*                    UNTIL ITS PREDECESSORS HAVE COMPLETED
001797*                    TONIGHT (AN OPERATOR OVERRIDE CARD ON
001798*                    CRRUNOVR CAN FORCE IT, AND IS LOGGED).
001799*   2026-10-15  RSH  EVERY TRANSMISSION IS NOW LOGGED ON THE
001800*                    CRDLTHST FEED HISTORY (SEQUENCE, RUN
001801*                    DATE/TIME, DETAIL COUNT) SO CRACKMAT CAN
001802*                    MATCH THE RECEIVERS' ACKNOWLEDGMENTS AGAINST
001803*                    WHAT WAS SENT.
001804*   2026-10-15  RSH  THE FEED HEADER AND FEED HISTORY RUN DATE IS
001805*                    NOW THE BUSINESS DATE FROM CREATER-BUSDATE,
001806*                    TAKEN THROUGH CRBUSDAT, IN PLACE OF THE
001807*                    SYSTEM CLOCK. THE RUN ENDS WITH RETURN CODE
001808*                    12 WHEN THERE IS NO BUSINESS DATE.
001809****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.     IBM-370.
003210     SELECT FEED-CONTROL    ASSIGN TO CREXPCTL
003220            ORGANIZATION IS SEQUENTIAL
003230            FILE STATUS IS WS-CRFEDCTL-STATUS.
003240     SELECT FEED-HISTORY    ASSIGN TO CRDLTHST
003250            ORGANIZATION IS SEQUENTIAL
003260            FILE STATUS IS WS-CRDLTHST-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CREATER-MASTER
004130 FD  FEED-CONTROL
004140     LABEL RECORDS ARE STANDARD.
004150     COPY CRFEDCTL.
004160*
004170 FD  FEED-HISTORY
004180     LABEL RECORDS ARE STANDARD.
004190     COPY CRDLTHST.
004200*
004300 WORKING-STORAGE SECTION.
004400 01  WS-CREATMST-STATUS         PIC XX.
004920 01  WS-CRFEDCTL-STATUS         PIC XX.
004930     88  WS-CRFEDCTL-OK             VALUE "00".
004940     88  WS-CRFEDCTL-NOT-FOUND      VALUE "35".
004950*
004960 01  WS-CRDLTHST-STATUS         PIC XX.
004970     88  WS-CRDLTHST-OK             VALUE "00".
004980     88  WS-CRDLTHST-NOT-FOUND      VALUE "35".
005000*
005100 01  WS-EOF-SW                  PIC X       VALUE "N".
005200     88  WS-EOF                       VALUE "Y".
005420 01  WS-RUN-DATE                PIC 9(08)   VALUE ZERO.
005430 01  WS-RUN-TIME                PIC 9(08)   VALUE ZERO.
005500*
005520     COPY CRRUNPRM.
005540     COPY CRBUSPRM.
005560*
005600 PROCEDURE DIVISION.
005700 0000-MAINLINE.
005710     PERFORM 0100-LOG-START THRU 0100-EXIT.
006100     STOP RUN.
006200*
006300****************************************************************
006350* 1000-INITIALIZE - TAKE THE RUN DATE FROM THE BUSINESS DATE   *
006400* ON CREATER-BUSDATE, OPEN THE FILES, DRAW THE NEXT            *
006450* TRANSMISSION SEQUENCE FROM THE CREXPCTL CONTROL RECORD,      *
006500* WRITE THE FEED HEADER AND PRIME THE FIRST CREATER-MASTER     *
006550* RECORD.                                                      *
006600****************************************************************
006700 1000-INITIALIZE.
006708     MOVE "G" TO CRBUSPRM-FUNCTION.
006716     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
006724     IF NOT CRBUSPRM-VALID
006732         DISPLAY "NO BUSINESS DATE ON CREATER-BUSDATE - NO FEED "
006740                 "WRITTEN"
006748         MOVE 12 TO RETURN-CODE
006756         PERFORM 8900-LOG-END THRU 8900-EXIT
006764         STOP RUN
006772     END-IF.
006780     MOVE CRBUSPRM-BUS-DATE TO WS-RUN-DATE.
006788     ACCEPT WS-RUN-TIME FROM TIME.
006800     OPEN INPUT  CREATER-MASTER.
006900     OPEN OUTPUT EXPORT-FILE.
006910     PERFORM 1100-OPEN-FEDCTL THRU 1100-EXIT.
011210     MOVE "T" TO CRFEEDHT-T-REC-TYPE.
011220     MOVE WS-EXPORT-COUNT TO CRFEEDHT-T-DETAIL-COUNT.
011230     WRITE CRFEEDHT-TRAILER.
011235     PERFORM 9100-LOG-FEED THRU 9100-EXIT.
011240     MOVE WS-FEED-SEQ TO CRFEDCTL-LAST-SEQ.
011250     REWRITE CRFEDCTL-RECORD.
011300     DISPLAY "CREATER-MASTER RECORDS EXPORTED : " WS-EXPORT-COUNT.
015000     MOVE CRRUNPRM-RET-CODE TO RETURN-CODE.
015100 8900-EXIT.
015200     EXIT.
015210*
015220****************************************************************
015230* 9100-LOG-FEED - LOG THE TRANSMISSION ON THE FEED HISTORY     *
015240* (SHARED WITH CRDELTA) SO CRACKMAT CAN MATCH THE RECEIVERS'   *
015250* ACKNOWLEDGMENTS AGAINST WHAT WAS SENT. A FULL EXPORT IS NOT  *
015260* CUT FROM THE AUDIT TRAIL, SO THE AUDIT WINDOW IS LEFT ZERO.  *
015270****************************************************************
015280 9100-LOG-FEED.
015290     OPEN EXTEND FEED-HISTORY.
015300     IF WS-CRDLTHST-NOT-FOUND
015310         OPEN OUTPUT FEED-HISTORY
015320         CLOSE FEED-HISTORY
015330         OPEN EXTEND FEED-HISTORY
015340     END-IF.
015350     MOVE SPACES TO CRDLTHST-RECORD.
015360     MOVE ZERO TO CRDLTHST-AUDIT-FROM CRDLTHST-AUDIT-TO
015370                  CRDLTHST-AUDIT-COUNT
015380                  CRDLTHST-FIRST-DATE CRDLTHST-FIRST-TIME
015390                  CRDLTHST-LAST-DATE CRDLTHST-LAST-TIME.
015400     MOVE "F"             TO CRDLTHST-REC-TYPE.
015410     MOVE WS-FEED-SEQ     TO CRDLTHST-SEQ-NO.
015420     MOVE "CREXPORT"      TO CRDLTHST-FEED-NAME.
015430     MOVE WS-RUN-DATE     TO CRDLTHST-RUN-DATE.
015440     MOVE WS-RUN-TIME     TO CRDLTHST-RUN-TIME.
015450     MOVE WS-EXPORT-COUNT TO CRDLTHST-DETAIL-COUNT.
015460     WRITE CRDLTHST-RECORD.
015470     CLOSE FEED-HISTORY.
015480 9100-EXIT.
015490     EXIT.
