000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.          CRACKMAT.
000300 AUTHOR.              R HARTLEY.
000400 INSTALLATION.        DATA CONTROL - CREATER MAINTENANCE.
000500 DATE-WRITTEN.        2026-10-15.
000600 DATE-COMPILED.       2026-10-15.
000700****************************************************************
000800* CRACKMAT - DOWNSTREAM FEED ACKNOWLEDGMENT MATCHING           *
000900*                                                              *
001000* EVERY RECEIVER OF THE CREXPORT AND CRDLTEXP FEEDS SENDS BACK *
001100* AN ACKNOWLEDGMENT FOR EACH TRANSMISSION IT LOADS (CRFEEDAK:  *
001200* FEED NAME, TRANSMISSION SEQUENCE, COUNTS LOADED AND REJECTED,*
001300* THEN ONE REJECT RECORD PER CREATER ID IT COULD NOT LOAD).    *
001400* THIS RUN MATCHES THE ACKNOWLEDGMENTS RECEIVED SINCE THE LAST *
001500* RUN (CRACKIN) AGAINST WHAT WAS SENT, AS LOGGED ON THE FEED   *
001600* HISTORY (CRDLTHST), AND PRINTS THREE LISTS:                  *
001700* 1. ACKNOWLEDGMENTS WHOSE COUNTS DO NOT AGREE WITH THE        *
001800* TRANSMISSION OR WITH THEIR OWN REJECT RECORDS, OR THAT       *
001900* DO NOT MATCH A TRANSMISSION THE RECEIVER WAS SENT;           *
002000* 2. TRANSMISSIONS A RECEIVER HAS STILL NOT ACKNOWLEDGED       *
002100* MORE THAN THE DAYS ALLOWED ON ITS RECEIVER CARD              *
002200* (CRACKPRM) AFTER THEY WERE SENT;                             *
002300* 3. EVERY REJECTED CREATER, AGAINST ITS CURRENT               *
002400* CREATER-MASTER RECORD, FOR DATA CONTROL TO FOLLOW UP.        *
002500* ACKNOWLEDGMENTS ALREADY MATCHED ON EARLIER RUNS ARE KEPT ON  *
002600* THE ACKNOWLEDGMENT LOG (CRACKLOG); EACH RUN ADDS THE NEW ONES*
002700* TO IT SO THE JCL CAN EMPTY CRACKIN. RETURN CODE 4 WHEN ANY   *
002800* LIST IS NOT EMPTY. A FULL MATCHING TABLE ABANDONS THE RUN    *
002900* WITH RETURN CODE 12 BEFORE ANYTHING IS LOGGED, SO THE SAME   *
003000* ACKNOWLEDGMENTS CAN BE MATCHED AGAIN ONCE IT IS RESOLVED.    *
003100****************************************************************
003200* MODIFICATION HISTORY
003300*   2026-10-15  RSH  INITIAL VERSION
003400****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.     IBM-370.
003800 OBJECT-COMPUTER.     IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT FEED-HISTORY    ASSIGN TO CRDLTHST
004200            ORGANIZATION IS SEQUENTIAL
004300            FILE STATUS IS WS-CRDLTHST-STATUS.
004400     SELECT ACK-FILE        ASSIGN TO CRACKIN
004500            ORGANIZATION IS SEQUENTIAL
004600            FILE STATUS IS WS-CRACKIN-STATUS.
004700     SELECT ACK-LOG         ASSIGN TO CRACKLOG
004800            ORGANIZATION IS SEQUENTIAL
004900            FILE STATUS IS WS-CRACKLOG-STATUS.
005000     SELECT PARM-FILE       ASSIGN TO CRACKPRM
005100            ORGANIZATION IS SEQUENTIAL
005200            FILE STATUS IS WS-CRACKPRM-STATUS.
005300     SELECT CREATER-MASTER  ASSIGN TO CREATMST
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS DYNAMIC
005600            RECORD KEY IS CREATER_ID OF CREATER-RECORD
005700            FILE STATUS IS WS-CREATMST-STATUS.
005800     SELECT PRINT-FILE      ASSIGN TO CRACKRPT
005900            ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  FEED-HISTORY
006300     LABEL RECORDS ARE STANDARD.
006400     COPY CRDLTHST.
006500*
006600 FD  ACK-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CRFEEDAK.
006900*
007000 FD  ACK-LOG
007100     LABEL RECORDS ARE STANDARD.
007200     COPY CRFEEDAK REPLACING CRFEEDAK-ACK BY ACKLOG-ACK
007300                             CRFEEDAK-REJECT BY ACKLOG-REJECT.
007400*
007500 FD  PARM-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CRACKPRM.
007800*
007900 FD  CREATER-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CREATER.
008200*
008300 FD  PRINT-FILE
008400     LABEL RECORDS ARE STANDARD
008500     LINAGE IS 55 LINES
008600         WITH FOOTING AT 52
008700         LINES AT TOP 2
008800         LINES AT BOTTOM 2.
008900 01  PRINT-LINE                    PIC X(132).
009000*
009100 WORKING-STORAGE SECTION.
009200 01  WS-CRDLTHST-STATUS            PIC XX.
009300     88  WS-CRDLTHST-OK                VALUE "00".
009400     88  WS-CRDLTHST-NOT-FOUND         VALUE "35".
009500*
009600 01  WS-CRACKIN-STATUS             PIC XX.
009700     88  WS-CRACKIN-OK                 VALUE "00".
009800     88  WS-CRACKIN-NOT-FOUND          VALUE "35".
009900*
010000 01  WS-CRACKLOG-STATUS            PIC XX.
010100     88  WS-CRACKLOG-OK                VALUE "00".
010200     88  WS-CRACKLOG-NOT-FOUND         VALUE "35".
010300*
010400 01  WS-CRACKPRM-STATUS            PIC XX.
010500     88  WS-CRACKPRM-OK                VALUE "00".
010600     88  WS-CRACKPRM-NOT-FOUND         VALUE "35".
010700*
010800 01  WS-CREATMST-STATUS            PIC XX.
010900     88  WS-CREATMST-OK                VALUE "00".
011000*
011100 01  WS-HIST-EOF-SW                PIC X       VALUE "N".
011200     88  WS-HIST-EOF                   VALUE "Y".
011300 01  WS-LOG-EOF-SW                 PIC X       VALUE "N".
011400     88  WS-LOG-EOF                    VALUE "Y".
011500 01  WS-ACK-EOF-SW                 PIC X       VALUE "N".
011600     88  WS-ACK-EOF                    VALUE "Y".
011700 01  WS-PARM-EOF-SW                PIC X       VALUE "N".
011800     88  WS-PARM-EOF                   VALUE "Y".
011900 01  WS-OVERFLOW-SW                PIC X       VALUE "N".
012000     88  WS-OVERFLOW                   VALUE "Y".
012100 01  WS-MASTER-OPEN-SW             PIC X       VALUE "N".
012200     88  WS-MASTER-OPEN                VALUE "Y".
012300 01  WS-WANTED-SW                  PIC X       VALUE "N".
012400     88  WS-WANTED                     VALUE "Y".
012500 01  WS-PROBLEM-SW                 PIC X       VALUE "N".
012600     88  WS-HAS-PROBLEM                VALUE "Y".
012700*
012800 01  WS-RCV-MAX                    PIC 9(04)   COMP VALUE 0050.
012900 01  WS-RCV-COUNT                  PIC 9(04)   COMP VALUE ZERO.
013000 01  WS-TRN-MAX                    PIC 9(04)   COMP VALUE 5000.
013100 01  WS-TRN-COUNT                  PIC 9(04)   COMP VALUE ZERO.
013200 01  WS-ACK-MAX                    PIC 9(04)   COMP VALUE 5000.
013300 01  WS-ACK-COUNT                  PIC 9(04)   COMP VALUE ZERO.
013400 01  WS-RCV-SUB                    PIC 9(04)   COMP VALUE ZERO.
013500 01  WS-TRN-SUB                    PIC 9(04)   COMP VALUE ZERO.
013600 01  WS-ACK-SUB                    PIC 9(04)   COMP VALUE ZERO.
013700 01  WS-SUB                        PIC 9(04)   COMP VALUE ZERO.
013800 01  WS-FOUND-SUB                  PIC 9(04)   COMP VALUE ZERO.
013900 01  WS-TRN-FOUND-SUB              PIC 9(04)   COMP VALUE ZERO.
014000*
014100 01  WS-TODAY-DAY-NO               PIC 9(07)   VALUE ZERO.
014200 01  WS-AGE-DAYS                   PIC 9(07)   VALUE ZERO.
014300 01  WS-ACCOUNTED                  PIC 9(10)   VALUE ZERO.
014400 01  WS-SECTION-NO                 PIC 9       VALUE ZERO.
014500*
014600 01  WS-NEW-ACK-COUNT              PIC 9(06)   VALUE ZERO.
014700 01  WS-NEW-REJ-COUNT              PIC 9(06)   VALUE ZERO.
014800 01  WS-UNKNOWN-COUNT              PIC 9(06)   VALUE ZERO.
014900 01  WS-MATCHED-COUNT              PIC 9(06)   VALUE ZERO.
015000 01  WS-PROBLEM-COUNT              PIC 9(06)   VALUE ZERO.
015100 01  WS-UNACKED-COUNT              PIC 9(06)   VALUE ZERO.
015200 01  WS-LOGGED-COUNT               PIC 9(06)   VALUE ZERO.
015300*
015400****************************************************************
015500* WS-TEST-KEY - THE RECEIVER (SPACES FOR ANY RECEIVER), FEED   *
015600* AND SEQUENCE PASSED TO 7000-TEST-WANTED.                     *
015700****************************************************************
015800 01  WS-TEST-KEY.
015900     05  WS-TEST-RECEIVER              PIC X(08).
016000     05  WS-TEST-FEED                  PIC X(08).
016100     05  WS-TEST-SEQ                   PIC 9(06).
016200*
016300 01  WS-TRN-WANT.
016400     05  WS-TWANT-FEED                 PIC X(08).
016500     05  WS-TWANT-SEQ                  PIC 9(06).
016600*
016700 01  WS-ACK-WANT.
016800     05  WS-AWANT-RECEIVER             PIC X(08).
016900     05  WS-AWANT-FEED                 PIC X(08).
017000     05  WS-AWANT-SEQ                  PIC 9(06).
017100*
017200****************************************************************
017300* WS-RCV-TABLE - ONE ENTRY PER RECEIVER CARD: WHO IS EXPECTED  *
017400* TO ACKNOWLEDGE WHICH FEED, FROM WHICH SEQUENCE, AND WITHIN   *
017500* HOW MANY DAYS.                                               *
017600****************************************************************
017700 01  WS-RCV-TABLE.
017800     03  WS-RCV-ENTRY            OCCURS 50 TIMES.
017900         05  WS-RCV-ID               PIC X(08).
018000         05  WS-RCV-FEED             PIC X(08).
018100         05  WS-RCV-FIRST-SEQ        PIC 9(06).
018200         05  WS-RCV-MAX-DAYS         PIC 9(03).
018300*
018400****************************************************************
018500* WS-TRN-TABLE - ONE ENTRY PER TRANSMISSION ON THE FEED        *
018600* HISTORY THAT SOME RECEIVER CARD COVERS. A TRANSMISSION LOGGED*
018700* MORE THAN ONCE KEEPS THE LATEST ENTRY.                       *
018800****************************************************************
018900 01  WS-TRN-TABLE.
019000     03  WS-TRN-ENTRY            OCCURS 5000 TIMES.
019100         05  WS-TRN-KEY.
019200             07  WS-TRN-FEED         PIC X(08).
019300             07  WS-TRN-SEQ          PIC 9(06).
019400         05  WS-TRN-DATE             PIC 9(08).
019500         05  WS-TRN-SENT             PIC 9(09).
019600*
019700****************************************************************
019800* WS-ACK-TABLE - ONE ENTRY PER RECEIVER, FEED AND SEQUENCE     *
019900* ACKNOWLEDGED: FROM THE LOG (EARLIER RUNS, FOR TRANSMISSIONS  *
020000* STILL BEING MATCHED) AND FROM CRACKIN (THIS RUN). THE NEW    *
020100* SWITCH MARKS ENTRIES WITH SOMETHING ON CRACKIN; THE HEADER   *
020200* COUNT IS THE NUMBER OF ACKNOWLEDGMENT RECORDS ON CRACKIN.    *
020300****************************************************************
020400 01  WS-ACK-TABLE.
020500     03  WS-ACK-ENTRY            OCCURS 5000 TIMES.
020600         05  WS-ACK-KEY.
020700             07  WS-ACK-RECEIVER     PIC X(08).
020800             07  WS-ACK-FEED         PIC X(08).
020900             07  WS-ACK-SEQ          PIC 9(06).
021000         05  WS-ACK-LOAD-DATE        PIC 9(08).
021100         05  WS-ACK-LOADED           PIC 9(09).
021200         05  WS-ACK-REJECTED         PIC 9(09).
021300         05  WS-ACK-REJ-RECS         PIC 9(06).
021400         05  WS-ACK-HDR-COUNT        PIC 9(03).
021500         05  WS-ACK-LOGGED-SW        PIC X.
021600             88  WS-ACK-LOGGED           VALUE "Y".
021700         05  WS-ACK-NEW-SW           PIC X.
021800             88  WS-ACK-NEW              VALUE "Y".
021900*
022000 01  WS-PAGE-NO                    PIC 9(04)   VALUE ZERO.
022100 01  WS-RUN-DATE                   PIC 9(08).
022200 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
022300     05  WS-RUN-YYYY                   PIC 9(04).
022400     05  WS-RUN-MM                     PIC 9(02).
022500     05  WS-RUN-DD                     PIC 9(02).
022600 01  WS-RUN-DATE-DISP              PIC X(10).
022700*
022800 01  WS-SENT-DATE                  PIC 9(08).
022900 01  WS-SENT-DATE-R  REDEFINES WS-SENT-DATE.
023000     05  WS-SENT-YYYY                  PIC 9(04).
023100     05  WS-SENT-MM                    PIC 9(02).
023200     05  WS-SENT-DD                    PIC 9(02).
023300 01  WS-SENT-DATE-DISP             PIC X(10).
023400*
023500     COPY CRDATPRM.
023600*
023700****************************************************************
023800* WS-SECTION-TITLES - THE TITLE OVER EACH PART OF THE REPORT,  *
023900* IN WS-SECTION-NO ORDER.                                      *
024000****************************************************************
024100 01  WS-SECTION-VALUES.
024200     05  FILLER                    PIC X(50)
024300             VALUE "ACKNOWLEDGMENTS WHOSE COUNTS DO NOT AGREE".
024400     05  FILLER                    PIC X(50)
024500             VALUE "TRANSMISSIONS NOT ACKNOWLEDGED IN TIME".
024600     05  FILLER                    PIC X(50)
024700             VALUE "CREATERS REJECTED BY RECEIVERS".
024800     05  FILLER                    PIC X(50)
024900             VALUE "MATCHING TOTALS".
025000 01  WS-SECTION-TABLE  REDEFINES WS-SECTION-VALUES.
025100     05  WS-SECTION-TITLE          PIC X(50)   OCCURS 4 TIMES.
025200*
025300****************************************************************
025400* HDG1-LINE - REPORT TITLE, RUN DATE AND PAGE NUMBER.          *
025500****************************************************************
025600 01  HDG1-LINE.
025700     05  FILLER                    PIC X(32)
025800             VALUE "FEED ACKNOWLEDGMENT MATCHING".
025900     05  FILLER                    PIC X(18)   VALUE SPACES.
026000     05  FILLER                    PIC X(05)   VALUE "DATE:".
026100     05  HDG1-RUN-DATE             PIC X(10).
026200     05  FILLER                    PIC X(05)   VALUE SPACES.
026300     05  FILLER                    PIC X(05)   VALUE "PAGE:".
026400     05  HDG1-PAGE-NO              PIC ZZZ9.
026500     05  FILLER                    PIC X(53)   VALUE SPACES.
026600*
026700 01  SECTION-LINE.
026800     05  SEC-TITLE                 PIC X(50).
026900     05  FILLER                    PIC X(82)   VALUE SPACES.
027000*
027100 01  BLANK-LINE.
027200     05  FILLER                    PIC X(132)  VALUE SPACES.
027300*
027400 01  CNT-HDG-LINE.
027500     05  FILLER                    PIC X(10)   VALUE "RECEIVER".
027600     05  FILLER                    PIC X(10)   VALUE "FEED".
027700     05  FILLER                    PIC X(08)   VALUE "SEQ".
027800     05  FILLER                    PIC X(12)   VALUE "SENT ON".
027900     05  FILLER                    PIC X(11)   VALUE "     SENT".
028000     05  FILLER                    PIC X(11)   VALUE "   LOADED".
028100     05  FILLER                    PIC X(11)   VALUE " REJECTED".
028200     05  FILLER                    PIC X(11)   VALUE " REJ RECS".
028300     05  FILLER                    PIC X(36)   VALUE "PROBLEM".
028400     05  FILLER                    PIC X(12)   VALUE SPACES.
028500*
028600****************************************************************
028700* CNT-LINE - ONE PER PROBLEM WITH A NEW ACKNOWLEDGMENT. SENT   *
028800* AND SENT ON ARE BLANK WHEN NO MATCHING TRANSMISSION IS ON    *
028900* THE FEED HISTORY.                                            *
029000****************************************************************
029100 01  CNT-LINE.
029200     05  CNT-RECEIVER              PIC X(08).
029300     05  FILLER                    PIC X(02)   VALUE SPACES.
029400     05  CNT-FEED                  PIC X(08).
029500     05  FILLER                    PIC X(02)   VALUE SPACES.
029600     05  CNT-SEQ                   PIC 9(06).
029700     05  FILLER                    PIC X(02)   VALUE SPACES.
029800     05  CNT-SENT-ON               PIC X(10).
029900     05  FILLER                    PIC X(02)   VALUE SPACES.
030000     05  CNT-SENT                  PIC X(09).
030100     05  CNT-SENT-N  REDEFINES CNT-SENT
030200                                   PIC Z(08)9.
030300     05  FILLER                    PIC X(02)   VALUE SPACES.
030400     05  CNT-LOADED                PIC Z(08)9.
030500     05  FILLER                    PIC X(02)   VALUE SPACES.
030600     05  CNT-REJECTED              PIC Z(08)9.
030700     05  FILLER                    PIC X(02)   VALUE SPACES.
030800     05  CNT-REJ-RECS              PIC Z(08)9.
030900     05  FILLER                    PIC X(02)   VALUE SPACES.
031000     05  CNT-PROBLEM               PIC X(36).
031100     05  FILLER                    PIC X(12)   VALUE SPACES.
031200*
031300 01  UNA-HDG-LINE.
031400     05  FILLER                    PIC X(10)   VALUE "RECEIVER".
031500     05  FILLER                    PIC X(10)   VALUE "FEED".
031600     05  FILLER                    PIC X(08)   VALUE "SEQ".
031700     05  FILLER                    PIC X(12)   VALUE "SENT ON".
031800     05  FILLER                    PIC X(11)   VALUE "     SENT".
031900     05  FILLER                    PIC X(07)   VALUE " DAYS".
032000     05  FILLER                    PIC X(07)   VALUE "ALLOWED".
032100     05  FILLER                    PIC X(67)   VALUE SPACES.
032200*
032300 01  UNA-LINE.
032400     05  UNA-RECEIVER              PIC X(08).
032500     05  FILLER                    PIC X(02)   VALUE SPACES.
032600     05  UNA-FEED                  PIC X(08).
032700     05  FILLER                    PIC X(02)   VALUE SPACES.
032800     05  UNA-SEQ                   PIC 9(06).
032900     05  FILLER                    PIC X(02)   VALUE SPACES.
033000     05  UNA-SENT-ON               PIC X(10).
033100     05  FILLER                    PIC X(02)   VALUE SPACES.
033200     05  UNA-SENT                  PIC Z(08)9.
033300     05  FILLER                    PIC X(02)   VALUE SPACES.
033400     05  UNA-DAYS                  PIC ZZZZ9.
033500     05  FILLER                    PIC X(02)   VALUE SPACES.
033600     05  UNA-ALLOWED               PIC Z(06)9.
033700     05  FILLER                    PIC X(67)   VALUE SPACES.
033800*
033900 01  REJ-HDG-LINE.
034000     05  FILLER                    PIC X(10)   VALUE "RECEIVER".
034100     05  FILLER                    PIC X(10)   VALUE "FEED".
034200     05  FILLER                    PIC X(08)   VALUE "SEQ".
034300     05  FILLER                    PIC X(07)   VALUE "ID".
034400     05  FILLER                    PIC X(42)   VALUE "REASON".
034500     05  FILLER                    PIC X(22)
034600             VALUE "NAME ON MASTER".
034700     05  FILLER                    PIC X(12)   VALUE "ROLE".
034800     05  FILLER                    PIC X(06)   VALUE "DEPT".
034900     05  FILLER                    PIC X(01)   VALUE "S".
035000     05  FILLER                    PIC X(14)   VALUE SPACES.
035100*
035200****************************************************************
035300* REJ-LINE - ONE PER REJECTED CREATER, WITH ITS CURRENT MASTER *
035400* DETAILS (NAME "NOT ON MASTER" WHEN IT HAS SINCE GONE).       *
035500****************************************************************
035600 01  REJ-LINE.
035700     05  REJ-RECEIVER              PIC X(08).
035800     05  FILLER                    PIC X(02)   VALUE SPACES.
035900     05  REJ-FEED                  PIC X(08).
036000     05  FILLER                    PIC X(02)   VALUE SPACES.
036100     05  REJ-SEQ                   PIC 9(06).
036200     05  FILLER                    PIC X(02)   VALUE SPACES.
036300     05  REJ-ID                    PIC X(05).
036400     05  FILLER                    PIC X(02)   VALUE SPACES.
036500     05  REJ-REASON                PIC X(40).
036600     05  FILLER                    PIC X(02)   VALUE SPACES.
036700     05  REJ-NAME                  PIC X(20).
036800     05  FILLER                    PIC X(02)   VALUE SPACES.
036900     05  REJ-ROLE                  PIC X(10).
037000     05  FILLER                    PIC X(02)   VALUE SPACES.
037100     05  REJ-DEPT                  PIC X(04).
037200     05  FILLER                    PIC X(02)   VALUE SPACES.
037300     05  REJ-STATUS                PIC X(01).
037400     05  FILLER                    PIC X(14)   VALUE SPACES.
037500*
037600 01  STATUS-LINE.
037700     05  STA-CAPTION               PIC X(34).
037800     05  STA-AMOUNT                PIC ZZZ,ZZ9.
037900     05  FILLER                    PIC X(91)   VALUE SPACES.
038000*
038100 PROCEDURE DIVISION.
038200 0000-MAINLINE.
038300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038400     IF NOT WS-OVERFLOW
038500         PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT
038600     END-IF.
038700     IF NOT WS-OVERFLOW
038800         PERFORM 3500-LOAD-LOG THRU 3500-EXIT
038900     END-IF.
039000     IF NOT WS-OVERFLOW
039100         PERFORM 4000-LOAD-NEW-ACKS THRU 4000-EXIT
039200     END-IF.
039300     IF WS-OVERFLOW
039400         DISPLAY "A MATCHING TABLE IS FULL - RUN ABANDONED, "
039500                 "NOTHING LOGGED"
039600         MOVE 12 TO RETURN-CODE
039700     ELSE
039800         PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
039900         IF WS-PROBLEM-COUNT > ZERO
040000             OR WS-UNACKED-COUNT > ZERO
040100             OR WS-NEW-REJ-COUNT > ZERO
040200             OR WS-UNKNOWN-COUNT > ZERO
040300             MOVE 4 TO RETURN-CODE
040400         END-IF
040500     END-IF.
040600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040700     STOP RUN.
040800*
040900****************************************************************
041000* 1000-INITIALIZE - OPEN THE REPORT AND THE MASTER, ESTABLISH  *
041100* THE RUN DATE AND ITS DAY NUMBER, AND LOAD THE RECEIVER CARDS.*
041200* A MISSING MASTER STILL LETS THE REJECTS BE LISTED (ALL AS NOT*
041300* ON MASTER); MISSING OR EMPTY CARDS MEAN NOTHING IS CHASED AND*
041400* EVERY ACKNOWLEDGMENT IS LISTED AS NOT EXPECTED.              *
041500****************************************************************
041600 1000-INITIALIZE.
041700     OPEN OUTPUT PRINT-FILE.
041800     OPEN INPUT  CREATER-MASTER.
041900     IF WS-CREATMST-OK
042000         MOVE "Y" TO WS-MASTER-OPEN-SW
042100     END-IF.
042200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042300     STRING WS-RUN-YYYY  DELIMITED BY SIZE
042400            "-"          DELIMITED BY SIZE
042500            WS-RUN-MM    DELIMITED BY SIZE
042600            "-"          DELIMITED BY SIZE
042700            WS-RUN-DD    DELIMITED BY SIZE
042800         INTO WS-RUN-DATE-DISP.
042900     MOVE "D"         TO CRDATPRM-FUNCTION.
043000     MOVE WS-RUN-DATE TO CRDATPRM-DATE.
043100     CALL "CRDATES" USING CRDATPRM-AREA.
043200     MOVE CRDATPRM-DAY-NO TO WS-TODAY-DAY-NO.
043300     OPEN INPUT PARM-FILE.
043400     IF WS-CRACKPRM-NOT-FOUND
043500         GO TO 1000-EXIT
043600     END-IF.
043700     PERFORM 1100-READ-PARM THRU 1100-EXIT
043800         UNTIL WS-PARM-EOF OR WS-OVERFLOW.
043900     CLOSE PARM-FILE.
044000 1000-EXIT.
044100     EXIT.
044200*
044300 1100-READ-PARM.
044400     READ PARM-FILE
044500         AT END
044600             MOVE "Y" TO WS-PARM-EOF-SW
044700             GO TO 1100-EXIT
044800     END-READ.
044900     IF CRACKPRM-RECEIVER = SPACES
045000         GO TO 1100-EXIT
045100     END-IF.
045200     IF WS-RCV-COUNT >= WS-RCV-MAX
045300         MOVE "Y" TO WS-OVERFLOW-SW
045400         GO TO 1100-EXIT
045500     END-IF.
045600     ADD 1 TO WS-RCV-COUNT.
045700     MOVE CRACKPRM-RECEIVER  TO WS-RCV-ID (WS-RCV-COUNT).
045800     MOVE CRACKPRM-FEED-NAME TO WS-RCV-FEED (WS-RCV-COUNT).
045900     MOVE ZERO TO WS-RCV-FIRST-SEQ (WS-RCV-COUNT).
046000     IF CRACKPRM-FIRST-SEQ IS NUMERIC
046100         MOVE CRACKPRM-FIRST-SEQ
046200             TO WS-RCV-FIRST-SEQ (WS-RCV-COUNT)
046300     END-IF.
046400     MOVE 1 TO WS-RCV-MAX-DAYS (WS-RCV-COUNT).
046500     IF CRACKPRM-MAX-DAYS IS NUMERIC
046600         AND CRACKPRM-MAX-DAYS > ZERO
046700         MOVE CRACKPRM-MAX-DAYS TO WS-RCV-MAX-DAYS (WS-RCV-COUNT)
046800     END-IF.
046900 1100-EXIT.
047000     EXIT.
047100*
047200****************************************************************
047300* 2100-WRITE-HEADERS - NEW PAGE WITH THE TITLE OF THE CURRENT  *
047400* SECTION AND ITS COLUMN HEADINGS.                             *
047500****************************************************************
047600 2100-WRITE-HEADERS.
047700     ADD 1 TO WS-PAGE-NO.
047800     MOVE WS-PAGE-NO       TO HDG1-PAGE-NO.
047900     MOVE WS-RUN-DATE-DISP TO HDG1-RUN-DATE.
048000     WRITE PRINT-LINE FROM HDG1-LINE  AFTER ADVANCING PAGE.
048100     MOVE WS-SECTION-TITLE (WS-SECTION-NO) TO SEC-TITLE.
048200     WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 2 LINES.
048300     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
048400     EVALUATE WS-SECTION-NO
048500         WHEN 1
048600             WRITE PRINT-LINE FROM CNT-HDG-LINE
048700                 AFTER ADVANCING 1 LINE
048800         WHEN 2
048900             WRITE PRINT-LINE FROM UNA-HDG-LINE
049000                 AFTER ADVANCING 1 LINE
049100         WHEN 3
049200             WRITE PRINT-LINE FROM REJ-HDG-LINE
049300                 AFTER ADVANCING 1 LINE
049400     END-EVALUATE.
049500     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
049600 2100-EXIT.
049700     EXIT.
049800*
049900****************************************************************
050000* 3000-LOAD-HISTORY - TABLE EVERY FEED TRANSMISSION ON THE     *
050100* FEED HISTORY THAT A RECEIVER CARD COVERS. REPLAY ENTRIES ARE *
050200* RE-SENDS OF A TRANSMISSION ALREADY LOGGED AND ARE SKIPPED.   *
050300****************************************************************
050400 3000-LOAD-HISTORY.
050500     OPEN INPUT FEED-HISTORY.
050600     IF WS-CRDLTHST-NOT-FOUND
050700         GO TO 3000-EXIT
050800     END-IF.
050900     PERFORM 3150-READ-HISTORY THRU 3150-EXIT.
051000     PERFORM 3100-TAKE-HISTORY THRU 3100-EXIT
051100         UNTIL WS-HIST-EOF OR WS-OVERFLOW.
051200     CLOSE FEED-HISTORY.
051300 3000-EXIT.
051400     EXIT.
051500*
051600 3100-TAKE-HISTORY.
051700     IF NOT CRDLTHST-FEED-ENTRY
051800         GO TO 3100-READ
051900     END-IF.
052000     MOVE SPACES             TO WS-TEST-RECEIVER.
052100     MOVE CRDLTHST-FEED-NAME TO WS-TEST-FEED.
052200     MOVE CRDLTHST-SEQ-NO    TO WS-TEST-SEQ.
052300     PERFORM 7000-TEST-WANTED THRU 7000-EXIT.
052400     IF NOT WS-WANTED
052500         GO TO 3100-READ
052600     END-IF.
052700     MOVE CRDLTHST-FEED-NAME TO WS-TWANT-FEED.
052800     MOVE CRDLTHST-SEQ-NO    TO WS-TWANT-SEQ.
052900     PERFORM 7100-FIND-TRN THRU 7100-EXIT.
053000     IF WS-TRN-FOUND-SUB = ZERO
053100         IF WS-TRN-COUNT >= WS-TRN-MAX
053200             MOVE "Y" TO WS-OVERFLOW-SW
053300             GO TO 3100-EXIT
053400         END-IF
053500         ADD 1 TO WS-TRN-COUNT
053600         MOVE WS-TRN-COUNT TO WS-TRN-FOUND-SUB
053700         MOVE WS-TRN-WANT  TO WS-TRN-KEY (WS-TRN-FOUND-SUB)
053800     END-IF.
053900     MOVE CRDLTHST-RUN-DATE
054000         TO WS-TRN-DATE (WS-TRN-FOUND-SUB).
054100     MOVE CRDLTHST-DETAIL-COUNT
054200         TO WS-TRN-SENT (WS-TRN-FOUND-SUB).
054300 3100-READ.
054400     PERFORM 3150-READ-HISTORY THRU 3150-EXIT.
054500 3100-EXIT.
054600     EXIT.
054700*
054800 3150-READ-HISTORY.
054900     READ FEED-HISTORY
055000         AT END
055100             MOVE "Y" TO WS-HIST-EOF-SW
055200     END-READ.
055300 3150-EXIT.
055400     EXIT.
055500*
055600****************************************************************
055700* 3500-LOAD-LOG - TABLE THE ACKNOWLEDGMENTS MATCHED ON EARLIER *
055800* RUNS FOR THE TRANSMISSIONS STILL BEING MATCHED, SO THEY ARE  *
055900* NOT CHASED AGAIN AND A SECOND ACKNOWLEDGMENT IS SPOTTED. THE *
056000* LOG DOES NOT EXIST BEFORE THE FIRST RUN.                     *
056100****************************************************************
056200 3500-LOAD-LOG.
056300     OPEN INPUT ACK-LOG.
056400     IF WS-CRACKLOG-NOT-FOUND
056500         GO TO 3500-EXIT
056600     END-IF.
056700     PERFORM 3650-READ-LOG THRU 3650-EXIT.
056800     PERFORM 3600-TAKE-LOG THRU 3600-EXIT
056900         UNTIL WS-LOG-EOF OR WS-OVERFLOW.
057000     CLOSE ACK-LOG.
057100 3500-EXIT.
057200     EXIT.
057300*
057400 3600-TAKE-LOG.
057500     IF NOT CRFEEDAK-IS-ACK OF ACKLOG-ACK
057600         GO TO 3600-READ
057700     END-IF.
057800     MOVE CRFEEDAK-A-RECEIVER OF ACKLOG-ACK  TO WS-TEST-RECEIVER.
057900     MOVE CRFEEDAK-A-FEED-NAME OF ACKLOG-ACK TO WS-TEST-FEED.
058000     MOVE CRFEEDAK-A-SEQ-NO OF ACKLOG-ACK    TO WS-TEST-SEQ.
058100     PERFORM 7000-TEST-WANTED THRU 7000-EXIT.
058200     IF NOT WS-WANTED
058300         GO TO 3600-READ
058400     END-IF.
058500     MOVE WS-TEST-KEY TO WS-ACK-WANT.
058600     PERFORM 7200-FIND-ACK THRU 7200-EXIT.
058700     IF WS-FOUND-SUB = ZERO
058800         PERFORM 7300-ADD-ACK THRU 7300-EXIT
058900         IF WS-OVERFLOW
059000             GO TO 3600-EXIT
059100         END-IF
059200     END-IF.
059300     MOVE "Y" TO WS-ACK-LOGGED-SW (WS-FOUND-SUB).
059400 3600-READ.
059500     PERFORM 3650-READ-LOG THRU 3650-EXIT.
059600 3600-EXIT.
059700     EXIT.
059800*
059900 3650-READ-LOG.
060000     READ ACK-LOG
060100         AT END
060200             MOVE "Y" TO WS-LOG-EOF-SW
060300     END-READ.
060400 3650-EXIT.
060500     EXIT.
060600*
060700****************************************************************
060800* 4000-LOAD-NEW-ACKS - FIRST PASS OF CRACKIN: TABLE EVERY NEW  *
060900* ACKNOWLEDGMENT WITH ITS COUNTS AND COUNT ITS REJECT RECORDS. *
061000* NOTHING ON CRACKIN (OR NO CRACKIN) SIMPLY MEANS NOTHING CAME *
061100* BACK SINCE THE LAST RUN.                                     *
061200****************************************************************
061300 4000-LOAD-NEW-ACKS.
061400     OPEN INPUT ACK-FILE.
061500     IF WS-CRACKIN-NOT-FOUND
061600         GO TO 4000-EXIT
061700     END-IF.
061800     MOVE "N" TO WS-ACK-EOF-SW.
061900     PERFORM 4150-READ-ACK THRU 4150-EXIT.
062000     PERFORM 4100-TAKE-ACK THRU 4100-EXIT
062100         UNTIL WS-ACK-EOF OR WS-OVERFLOW.
062200     CLOSE ACK-FILE.
062300 4000-EXIT.
062400     EXIT.
062500*
062600 4100-TAKE-ACK.
062700     EVALUATE TRUE
062800         WHEN CRFEEDAK-IS-ACK OF CRFEEDAK-ACK
062900             MOVE CRFEEDAK-A-RECEIVER OF CRFEEDAK-ACK
063000                 TO WS-AWANT-RECEIVER
063100             MOVE CRFEEDAK-A-FEED-NAME OF CRFEEDAK-ACK
063200                 TO WS-AWANT-FEED
063300             MOVE CRFEEDAK-A-SEQ-NO OF CRFEEDAK-ACK
063400                 TO WS-AWANT-SEQ
063500             ADD 1 TO WS-NEW-ACK-COUNT
063600         WHEN CRFEEDAK-IS-REJECT OF CRFEEDAK-REJECT
063700             MOVE CRFEEDAK-R-RECEIVER OF CRFEEDAK-REJECT
063800                 TO WS-AWANT-RECEIVER
063900             MOVE CRFEEDAK-R-FEED-NAME OF CRFEEDAK-REJECT
064000                 TO WS-AWANT-FEED
064100             MOVE CRFEEDAK-R-SEQ-NO OF CRFEEDAK-REJECT
064200                 TO WS-AWANT-SEQ
064300             ADD 1 TO WS-NEW-REJ-COUNT
064400         WHEN OTHER
064500             ADD 1 TO WS-UNKNOWN-COUNT
064600             GO TO 4100-READ
064700     END-EVALUATE.
064800     PERFORM 7200-FIND-ACK THRU 7200-EXIT.
064900     IF WS-FOUND-SUB = ZERO
065000         PERFORM 7300-ADD-ACK THRU 7300-EXIT
065100         IF WS-OVERFLOW
065200             GO TO 4100-EXIT
065300         END-IF
065400     END-IF.
065500     MOVE "Y" TO WS-ACK-NEW-SW (WS-FOUND-SUB).
065600     IF CRFEEDAK-IS-REJECT OF CRFEEDAK-REJECT
065700         ADD 1 TO WS-ACK-REJ-RECS (WS-FOUND-SUB)
065800         GO TO 4100-READ
065900     END-IF.
066000     ADD 1 TO WS-ACK-HDR-COUNT (WS-FOUND-SUB).
066100     IF WS-ACK-HDR-COUNT (WS-FOUND-SUB) = 1
066200         MOVE CRFEEDAK-A-LOAD-DATE OF CRFEEDAK-ACK
066300             TO WS-ACK-LOAD-DATE (WS-FOUND-SUB)
066400         MOVE CRFEEDAK-A-LOADED OF CRFEEDAK-ACK
066500             TO WS-ACK-LOADED (WS-FOUND-SUB)
066600         MOVE CRFEEDAK-A-REJECTED OF CRFEEDAK-ACK
066700             TO WS-ACK-REJECTED (WS-FOUND-SUB)
066800     END-IF.
066900 4100-READ.
067000     PERFORM 4150-READ-ACK THRU 4150-EXIT.
067100 4100-EXIT.
067200     EXIT.
067300*
067400 4150-READ-ACK.
067500     READ ACK-FILE
067600         AT END
067700             MOVE "Y" TO WS-ACK-EOF-SW
067800     END-READ.
067900 4150-EXIT.
068000     EXIT.
068100*
068200****************************************************************
068300* 6000-PRINT-REPORT - PRINT THE THREE LISTS AND THE TOTALS.    *
068400* THE REJECT LIST IS THE SECOND PASS OF CRACKIN, WHICH ALSO    *
068500* ADDS EVERY NEW RECORD TO THE ACKNOWLEDGMENT LOG.             *
068600****************************************************************
068700 6000-PRINT-REPORT.
068800     MOVE 1 TO WS-SECTION-NO.
068900     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
069000     PERFORM 6100-CHECK-COUNTS THRU 6100-EXIT
069100         VARYING WS-ACK-SUB FROM 1 BY 1
069200         UNTIL WS-ACK-SUB > WS-ACK-COUNT.
069300     IF WS-PROBLEM-COUNT = ZERO
069400         MOVE "NONE" TO SEC-TITLE
069500         WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 1 LINE
069600     END-IF.
069700     MOVE 2 TO WS-SECTION-NO.
069800     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
069900     PERFORM 6300-CHASE-RECEIVER THRU 6300-EXIT
070000         VARYING WS-RCV-SUB FROM 1 BY 1
070100         UNTIL WS-RCV-SUB > WS-RCV-COUNT.
070200     IF WS-UNACKED-COUNT = ZERO
070300         MOVE "NONE" TO SEC-TITLE
070400         WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 1 LINE
070500     END-IF.
070600     MOVE 3 TO WS-SECTION-NO.
070700     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
070800     PERFORM 6500-LIST-REJECTS THRU 6500-EXIT.
070900     IF WS-NEW-REJ-COUNT = ZERO
071000         MOVE "NONE" TO SEC-TITLE
071100         WRITE PRINT-LINE FROM SECTION-LINE AFTER ADVANCING 1 LINE
071200     END-IF.
071300     MOVE 4 TO WS-SECTION-NO.
071400     PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT.
071500     PERFORM 6800-PRINT-TOTALS THRU 6800-EXIT.
071600 6000-EXIT.
071700     EXIT.
071800*
071900****************************************************************
072000* 6100-CHECK-COUNTS - CHECK ONE ACKNOWLEDGMENT RECEIVED THIS   *
072100* RUN. REJECTS WITH NO ACKNOWLEDGMENT, A SECOND ACKNOWLEDGMENT *
072200* AND AN ACKNOWLEDGMENT NOBODY EXPECTED ARE EACH REPORTED ON   *
072300* THEIR OWN; OTHERWISE THE COUNTS ARE COMPARED WITH THE        *
072400* TRANSMISSION AND WITH THE REJECT RECORDS THAT CAME WITH IT.  *
072500****************************************************************
072600 6100-CHECK-COUNTS.
072700     IF NOT WS-ACK-NEW (WS-ACK-SUB)
072800         GO TO 6100-EXIT
072900     END-IF.
073000     MOVE "N" TO WS-PROBLEM-SW.
073100     MOVE WS-ACK-RECEIVER (WS-ACK-SUB)  TO CNT-RECEIVER.
073200     MOVE WS-ACK-FEED (WS-ACK-SUB)      TO CNT-FEED.
073300     MOVE WS-ACK-SEQ (WS-ACK-SUB)       TO CNT-SEQ.
073400     MOVE WS-ACK-LOADED (WS-ACK-SUB)    TO CNT-LOADED.
073500     MOVE WS-ACK-REJECTED (WS-ACK-SUB)  TO CNT-REJECTED.
073600     MOVE WS-ACK-REJ-RECS (WS-ACK-SUB)  TO CNT-REJ-RECS.
073700     MOVE SPACES TO CNT-SENT-ON.
073800     MOVE SPACES TO CNT-SENT.
073900     MOVE WS-ACK-FEED (WS-ACK-SUB) TO WS-TWANT-FEED.
074000     MOVE WS-ACK-SEQ (WS-ACK-SUB)  TO WS-TWANT-SEQ.
074100     PERFORM 7100-FIND-TRN THRU 7100-EXIT.
074200     IF WS-TRN-FOUND-SUB > ZERO
074300         MOVE WS-TRN-DATE (WS-TRN-FOUND-SUB) TO WS-SENT-DATE
074400         PERFORM 7400-FORMAT-SENT THRU 7400-EXIT
074500         MOVE WS-SENT-DATE-DISP TO CNT-SENT-ON
074600         MOVE WS-TRN-SENT (WS-TRN-FOUND-SUB) TO CNT-SENT-N
074700     END-IF.
074800     IF WS-ACK-HDR-COUNT (WS-ACK-SUB) = ZERO
074900         MOVE "REJECTS WITH NO ACKNOWLEDGMENT" TO CNT-PROBLEM
075000         PERFORM 6150-PRINT-PROBLEM THRU 6150-EXIT
075100         GO TO 6100-EXIT
075200     END-IF.
075300     IF WS-ACK-LOGGED (WS-ACK-SUB)
075400         OR WS-ACK-HDR-COUNT (WS-ACK-SUB) > 1
075500         MOVE "ACKNOWLEDGED MORE THAN ONCE" TO CNT-PROBLEM
075600         PERFORM 6150-PRINT-PROBLEM THRU 6150-EXIT
075700         GO TO 6100-EXIT
075800     END-IF.
075900     MOVE WS-ACK-KEY (WS-ACK-SUB) TO WS-TEST-KEY.
076000     PERFORM 7000-TEST-WANTED THRU 7000-EXIT.
076100     IF NOT WS-WANTED
076200         MOVE "NOT EXPECTED FROM THIS RECEIVER" TO CNT-PROBLEM
076300         PERFORM 6150-PRINT-PROBLEM THRU 6150-EXIT
076400         GO TO 6100-EXIT
076500     END-IF.
076600     IF WS-TRN-FOUND-SUB = ZERO
076700         MOVE "NOT ON THE FEED HISTORY" TO CNT-PROBLEM
076800         PERFORM 6150-PRINT-PROBLEM THRU 6150-EXIT
076900         GO TO 6100-EXIT
077000     END-IF.
077100     COMPUTE WS-ACCOUNTED = WS-ACK-LOADED (WS-ACK-SUB)
077200                          + WS-ACK-REJECTED (WS-ACK-SUB).
077300     IF WS-ACCOUNTED NOT = WS-TRN-SENT (WS-TRN-FOUND-SUB)
077400         MOVE "LOADED + REJECTED NOT = SENT" TO CNT-PROBLEM
077500         PERFORM 6150-PRINT-PROBLEM THRU 6150-EXIT
077600     END-IF.
077700     IF WS-ACK-REJ-RECS (WS-ACK-SUB)
077800             NOT = WS-ACK-REJECTED (WS-ACK-SUB)
077900         MOVE "REJECT RECORDS NOT = REJECTED COUNT" TO CNT-PROBLEM
078000         PERFORM 6150-PRINT-PROBLEM THRU 6150-EXIT
078100     END-IF.
078200     IF NOT WS-HAS-PROBLEM
078300         ADD 1 TO WS-MATCHED-COUNT
078400     END-IF.
078500 6100-EXIT.
078600     EXIT.
078700*
078800 6150-PRINT-PROBLEM.
078900     MOVE "Y" TO WS-PROBLEM-SW.
079000     ADD 1 TO WS-PROBLEM-COUNT.
079100     WRITE PRINT-LINE FROM CNT-LINE AFTER ADVANCING 1 LINE
079200         AT END-OF-PAGE
079300             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
079400     END-WRITE.
079500 6150-EXIT.
079600     EXIT.
079700*
079800****************************************************************
079900* 6300-CHASE-RECEIVER - LIST EVERY TRANSMISSION OF ONE         *
080000* RECEIVER CARD'S FEED, FROM ITS FIRST SEQUENCE ON, THAT THE   *
080100* RECEIVER HAS NEVER ACKNOWLEDGED AND THAT IS NOW OLDER THAN   *
080200* THE DAYS ALLOWED.                                            *
080300****************************************************************
080400 6300-CHASE-RECEIVER.
080500     PERFORM 6350-CHASE-TRN THRU 6350-EXIT
080600         VARYING WS-TRN-SUB FROM 1 BY 1
080700         UNTIL WS-TRN-SUB > WS-TRN-COUNT.
080800 6300-EXIT.
080900     EXIT.
081000*
081100 6350-CHASE-TRN.
081200     IF WS-TRN-FEED (WS-TRN-SUB) NOT = WS-RCV-FEED (WS-RCV-SUB)
081300         OR WS-TRN-SEQ (WS-TRN-SUB)
081400                < WS-RCV-FIRST-SEQ (WS-RCV-SUB)
081500         GO TO 6350-EXIT
081600     END-IF.
081700     MOVE WS-RCV-ID (WS-RCV-SUB)   TO WS-AWANT-RECEIVER.
081800     MOVE WS-TRN-FEED (WS-TRN-SUB) TO WS-AWANT-FEED.
081900     MOVE WS-TRN-SEQ (WS-TRN-SUB)  TO WS-AWANT-SEQ.
082000     PERFORM 7200-FIND-ACK THRU 7200-EXIT.
082100     IF WS-FOUND-SUB > ZERO
082200         IF WS-ACK-LOGGED (WS-FOUND-SUB)
082300             OR WS-ACK-HDR-COUNT (WS-FOUND-SUB) > ZERO
082400             GO TO 6350-EXIT
082500         END-IF
082600     END-IF.
082700     MOVE ZERO TO WS-AGE-DAYS.
082800     MOVE "D" TO CRDATPRM-FUNCTION.
082900     MOVE WS-TRN-DATE (WS-TRN-SUB) TO CRDATPRM-DATE.
083000     CALL "CRDATES" USING CRDATPRM-AREA.
083100     IF CRDATPRM-VALID
083200         AND CRDATPRM-DAY-NO NOT > WS-TODAY-DAY-NO
083300         COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - CRDATPRM-DAY-NO
083400     END-IF.
083500     IF WS-AGE-DAYS NOT > WS-RCV-MAX-DAYS (WS-RCV-SUB)
083600         GO TO 6350-EXIT
083700     END-IF.
083800     ADD 1 TO WS-UNACKED-COUNT.
083900     MOVE WS-RCV-ID (WS-RCV-SUB)       TO UNA-RECEIVER.
084000     MOVE WS-TRN-FEED (WS-TRN-SUB)     TO UNA-FEED.
084100     MOVE WS-TRN-SEQ (WS-TRN-SUB)      TO UNA-SEQ.
084200     MOVE WS-TRN-DATE (WS-TRN-SUB)     TO WS-SENT-DATE.
084300     PERFORM 7400-FORMAT-SENT THRU 7400-EXIT.
084400     MOVE WS-SENT-DATE-DISP            TO UNA-SENT-ON.
084500     MOVE WS-TRN-SENT (WS-TRN-SUB)     TO UNA-SENT.
084600     MOVE WS-AGE-DAYS                  TO UNA-DAYS.
084700     MOVE WS-RCV-MAX-DAYS (WS-RCV-SUB) TO UNA-ALLOWED.
084800     WRITE PRINT-LINE FROM UNA-LINE AFTER ADVANCING 1 LINE
084900         AT END-OF-PAGE
085000             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
085100     END-WRITE.
085200 6350-EXIT.
085300     EXIT.
085400*
085500****************************************************************
085600* 6500-LIST-REJECTS - SECOND PASS OF CRACKIN: PRINT EACH       *
085700* REJECTED CREATER AGAINST ITS CURRENT MASTER RECORD AND ADD   *
085800* EVERY RECORD READ TO THE ACKNOWLEDGMENT LOG.                 *
085900****************************************************************
086000 6500-LIST-REJECTS.
086100     OPEN INPUT ACK-FILE.
086200     IF WS-CRACKIN-NOT-FOUND
086300         GO TO 6500-EXIT
086400     END-IF.
086500     OPEN EXTEND ACK-LOG.
086600     IF WS-CRACKLOG-NOT-FOUND
086700         OPEN OUTPUT ACK-LOG
086800         CLOSE ACK-LOG
086900         OPEN EXTEND ACK-LOG
087000     END-IF.
087100     MOVE "N" TO WS-ACK-EOF-SW.
087200     PERFORM 4150-READ-ACK THRU 4150-EXIT.
087300     PERFORM 6600-LOG-ACK THRU 6600-EXIT
087400         UNTIL WS-ACK-EOF.
087500     CLOSE ACK-LOG.
087600     CLOSE ACK-FILE.
087700 6500-EXIT.
087800     EXIT.
087900*
088000 6600-LOG-ACK.
088100     IF CRFEEDAK-IS-REJECT OF CRFEEDAK-REJECT
088200         PERFORM 6650-PRINT-REJECT THRU 6650-EXIT
088300     END-IF.
088400     WRITE ACKLOG-ACK FROM CRFEEDAK-ACK.
088500     ADD 1 TO WS-LOGGED-COUNT.
088600     PERFORM 4150-READ-ACK THRU 4150-EXIT.
088700 6600-EXIT.
088800     EXIT.
088900*
089000 6650-PRINT-REJECT.
089100     MOVE CRFEEDAK-R-RECEIVER OF CRFEEDAK-REJECT
089200         TO REJ-RECEIVER.
089300     MOVE CRFEEDAK-R-FEED-NAME OF CRFEEDAK-REJECT
089400         TO REJ-FEED.
089500     MOVE CRFEEDAK-R-SEQ-NO OF CRFEEDAK-REJECT
089600         TO REJ-SEQ.
089700     MOVE CRFEEDAK-R-CREATER-ID OF CRFEEDAK-REJECT
089800         TO REJ-ID.
089900     MOVE CRFEEDAK-R-REASON OF CRFEEDAK-REJECT
090000         TO REJ-REASON.
090100     MOVE "NOT ON MASTER" TO REJ-NAME.
090200     MOVE SPACES TO REJ-ROLE REJ-DEPT REJ-STATUS.
090300     IF NOT WS-MASTER-OPEN
090400         GO TO 6650-WRITE
090500     END-IF.
090600     MOVE CRFEEDAK-R-CREATER-ID OF CRFEEDAK-REJECT
090700         TO CREATER_ID OF CREATER-RECORD.
090800     READ CREATER-MASTER
090900         INVALID KEY
091000             GO TO 6650-WRITE
091100     END-READ.
091200     MOVE CREATER_NAME OF CREATER-RECORD   TO REJ-NAME.
091300     MOVE CREATER-ROLE OF CREATER-RECORD   TO REJ-ROLE.
091400     MOVE CREATER-DEPT OF CREATER-RECORD   TO REJ-DEPT.
091500     MOVE CREATER-STATUS OF CREATER-RECORD TO REJ-STATUS.
091600 6650-WRITE.
091700     WRITE PRINT-LINE FROM REJ-LINE AFTER ADVANCING 1 LINE
091800         AT END-OF-PAGE
091900             PERFORM 2100-WRITE-HEADERS THRU 2100-EXIT
092000     END-WRITE.
092100 6650-EXIT.
092200     EXIT.
092300*
092400 6800-PRINT-TOTALS.
092500     MOVE "RECEIVER CARDS                   :" TO STA-CAPTION.
092600     MOVE WS-RCV-COUNT TO STA-AMOUNT.
092700     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
092800     MOVE "TRANSMISSIONS BEING MATCHED      :" TO STA-CAPTION.
092900     MOVE WS-TRN-COUNT TO STA-AMOUNT.
093000     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
093100     MOVE "ACKNOWLEDGMENTS RECEIVED         :" TO STA-CAPTION.
093200     MOVE WS-NEW-ACK-COUNT TO STA-AMOUNT.
093300     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
093400     MOVE "ACKNOWLEDGMENTS MATCHED CLEAN    :" TO STA-CAPTION.
093500     MOVE WS-MATCHED-COUNT TO STA-AMOUNT.
093600     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
093700     MOVE "COUNT PROBLEMS                   :" TO STA-CAPTION.
093800     MOVE WS-PROBLEM-COUNT TO STA-AMOUNT.
093900     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
094000     MOVE "TRANSMISSIONS NOT ACKNOWLEDGED   :" TO STA-CAPTION.
094100     MOVE WS-UNACKED-COUNT TO STA-AMOUNT.
094200     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
094300     MOVE "CREATERS REJECTED                :" TO STA-CAPTION.
094400     MOVE WS-NEW-REJ-COUNT TO STA-AMOUNT.
094500     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
094600     MOVE "RECORDS OF UNKNOWN TYPE          :" TO STA-CAPTION.
094700     MOVE WS-UNKNOWN-COUNT TO STA-AMOUNT.
094800     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
094900     MOVE "RECORDS ADDED TO THE LOG         :" TO STA-CAPTION.
095000     MOVE WS-LOGGED-COUNT TO STA-AMOUNT.
095100     WRITE PRINT-LINE FROM STATUS-LINE AFTER ADVANCING 1 LINE.
095200 6800-EXIT.
095300     EXIT.
095400*
095500****************************************************************
095600* 7000-TEST-WANTED - SET WS-WANTED WHEN A RECEIVER CARD COVERS *
095700* THE FEED AND SEQUENCE IN WS-TEST-KEY (FOR THE RECEIVER IN IT,*
095800* OR FOR ANY RECEIVER WHEN THAT IS SPACES).                    *
095900****************************************************************
096000 7000-TEST-WANTED.
096100     MOVE "N" TO WS-WANTED-SW.
096200     PERFORM 7050-TEST-CARD THRU 7050-EXIT
096300         VARYING WS-SUB FROM 1 BY 1
096400         UNTIL WS-SUB > WS-RCV-COUNT OR WS-WANTED.
096500 7000-EXIT.
096600     EXIT.
096700*
096800 7050-TEST-CARD.
096900     IF WS-RCV-FEED (WS-SUB) = WS-TEST-FEED
097000         AND WS-TEST-SEQ NOT < WS-RCV-FIRST-SEQ (WS-SUB)
097100         AND (WS-TEST-RECEIVER = SPACES
097200              OR WS-TEST-RECEIVER = WS-RCV-ID (WS-SUB))
097300         MOVE "Y" TO WS-WANTED-SW
097400     END-IF.
097500 7050-EXIT.
097600     EXIT.
097700*
097800 7100-FIND-TRN.
097900     MOVE ZERO TO WS-TRN-FOUND-SUB.
098000     PERFORM 7150-TEST-TRN THRU 7150-EXIT
098100         VARYING WS-SUB FROM 1 BY 1
098200         UNTIL WS-SUB > WS-TRN-COUNT OR WS-TRN-FOUND-SUB > ZERO.
098300 7100-EXIT.
098400     EXIT.
098500*
098600 7150-TEST-TRN.
098700     IF WS-TRN-KEY (WS-SUB) = WS-TRN-WANT
098800         MOVE WS-SUB TO WS-TRN-FOUND-SUB
098900     END-IF.
099000 7150-EXIT.
099100     EXIT.
099200*
099300 7200-FIND-ACK.
099400     MOVE ZERO TO WS-FOUND-SUB.
099500     PERFORM 7250-TEST-ACK THRU 7250-EXIT
099600         VARYING WS-SUB FROM 1 BY 1
099700         UNTIL WS-SUB > WS-ACK-COUNT OR WS-FOUND-SUB > ZERO.
099800 7200-EXIT.
099900     EXIT.
100000*
100100 7250-TEST-ACK.
100200     IF WS-ACK-KEY (WS-SUB) = WS-ACK-WANT
100300         MOVE WS-SUB TO WS-FOUND-SUB
100400     END-IF.
100500 7250-EXIT.
100600     EXIT.
100700*
100800 7300-ADD-ACK.
100900     IF WS-ACK-COUNT >= WS-ACK-MAX
101000         MOVE "Y" TO WS-OVERFLOW-SW
101100         GO TO 7300-EXIT
101200     END-IF.
101300     ADD 1 TO WS-ACK-COUNT.
101400     MOVE WS-ACK-COUNT TO WS-FOUND-SUB.
101500     MOVE WS-ACK-WANT TO WS-ACK-KEY (WS-FOUND-SUB).
101600     MOVE ZERO TO WS-ACK-LOAD-DATE (WS-FOUND-SUB)
101700                  WS-ACK-LOADED (WS-FOUND-SUB)
101800                  WS-ACK-REJECTED (WS-FOUND-SUB)
101900                  WS-ACK-REJ-RECS (WS-FOUND-SUB)
102000                  WS-ACK-HDR-COUNT (WS-FOUND-SUB).
102100     MOVE "N" TO WS-ACK-LOGGED-SW (WS-FOUND-SUB).
102200     MOVE "N" TO WS-ACK-NEW-SW (WS-FOUND-SUB).
102300 7300-EXIT.
102400     EXIT.
102500*
102600 7400-FORMAT-SENT.
102700     MOVE SPACES TO WS-SENT-DATE-DISP.
102800     STRING WS-SENT-YYYY DELIMITED BY SIZE
102900            "-"          DELIMITED BY SIZE
103000            WS-SENT-MM   DELIMITED BY SIZE
103100            "-"          DELIMITED BY SIZE
103200            WS-SENT-DD   DELIMITED BY SIZE
103300         INTO WS-SENT-DATE-DISP.
103400 7400-EXIT.
103500     EXIT.
103600*
103700****************************************************************
103800* 9000-TERMINATE - CLOSE THE FILES.                            *
103900****************************************************************
104000 9000-TERMINATE.
104100     IF WS-MASTER-OPEN
104200         CLOSE CREATER-MASTER
104300     END-IF.
104400     CLOSE PRINT-FILE.
104500 9000-EXIT.
104600     EXIT.
