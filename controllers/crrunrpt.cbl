001300* END TIMES, RETURN CODE, RUN STATUS AND WHETHER AN OPERATOR  *
001400* OVERRIDE LET IT START OUT OF SEQUENCE. PROGRAMS THAT DID    *
001500* NOT RUN, DID NOT FINISH, ENDED NON-ZERO OR WERE OVERRIDDEN  *
001560* ARE CALLED OUT, AND ANY OF THOSE SETS RETURN CODE 4 SO THE  *
001620* MORNING JOB DRAWS ATTENTION TO ITSELF. THE HEADING SHOWS    *
001680* THE BUSINESS DATE OF THE NIGHT REPORTED AND THE BUSINESS    *
001740* DATE NOW IN FORCE ALONGSIDE THE CALENDAR DATE.              *
001800****************************************************************
001900* MODIFICATION HISTORY
002000*   2026-09-02  RSH  INITIAL VERSION
002001*   2026-10-15  RSH  THE HEADING NOW SHOWS THE BUSINESS DATE OF
002002*                    THE NIGHT AND THE BUSINESS DATE NOW IN FORCE
002003*                    (FROM CREATER-BUSDATE THROUGH CRBUSDAT)
002004*                    ALONGSIDE THE CALENDAR DATE, AND THE REPORT
002005*                    COVERS SLOT 9, CRBUSADV. A BUSINESS DATE THAT
002006*                    CANNOT BE READ SETS RETURN CODE 4.
002100****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
005200 01  WS-SLOT-SUB                   PIC 9(02)   COMP VALUE ZERO.
005300 01  WS-TROUBLE-COUNT              PIC 9(02)   VALUE ZERO.
005400*
005460 01  WS-RUN-DATE                   PIC 9(08).
005520 01  WS-DATE-WORK                  PIC 9(08).
005580 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
005640     05  WS-DATE-YYYY                  PIC 9(04).
005700     05  WS-DATE-MM                    PIC 9(02).
005760     05  WS-DATE-DD                    PIC 9(02).
005820 01  WS-DATE-DISP                  PIC X(10).
005880*
005940     COPY CRBUSPRM.
006000*
006060****************************************************************
006120* HDG1-LINE - REPORT TITLE, THE BUSINESS DATE OF THE NIGHT     *
006180* REPORTED, THE CALENDAR DATE OF THIS RUN AND THE BUSINESS     *
006240* DATE NOW IN FORCE (ONE ON FROM THE NIGHT ONCE CRBUSADV HAS   *
006300* CLOSED IT).                                                  *
006360****************************************************************
006420 01  HDG1-LINE.
006480     05  FILLER                    PIC X(35)
006540             VALUE "NIGHT-RUN STATUS FOR BUSINESS DATE".
006600     05  HDG1-NIGHT-DATE           PIC X(10).
006660     05  FILLER                    PIC X(04)   VALUE SPACES.
006720     05  FILLER                    PIC X(15)
006780             VALUE "CALENDAR DATE:".
006840     05  HDG1-RUN-DATE             PIC X(10).
006900     05  FILLER                    PIC X(04)   VALUE SPACES.
006960     05  FILLER                    PIC X(19)
007020             VALUE "BUSINESS DATE NOW:".
007080     05  HDG1-BUS-DATE             PIC X(10).
007140     05  FILLER                    PIC X(25)   VALUE SPACES.
007300*
007400 01  HDG2-LINE.
007500     05  FILLER                    PIC X(08)   VALUE "PROGRAM".
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     PERFORM 2000-PRINT-SLOTS THRU 2000-EXIT
011400         VARYING WS-SLOT-SUB FROM 1 BY 1
011500         UNTIL WS-SLOT-SUB > 9.
011600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011700     STOP RUN.
011800*
011900****************************************************************
011970* 1000-INITIALIZE - OPEN AND READ THE ONE-RECORD NIGHT-RUN     *
012040* CONTROL (A MISSING OR EMPTY DATASET MEANS NO NIGHT HAS BEEN  *
012110* RECORDED YET, SO THERE IS NOTHING TO REPORT), ESTABLISH THE  *
012180* CALENDAR DATE AND THE CURRENT BUSINESS DATE AND PRINT THE    *
012250* HEADINGS. A BUSINESS DATE THAT CANNOT BE READ IS CALLED OUT  *
012320* ON THE HEADING AND COUNTS AS SOMETHING TO LOOK AT.           *
012400****************************************************************
012500 1000-INITIALIZE.
012600     OPEN INPUT RUN-CONTROL.
013800             STOP RUN
013900     END-READ.
014000     OPEN OUTPUT PRINT-FILE.
014050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014100     MOVE WS-RUN-DATE TO WS-DATE-WORK.
014150     PERFORM 1100-FORMAT-DATE THRU 1100-EXIT.
014200     MOVE WS-DATE-DISP TO HDG1-RUN-DATE.
014250     MOVE CRRUNCTL-RUN-DATE TO WS-DATE-WORK.
014300     PERFORM 1100-FORMAT-DATE THRU 1100-EXIT.
014350     MOVE WS-DATE-DISP TO HDG1-NIGHT-DATE.
014400     MOVE "G" TO CRBUSPRM-FUNCTION.
014450     CALL "CRBUSDAT" USING CRBUSPRM-AREA.
014500     IF CRBUSPRM-VALID
014550         MOVE CRBUSPRM-BUS-DATE TO WS-DATE-WORK
014600         PERFORM 1100-FORMAT-DATE THRU 1100-EXIT
014650         MOVE WS-DATE-DISP TO HDG1-BUS-DATE
014700     ELSE
014750         MOVE "NOT SET" TO HDG1-BUS-DATE
014800         ADD 1 TO WS-TROUBLE-COUNT
014850     END-IF.
015000     WRITE PRINT-LINE FROM HDG1-LINE  AFTER ADVANCING PAGE.
015100     WRITE PRINT-LINE FROM HDG2-LINE  AFTER ADVANCING 1 LINE.
015200     WRITE PRINT-LINE FROM BLANK-LINE AFTER ADVANCING 1 LINE.
015300 1000-EXIT.
015400     EXIT.
015500*
015509*
015518 1100-FORMAT-DATE.
015527     STRING WS-DATE-YYYY DELIMITED BY SIZE
015536            "-"          DELIMITED BY SIZE
015545            WS-DATE-MM   DELIMITED BY SIZE
015554            "-"          DELIMITED BY SIZE
015563            WS-DATE-DD   DELIMITED BY SIZE
015572         INTO WS-DATE-DISP.
015581 1100-EXIT.
015590     EXIT.
015600****************************************************************
015700* 2000-PRINT-SLOTS - PRINT ONE LINE PER TRACKED SLOT IN NIGHT  *
015800* SEQUENCE, COUNTING ANYTHING A SUPERVISOR SHOULD LOOK AT:     *
