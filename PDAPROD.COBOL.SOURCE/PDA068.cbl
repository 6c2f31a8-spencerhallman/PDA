       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA068.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA068                                            *
      * TRANS   :   PD68                                              *
      * MAPSET  :   PDA068M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA068 IS THE INBOUND INTERFACE FILE      *
      *             CONTROL INQUIRY.  EVERY INBOUND FEED (AFFORDER    *
      *             PDAB38, LOCKBOX PDAB48, CARDCONF PDAB59, CARRIER  *
      *             PDAB77) REGISTERS EACH FILE IT RECEIVES ON THE    *
      *             INTERFACE_FILE_CONTROL TABLE THROUGH THE PDAS15   *
      *             CONTROL ROUTINE.  THE TOP OF THE SCREEN SHOWS ONE *
      *             LINE PER FEED -- FILES RECEIVED, PROCESSED,       *
      *             REJECTED AND STILL OPEN, AND THE LAST DATE A FILE *
      *             WAS RECEIVED.  BELOW, THE FILES REGISTERED ARE    *
      *             LISTED MOST RECENT FIRST, FOR ALL FEEDS OR FOR    *
      *             ONE FEED KEYED, EIGHT TO A PAGE, WITH THE SENDER, *
      *             FILE SEQUENCE, FILE DATE, DATE RECEIVED, STATUS,  *
      *             RECORD COUNT AND ANY REJECT REASON.  THE SCREEN   *
      *             IS INQUIRY ONLY AND OPEN TO ALL USERS.            *
      *                                                               *
      * FILES   :   INTERFACE_FILE_CONTROL   -  DB2       (READ ONLY) *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD68       INTERFACE FILE CONTROL (THIS SCREEN)   *
      *             PD01       MAIN MENU                              *
      *                                                               *
      * PFKEYS  :   PF03  =    EXIT, RETURN TO MAIN MENU              *
      *             PF08  =    SCROLL FORWARD                         *
      *             PF12  =    EXIT, RETURN TO MAIN MENU              *
      *                                                               *
      *****************************************************************
      *             PROGRAM CHANGE LOG                                *
      *             -------------------                               *
      *                                                               *
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  --------   --------------------  --------------------------  *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
           EJECT
       WORKING-STORAGE SECTION.

      *****************************************************************
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       *
      *****************************************************************
       77  WS-MESSAGE-LTH              PIC S9(4) COMP VALUE +79.
       77  WS-RESPONSE-CODE            PIC S9(8) COMP VALUE +0.
       77  WS-SUB1                     PIC S9(4) COMP VALUE +0.

      *****************************************************************
      *    SWITCHES                                                   *
      *****************************************************************

       01  WS-SWITCHES.
           05  WS-TRANS-INTENT-SW      PIC X     VALUE 'I'.
               88  INQUIRY-TRANS                 VALUE 'I'.
               88  UPDATE-TRANS                  VALUE 'U'.
           05  WS-ERROR-FOUND-SW       PIC X     VALUE 'N'.
               88  ERROR-FOUND                   VALUE 'Y'.
               88  NO-ERROR-FOUND                VALUE 'N'.
           05  WS-END-OF-ROWS-SW       PIC X     VALUE 'N'.
               88  END-OF-ROWS                   VALUE 'Y'.
           05  EIBAID-SW               PIC X     VALUE ' '.
               88  CLEAR-PKEY                    VALUE '_'.
               88  ENTER-PKEY                    VALUE ''''.
               88  PREVIOUS-PKEY                 VALUE '3'.
               88  FORWARD-PKEY                  VALUE '8'.
               88  MAIN-MENU-PKEY                VALUE '@'.
               88  VALID-PKEY-ENTERED            VALUE '_' '@' '3'
                                                       '8' ''''.
           EJECT
      *****************************************************************
      *    MISCELLANEOUS WORK FIELDS                                  *
      *****************************************************************

       01  WS-MISCELLANEOUS-FIELDS.
           05  WMF-ABSTIME             PIC S9(15) VALUE +0      COMP-3.
           05  WMF-DATE-MMDDYY         PIC X(08) VALUE SPACES.
           05  WMF-TIME-HHMMSS         PIC X(08) VALUE SPACES.
           05  WMF-MESSAGE-AREA        PIC X(79) VALUE SPACES.
           05  WMF-LINES-SHOWN         PIC S9(4) VALUE +0 COMP.
           05  WMF-DATE-CCYYMMDD       PIC X(08) VALUE SPACES.
           05  WMF-FEED-LOW            PIC X(08) VALUE SPACES.
           05  WMF-FEED-HIGH           PIC X(08) VALUE SPACES.
           05  WMF-FEED-FILTER         PIC X(08) VALUE SPACES.
           05  WMF-START-DATE          PIC X(08) VALUE SPACES.
           05  WMF-START-TIME          PIC X(08) VALUE SPACES.
           05  WMF-START-FEED          PIC X(08) VALUE SPACES.
           05  WMF-FILES-RECEIVED      PIC S9(9) VALUE +0 COMP.
           05  WMF-FILES-PROCESSED     PIC S9(9) VALUE +0 COMP.
           05  WMF-FILES-REJECTED      PIC S9(9) VALUE +0 COMP.
           05  WMF-FILES-OPEN          PIC S9(9) VALUE +0 COMP.
           05  WMF-LAST-RECEIVED       PIC X(08) VALUE SPACES.
           EJECT
      *****************************************************************
      *    INBOUND FEEDS SUMMARIZED AT THE TOP OF THE SCREEN, WITH    *
      *    THE BATCH PROGRAM THAT RECEIVES EACH ONE                   *
      *****************************************************************

       01  WS-FEED-ROSTER.
           05  FILLER                  PIC X(16) VALUE
               'AFFORDERPDAB38  '.
           05  FILLER                  PIC X(16) VALUE
               'CARDCONFPDAB59  '.
           05  FILLER                  PIC X(16) VALUE
               'CARRIER PDAB77  '.
           05  FILLER                  PIC X(16) VALUE
               'LOCKBOX PDAB48  '.
       01  FILLER                      REDEFINES WS-FEED-ROSTER.
           05  WFR-FEED-ENTRY          OCCURS 4 TIMES.
               10  WFR-FEED            PIC X(08).
               10  WFR-PROGRAM         PIC X(08).

      *****************************************************************
      *    FEED SUMMARY LINE                                          *
      *****************************************************************

       01  WS-FEED-SUMMARY-LINE.
           05  WFS-FEED                PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WFS-PROGRAM             PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE '  RCVD '.
           05  WFS-RECEIVED            PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  PROC '.
           05  WFS-PROCESSED           PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE '  REJ '.
           05  WFS-REJECTED            PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  OPEN '.
           05  WFS-OPEN                PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  LAST RCVD '.
           05  WFS-LAST-RECEIVED       PIC X(08) VALUE SPACES.

      *****************************************************************
      *    INTERFACE FILE LIST LINE                                   *
      *****************************************************************

       01  WS-FILE-LIST-LINE.
           05  WFL-FEED                PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WFL-SENDER              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WFL-FILE-SEQ            PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WFL-FILE-DATE           PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WFL-RECEIVED-DATE       PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WFL-STATUS              PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WFL-RECORD-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WFL-STATUS-TEXT         PIC X(20) VALUE SPACES.

      *****************************************************************
      *    LIST STATE CARRIED IN THE COMMAREA WORKAREA -- THE FEED    *
      *    FILTER AND THE KEY THE PAGE STARTS AFTER.  THE LIST RUNS   *
      *    MOST RECENT FIRST, SO THE TOP OF THE LIST STARTS AFTER     *
      *    HIGH-VALUES                                                *
      *****************************************************************

       01  WS-PDA068-WORKAREA.
           05  WPW-FEED-FILTER         PIC X(08) VALUE SPACES.
           05  WPW-PAGE-START.
               10  WPW-PS-RECEIVED-DATE
                                       PIC X(08) VALUE SPACES.
               10  WPW-PS-RECEIVED-TIME
                                       PIC X(08) VALUE SPACES.
               10  WPW-PS-FEED         PIC X(08) VALUE SPACES.
           05  WPW-LAST-ROW.
               10  WPW-LR-RECEIVED-DATE
                                       PIC X(08) VALUE SPACES.
               10  WPW-LR-RECEIVED-TIME
                                       PIC X(08) VALUE SPACES.
               10  WPW-LR-FEED         PIC X(08) VALUE SPACES.
           EJECT
      *****************************************************************
      *  THIS AREA CONTAINS THE DATA FROM THE FUNCTION CURRENT-DATE   *
      *****************************************************************

       01  WS-CURRENT-DATE-TIME.
           03  WS-CDT-DATE.
               05  WS-CDT-D-YEAR       PIC 9(4)  VALUE ZEROES.
               05  WS-CDT-D-MONTH      PIC 99    VALUE ZEROES.
               05  WS-CDT-D-DAY        PIC 99    VALUE ZEROES.
           03  FILLER                  PIC X(13) VALUE SPACES.
           EJECT
      *****************************************************************
      *    CICS DEFINITIONS                                           *
      *****************************************************************

      *****************************************************************
      *         BMS MAP ATTRIBUTES                                    *
      *****************************************************************

           COPY DFHBMSCA.
           EJECT
      *****************************************************************
      *         CICS ATTENTION IDENTIFIERS (PFKEYS)                   *
      *****************************************************************

           COPY DFHAID.
           EJECT
      *****************************************************************
      *         MAP DSECTS -- INTERFACE FILE CONTROL - PDA068M        *
      *                                                               *
      *         THE FOUR FEED SUMMARY LINES FOLLOW THE FEED           *
      *         SELECTION FIELD; THE EIGHT FILE LIST LINES FOLLOW     *
      *         THE SUMMARY                                           *
      *****************************************************************

           COPY PDA068M.

       01  FILLER                      REDEFINES PDA068O.
           03  FILLER                  PIC X(60).
           03  P68-SUMMARY-AREA        OCCURS 4 TIMES.
               05  SUMM-LEN            PIC S9(4)                COMP.
               05  SUMM-ATTR           PIC X.
               05  FILLER              PIC XX.
               05  SCRN-SUMMARY-LINE   PIC X(78).
           03  P68-SCREEN-AREA         OCCURS 8 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-FILE-LINE      PIC X(78).
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DINTFCTL
           END-EXEC.
           EJECT
      *****************************************************************
      *    CURSOR OVER THE FILES REGISTERED, MOST RECENTLY RECEIVED   *
      *    FIRST, AFTER THE KEY THE PAGE STARTS AFTER (A FEED         *
      *    REGISTERS ONE FILE PER RUN, SO RECEIVED DATE / TIME AND    *
      *    FEED NAME ONE FILE)                                        *
      *****************************************************************

           EXEC SQL
               DECLARE INTFILES CURSOR FOR
                   SELECT    FEED,
                             SENDER,
                             FILE_SEQ,
                             RECEIVED_DATE,
                             RECEIVED_TIME,
                             FILE_DATE,
                             STATUS,
                             RECORD_COUNT,
                             REASON
                   FROM      INTERFACE_FILE_CONTROL
                   WHERE     FEED BETWEEN :WMF-FEED-LOW
                                      AND :WMF-FEED-HIGH
                     AND    (RECEIVED_DATE < :WMF-START-DATE
                      OR    (RECEIVED_DATE = :WMF-START-DATE
                     AND     RECEIVED_TIME < :WMF-START-TIME)
                      OR    (RECEIVED_DATE = :WMF-START-DATE
                     AND     RECEIVED_TIME = :WMF-START-TIME
                     AND     FEED          > :WMF-START-FEED))
                   ORDER BY  RECEIVED_DATE DESC,
                             RECEIVED_TIME DESC,
                             FEED
           END-EXEC.
           EJECT
      *****************************************************************
      *    PDA MESSAGES                                               *
      *****************************************************************

           COPY PDAMSGS.
           EJECT
      *****************************************************************
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   *
      *****************************************************************

      *****************************************************************
      *    CENTRAL ERROR LOG (PDAS07) COMMAREA                        *
      *****************************************************************

           COPY PDAS07CY.
           EJECT
      *****************************************************************
      *    RESPONSE TIME LOG (PDAS14) COMMAREA                        *
      *****************************************************************

           COPY PDAS14CY.
           EJECT
      *****************************************************************
      *    SECURITY EVENT LOG (PDAS08) COMMAREA                       *
      *****************************************************************

           COPY PDAS08CY.
           EJECT
      *****************************************************************
      *    AUTOMATIC SIGN-OFF (IDLE TIMEOUT) WORK FIELDS              *
      *****************************************************************

           COPY PDAIDLWS.
           EJECT
           COPY PDAERRWS.
           EJECT
      *****************************************************************
      *    LINKAGE SECTION                                            *
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.

           COPY PDACOMM.
           EJECT
      *****************************************************************
      *    P R O C E D U R E    D I V I S I O N                       *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00000-MAINLINE                                *
      *                                                               *
      *    FUNCTION :  PROGRAM ENTRY, CONTROL HIGH LEVEL PROCESSING   *
      *                FOR THE INTERFACE FILE CONTROL INQUIRY         *
      *                                                               *
      *    CALLED BY:  NONE                                           *
      *                                                               *
      *****************************************************************

       P00000-MAINLINE.

           EXEC CICS
               HANDLE CONDITION
                   ERROR(P99100-GENERAL-ERROR)
           END-EXEC.

           IF EIBAID = DFHCLEAR
               MOVE PM002-EXIT-APPLICATION TO WMF-MESSAGE-AREA
               PERFORM P80400-SEND-MESSAGE THRU P80400-EXIT
           END-IF.

           PERFORM P00050-INITIALIZE THRU P00050-EXIT.

           PERFORM P00100-MAIN-PROCESS THRU P00100-EXIT.

           PERFORM P00200-CICS-RETURN THRU P00200-EXIT.

           GOBACK.

       P00000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00050-INITIALIZE                              *
      *                                                               *
      *    FUNCTION :  ROUTINE TO INITIALIZE RELEVANT WORK FIELDS     *
      *                AND VARIABLES, PERFORM ONE TIME TASKS          *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P00050-INITIALIZE.

           IF EIBCALEN > ZEROES
               IF EIBCALEN NOT = PC-COMMAREA-LTH
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA068' TO WPCE-PROGRAM-ID
                   MOVE ZEROES TO WPCE-RESPONSE-CODE
                   MOVE 'COMMAREA LENGTH NOT CORRECT' TO WPCE-COMMAND
                   MOVE 'P00050' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
               END-IF
           ELSE
               MOVE PM019-ENTER-APPLICATION TO WMF-MESSAGE-AREA
               PERFORM P80400-SEND-MESSAGE THRU P80400-EXIT
               GO TO P00050-EXIT
           END-IF.

           MOVE 'N' TO WS-ERROR-FOUND-SW.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO WMF-DATE-CCYYMMDD.

           EXEC CICS
               ASKTIME
                   ABSTIME(WMF-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME
                   ABSTIME(WMF-ABSTIME)
                   MMDDYY(WMF-DATE-MMDDYY)
                   DATESEP('/')
                   TIME(WMF-TIME-HHMMSS)
                   TIMESEP
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS FORMATTIME ABSTIME' TO WPCE-COMMAND
               MOVE 'P00050' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

      *****************************************************************
      *    IDLE SESSIONS ARE FORCED BACK TO SIGN-ON (PDAIDLE)         *
      *****************************************************************

           PERFORM PIDLE-CHECK-TIMEOUT THRU PIDLE-EXIT.

       P00050-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00100-MAIN-PROCESS                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO CONTROL PROGRAM INQUIRY OR          *
      *                EDIT / UPDATE PROCESSES                        *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P00100-MAIN-PROCESS.

           IF PC-PREV-PGRMID = 'PDA068'
               MOVE 'U' TO WS-TRANS-INTENT-SW
           ELSE
               MOVE 'I' TO WS-TRANS-INTENT-SW
           END-IF.

           IF INQUIRY-TRANS
               PERFORM P01000-FIRST-TIME THRU P01000-EXIT
           ELSE
               PERFORM P03000-EDIT-PROCESS THRU P03000-EXIT
           END-IF.

       P00100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00200-CICS-RETURN                             *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RETURN CONTROL TO CICS AND SET THE  *
      *                NEXT TRANSACTION ID                            *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P00200-CICS-RETURN.

           MOVE 'PDA068' TO PC-PREV-PGRMID.
           MOVE WS-PDA068-WORKAREA TO PC-PROGRAM-WORKAREA.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD68')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS RETURN TRANSID' TO WPCE-COMMAND
               MOVE 'P00200' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P00200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P01000-FIRST-TIME                              *
      *                                                               *
      *    FUNCTION :  ROUTINE TO SEND THE INITIAL SCREEN, LISTING    *
      *                THE FEED SUMMARY AND THE FIRST PAGE OF FILES   *
      *                                                               *
      *    CALLED BY:  P00100-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P01000-FIRST-TIME.

           MOVE LOW-VALUES TO PDA068O.

           MOVE SPACES TO WPW-FEED-FILTER.
           MOVE HIGH-VALUES TO WPW-PAGE-START.

           PERFORM P06000-LIST-FILES THRU P06000-EXIT.

           IF WMF-LINES-SHOWN > ZEROES
               MOVE PM350-ENTER-INTERFACE-FEED TO PDAMSGO
           END-IF.

           PERFORM P80000-SEND-FULL-MAP THRU P80000-EXIT.

       P01000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO CONTROL THE PROGRAM EDIT PROCESS    *
      *                                                               *
      *    CALLED BY:  P00100-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P03000-EDIT-PROCESS.

           MOVE PC-PROGRAM-WORKAREA TO WS-PDA068-WORKAREA.

           PERFORM P80200-RECEIVE-MAP THRU P80200-EXIT.

           MOVE WMF-DATE-MMDDYY TO PDADATEO.
           MOVE EIBTRMID TO PDATERMO.
           MOVE WMF-TIME-HHMMSS TO PDATIMEO.
           MOVE SPACES TO PDAMSGO.

           MOVE EIBAID TO EIBAID-SW.

           IF NOT VALID-PKEY-ENTERED
               MOVE PM001-INVALID-PFKEY TO PDAMSGO
               PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT
               GO TO P03000-EXIT
           END-IF.

           IF PREVIOUS-PKEY OR MAIN-MENU-PKEY
               MOVE 'PDA001' TO PC-NEXT-PGRMID
               PERFORM P80300-XFER-CONTROL THRU P80300-EXIT
           END-IF.

           IF CLEAR-PKEY
               MOVE PM002-EXIT-APPLICATION TO WMF-MESSAGE-AREA
               PERFORM P80400-SEND-MESSAGE THRU P80400-EXIT
               GO TO P03000-EXIT
           END-IF.

           MOVE 'N' TO WS-ERROR-FOUND-SW.

      *****************************************************************
      *    A CHANGED FEED SELECTION LISTS FROM THE TOP AGAIN          *
      *****************************************************************

           INSPECT FEEDFLTI REPLACING ALL '_' BY ' '.
           MOVE FEEDFLTI TO WMF-FEED-FILTER.
           INSPECT WMF-FEED-FILTER REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-FEED-FILTER NOT = WPW-FEED-FILTER
               MOVE WMF-FEED-FILTER TO WPW-FEED-FILTER
               MOVE HIGH-VALUES TO WPW-PAGE-START
           END-IF.

      *****************************************************************
      *    PF8 LISTS THE PAGE AFTER THE LAST FILE SHOWN; PAST THE     *
      *    LAST PAGE THE LIST STARTS AGAIN FROM THE TOP               *
      *****************************************************************

           IF FORWARD-PKEY
               MOVE WPW-LAST-ROW TO WPW-PAGE-START
               PERFORM P06000-LIST-FILES THRU P06000-EXIT
               IF WMF-LINES-SHOWN = ZEROES
                   MOVE HIGH-VALUES TO WPW-PAGE-START
                   MOVE SPACES TO PDAMSGO
                   PERFORM P06000-LIST-FILES THRU P06000-EXIT
                   MOVE PM014-TOP-MSG TO PDAMSGO
               END-IF
               PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT
               GO TO P03000-EXIT
           END-IF.

           PERFORM P06000-LIST-FILES THRU P06000-EXIT.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.

           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-FEED-SUMMARY                            *
      *                                                               *
      *    FUNCTION :  FILL THE FOUR SUMMARY LINES, ONE PER INBOUND   *
      *                FEED ON THE ROSTER, FROM THE CONTROL REGISTER  *
      *                                                               *
      *    CALLED BY:  P06000-LIST-FILES                              *
      *                                                               *
      *****************************************************************

       P05000-FEED-SUMMARY.

           PERFORM P05100-SUMMARIZE-FEED THRU P05100-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > 4.

       P05000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05100-SUMMARIZE-FEED                          *
      *                                                               *
      *    FUNCTION :  COUNT ONE FEED'S FILES RECEIVED, PROCESSED,    *
      *                REJECTED AND STILL OPEN (BEING BALANCED OR     *
      *                APPLIED), WITH THE LAST DATE RECEIVED          *
      *                                                               *
      *    CALLED BY:  P05000-FEED-SUMMARY                            *
      *                                                               *
      *****************************************************************

       P05100-SUMMARIZE-FEED.

           MOVE WFR-FEED(WS-SUB1) TO IFC-FEED.

           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN STATUS = 'P'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN STATUS = 'R'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN STATUS IN ('O', 'B')
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(MAX(RECEIVED_DATE), ' ')
               INTO   :WMF-FILES-RECEIVED,
                      :WMF-FILES-PROCESSED,
                      :WMF-FILES-REJECTED,
                      :WMF-FILES-OPEN,
                      :WMF-LAST-RECEIVED
               FROM   INTERFACE_FILE_CONTROL
               WHERE  FEED = :IFC-FEED
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'SELECT INTERFACE_FILE_CONTROL' TO WPDE-FUNCTION
               MOVE 'P05100' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE WFR-FEED(WS-SUB1) TO WFS-FEED.
           MOVE WFR-PROGRAM(WS-SUB1) TO WFS-PROGRAM.
           MOVE WMF-FILES-RECEIVED TO WFS-RECEIVED.
           MOVE WMF-FILES-PROCESSED TO WFS-PROCESSED.
           MOVE WMF-FILES-REJECTED TO WFS-REJECTED.
           MOVE WMF-FILES-OPEN TO WFS-OPEN.
           MOVE WMF-LAST-RECEIVED TO WFS-LAST-RECEIVED.
           MOVE WS-FEED-SUMMARY-LINE TO SCRN-SUMMARY-LINE(WS-SUB1).

       P05100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-LIST-FILES                              *
      *                                                               *
      *    FUNCTION :  REFRESH THE FEED SUMMARY, THEN FILL THE SCREEN *
      *                WITH UP TO EIGHT FILES RECEIVED BEFORE THE     *
      *                PAGE START KEY, FOR THE FEED SELECTED OR FOR   *
      *                ALL FEEDS                                      *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P06000-LIST-FILES.

           PERFORM P05000-FEED-SUMMARY THRU P05000-EXIT.

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT
               VARYING WMF-LINES-SHOWN FROM 1 BY 1
                   UNTIL WMF-LINES-SHOWN > 8.

           MOVE WPW-PAGE-START TO WPW-LAST-ROW.
           MOVE WPW-FEED-FILTER TO FEEDFLTO.

           IF WPW-FEED-FILTER = SPACES
               MOVE LOW-VALUES TO WMF-FEED-LOW
               MOVE HIGH-VALUES TO WMF-FEED-HIGH
           ELSE
               MOVE WPW-FEED-FILTER TO WMF-FEED-LOW
                                       WMF-FEED-HIGH
           END-IF.

           MOVE WPW-PS-RECEIVED-DATE TO WMF-START-DATE.
           MOVE WPW-PS-RECEIVED-TIME TO WMF-START-TIME.
           MOVE WPW-PS-FEED TO WMF-START-FEED.

           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WS-END-OF-ROWS-SW.

           EXEC SQL
               OPEN INTFILES
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'OPEN INTFILES CURSOR' TO WPDE-FUNCTION
               MOVE 'P06000' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM P06100-NEXT-FILE THRU P06100-EXIT
               UNTIL END-OF-ROWS
                  OR WMF-LINES-SHOWN > 7.

           EXEC SQL
               CLOSE INTFILES
           END-EXEC.

           IF WMF-LINES-SHOWN = ZEROES
              AND (PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES)
               MOVE PM349-NO-INTERFACE-FILES TO PDAMSGO
           END-IF.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SCRN-FILE-LINE(WMF-LINES-SHOWN).

       P06050-EXIT.
           EXIT.
           EJECT

       P06100-NEXT-FILE.

           EXEC SQL
               FETCH  INTFILES
               INTO   :IFC-FEED,
                      :IFC-SENDER,
                      :IFC-FILE-SEQ,
                      :IFC-RECEIVED-DATE,
                      :IFC-RECEIVED-TIME,
                      :IFC-FILE-DATE,
                      :IFC-STATUS,
                      :IFC-RECORD-COUNT,
                      :IFC-REASON
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'Y' TO WS-END-OF-ROWS-SW
                   GO TO P06100-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA068' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'FETCH INTFILES CURSOR' TO WPDE-FUNCTION
                   MOVE 'P06100' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE IFC-RECEIVED-DATE TO WPW-LR-RECEIVED-DATE.
           MOVE IFC-RECEIVED-TIME TO WPW-LR-RECEIVED-TIME.
           MOVE IFC-FEED TO WPW-LR-FEED.

      *****************************************************************
      *    A REJECTED FILE SHOWS WHY IT WAS REJECTED                  *
      *****************************************************************

           EVALUATE IFC-STATUS
               WHEN 'P'
                   MOVE 'PROCESSED' TO WFL-STATUS-TEXT
               WHEN 'R'
                   MOVE IFC-REASON TO WFL-STATUS-TEXT
               WHEN 'B'
                   MOVE 'BALANCED - APPLYING' TO WFL-STATUS-TEXT
               WHEN OTHER
                   MOVE 'OPEN - BALANCING' TO WFL-STATUS-TEXT
           END-EVALUATE.

           MOVE IFC-FEED TO WFL-FEED.
           MOVE IFC-SENDER TO WFL-SENDER.
           MOVE IFC-FILE-SEQ TO WFL-FILE-SEQ.
           MOVE IFC-FILE-DATE TO WFL-FILE-DATE.
           MOVE IFC-RECEIVED-DATE TO WFL-RECEIVED-DATE.
           MOVE IFC-STATUS TO WFL-STATUS.
           MOVE IFC-RECORD-COUNT TO WFL-RECORD-COUNT.
           MOVE WS-FILE-LIST-LINE TO SCRN-FILE-LINE(WMF-LINES-SHOWN).

       P06100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79000-DISPLAY-SCREEN                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DISPLAY THE SCREEN (DATAONLY)       *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P79000-DISPLAY-SCREEN.

           PERFORM P80100-SEND-MAP-DATAONLY THRU P80100-EXIT.

       P79000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P80000-SEND-FULL-MAP                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DISPLAY THE INITIAL SCREEN          *
      *                                                               *
      *    CALLED BY:  P01000-FIRST-TIME                              *
      *                                                               *
      *****************************************************************

       P80000-SEND-FULL-MAP.

           MOVE WMF-DATE-MMDDYY TO PDADATEO.
           MOVE EIBTRMID TO PDATERMO.
           MOVE WMF-TIME-HHMMSS TO PDATIMEO.

           EXEC CICS
               SEND
                   MAP('PDA068')
                   MAPSET('PDA068M')
                   FROM(PDA068O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS SEND MAP' TO WPCE-COMMAND
               MOVE 'P80000' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P80000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P80100-SEND-MAP-DATAONLY                       *
      *                                                               *
      *    FUNCTION :  ROUTINE TO SEND THE MAP, DATA ONLY             *
      *                                                               *
      *    CALLED BY:  P79000-DISPLAY-SCREEN                          *
      *                                                               *
      *****************************************************************

       P80100-SEND-MAP-DATAONLY.

           EXEC CICS
               SEND
                   MAP('PDA068')
                   MAPSET('PDA068M')
                   FROM(PDA068O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS SEND MAP' TO WPCE-COMMAND
               MOVE 'P80100' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P80100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P80200-RECEIVE-MAP                             *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RECEIVE / FORMAT THE INPUT MAP DATA *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P80200-RECEIVE-MAP.

           EXEC CICS
               RECEIVE
                   MAP('PDA068')
                   MAPSET('PDA068M')
                   INTO(PDA068I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA068' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS RECEIVE MAP' TO WPCE-COMMAND
                   MOVE 'P80200' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P80200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P80300-XFER-CONTROL                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO TRANSFER CONTROL TO THE             *
      *                APPROPRIATE CICS FUNCTION                      *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P80300-XFER-CONTROL.

           MOVE 'PDA068' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               XCTL
                   PROGRAM(PC-NEXT-PGRMID)
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS XCTL --- ' TO WPCE-COMMAND-1
               MOVE PC-NEXT-PGRMID TO WPCE-COMMAND-2
               MOVE 'P80300' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P80300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P80400-SEND-MESSAGE                            *
      *                                                               *
      *    FUNCTION :  ROUTINE TO SEND A ONE LINE MESSAGE TO THE      *
      *                TERMINAL                                       *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P80400-SEND-MESSAGE.

           EXEC CICS
               SEND
                   FROM(WMF-MESSAGE-AREA)
                   LENGTH(WS-MESSAGE-LTH)
                   ERASE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS SEND' TO WPCE-COMMAND
               MOVE 'P80400' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           EXEC CICS
               SEND
                   CONTROL
                   CURSOR(0)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA068' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS SEND CONTROL' TO WPCE-COMMAND
               MOVE 'P80400' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *    RETURN TO CICS (NO TRANSID OPTION)                         *
      *****************************************************************

           EXEC CICS
               RETURN
           END-EXEC.

           GOBACK.

       P80400-EXIT.
           EXIT.
           EJECT
           COPY PDAIDLE.
           EJECT
           COPY PDARESP.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P99100-GENERAL-ERROR                           *
      *                                                               *
      *    FUNCTION :  ROUTINE TO CATCH ANY CICS ERROR(S) NOT         *
      *                SPECIFICALLY PROCESSED BY A CICS HANDLE        *
      *                CONDITION                                      *
      *                                                               *
      *    CALLED BY:  GLOBAL                                         *
      *                                                               *
      *****************************************************************

       P99100-GENERAL-ERROR.

           MOVE 'CICS' TO WS-PDA-ERROR-TYPE.
           MOVE 'PDA068' TO WPCE-PROGRAM-ID.
           MOVE EIBRESP TO WPCE-RESPONSE-CODE.
           MOVE 'UNHANDLED CICS ERROR' TO WPCE-COMMAND.
           MOVE 'P99100' TO WPCE-PARAGRAPH.
           PERFORM P99500-PDA-ERROR THRU P99500-EXIT.

       P99100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P99500-PDA-ERROR                               *
      *                                                               *
      *    FUNCTION :  ROUTINE TO HANDLE FATAL / TERMINATING CICS,    *
      *                DB2, IMS-DLI ERRORS                            *
      *                                                               *
      *                AN ERROR SCREEN CONTAINING TEXT IS SENT TO     *
      *                THE USER INDICATING THE NATURE OF THE ERROR    *
      *                                                               *
      *    CALLED BY:  GLOBAL                                         *
      *                                                               *
      *****************************************************************

       P99500-PDA-ERROR.

      *****************************************************************
      *    LOG THE ERROR EVENT TO THE CENTRAL ERROR REPOSITORY        *
      *    BEFORE THE ERROR SCREEN IS SENT (PDAS07 NEVER FAILS THE    *
      *    CALLER)                                                    *
      *****************************************************************

           MOVE SPACES TO PDAS07-COMMAREA.
           MOVE WS-PDA-ERROR-TYPE TO WEL-TYPE.

           EVALUATE TRUE
               WHEN PDA-DB2-ERROR
                   MOVE WPDE-PROGRAM-ID TO WEL-PROGRAM
                   MOVE WPDE-PARAGRAPH TO WEL-PARAGRAPH
                   MOVE WPDE-DB2-SQLCODE TO WEL-CODE
                   MOVE WPDE-FUNCTION TO WEL-COMMAND
               WHEN PDA-IMS-ERROR
                   MOVE WPIE-PROGRAM-ID TO WEL-PROGRAM
                   MOVE WPIE-PARAGRAPH TO WEL-PARAGRAPH
                   MOVE WPIE-STATUS-CODE TO WEL-CODE
                   MOVE WPIE-COMMAND TO WEL-COMMAND
               WHEN OTHER
                   MOVE WPCE-PROGRAM-ID TO WEL-PROGRAM
                   MOVE WPCE-PARAGRAPH TO WEL-PARAGRAPH
                   MOVE WPCE-RESPONSE-CODE TO WEL-CODE
                   MOVE WPCE-COMMAND TO WEL-COMMAND
           END-EVALUATE.

           EXEC CICS
               LINK
                   PROGRAM('PDAS07')
                   COMMAREA(PDAS07-COMMAREA)
                   LENGTH(90)
                   NOHANDLE
           END-EXEC.

      *****************************************************************
      *    RECORD THE TASK'S RESPONSE TIME, MARKED AS ENDED IN        *
      *    ERROR (PDAS14 NEVER FAILS THE CALLER)                      *
      *****************************************************************

           MOVE 'Y' TO WRT-ERROR-SW.
           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *      SUSPEND ANY HANDLE CONDITIONS IN EFFECT                  *
      *****************************************************************

           EXEC CICS
               PUSH HANDLE
           END-EXEC.

      *****************************************************************
      *      ROLLBACK ANY TRANSACTION UPDATES                         *
      *****************************************************************

           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC.

      *****************************************************************
      *      FORMAT AND SEND ERROR TEXT                               *
      *****************************************************************

           EVALUATE TRUE
               WHEN PDA-DB2-ERROR
                   MOVE WS-PDA-DB2-ERROR-01 TO WPEA-ERROR-07-TEXT
                   MOVE WS-PDA-DB2-ERROR-02 TO WPEA-ERROR-08-TEXT
               WHEN PDA-IMS-ERROR
                   MOVE WS-PDA-IMS-ERROR-01 TO WPEA-ERROR-07-TEXT
                   MOVE WS-PDA-IMS-ERROR-02 TO WPEA-ERROR-08-TEXT
               WHEN OTHER
                   MOVE WS-PDA-CICS-ERROR-01 TO WPEA-ERROR-07-TEXT
                   MOVE WS-PDA-CICS-ERROR-02 TO WPEA-ERROR-08-TEXT
           END-EVALUATE.

           EXEC CICS
               DUMP
                   TRANSACTION
                   DUMPCODE('PDER')
           END-EXEC.

           EXEC CICS
               SEND
                   FROM(WS-PDA-ERROR-AREA)
                   LENGTH(WS-PDA-ERROR-LENGTH)
                   ERASE
           END-EXEC.

           EXEC CICS
               SEND
                   CONTROL
                   CURSOR(0)
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

           GOBACK.

       P99500-EXIT.
           EXIT.
