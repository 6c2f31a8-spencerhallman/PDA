       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA066.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA066                                            *
      * TRANS   :   PD66                                              *
      * MAPSET  :   PDA066M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA066 IS THE COLLECTIONS WORKLIST        *
      *             SCREEN.  THE NIGHTLY COLLECTIONS BATCH (PDAB114)  *
      *             RANKS EVERY CUSTOMER WITH A PAST-DUE AR BALANCE   *
      *             OR A BROKEN PROMISE-TO-PAY BY PAST-DUE BALANCE    *
      *             AND AGE.  THE COLLECTOR LISTS THE WORKLIST EIGHT  *
      *             ACCOUNTS TO A PAGE, OPTIONALLY FOR ONE SALES REP  *
      *             AND / OR ONE COLLECTOR, AND SELECTS AN ACCOUNT BY *
      *             LINE NUMBER OR BY KEYING ITS CUSTOMER ID.         *
      *                                                               *
      *             THE ACCOUNT VIEW SHOWS THE BALANCE, PAST-DUE      *
      *             BALANCE AND AGE, THE ASSIGNED COLLECTOR, THE OPEN *
      *             OR BROKEN PROMISE, THE OPEN AR ITEMS WITH THEIR   *
      *             DUE DATE, DAYS PAST DUE AND DUNNING LEVEL, AND    *
      *             THE LATEST CONTACT HISTORY.  AN ACTION MAY BE     *
      *             KEYED AGAINST THE ACCOUNT:                        *
      *               N  ADD A DATED CONTACT NOTE                     *
      *               P  RECORD A PROMISE-TO-PAY (AMOUNT AND DATE);   *
      *                  ANY OPEN PROMISE IS SUPERSEDED.  PDAB114     *
      *                  MARKS IT KEPT OR BROKEN FROM THE CASH THAT   *
      *                  COMES IN AFTER IT WAS TAKEN                  *
      *               A  ASSIGN THE ACCOUNT TO A COLLECTOR            *
      *             UPDATE OR ADMINISTRATOR AUTHORITY IS REQUIRED     *
      *             FOR AN ACTION; THE LIST AND ACCOUNT VIEW ARE      *
      *             OPEN TO ALL USERS.  EVERY ACTION IS RECORDED ON   *
      *             THE SECURITY AUDIT TRAIL (PDAS08).                *
      *                                                               *
      * FILES   :   COLLECTIONS WORKLIST     -  VSAM KSDS (UPDATE)    *
      *             COLLECTIONS ACTIVITY     -  VSAM KSDS (UPDATE)    *
      *             AR OPEN ITEM FILE        -  VSAM KSDS (READ)      *
      *             DUNNING CONTROL FILE     -  VSAM KSDS (READ)      *
      *             CUSTOMER FILE            -  VSAM KSDS (READ)      *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD66       COLLECTIONS WORKLIST (THIS SCREEN)     *
      *             PD01       MAIN MENU                              *
      *                                                               *
      * PFKEYS  :   PF03  =    RETURN TO THE LIST FROM AN ACCOUNT,    *
      *                        OR EXIT TO THE MAIN MENU FROM THE LIST *
      *             PF08  =    SCROLL FORWARD (ACCOUNTS OR AR ITEMS)  *
      *             PF12  =    EXIT, RETURN TO MAIN MENU              *
      *                                                               *
      *****************************************************************
      *             PROGRAM CHANGE LOG                                *
      *             -------------------                               *
      *                                                               *
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  --------   --------------------  --------------------------  *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
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
       77  WS-SUB                      PIC S9(4) COMP VALUE +0.

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
           05  WS-CONTROL-FOUND-SW     PIC X     VALUE 'N'.
               88  CONTROL-FOUND                 VALUE 'Y'.
           05  WS-LIST-ITEMS-SW        PIC X     VALUE 'N'.
               88  LIST-AR-ITEMS                 VALUE 'Y'.
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
           05  WMF-NOTES-SHOWN         PIC S9(4) VALUE +0 COMP.
           05  WMF-BROWSE-END-SW       PIC X(01) VALUE 'N'.
               88  BROWSE-END                    VALUE 'Y'.
           05  WMF-DATE-CCYYMMDD       PIC 9(08) VALUE ZEROES.
           05  WMF-TODAY-INT           PIC S9(9) VALUE +0       COMP.
           05  WMF-DUE-INT             PIC S9(9) VALUE +0       COMP.
           05  WMF-DAYS-PAST-DUE       PIC S9(7) VALUE +0       COMP-3.
           05  WMF-AGE-DATE            PIC 9(08) VALUE ZEROES.
           05  WMF-REP-FILTER          PIC X(03) VALUE SPACES.
           05  WMF-COL-FILTER          PIC X(03) VALUE SPACES.
           05  WMF-CUSTOMER-ID         PIC X(32) VALUE SPACES.
           05  WMF-LINE-NUMBER-X       PIC X(01) VALUE SPACES.
           05  WMF-LINE-NUMBER REDEFINES WMF-LINE-NUMBER-X
                                       PIC 9(01).
           05  WMF-NOTE-SEQ            PIC 9(05) VALUE ZEROES.
           05  WMF-NEW-SEQ             PIC 9(05) VALUE ZEROES.
           05  WMF-OLD-COLLECTOR       PIC X(03) VALUE SPACES.
           05  WMF-NOTE-TEXT           PIC X(60) VALUE SPACES.
      *****************************************************************
      *    AMOUNTS ARE KEYED AS ELEVEN DIGITS WITH TWO IMPLIED        *
      *    DECIMAL PLACES (00000010050 = 100.50)                      *
      *****************************************************************
           05  WMF-PROMISE-AMT-X       PIC X(11) VALUE SPACES.
           05  WMF-PROMISE-AMT REDEFINES WMF-PROMISE-AMT-X
                                       PIC 9(9)V99.
           05  WMF-PROMISE-DATE-X      PIC X(08) VALUE SPACES.
           05  WMF-PROMISE-DATE REDEFINES WMF-PROMISE-DATE-X
                                       PIC 9(08).
           05  FILLER REDEFINES WMF-PROMISE-DATE-X.
               10  FILLER              PIC X(04).
               10  WMF-PD-MONTH        PIC 9(02).
               10  WMF-PD-DAY          PIC 9(02).
           05  WMF-EDIT-DATE.
               10  WMF-ED-MONTH        PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-ED-DAY          PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-ED-YEAR         PIC X(04) VALUE SPACES.
           05  WMF-WORK-DATE           PIC 9(08) VALUE ZEROES.
           05  FILLER REDEFINES WMF-WORK-DATE.
               10  WMF-WD-YEAR         PIC X(04).
               10  WMF-WD-MONTH        PIC X(02).
               10  WMF-WD-DAY          PIC X(02).
           05  WMF-EDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  WMF-AUDIT-ACTION        PIC X(12) VALUE SPACES.
           EJECT
      *****************************************************************
      *    ACCOUNT TOTALS FROM THE AR OPEN ITEMS                      *
      *****************************************************************

       01  WS-ACCOUNT-TOTALS.
           05  WAT-AR-ITEMS            PIC S9(5)      COMP-3.
           05  WAT-BALANCE-DUE         PIC S9(11)V99  COMP-3.
           05  WAT-PAST-DUE-AMT        PIC S9(11)V99  COMP-3.
           05  WAT-OLDEST-DAYS         PIC S9(7)      COMP-3.
           05  WAT-PAID-TO-DATE        PIC S9(11)V99  COMP-3.
           EJECT
      *****************************************************************
      *    WORKLIST LIST LINE                                         *
      *****************************************************************

       01  WS-WORKLIST-LINE.
           05  WWL-LINE-NUMBER         PIC 9(01) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-RANK                PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-CUSTOMER-ID         PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-NAME                PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-PAST-DUE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-DUNNING-LEVEL       PIC 9(01) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-SALES-REP           PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-COLLECTOR           PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-STATUS              PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WWL-WORKED              PIC X(01) VALUE SPACES.

       01  WS-WORKLIST-HEADING.
           05  FILLER                  PIC X(40) VALUE
               '# RANK CUSTOMER ID        NAME          '.
           05  FILLER                  PIC X(38) VALUE
               '     PAST DUE  DAYS D REP COL S W'.

      *****************************************************************
      *    ACCOUNT VIEW LINES                                         *
      *****************************************************************

       01  WS-ACCOUNT-SUMMARY-1.
           05  WAS1-NAME               PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE ' BAL '.
           05  WAS1-BALANCE            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(10) VALUE ' PAST DUE '.
           05  WAS1-PAST-DUE           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WAS1-DAYS               PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.

       01  WS-ACCOUNT-SUMMARY-2.
           05  FILLER                  PIC X(10) VALUE 'COLLECTOR '.
           05  WAS2-COLLECTOR          PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '  LAST CONTACT '.
           05  WAS2-LAST-CONTACT       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WAS2-PROMISE            PIC X(38) VALUE SPACES.

       01  WS-PROMISE-TEXT.
           05  WPT-LITERAL             PIC X(08) VALUE SPACES.
           05  WPT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  WPT-DATE                PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-ITEM-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'ORDER      DUE DATE          ORIGINAL   '.
           05  FILLER                  PIC X(38) VALUE
               '      BALANCE  DAYS D TYPE'.

       01  WS-ITEM-LINE.
           05  WIL-ORDER-NUMBER        PIC 9(10) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WIL-DUE-DATE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WIL-ORIGINAL            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WIL-BALANCE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WIL-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WIL-DUNNING-LEVEL       PIC 9(01) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WIL-TYPE                PIC X(14) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  WNL-DATE                PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WNL-USERID              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WNL-TEXT                PIC X(58) VALUE SPACES.

       01  WS-PROMISE-NOTE.
           05  FILLER                  PIC X(08) VALUE 'PROMISE '.
           05  WPN-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  WPN-DATE                PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPN-STATUS              PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.
           EJECT
      *****************************************************************
      *    SCREEN STATE CARRIED IN THE COMMAREA WORKAREA -- THE MODE, *
      *    THE LIST FILTERS, THE RANK THE PAGE STARTS AFTER, THE      *
      *    ACCOUNT SHOWN AND ITS AR ITEM PAGE, AND THE WORKLIST KEY   *
      *    OF EACH LINE LISTED SO IT CAN BE SELECTED BY LINE NUMBER   *
      *****************************************************************

       01  WS-PDA066-WORKAREA.
           05  WPW-MODE                PIC X(01) VALUE 'L'.
               88  WPW-LIST-MODE                 VALUE 'L'.
               88  WPW-ACCOUNT-MODE              VALUE 'A'.
           05  WPW-REP-FILTER          PIC X(03) VALUE SPACES.
           05  WPW-COL-FILTER          PIC X(03) VALUE SPACES.
           05  WPW-PAGE-START-RANK     PIC 9(05) VALUE ZEROES.
           05  WPW-LAST-RANK           PIC 9(05) VALUE ZEROES.
           05  WPW-CUSTOMER-ID         PIC X(32) VALUE SPACES.
           05  WPW-WORK-RANK           PIC 9(05) VALUE ZEROES.
           05  WPW-ITEM-START-ORDER    PIC 9(10) VALUE ZEROES.
           05  WPW-ITEM-LAST-ORDER     PIC 9(10) VALUE ZEROES.
           05  WPW-ROW-KEYS.
               10  WPW-ROW-KEY         OCCURS 8 TIMES.
                   15  WPW-RK-RANK     PIC 9(05).
                   15  WPW-RK-CUSTOMER-ID
                                       PIC X(32).
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
      *         MAP DSECTS -- COLLECTIONS WORKLIST - PDA066M          *
      *                                                               *
      *         THE EIGHT LIST LINES (WORKLIST ACCOUNTS, OR THE OPEN  *
      *         AR ITEMS IN THE ACCOUNT VIEW) AND THE FOUR CONTACT    *
      *         HISTORY LINES FOLLOW THE FILTERS, CUSTOMER ID, THE    *
      *         TWO ACCOUNT SUMMARY LINES AND THE COLUMN HEADING;     *
      *         THE LINE NUMBER, ACTION, NOTE, PROMISE AND COLLECTOR  *
      *         FIELDS FOLLOW                                         *
      *****************************************************************

           COPY PDA066M.

       01  FILLER                      REDEFINES PDA066O.
           03  FILLER                  PIC X(349).
           03  P66-SCREEN-AREA         OCCURS 8 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-LIST-LINE      PIC X(78).
           03  P66-NOTE-AREA           OCCURS 4 TIMES.
               05  NLINE-LEN           PIC S9(4)                COMP.
               05  NLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-NOTE-LINE      PIC X(78).
           EJECT
      *****************************************************************
      *    VSAM FILE DEFINITIONS                                      *
      *****************************************************************

           COPY VCOLLWRK.
           EJECT
           COPY VCOLLACT.
           EJECT
           COPY VARBAL.
           EJECT
           COPY VDUNNING.
           EJECT
           COPY VCUSTOMR.
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
      *                FOR THE COLLECTIONS WORKLIST SCREEN            *
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
                   MOVE 'PDA066' TO WPCE-PROGRAM-ID
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
           COMPUTE WMF-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WMF-DATE-CCYYMMDD).

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
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
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

           IF PC-PREV-PGRMID = 'PDA066'
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

           MOVE 'PDA066' TO PC-PREV-PGRMID.
           MOVE WS-PDA066-WORKAREA TO PC-PROGRAM-WORKAREA.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD66')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
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
      *                THE FIRST PAGE OF THE WORKLIST                 *
      *                                                               *
      *    CALLED BY:  P00100-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P01000-FIRST-TIME.

           MOVE LOW-VALUES TO PDA066O.

           INITIALIZE WS-PDA066-WORKAREA.
           MOVE 'L' TO WPW-MODE.

           PERFORM P06000-LIST-WORKLIST THRU P06000-EXIT.

           IF WMF-LINES-SHOWN > ZEROES
               MOVE PM323-ENTER-COLLECTIONS TO PDAMSGO
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

           MOVE PC-PROGRAM-WORKAREA TO WS-PDA066-WORKAREA.

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

           IF MAIN-MENU-PKEY
              OR (PREVIOUS-PKEY AND WPW-LIST-MODE)
               MOVE 'PDA001' TO PC-NEXT-PGRMID
               PERFORM P80300-XFER-CONTROL THRU P80300-EXIT
           END-IF.

           IF CLEAR-PKEY
               MOVE PM002-EXIT-APPLICATION TO WMF-MESSAGE-AREA
               PERFORM P80400-SEND-MESSAGE THRU P80400-EXIT
               GO TO P03000-EXIT
           END-IF.

           MOVE 'N' TO WS-ERROR-FOUND-SW.

           INSPECT REPFLTI REPLACING ALL '_' BY ' '.
           INSPECT COLFLTI REPLACING ALL '_' BY ' '.
           INSPECT CUSTIDI REPLACING ALL '_' BY ' '.
           INSPECT SELNOI REPLACING ALL '_' BY ' '.
           INSPECT ACTIONI REPLACING ALL '_' BY ' '.
           INSPECT NOTETXTI REPLACING ALL '_' BY ' '.
           INSPECT PRMAMTI REPLACING ALL '_' BY ' '.
           INSPECT PRMDATEI REPLACING ALL '_' BY ' '.
           INSPECT COLLIDI REPLACING ALL '_' BY ' '.

      *****************************************************************
      *    PF3 FROM AN ACCOUNT GOES BACK TO THE LIST PAGE IT CAME     *
      *    FROM                                                       *
      *****************************************************************

           IF PREVIOUS-PKEY
               MOVE 'L' TO WPW-MODE
               MOVE SPACES TO WPW-CUSTOMER-ID
               PERFORM P06000-LIST-WORKLIST THRU P06000-EXIT
               IF WMF-LINES-SHOWN > ZEROES
                   MOVE PM323-ENTER-COLLECTIONS TO PDAMSGO
               END-IF
               PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT
               GO TO P03000-EXIT
           END-IF.

           IF WPW-ACCOUNT-MODE
               PERFORM P05000-ACCOUNT-PROCESS THRU P05000-EXIT
           ELSE
               PERFORM P04000-LIST-PROCESS THRU P04000-EXIT
           END-IF.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-LIST-PROCESS                            *
      *                                                               *
      *    FUNCTION :  WORKLIST LIST MODE.  APPLY CHANGED FILTERS,    *
      *                PAGE FORWARD ON PF8, OR OPEN THE ACCOUNT       *
      *                SELECTED BY LINE NUMBER OR CUSTOMER ID         *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-LIST-PROCESS.

      *****************************************************************
      *    A CHANGED SELECTION LISTS FROM THE TOP AGAIN               *
      *****************************************************************

           MOVE REPFLTI TO WMF-REP-FILTER.
           MOVE COLFLTI TO WMF-COL-FILTER.
           INSPECT WMF-REP-FILTER REPLACING ALL LOW-VALUES BY ' '.
           INSPECT WMF-COL-FILTER REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-REP-FILTER NOT = WPW-REP-FILTER
              OR WMF-COL-FILTER NOT = WPW-COL-FILTER
               MOVE WMF-REP-FILTER TO WPW-REP-FILTER
               MOVE WMF-COL-FILTER TO WPW-COL-FILTER
               MOVE ZEROES TO WPW-PAGE-START-RANK
           END-IF.

      *****************************************************************
      *    PF8 LISTS THE PAGE AFTER THE LAST ACCOUNT SHOWN; PAST THE  *
      *    LAST PAGE THE LIST STARTS AGAIN FROM THE TOP               *
      *****************************************************************

           IF FORWARD-PKEY
               MOVE WPW-LAST-RANK TO WPW-PAGE-START-RANK
               PERFORM P06000-LIST-WORKLIST THRU P06000-EXIT
               IF WMF-LINES-SHOWN = ZEROES
                   MOVE ZEROES TO WPW-PAGE-START-RANK
                   MOVE SPACES TO PDAMSGO
                   PERFORM P06000-LIST-WORKLIST THRU P06000-EXIT
                   MOVE PM014-TOP-MSG TO PDAMSGO
               END-IF
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    A LINE NUMBER OPENS THAT ACCOUNT; OTHERWISE A CUSTOMER ID  *
      *    KEYED OPENS THAT CUSTOMER                                  *
      *****************************************************************

           MOVE CUSTIDI TO WMF-CUSTOMER-ID.
           INSPECT WMF-CUSTOMER-ID REPLACING ALL LOW-VALUES BY ' '.

           IF SELNOI NOT = SPACES AND SELNOI NOT = LOW-VALUES
               MOVE SELNOI TO WMF-LINE-NUMBER-X
               IF WMF-LINE-NUMBER-X NOT NUMERIC
                  OR WMF-LINE-NUMBER = ZEROES
                  OR WMF-LINE-NUMBER > 8
                   MOVE -1 TO SELNOL
                   MOVE DFHUNINT TO SELNOA
                   MOVE PM323-ENTER-COLLECTIONS TO PDAMSGO
                   PERFORM P06000-LIST-WORKLIST THRU P06000-EXIT
                   GO TO P04000-EXIT
               END-IF
               IF WPW-RK-CUSTOMER-ID(WMF-LINE-NUMBER) = SPACES
                   MOVE -1 TO SELNOL
                   MOVE DFHUNINT TO SELNOA
                   MOVE PM323-ENTER-COLLECTIONS TO PDAMSGO
                   PERFORM P06000-LIST-WORKLIST THRU P06000-EXIT
                   GO TO P04000-EXIT
               END-IF
               MOVE WPW-RK-CUSTOMER-ID(WMF-LINE-NUMBER)
                   TO WMF-CUSTOMER-ID
           END-IF.

           IF WMF-CUSTOMER-ID = SPACES
               PERFORM P06000-LIST-WORKLIST THRU P06000-EXIT
               GO TO P04000-EXIT
           END-IF.

           PERFORM P04100-OPEN-ACCOUNT THRU P04100-EXIT.

           IF ERROR-FOUND
               PERFORM P06000-LIST-WORKLIST THRU P06000-EXIT
           END-IF.

       P04000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04100-OPEN-ACCOUNT                            *
      *                                                               *
      *    FUNCTION :  SWITCH TO THE ACCOUNT VIEW FOR THE CUSTOMER IN *
      *                WMF-CUSTOMER-ID, WHICH MUST EXIST              *
      *                                                               *
      *    CALLED BY:  P04000-LIST-PROCESS                            *
      *                P05000-ACCOUNT-PROCESS                         *
      *                                                               *
      *****************************************************************

       P04100-OPEN-ACCOUNT.

           MOVE PC-USERID-NUMBER TO CUSTOMER-PREFIX.
           MOVE WMF-CUSTOMER-ID TO CUSTOMER-ID.

           EXEC CICS
               READ
                   FILE('PDACUST')
                   INTO(CUSTOMER-RECORD)
                   RIDFLD(CUSTOMER-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO CUSTIDL
                   MOVE DFHUNINT TO CUSTIDA
                   MOVE PM008-CUST-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04100-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA066' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ' TO WPCE-COMMAND
                   MOVE 'P04100' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           MOVE 'A' TO WPW-MODE.
           MOVE WMF-CUSTOMER-ID TO WPW-CUSTOMER-ID.
           MOVE ZEROES TO WPW-ITEM-START-ORDER.

      *****************************************************************
      *    REMEMBER WHERE THE ACCOUNT SITS ON TODAY'S WORKLIST SO AN  *
      *    ACTION CAN MARK IT WORKED                                  *
      *****************************************************************

           PERFORM P04200-FIND-WORK-RANK THRU P04200-EXIT.

           PERFORM P07000-SHOW-ACCOUNT THRU P07000-EXIT.

           IF PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES
               MOVE PM325-COLL-ACCOUNT-SHOWN TO PDAMSGO
           END-IF.

       P04100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04200-FIND-WORK-RANK                          *
      *                                                               *
      *    FUNCTION :  BROWSE THE WORKLIST FOR THE ACCOUNT'S RANK;    *
      *                ZERO WHEN IT IS NOT ON TODAY'S LIST            *
      *                                                               *
      *    CALLED BY:  P04100-OPEN-ACCOUNT                            *
      *                                                               *
      *****************************************************************

       P04200-FIND-WORK-RANK.

           MOVE ZEROES TO WPW-WORK-RANK.
           MOVE 'N' TO WMF-BROWSE-END-SW.

           MOVE PC-USERID-NUMBER TO COLL-WORK-PREFIX.
           MOVE ZEROES TO COLL-WORK-RANK.

           EXEC CICS
               STARTBR
                   FILE('PDACOLW')
                   RIDFLD(COLL-WORK-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P04200-EXIT
           END-IF.

           PERFORM P04250-NEXT-WORK-RANK THRU P04250-EXIT
               UNTIL BROWSE-END.

           EXEC CICS
               ENDBR
                   FILE('PDACOLW')
                   NOHANDLE
           END-EXEC.

       P04200-EXIT.
           EXIT.
           EJECT

       P04250-NEXT-WORK-RANK.

           EXEC CICS
               READNEXT
                   FILE('PDACOLW')
                   INTO(COLL-WORK-RECORD)
                   RIDFLD(COLL-WORK-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR COLL-WORK-PREFIX NOT = PC-USERID-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P04250-EXIT
           END-IF.

           IF COLL-WORK-CUSTOMER-ID = WPW-CUSTOMER-ID
               MOVE COLL-WORK-RANK TO WPW-WORK-RANK
               MOVE 'Y' TO WMF-BROWSE-END-SW
           END-IF.

       P04250-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-ACCOUNT-PROCESS                         *
      *                                                               *
      *    FUNCTION :  ACCOUNT VIEW MODE.  PAGE THE AR ITEMS ON PF8,  *
      *                SWITCH TO ANOTHER CUSTOMER KEYED, OR CARRY OUT *
      *                THE NOTE, PROMISE OR ASSIGN ACTION KEYED       *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P05000-ACCOUNT-PROCESS.

      *****************************************************************
      *    PF8 SHOWS THE NEXT PAGE OF OPEN ITEMS; PAST THE LAST PAGE  *
      *    THE ITEMS START AGAIN FROM THE FIRST                       *
      *****************************************************************

           IF FORWARD-PKEY
               MOVE WPW-ITEM-LAST-ORDER TO WPW-ITEM-START-ORDER
               PERFORM P07000-SHOW-ACCOUNT THRU P07000-EXIT
               IF WMF-LINES-SHOWN = ZEROES
                   MOVE ZEROES TO WPW-ITEM-START-ORDER
                   PERFORM P07000-SHOW-ACCOUNT THRU P07000-EXIT
                   MOVE PM014-TOP-MSG TO PDAMSGO
               END-IF
               GO TO P05000-EXIT
           END-IF.

           MOVE CUSTIDI TO WMF-CUSTOMER-ID.
           INSPECT WMF-CUSTOMER-ID REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-CUSTOMER-ID NOT = SPACES
              AND WMF-CUSTOMER-ID NOT = WPW-CUSTOMER-ID
               PERFORM P04100-OPEN-ACCOUNT THRU P04100-EXIT
               IF ERROR-FOUND
                   MOVE WPW-CUSTOMER-ID TO CUSTIDO
                   PERFORM P07000-SHOW-ACCOUNT THRU P07000-EXIT
               END-IF
               GO TO P05000-EXIT
           END-IF.

           IF ACTIONI NOT = SPACES AND ACTIONI NOT = LOW-VALUES
               PERFORM P05100-EDIT-ACTION THRU P05100-EXIT
               IF NO-ERROR-FOUND
                   PERFORM P05500-APPLY-ACTION THRU P05500-EXIT
               END-IF
           END-IF.

           PERFORM P07000-SHOW-ACCOUNT THRU P07000-EXIT.

           IF PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES
               MOVE PM325-COLL-ACCOUNT-SHOWN TO PDAMSGO
           END-IF.

       P05000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05100-EDIT-ACTION                             *
      *                                                               *
      *    FUNCTION :  VALIDATE THE ACTION KEYED AND ITS FIELDS       *
      *                                                               *
      *    CALLED BY:  P05000-ACCOUNT-PROCESS                         *
      *                                                               *
      *****************************************************************

       P05100-EDIT-ACTION.

           IF NOT PC-USER-MAY-UPDATE
               MOVE PM154-UPDATE-NOT-AUTHORIZED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P05100-EXIT
           END-IF.

           IF ACTIONI NOT = 'N' AND ACTIONI NOT = 'P'
                                AND ACTIONI NOT = 'A'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM331-COLL-INVALID-ACTION TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P05100-EXIT
           END-IF.

           MOVE NOTETXTI TO WMF-NOTE-TEXT.
           INSPECT WMF-NOTE-TEXT REPLACING ALL LOW-VALUES BY ' '.

           IF ACTIONI = 'N' AND WMF-NOTE-TEXT = SPACES
               MOVE -1 TO NOTETXTL
               MOVE DFHUNINT TO NOTETXTA
               MOVE PM326-COLL-NOTE-REQUIRED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P05100-EXIT
           END-IF.

           IF ACTIONI = 'A'
               INSPECT COLLIDI REPLACING ALL LOW-VALUES BY ' '
               IF COLLIDI = SPACES
                   MOVE -1 TO COLLIDL
                   MOVE DFHUNINT TO COLLIDA
                   MOVE PM333-COLL-ENTER-COLLECTOR TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
               END-IF
               GO TO P05100-EXIT
           END-IF.

           IF ACTIONI NOT = 'P'
               GO TO P05100-EXIT
           END-IF.

      *****************************************************************
      *    A PROMISE NEEDS AN AMOUNT AND A DATE NO EARLIER THAN TODAY *
      *****************************************************************

           MOVE PRMAMTI TO WMF-PROMISE-AMT-X.
           INSPECT WMF-PROMISE-AMT-X REPLACING LEADING ' ' BY '0'.

           IF WMF-PROMISE-AMT-X NOT NUMERIC
              OR WMF-PROMISE-AMT = ZEROES
               MOVE -1 TO PRMAMTL
               MOVE DFHUNINT TO PRMAMTA
               MOVE PM327-COLL-PROMISE-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P05100-EXIT
           END-IF.

           MOVE PRMDATEI TO WMF-PROMISE-DATE-X.

           IF WMF-PROMISE-DATE-X NOT NUMERIC
               MOVE -1 TO PRMDATEL
               MOVE DFHUNINT TO PRMDATEA
               MOVE PM327-COLL-PROMISE-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P05100-EXIT
           END-IF.

           IF WMF-PD-MONTH < 01 OR WMF-PD-MONTH > 12
              OR WMF-PD-DAY < 01 OR WMF-PD-DAY > 31
              OR WMF-PROMISE-DATE < WMF-DATE-CCYYMMDD
               MOVE -1 TO PRMDATEL
               MOVE DFHUNINT TO PRMDATEA
               MOVE PM327-COLL-PROMISE-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P05100-EXIT
           END-IF.

       P05100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05500-APPLY-ACTION                            *
      *                                                               *
      *    FUNCTION :  WRITE THE NOTE OR PROMISE, OR CHANGE THE       *
      *                COLLECTOR, THEN UPDATE THE ACCOUNT CONTROL     *
      *                RECORD AND THE WORKLIST AND AUDIT THE ACTION   *
      *                                                               *
      *    CALLED BY:  P05000-ACCOUNT-PROCESS                         *
      *                                                               *
      *****************************************************************

       P05500-APPLY-ACTION.

           PERFORM P05600-READ-CONTROL THRU P05600-EXIT.

           MOVE COLL-ACT-COLLECTOR TO WMF-OLD-COLLECTOR.
           COMPUTE WMF-NEW-SEQ = COLL-ACT-LAST-SEQ + 1.

      *****************************************************************
      *    A NEW PROMISE SUPERSEDES THE ONE STILL OPEN                *
      *****************************************************************

           IF ACTIONI = 'P'
              AND COLL-ACT-OPEN-PROMISE-SEQ > ZEROES
               MOVE COLL-ACT-OPEN-PROMISE-SEQ TO WMF-NOTE-SEQ
               PERFORM P05700-SUPERSEDE-PROMISE THRU P05700-EXIT
           END-IF.

           IF ACTIONI = 'P'
               PERFORM P07200-TOTAL-ACCOUNT THRU P07200-EXIT
           END-IF.

      *****************************************************************
      *    THE HISTORY RECORD FOR THE ACTION                          *
      *****************************************************************

           MOVE PC-USERID-NUMBER TO COLL-ACT-PREFIX.
           MOVE WPW-CUSTOMER-ID TO COLL-ACT-CUSTOMER-ID.
           MOVE WMF-NEW-SEQ TO COLL-ACT-SEQ.
           MOVE SPACES TO COLL-ACT-NOTE-DATA.
           MOVE 'N' TO COLL-ACT-TYPE.
           MOVE WMF-DATE-CCYYMMDD TO COLL-ACT-DATE.
           MOVE WMF-TIME-HHMMSS TO COLL-ACT-TIME.
           MOVE PC-USERID-ID TO COLL-ACT-USERID.
           MOVE WMF-NOTE-TEXT TO COLL-ACT-TEXT.
           MOVE ZEROES TO COLL-ACT-PROMISE-AMT
                          COLL-ACT-PROMISE-DATE
                          COLL-ACT-PAID-BASE
                          COLL-ACT-COLLECTED-AMT
                          COLL-ACT-RESOLVED-DATE.

           EVALUATE ACTIONI
               WHEN 'N'
                   MOVE 'COLLNOTE' TO WMF-AUDIT-ACTION
                   MOVE PM328-COLL-NOTE-ADDED TO PDAMSGO
               WHEN 'P'
                   MOVE 'P' TO COLL-ACT-TYPE
                   MOVE WMF-PROMISE-AMT TO COLL-ACT-PROMISE-AMT
                   MOVE WMF-PROMISE-DATE TO COLL-ACT-PROMISE-DATE
                   MOVE 'O' TO COLL-ACT-PROMISE-STATUS
                   MOVE WAT-PAID-TO-DATE TO COLL-ACT-PAID-BASE
                   MOVE 'COLLPROMISE' TO WMF-AUDIT-ACTION
                   MOVE PM329-COLL-PROMISE-ADDED TO PDAMSGO
               WHEN 'A'
                   INSPECT COLLIDI REPLACING ALL LOW-VALUES BY ' '
                   MOVE SPACES TO COLL-ACT-TEXT
                   STRING 'COLLECTOR CHANGED FROM '
                                             DELIMITED BY SIZE
                          WMF-OLD-COLLECTOR  DELIMITED BY SIZE
                          ' TO '             DELIMITED BY SIZE
                          COLLIDI            DELIMITED BY SIZE
                       INTO COLL-ACT-TEXT
                   MOVE 'COLLASSIGN' TO WMF-AUDIT-ACTION
                   MOVE PM330-COLL-ASSIGNED TO PDAMSGO
           END-EVALUATE.

           EXEC CICS
               WRITE
                   FILE('PDACOLA')
                   FROM(COLL-ACT-RECORD)
                   RIDFLD(COLL-ACT-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE' TO WPCE-COMMAND
               MOVE 'P05500' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM P05800-UPDATE-CONTROL THRU P05800-EXIT.

           PERFORM P05900-UPDATE-WORKLIST THRU P05900-EXIT.

           MOVE SPACES TO ACTIONO
                          NOTETXTO
                          PRMAMTO
                          PRMDATEO
                          COLLIDO.

      *****************************************************************
      *    RECORD THE ACTION ON THE SECURITY AUDIT TRAIL (PDAS08      *
      *    NEVER FAILS THE CALLER)                                    *
      *****************************************************************

           MOVE SPACES TO PDAS08-COMMAREA.
           MOVE WMF-AUDIT-ACTION TO WSA-ACTION.
           MOVE WPW-CUSTOMER-ID TO WSA-TARGET.
           MOVE 'S' TO WSA-RESULT.

           EXEC CICS
               LINK
                   PROGRAM('PDAS08')
                   COMMAREA(PDAS08-COMMAREA)
                   LENGTH(50)
                   NOHANDLE
           END-EXEC.

       P05500-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05600-READ-CONTROL                            *
      *                                                               *
      *    FUNCTION :  READ THE ACCOUNT CONTROL RECORD; AN ACCOUNT    *
      *                NEVER WORKED BEFORE STARTS WITH AN EMPTY ONE   *
      *                                                               *
      *    CALLED BY:  P05500-APPLY-ACTION                            *
      *                P07000-SHOW-ACCOUNT                            *
      *                                                               *
      *****************************************************************

       P05600-READ-CONTROL.

           MOVE 'N' TO WS-CONTROL-FOUND-SW.

           MOVE PC-USERID-NUMBER TO COLL-ACT-PREFIX.
           MOVE WPW-CUSTOMER-ID TO COLL-ACT-CUSTOMER-ID.
           MOVE ZEROES TO COLL-ACT-SEQ.

           EXEC CICS
               READ
                   FILE('PDACOLA')
                   INTO(COLL-ACT-RECORD)
                   RIDFLD(COLL-ACT-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CONTROL-FOUND-SW
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'C' TO COLL-ACT-TYPE
                   MOVE SPACES TO COLL-ACT-CONTROL-DATA
                   MOVE ZEROES TO COLL-ACT-LAST-SEQ
                                  COLL-ACT-OPEN-PROMISE-SEQ
                                  COLL-ACT-LAST-CONTACT-DATE
                   MOVE 'N' TO COLL-ACT-BROKEN-SW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA066' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ' TO WPCE-COMMAND
                   MOVE 'P05600' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P05600-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05700-SUPERSEDE-PROMISE                       *
      *                                                               *
      *    FUNCTION :  MARK THE OPEN PROMISE SUPERSEDED               *
      *                                                               *
      *    CALLED BY:  P05500-APPLY-ACTION                            *
      *                                                               *
      *****************************************************************

       P05700-SUPERSEDE-PROMISE.

           MOVE WMF-NOTE-SEQ TO COLL-ACT-SEQ.

           EXEC CICS
               READ
                   FILE('PDACOLA')
                   INTO(COLL-ACT-RECORD)
                   RIDFLD(COLL-ACT-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   GO TO P05700-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA066' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
                   MOVE 'P05700' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF NOT COLL-ACT-PROMISE
              OR NOT COLL-ACT-PROMISE-OPEN
               EXEC CICS
                   UNLOCK
                       FILE('PDACOLA')
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
               GO TO P05700-EXIT
           END-IF.

           MOVE 'S' TO COLL-ACT-PROMISE-STATUS.
           MOVE WMF-DATE-CCYYMMDD TO COLL-ACT-RESOLVED-DATE.

           EXEC CICS
               REWRITE
                   FILE('PDACOLA')
                   FROM(COLL-ACT-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE' TO WPCE-COMMAND
               MOVE 'P05700' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05700-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05800-UPDATE-CONTROL                          *
      *                                                               *
      *    FUNCTION :  ADVANCE THE LAST SEQUENCE ON THE ACCOUNT       *
      *                CONTROL RECORD AND RECORD THE ACTION ON IT     *
      *                                                               *
      *    CALLED BY:  P05500-APPLY-ACTION                            *
      *                                                               *
      *****************************************************************

       P05800-UPDATE-CONTROL.

           MOVE PC-USERID-NUMBER TO COLL-ACT-PREFIX.
           MOVE WPW-CUSTOMER-ID TO COLL-ACT-CUSTOMER-ID.
           MOVE ZEROES TO COLL-ACT-SEQ.

           IF CONTROL-FOUND
               EXEC CICS
                   READ
                       FILE('PDACOLA')
                       INTO(COLL-ACT-RECORD)
                       RIDFLD(COLL-ACT-KEY)
                       UPDATE
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA066' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
                   MOVE 'P05800' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
               END-IF
           ELSE
               MOVE 'C' TO COLL-ACT-TYPE
               MOVE SPACES TO COLL-ACT-CONTROL-DATA
               MOVE ZEROES TO COLL-ACT-LAST-SEQ
                              COLL-ACT-OPEN-PROMISE-SEQ
                              COLL-ACT-LAST-CONTACT-DATE
               MOVE 'N' TO COLL-ACT-BROKEN-SW
           END-IF.

           MOVE WMF-NEW-SEQ TO COLL-ACT-LAST-SEQ.

      *****************************************************************
      *    A NOTE OR PROMISE IS A CONTACT AND CLEARS THE BROKEN-      *
      *    PROMISE FOLLOW-UP FLAG                                     *
      *****************************************************************

           EVALUATE ACTIONI
               WHEN 'A'
                   MOVE COLLIDI TO COLL-ACT-COLLECTOR
               WHEN 'P'
                   MOVE WMF-NEW-SEQ TO COLL-ACT-OPEN-PROMISE-SEQ
                   MOVE 'N' TO COLL-ACT-BROKEN-SW
                   MOVE WMF-DATE-CCYYMMDD TO COLL-ACT-LAST-CONTACT-DATE
                   MOVE PC-USERID-ID TO COLL-ACT-LAST-CONTACT-USER
               WHEN OTHER
                   MOVE 'N' TO COLL-ACT-BROKEN-SW
                   MOVE WMF-DATE-CCYYMMDD TO COLL-ACT-LAST-CONTACT-DATE
                   MOVE PC-USERID-ID TO COLL-ACT-LAST-CONTACT-USER
           END-EVALUATE.

           IF CONTROL-FOUND
               EXEC CICS
                   REWRITE
                       FILE('PDACOLA')
                       FROM(COLL-ACT-RECORD)
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE
                       FILE('PDACOLA')
                       FROM(COLL-ACT-RECORD)
                       RIDFLD(COLL-ACT-KEY)
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE CONTROL' TO WPCE-COMMAND
               MOVE 'P05800' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05800-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05900-UPDATE-WORKLIST                         *
      *                                                               *
      *    FUNCTION :  MARK THE ACCOUNT WORKED ON TODAY'S WORKLIST    *
      *                WITH ITS NEW COLLECTOR, PROMISE AND STATUS     *
      *                                                               *
      *    CALLED BY:  P05500-APPLY-ACTION                            *
      *                                                               *
      *****************************************************************

       P05900-UPDATE-WORKLIST.

           IF WPW-WORK-RANK = ZEROES
               GO TO P05900-EXIT
           END-IF.

           MOVE PC-USERID-NUMBER TO COLL-WORK-PREFIX.
           MOVE WPW-WORK-RANK TO COLL-WORK-RANK.

           EXEC CICS
               READ
                   FILE('PDACOLW')
                   INTO(COLL-WORK-RECORD)
                   RIDFLD(COLL-WORK-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   GO TO P05900-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA066' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
                   MOVE 'P05900' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

      *****************************************************************
      *    THE WORKLIST MAY HAVE BEEN REBUILT SINCE THE ACCOUNT WAS   *
      *    OPENED                                                     *
      *****************************************************************

           IF COLL-WORK-CUSTOMER-ID NOT = WPW-CUSTOMER-ID
               EXEC CICS
                   UNLOCK
                       FILE('PDACOLW')
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
               GO TO P05900-EXIT
           END-IF.

           MOVE 'Y' TO COLL-WORK-WORKED-SW.

           EVALUATE ACTIONI
               WHEN 'A'
                   MOVE COLLIDI TO COLL-WORK-COLLECTOR
               WHEN 'P'
                   MOVE 'P' TO COLL-WORK-STATUS
                   MOVE WMF-PROMISE-AMT TO COLL-WORK-PROMISE-AMT
                   MOVE WMF-PROMISE-DATE TO COLL-WORK-PROMISE-DATE
                   MOVE WMF-DATE-CCYYMMDD
                       TO COLL-WORK-LAST-CONTACT-DATE
               WHEN OTHER
                   IF COLL-WORK-BROKEN-PROMISE
                       MOVE SPACES TO COLL-WORK-STATUS
                   END-IF
                   MOVE WMF-DATE-CCYYMMDD
                       TO COLL-WORK-LAST-CONTACT-DATE
           END-EVALUATE.

           EXEC CICS
               REWRITE
                   FILE('PDACOLW')
                   FROM(COLL-WORK-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE' TO WPCE-COMMAND
               MOVE 'P05900' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05900-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-LIST-WORKLIST                           *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN WITH UP TO EIGHT WORKLIST      *
      *                ACCOUNTS AFTER THE PAGE START RANK, FOR THE    *
      *                SALES REP AND COLLECTOR SELECTED, AND KEEP THE *
      *                KEY OF EACH LINE FOR SELECTION                 *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P06000-LIST-WORKLIST.

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT.

           MOVE WS-WORKLIST-HEADING TO HDGO.
           MOVE WPW-REP-FILTER TO REPFLTO.
           MOVE WPW-COL-FILTER TO COLFLTO.
           MOVE SPACES TO CUSTIDO
                          SELNOO.

           MOVE SPACES TO WPW-ROW-KEYS.
           MOVE WPW-PAGE-START-RANK TO WPW-LAST-RANK.

           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WMF-BROWSE-END-SW.

           MOVE PC-USERID-NUMBER TO COLL-WORK-PREFIX.
           COMPUTE COLL-WORK-RANK = WPW-PAGE-START-RANK + 1.

           EXEC CICS
               STARTBR
                   FILE('PDACOLW')
                   RIDFLD(COLL-WORK-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P06000-CHECK-FOUND
           END-IF.

           PERFORM P06100-NEXT-ACCOUNT THRU P06100-EXIT
               UNTIL BROWSE-END
                  OR WMF-LINES-SHOWN > 7.

           EXEC CICS
               ENDBR
                   FILE('PDACOLW')
                   NOHANDLE
           END-EXEC.

       P06000-CHECK-FOUND.

           IF WMF-LINES-SHOWN = ZEROES
              AND (PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES)
               MOVE PM324-NO-COLL-ACCOUNTS TO PDAMSGO
           END-IF.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SUMM1O
                          SUMM2O.

           PERFORM P06060-CLEAR-LIST-LINE THRU P06060-EXIT
               VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 8.

           PERFORM P06070-CLEAR-NOTE-LINE THRU P06070-EXIT
               VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 4.

       P06050-EXIT.
           EXIT.

       P06060-CLEAR-LIST-LINE.

           MOVE SPACES TO SCRN-LIST-LINE(WS-SUB).

       P06060-EXIT.
           EXIT.

       P06070-CLEAR-NOTE-LINE.

           MOVE SPACES TO SCRN-NOTE-LINE(WS-SUB).

       P06070-EXIT.
           EXIT.
           EJECT

       P06100-NEXT-ACCOUNT.

           EXEC CICS
               READNEXT
                   FILE('PDACOLW')
                   INTO(COLL-WORK-RECORD)
                   RIDFLD(COLL-WORK-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR COLL-WORK-PREFIX NOT = PC-USERID-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P06100-EXIT
           END-IF.

           MOVE COLL-WORK-RANK TO WPW-LAST-RANK.

           IF WPW-REP-FILTER NOT = SPACES
              AND COLL-WORK-SALES-REP NOT = WPW-REP-FILTER
               GO TO P06100-EXIT
           END-IF.

           IF WPW-COL-FILTER NOT = SPACES
              AND COLL-WORK-COLLECTOR NOT = WPW-COL-FILTER
               GO TO P06100-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE COLL-WORK-RANK TO WPW-RK-RANK(WMF-LINES-SHOWN).
           MOVE COLL-WORK-CUSTOMER-ID
               TO WPW-RK-CUSTOMER-ID(WMF-LINES-SHOWN).

           MOVE WMF-LINES-SHOWN TO WWL-LINE-NUMBER.
           MOVE COLL-WORK-RANK TO WWL-RANK.
           MOVE COLL-WORK-CUSTOMER-ID TO WWL-CUSTOMER-ID.
           MOVE COLL-WORK-CUSTOMER-NAME TO WWL-NAME.
           MOVE COLL-WORK-PAST-DUE-AMT TO WWL-PAST-DUE.
           MOVE COLL-WORK-DAYS-PAST-DUE TO WWL-DAYS.
           MOVE COLL-WORK-DUNNING-LEVEL TO WWL-DUNNING-LEVEL.
           MOVE COLL-WORK-SALES-REP TO WWL-SALES-REP.
           MOVE COLL-WORK-COLLECTOR TO WWL-COLLECTOR.
           MOVE COLL-WORK-STATUS TO WWL-STATUS.

           IF COLL-WORK-WORKED-TODAY
               MOVE 'Y' TO WWL-WORKED
           ELSE
               MOVE SPACES TO WWL-WORKED
           END-IF.

           MOVE WS-WORKLIST-LINE TO SCRN-LIST-LINE(WMF-LINES-SHOWN).

       P06100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07000-SHOW-ACCOUNT                            *
      *                                                               *
      *    FUNCTION :  FORMAT THE ACCOUNT VIEW -- SUMMARY, OPEN AR    *
      *                ITEMS AFTER THE ITEM PAGE START AND THE LATEST *
      *                CONTACT HISTORY                                *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P07000-SHOW-ACCOUNT.

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT.

           MOVE WS-ITEM-HEADING TO HDGO.
           MOVE WPW-REP-FILTER TO REPFLTO.
           MOVE WPW-COL-FILTER TO COLFLTO.
           MOVE WPW-CUSTOMER-ID TO CUSTIDO.
           MOVE SPACES TO SELNOO.

           MOVE PC-USERID-NUMBER TO CUSTOMER-PREFIX.
           MOVE WPW-CUSTOMER-ID TO CUSTOMER-ID.

           EXEC CICS
               READ
                   FILE('PDACUST')
                   INTO(CUSTOMER-RECORD)
                   RIDFLD(CUSTOMER-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CUSTOMER-NAME TO WAS1-NAME
           ELSE
               MOVE SPACES TO WAS1-NAME
           END-IF.

      *****************************************************************
      *    TOTAL THE ACCOUNT AND LIST ONE PAGE OF ITS OPEN ITEMS      *
      *****************************************************************

           MOVE 'Y' TO WS-LIST-ITEMS-SW.
           PERFORM P07100-BROWSE-AR THRU P07100-EXIT.

           MOVE WAT-BALANCE-DUE TO WAS1-BALANCE.
           MOVE WAT-PAST-DUE-AMT TO WAS1-PAST-DUE.
           MOVE WAT-OLDEST-DAYS TO WAS1-DAYS.
           MOVE WS-ACCOUNT-SUMMARY-1 TO SUMM1O.

           IF WAT-AR-ITEMS = ZEROES
              AND (PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES)
               MOVE PM332-COLL-NO-AR-ITEMS TO PDAMSGO
           END-IF.

      *****************************************************************
      *    COLLECTOR, LAST CONTACT AND PROMISE FROM THE CONTROL       *
      *    RECORD                                                     *
      *****************************************************************

           PERFORM P05600-READ-CONTROL THRU P05600-EXIT.

           MOVE COLL-ACT-COLLECTOR TO WAS2-COLLECTOR.

           IF COLL-ACT-LAST-CONTACT-DATE NUMERIC
              AND COLL-ACT-LAST-CONTACT-DATE > ZEROES
               MOVE COLL-ACT-LAST-CONTACT-DATE TO WMF-WORK-DATE
               PERFORM P07900-EDIT-DATE THRU P07900-EXIT
               MOVE WMF-EDIT-DATE TO WAS2-LAST-CONTACT
           ELSE
               MOVE 'NONE' TO WAS2-LAST-CONTACT
           END-IF.

           MOVE SPACES TO WAS2-PROMISE.
           MOVE COLL-ACT-LAST-SEQ TO WMF-NOTE-SEQ.

           IF COLL-ACT-PROMISE-WAS-BROKEN
               MOVE 'PROMISE BROKEN - FOLLOW UP' TO WAS2-PROMISE
           END-IF.

           IF COLL-ACT-OPEN-PROMISE-SEQ > ZEROES
               PERFORM P07300-SHOW-OPEN-PROMISE THRU P07300-EXIT
           END-IF.

           MOVE WS-ACCOUNT-SUMMARY-2 TO SUMM2O.

      *****************************************************************
      *    THE LATEST FOUR HISTORY ENTRIES, NEWEST FIRST              *
      *****************************************************************

           MOVE +0 TO WMF-NOTES-SHOWN.

           PERFORM P07500-SHOW-NOTE THRU P07500-EXIT
               UNTIL WMF-NOTE-SEQ = ZEROES
                  OR WMF-NOTES-SHOWN > 3.

       P07000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07100-BROWSE-AR                               *
      *                                                               *
      *    FUNCTION :  BROWSE ALL THE CUSTOMER'S AR ITEMS, TOTALLING  *
      *                THE ACCOUNT; WHEN FORMATTING THE VIEW ALSO     *
      *                LIST THE OPEN ITEMS AFTER THE ITEM PAGE START  *
      *                                                               *
      *    CALLED BY:  P07000-SHOW-ACCOUNT                            *
      *                P07200-TOTAL-ACCOUNT                           *
      *                                                               *
      *****************************************************************

       P07100-BROWSE-AR.

           INITIALIZE WS-ACCOUNT-TOTALS.
           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WMF-BROWSE-END-SW.

           IF LIST-AR-ITEMS
               MOVE WPW-ITEM-START-ORDER TO WPW-ITEM-LAST-ORDER
           END-IF.

           MOVE PC-USERID-NUMBER TO AR-PREFIX.
           MOVE WPW-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE ZEROES TO AR-ORDER-NUMBER.

           EXEC CICS
               STARTBR
                   FILE('PDAARBL')
                   RIDFLD(AR-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P07100-EXIT
           END-IF.

           PERFORM P07150-NEXT-AR-ITEM THRU P07150-EXIT
               UNTIL BROWSE-END.

           EXEC CICS
               ENDBR
                   FILE('PDAARBL')
                   NOHANDLE
           END-EXEC.

       P07100-EXIT.
           EXIT.
           EJECT

       P07150-NEXT-AR-ITEM.

           EXEC CICS
               READNEXT
                   FILE('PDAARBL')
                   INTO(AR-OPEN-ITEM-RECORD)
                   RIDFLD(AR-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR AR-PREFIX NOT = PC-USERID-NUMBER
            OR AR-CUSTOMER-ID NOT = WPW-CUSTOMER-ID
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P07150-EXIT
           END-IF.

           ADD +1 TO WAT-AR-ITEMS.

      *****************************************************************
      *    CASH AND DISCOUNTS RECEIVED TO DATE -- THE BASE A NEW      *
      *    PROMISE IS MEASURED FROM                                   *
      *****************************************************************

           ADD AR-AMOUNT-PAID TO WAT-PAID-TO-DATE.

           IF AR-DISCOUNT-TAKEN NUMERIC
               ADD AR-DISCOUNT-TAKEN TO WAT-PAID-TO-DATE
           END-IF.

           IF NOT AR-OPEN
              OR AR-BALANCE-DUE NOT > ZEROES
               GO TO P07150-EXIT
           END-IF.

           ADD AR-BALANCE-DUE TO WAT-BALANCE-DUE.

           IF AR-DUE-DATE NUMERIC AND AR-DUE-DATE > ZEROES
               MOVE AR-DUE-DATE TO WMF-AGE-DATE
           ELSE
               MOVE AR-ORDER-DATE TO WMF-AGE-DATE
           END-IF.

           MOVE ZEROES TO WMF-DAYS-PAST-DUE.

           IF WMF-AGE-DATE NUMERIC AND WMF-AGE-DATE > ZEROES
               COMPUTE WMF-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (WMF-AGE-DATE)
               COMPUTE WMF-DAYS-PAST-DUE =
                   WMF-TODAY-INT - WMF-DUE-INT
           END-IF.

           IF WMF-DAYS-PAST-DUE > ZEROES
               ADD AR-BALANCE-DUE TO WAT-PAST-DUE-AMT
               IF WMF-DAYS-PAST-DUE > WAT-OLDEST-DAYS
                   MOVE WMF-DAYS-PAST-DUE TO WAT-OLDEST-DAYS
               END-IF
           ELSE
               MOVE ZEROES TO WMF-DAYS-PAST-DUE
           END-IF.

      *****************************************************************
      *    LIST THE ITEM WHEN FORMATTING THE VIEW AND IT FALLS ON     *
      *    THIS PAGE                                                  *
      *****************************************************************

           IF NOT LIST-AR-ITEMS
              OR AR-ORDER-NUMBER NOT > WPW-ITEM-START-ORDER
              OR WMF-LINES-SHOWN > 7
               GO TO P07150-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.
           MOVE AR-ORDER-NUMBER TO WPW-ITEM-LAST-ORDER.

           MOVE AR-ORDER-NUMBER TO WIL-ORDER-NUMBER.
           MOVE WMF-AGE-DATE TO WMF-WORK-DATE.
           PERFORM P07900-EDIT-DATE THRU P07900-EXIT.
           MOVE WMF-EDIT-DATE TO WIL-DUE-DATE.
           MOVE AR-ORIGINAL-AMT TO WIL-ORIGINAL.
           MOVE AR-BALANCE-DUE TO WIL-BALANCE.
           MOVE WMF-DAYS-PAST-DUE TO WIL-DAYS.

           MOVE AR-KEY TO DUNNING-KEY.

           EXEC CICS
               READ
                   FILE('PDADUNN')
                   INTO(DUNNING-RECORD)
                   RIDFLD(DUNNING-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE DUNNING-LEVEL TO WIL-DUNNING-LEVEL
           ELSE
               MOVE ZEROES TO WIL-DUNNING-LEVEL
           END-IF.

           EVALUATE TRUE
               WHEN AR-FINANCE-CHARGE
                   MOVE 'FINANCE CHARGE' TO WIL-TYPE
               WHEN AR-SUMMARY-INVOICE
                   MOVE 'SUMMARY INV' TO WIL-TYPE
               WHEN OTHER
                   MOVE 'INVOICE' TO WIL-TYPE
           END-EVALUATE.

           MOVE WS-ITEM-LINE TO SCRN-LIST-LINE(WMF-LINES-SHOWN).

       P07150-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07200-TOTAL-ACCOUNT                           *
      *                                                               *
      *    FUNCTION :  TOTAL THE ACCOUNT WITHOUT LISTING ITS ITEMS    *
      *                                                               *
      *    CALLED BY:  P05500-APPLY-ACTION                            *
      *                                                               *
      *****************************************************************

       P07200-TOTAL-ACCOUNT.

           MOVE 'N' TO WS-LIST-ITEMS-SW.

           PERFORM P07100-BROWSE-AR THRU P07100-EXIT.

       P07200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07300-SHOW-OPEN-PROMISE                       *
      *                                                               *
      *    FUNCTION :  SHOW THE AMOUNT AND DATE OF THE OPEN PROMISE   *
      *                                                               *
      *    CALLED BY:  P07000-SHOW-ACCOUNT                            *
      *                                                               *
      *****************************************************************

       P07300-SHOW-OPEN-PROMISE.

           MOVE COLL-ACT-OPEN-PROMISE-SEQ TO COLL-ACT-SEQ.

           EXEC CICS
               READ
                   FILE('PDACOLA')
                   INTO(COLL-ACT-RECORD)
                   RIDFLD(COLL-ACT-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P07300-EXIT
           END-IF.

           MOVE 'PROMISE' TO WPT-LITERAL.
           MOVE COLL-ACT-PROMISE-AMT TO WPT-AMOUNT.
           MOVE COLL-ACT-PROMISE-DATE TO WMF-WORK-DATE.
           PERFORM P07900-EDIT-DATE THRU P07900-EXIT.
           MOVE WMF-EDIT-DATE TO WPT-DATE.
           MOVE WS-PROMISE-TEXT TO WAS2-PROMISE.

       P07300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07500-SHOW-NOTE                               *
      *                                                               *
      *    FUNCTION :  SHOW THE HISTORY ENTRY AT WMF-NOTE-SEQ AND     *
      *                STEP BACK TO THE ONE BEFORE IT                 *
      *                                                               *
      *    CALLED BY:  P07000-SHOW-ACCOUNT                            *
      *                                                               *
      *****************************************************************

       P07500-SHOW-NOTE.

           MOVE PC-USERID-NUMBER TO COLL-ACT-PREFIX.
           MOVE WPW-CUSTOMER-ID TO COLL-ACT-CUSTOMER-ID.
           MOVE WMF-NOTE-SEQ TO COLL-ACT-SEQ.

           SUBTRACT 1 FROM WMF-NOTE-SEQ.

           EXEC CICS
               READ
                   FILE('PDACOLA')
                   INTO(COLL-ACT-RECORD)
                   RIDFLD(COLL-ACT-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P07500-EXIT
           END-IF.

           ADD +1 TO WMF-NOTES-SHOWN.

           MOVE COLL-ACT-DATE TO WMF-WORK-DATE.
           PERFORM P07900-EDIT-DATE THRU P07900-EXIT.
           MOVE WMF-EDIT-DATE TO WNL-DATE.
           MOVE COLL-ACT-USERID TO WNL-USERID.

           IF COLL-ACT-PROMISE
               MOVE COLL-ACT-PROMISE-AMT TO WPN-AMOUNT
               MOVE COLL-ACT-PROMISE-DATE TO WMF-WORK-DATE
               PERFORM P07900-EDIT-DATE THRU P07900-EXIT
               MOVE WMF-EDIT-DATE TO WPN-DATE
               EVALUATE TRUE
                   WHEN COLL-ACT-PROMISE-KEPT
                       MOVE 'KEPT' TO WPN-STATUS
                   WHEN COLL-ACT-PROMISE-BROKEN
                       MOVE 'BROKEN' TO WPN-STATUS
                   WHEN COLL-ACT-PROMISE-SUPERSEDED
                       MOVE 'SUPERSEDED' TO WPN-STATUS
                   WHEN OTHER
                       MOVE 'OPEN' TO WPN-STATUS
               END-EVALUATE
               MOVE WS-PROMISE-NOTE TO WNL-TEXT
           ELSE
               MOVE COLL-ACT-TEXT TO WNL-TEXT
           END-IF.

           MOVE WS-NOTE-LINE TO SCRN-NOTE-LINE(WMF-NOTES-SHOWN).

       P07500-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P07900-EDIT-DATE                               *
      *                                                               *
      *    FUNCTION :  EDIT A CCYYMMDD DATE AS MM/DD/CCYY             *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P07900-EDIT-DATE.

           MOVE WMF-WD-MONTH TO WMF-ED-MONTH.
           MOVE WMF-WD-DAY TO WMF-ED-DAY.
           MOVE WMF-WD-YEAR TO WMF-ED-YEAR.

       P07900-EXIT.
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
                   MAP('PDA066')
                   MAPSET('PDA066M')
                   FROM(PDA066O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
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
                   MAP('PDA066')
                   MAPSET('PDA066M')
                   FROM(PDA066O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
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
                   MAP('PDA066')
                   MAPSET('PDA066M')
                   INTO(PDA066I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA066' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA066' TO PC-PREV-PGRMID.

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
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA066' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA066' TO WPCE-PROGRAM-ID.
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
