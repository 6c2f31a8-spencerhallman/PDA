       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA061.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA061                                            *
      * TRANS   :   PD61                                              *
      * MAPSET  :   PDA061M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA061 IS THE BUYER'S PURCHASE ORDER      *
      *             REVIEW AND MAINTENANCE SCREEN.  THE NIGHTLY       *
      *             REORDER BATCH (PDAB22) WRITES ITS PURCHASE ORDER  *
      *             LINES AS SUGGESTED; NOTHING CAN BE RECEIVED       *
      *             (PDAB23) OR INVOICED (PDAB51) AGAINST A LINE      *
      *             UNTIL THE BUYER RELEASES THE PURCHASE ORDER HERE. *
      *             THE BUYER LISTS PURCHASE ORDER LINES BY SUPPLIER  *
      *             AND / OR STATUS (BLANK STATUS LISTS EVERY ACTIVE  *
      *             LINE), STARTING AT THE PURCHASE ORDER KEYED.      *
      *             KEYING A PURCHASE ORDER AND LINE SHOWS THE LINE   *
      *             DETAIL WITH THE ORDERED, RECEIVED AND INVOICED    *
      *             QUANTITIES.  AN ACTION MAY BE KEYED WITH IT:      *
      *               C  CHANGE THE ORDERED QUANTITY AND / OR THE     *
      *                  EXPECTED DATE OF A SUGGESTED, OPEN OR        *
      *                  PARTIALLY RECEIVED LINE.  A QUANTITY CUT     *
      *                  BACK TO WHAT HAS BEEN RECEIVED CLOSES THE    *
      *                  LINE AS RECEIVED                             *
      *               X  CANCEL A LINE NOTHING HAS BEEN RECEIVED ON   *
      *               A  ADD A LINE FOR AN ITEM THE SUPPLIER SELLS    *
      *                  (ITEM_SUPPLIER) TO THE PURCHASE ORDER KEYED, *
      *                  OR TO A NEW PURCHASE ORDER FOR THE SUPPLIER  *
      *                  KEYED WHEN NO PURCHASE ORDER IS KEYED.  THE  *
      *                  LINE IS ADDED AS SUGGESTED                   *
      *               R  RELEASE THE PURCHASE ORDER -- EVERY          *
      *                  SUGGESTED LINE ON IT BECOMES OPEN            *
      *             UPDATE OR ADMINISTRATOR AUTHORITY IS REQUIRED     *
      *             FOR AN ACTION; THE LIST AND DETAIL ARE OPEN TO    *
      *             ALL USERS.  EVERY ACTION IS RECORDED ON THE       *
      *             SECURITY AUDIT TRAIL (PDAS08).                    *
      *             RELEASING A PURCHASE ORDER, OR CHANGING OR        *
      *             CANCELLING A RELEASED LINE, FLAGS THE LINE FOR    *
      *             THE NIGHTLY SUPPLIER TRANSMISSION (PDAB90).  THE  *
      *             DETAIL SHOWS THE TRANSMISSION FLAG AND THE        *
      *             SUPPLIER'S ACKNOWLEDGMENT (PDAB91).               *
      *                                                               *
      * FILES   :   PURCHASE ORDER FILE      -  VSAM KSDS (UPDATE)    *
      *             ITEM_SUPPLIER            -  DB2       (READ-ONLY) *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD61       PURCHASE ORDER REVIEW (THIS SCREEN)    *
      *             PD01       MAIN MENU                              *
      *                                                               *
      * PFKEYS  :   PF03  =    EXIT, RETURN TO MAIN MENU              *
      *             PF12  =    EXIT, RETURN TO MAIN MENU              *
      *                                                               *
      *****************************************************************
      *             PROGRAM CHANGE LOG                                *
      *             -------------------                               *
      *                                                               *
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  --------   --------------------  --------------------------  *
      *  10/15/26   R. MCALLEN            LINES FLAGGED FOR SUPPLIER  *
      *                                   TRANSMISSION; DETAIL SHOWS  *
      *                                   THE ACKNOWLEDGMENT          *
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
           05  EIBAID-SW               PIC X     VALUE ' '.
               88  CLEAR-PKEY                    VALUE '_'.
               88  ENTER-PKEY                    VALUE ''''.
               88  PREVIOUS-PKEY                 VALUE '3'.
               88  MAIN-MENU-PKEY                VALUE '@'.
               88  VALID-PKEY-ENTERED            VALUE '_' '@' '3'
                                                       ''''.
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
           05  WMF-BROWSE-END-SW       PIC X(01) VALUE 'N'.
               88  PO-BROWSE-END                 VALUE 'Y'.
           05  WMF-LINE-SCAN-END-SW    PIC X(01) VALUE 'N'.
               88  PO-LINE-SCAN-END              VALUE 'Y'.
           05  WMF-DATE-CCYYMMDD       PIC 9(08) VALUE ZEROES.
           05  WMF-AUDIT-ACTION        PIC X(12) VALUE SPACES.
           05  WMF-AUDIT-TARGET.
               10  WMF-AT-PO-NUMBER    PIC 9(09) VALUE ZEROES.
               10  FILLER              PIC X(01) VALUE '-'.
               10  WMF-AT-PO-LINE      PIC 9(05) VALUE ZEROES.
           05  WMF-STATUS-FILTER       PIC X(01) VALUE SPACES.
           05  WMF-PO-NUMBER-X         PIC X(09) VALUE SPACES.
           05  WMF-PO-NUMBER REDEFINES WMF-PO-NUMBER-X
                                       PIC 9(09).
           05  WMF-PO-LINE-X           PIC X(05) VALUE SPACES.
           05  WMF-PO-LINE REDEFINES WMF-PO-LINE-X
                                       PIC 9(05).
           05  WMF-NEW-QTY-X           PIC X(09) VALUE SPACES.
           05  WMF-NEW-QTY REDEFINES WMF-NEW-QTY-X
                                       PIC 9(09).
           05  WMF-NEW-DATE-X          PIC X(08) VALUE SPACES.
           05  WMF-NEW-DATE REDEFINES WMF-NEW-DATE-X
                                       PIC 9(08).
           05  WMF-NEW-DATE-PARTS REDEFINES WMF-NEW-DATE-X.
               10  WMF-ND-YEAR         PIC 9(04).
               10  WMF-ND-MONTH        PIC 9(02).
               10  WMF-ND-DAY          PIC 9(02).
           05  WMF-QTY-KEYED-SW        PIC X(01) VALUE 'N'.
               88  NEW-QTY-KEYED                 VALUE 'Y'.
           05  WMF-DATE-KEYED-SW       PIC X(01) VALUE 'N'.
               88  NEW-DATE-KEYED                VALUE 'Y'.
           05  WMF-PO-SUPPLIER-ID      PIC X(32) VALUE SPACES.
           05  WMF-LAST-LINE           PIC 9(05) VALUE ZEROES.
           05  WMF-LINES-RELEASED      PIC S9(4) VALUE +0 COMP.
           05  WMF-QTY-EDIT            PIC ZZZ,ZZZ,ZZ9.
           05  WMF-PRICE-EDIT          PIC ZZ,ZZZ,ZZ9.99.
           EJECT
      *****************************************************************
      *    PURCHASE ORDER LIST LINE                                   *
      *****************************************************************

       01  WS-PO-LIST-LINE.
           05  WPL-PO-NUMBER           PIC 9(09) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPL-PO-LINE             PIC 9(05) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPL-SUPPLIER-ID         PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPL-ITEM-NUMBER         PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPL-ORDERED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPL-RECEIVED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPL-INVOICED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPL-STATUS              PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WPL-EXPECTED            PIC 9(08) BLANK WHEN ZERO.
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
      *         MAP DSECTS -- PURCHASE ORDER REVIEW - PDA061M         *
      *                                                               *
      *         THE EIGHT PURCHASE ORDER LIST LINES FOLLOW THE        *
      *         SUPPLIER AND STATUS SELECTION FIELDS; THE PURCHASE    *
      *         ORDER, LINE, ACTION, NEW QUANTITY, NEW EXPECTED DATE  *
      *         AND ITEM FIELDS AND THE LINE DETAIL FOLLOW THE LIST   *
      *****************************************************************

           COPY PDA061M.

       01  FILLER                      REDEFINES PDA061O.
           03  FILLER                  PIC X(90).
           03  P61-SCREEN-AREA         OCCURS 8 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-PO-LINE        PIC X(78).
           EJECT
      *****************************************************************
      *    VSAM FILE DEFINITIONS                                      *
      *****************************************************************

           COPY VPURCHOR.
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************

      *****************************************************************
      *         SQL COMMUNICATIONS AREA                               *
      *****************************************************************

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMSUP
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
      *                FOR THE PURCHASE ORDER REVIEW SCREEN           *
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
                   MOVE 'PDA061' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
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

           IF PC-PREV-PGRMID = 'PDA061'
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

           MOVE 'PDA061' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD61')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
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
      *    FUNCTION :  ROUTINE TO SEND THE INITIAL SCREEN             *
      *                                                               *
      *    CALLED BY:  P00100-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P01000-FIRST-TIME.

           MOVE LOW-VALUES TO PDA061O.
           MOVE PM251-ENTER-PO-SELECTION TO PDAMSGO.

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

           PERFORM P04000-PROCESS-ACTION THRU P04000-EXIT.

           PERFORM P06000-LIST-PO-LINES THRU P06000-EXIT.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *    FUNCTION :  VALIDATE THE KEYED PURCHASE ORDER, LINE AND    *
      *                ACTION AND CARRY OUT THE ACTION.  A PURCHASE   *
      *                ORDER AND LINE WITH NO ACTION SHOWS THE LINE   *
      *                DETAIL; NOTHING KEYED IS A LIST ONLY           *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-PROCESS-ACTION.

           INSPECT ACTIONI REPLACING ALL '_' BY ' '.
           INSPECT PONUMI REPLACING ALL '_' BY ' '.
           INSPECT POLINEI REPLACING ALL '_' BY ' '.
           INSPECT NEWQTYI REPLACING ALL '_' BY ' '.
           INSPECT NEWDATEI REPLACING ALL '_' BY ' '.
           INSPECT ITEMIDI REPLACING ALL '_' BY ' '.
           INSPECT SUPPIDI REPLACING ALL '_' BY ' '.

           MOVE PONUMI TO WMF-PO-NUMBER-X.
           INSPECT WMF-PO-NUMBER-X REPLACING ALL LOW-VALUES BY ' '.
           INSPECT WMF-PO-NUMBER-X REPLACING LEADING ' ' BY '0'.
           MOVE POLINEI TO WMF-PO-LINE-X.
           INSPECT WMF-PO-LINE-X REPLACING ALL LOW-VALUES BY ' '.
           INSPECT WMF-PO-LINE-X REPLACING LEADING ' ' BY '0'.

           IF WMF-PO-NUMBER-X NOT NUMERIC
               MOVE -1 TO PONUML
               MOVE DFHUNINT TO PONUMA
               MOVE PM252-PO-LINE-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF WMF-PO-LINE-X NOT NUMERIC
               MOVE -1 TO POLINEL
               MOVE DFHUNINT TO POLINEA
               MOVE PM252-PO-LINE-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    NO ACTION -- SHOW THE DETAIL OF THE LINE KEYED, IF ANY     *
      *****************************************************************

           IF ACTIONI = SPACES OR ACTIONI = LOW-VALUES
               IF WMF-PO-NUMBER > ZEROES AND WMF-PO-LINE > ZEROES
                   PERFORM P05000-SHOW-DETAIL THRU P05000-EXIT
               END-IF
               GO TO P04000-EXIT
           END-IF.

           IF NOT PC-USER-MAY-UPDATE
               MOVE PM154-UPDATE-NOT-AUTHORIZED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'X'
                                AND ACTIONI NOT = 'A'
                                AND ACTIONI NOT = 'R'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM251-ENTER-PO-SELECTION TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    CHANGE AND CANCEL NEED A LINE, RELEASE A PURCHASE ORDER;   *
      *    ADD WITH NO PURCHASE ORDER STARTS A NEW ONE                *
      *****************************************************************

           IF (ACTIONI = 'C' OR ACTIONI = 'X')
              AND (WMF-PO-NUMBER = ZEROES OR WMF-PO-LINE = ZEROES)
               MOVE -1 TO PONUML
               MOVE DFHUNINT TO PONUMA
               MOVE PM252-PO-LINE-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI = 'R' AND WMF-PO-NUMBER = ZEROES
               MOVE -1 TO PONUML
               MOVE DFHUNINT TO PONUMA
               MOVE PM252-PO-LINE-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           PERFORM P04050-EDIT-NEW-VALUES THRU P04050-EXIT.

           IF ERROR-FOUND
               GO TO P04000-EXIT
           END-IF.

           EVALUATE ACTIONI
               WHEN 'C'
                   PERFORM P04100-CHANGE-LINE THRU P04100-EXIT
               WHEN 'X'
                   PERFORM P04200-CANCEL-LINE THRU P04200-EXIT
               WHEN 'A'
                   PERFORM P04300-ADD-LINE THRU P04300-EXIT
               WHEN 'R'
                   PERFORM P04400-RELEASE-PO THRU P04400-EXIT
           END-EVALUATE.

           IF ERROR-FOUND
               GO TO P04000-EXIT
           END-IF.

           MOVE SPACES TO ACTIONO
                          NEWQTYO
                          NEWDATEO.

      *****************************************************************
      *    RECORD THE ACTION ON THE SECURITY AUDIT TRAIL (PDAS08      *
      *    NEVER FAILS THE CALLER) -- THE MONTHLY PDAB82              *
      *    SEGREGATION-OF-DUTIES REPORT CORRELATES THESE BY USERID    *
      *****************************************************************

           MOVE WMF-PO-NUMBER TO WMF-AT-PO-NUMBER.
           MOVE WMF-PO-LINE TO WMF-AT-PO-LINE.

           MOVE SPACES TO PDAS08-COMMAREA.
           MOVE WMF-AUDIT-ACTION TO WSA-ACTION.
           MOVE WMF-AUDIT-TARGET TO WSA-TARGET.
           MOVE 'S' TO WSA-RESULT.

           EXEC CICS
               LINK
                   PROGRAM('PDAS08')
                   COMMAREA(PDAS08-COMMAREA)
                   LENGTH(50)
                   NOHANDLE
           END-EXEC.

       P04000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04050-EDIT-NEW-VALUES                         *
      *                                                               *
      *    FUNCTION :  EDIT THE OPTIONAL NEW QUANTITY AND NEW         *
      *                EXPECTED DATE.  THE QUANTITY MUST BE NUMERIC   *
      *                AND NOT ZERO, THE DATE A VALID CCYYMMDD DATE   *
      *                NOT BEFORE TODAY                               *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04050-EDIT-NEW-VALUES.

           MOVE 'N' TO WMF-QTY-KEYED-SW
                       WMF-DATE-KEYED-SW.
           MOVE ZEROES TO WMF-NEW-QTY
                          WMF-NEW-DATE.

           IF NEWQTYI NOT = SPACES AND NEWQTYI NOT = LOW-VALUES
               MOVE NEWQTYI TO WMF-NEW-QTY-X
               INSPECT WMF-NEW-QTY-X REPLACING ALL LOW-VALUES BY ' '
               INSPECT WMF-NEW-QTY-X REPLACING LEADING ' ' BY '0'
               IF WMF-NEW-QTY-X NOT NUMERIC
                  OR WMF-NEW-QTY = ZEROES
                   MOVE -1 TO NEWQTYL
                   MOVE DFHUNINT TO NEWQTYA
                   MOVE PM254-PO-QTY-INVALID TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04050-EXIT
               END-IF
               MOVE 'Y' TO WMF-QTY-KEYED-SW
           END-IF.

           IF NEWDATEI NOT = SPACES AND NEWDATEI NOT = LOW-VALUES
               MOVE NEWDATEI TO WMF-NEW-DATE-X
               IF WMF-NEW-DATE-X NOT NUMERIC
                   MOVE -1 TO NEWDATEL
                   MOVE DFHUNINT TO NEWDATEA
                   MOVE PM255-PO-DATE-INVALID TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04050-EXIT
               END-IF
               IF WMF-ND-MONTH < 01 OR WMF-ND-MONTH > 12
                  OR WMF-ND-DAY < 01 OR WMF-ND-DAY > 31
                  OR WMF-NEW-DATE < WMF-DATE-CCYYMMDD
                   MOVE -1 TO NEWDATEL
                   MOVE DFHUNINT TO NEWDATEA
                   MOVE PM255-PO-DATE-INVALID TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04050-EXIT
               END-IF
               MOVE 'Y' TO WMF-DATE-KEYED-SW
           END-IF.

       P04050-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04100-CHANGE-LINE                             *
      *                                                               *
      *    FUNCTION :  CHANGE THE ORDERED QUANTITY AND / OR EXPECTED  *
      *                DATE OF AN ACTIVE LINE.  A QUANTITY EQUAL TO   *
      *                THE QUANTITY ALREADY RECEIVED CLOSES THE LINE  *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04100-CHANGE-LINE.

           IF NOT NEW-QTY-KEYED AND NOT NEW-DATE-KEYED
               MOVE -1 TO NEWQTYL
               MOVE DFHUNINT TO NEWQTYA
               MOVE PM254-PO-QTY-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04100-EXIT
           END-IF.

           PERFORM P04800-READ-LINE-UPDATE THRU P04800-EXIT.

           IF ERROR-FOUND
               GO TO P04100-EXIT
           END-IF.

           IF NEW-QTY-KEYED
               IF WMF-NEW-QTY < PURCHASE-ORDER-QTY-RECEIVED
                   MOVE -1 TO NEWQTYL
                   MOVE DFHUNINT TO NEWQTYA
                   MOVE PM254-PO-QTY-INVALID TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   PERFORM P04900-UNLOCK-PO THRU P04900-EXIT
                   GO TO P04100-EXIT
               END-IF
               MOVE WMF-NEW-QTY TO PURCHASE-ORDER-QUANTITY
               IF PURCHASE-ORDER-QTY-RECEIVED > ZEROES
                   IF PURCHASE-ORDER-QTY-RECEIVED NOT <
                          PURCHASE-ORDER-QUANTITY
                       MOVE 'R' TO PURCHASE-ORDER-STATUS
                   ELSE
                       MOVE 'P' TO PURCHASE-ORDER-STATUS
                   END-IF
               END-IF
           END-IF.

           IF NEW-DATE-KEYED
               MOVE WMF-NEW-DATE TO PURCHASE-ORDER-DATE-EXPECTED
           END-IF.

      *****************************************************************
      *    A RELEASED LINE IS SENT TO THE SUPPLIER AGAIN (PDAB90);    *
      *    THE SUPPLIER'S LAST ACKNOWLEDGMENT NO LONGER APPLIES       *
      *****************************************************************

           IF PURCHASE-ORDER-DATE-RELEASED > ZEROES
               PERFORM P04860-FLAG-TRANSMIT THRU P04860-EXIT
           END-IF.

           PERFORM P04850-REWRITE-LINE THRU P04850-EXIT.

           MOVE 'POCHANGE' TO WMF-AUDIT-ACTION.

           PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT.

           MOVE PM256-PO-LINE-CHANGED TO PDAMSGO.

       P04100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04200-CANCEL-LINE                             *
      *                                                               *
      *    FUNCTION :  CANCEL AN ACTIVE LINE NOTHING HAS BEEN         *
      *                RECEIVED ON.  A LINE WITH RECEIPTS IS CLOSED   *
      *                BY CUTTING ITS QUANTITY BACK INSTEAD, SO THE   *
      *                RECEIVED GOODS CAN STILL BE MATCHED AND PAID   *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04200-CANCEL-LINE.

           PERFORM P04800-READ-LINE-UPDATE THRU P04800-EXIT.

           IF ERROR-FOUND
               GO TO P04200-EXIT
           END-IF.

           IF PURCHASE-ORDER-QTY-RECEIVED > ZEROES
               MOVE -1 TO POLINEL
               MOVE DFHUNINT TO POLINEA
               MOVE PM258-PO-HAS-RECEIPTS TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               PERFORM P04900-UNLOCK-PO THRU P04900-EXIT
               GO TO P04200-EXIT
           END-IF.

           MOVE 'C' TO PURCHASE-ORDER-STATUS.

           IF PURCHASE-ORDER-DATE-RELEASED > ZEROES
               PERFORM P04860-FLAG-TRANSMIT THRU P04860-EXIT
           END-IF.

           PERFORM P04850-REWRITE-LINE THRU P04850-EXIT.

           MOVE 'POCANCEL' TO WMF-AUDIT-ACTION.

           PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT.

           MOVE PM257-PO-LINE-CANCELLED TO PDAMSGO.

       P04200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04300-ADD-LINE                                *
      *                                                               *
      *    FUNCTION :  ADD A SUGGESTED LINE FOR THE ITEM KEYED TO     *
      *                THE PURCHASE ORDER KEYED (NEXT LINE NUMBER),   *
      *                OR TO A NEW PURCHASE ORDER FOR THE SUPPLIER    *
      *                KEYED.  THE SUPPLIER MUST SELL THE ITEM        *
      *                (ITEM_SUPPLIER), WHICH GIVES THE UNIT PRICE    *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04300-ADD-LINE.

           IF ITEMIDI = SPACES OR ITEMIDI = LOW-VALUES
               MOVE -1 TO ITEMIDL
               MOVE DFHUNINT TO ITEMIDA
               MOVE PM262-PO-ITEM-NOT-SUPPLIED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04300-EXIT
           END-IF.

           IF NOT NEW-QTY-KEYED
               MOVE -1 TO NEWQTYL
               MOVE DFHUNINT TO NEWQTYA
               MOVE PM254-PO-QTY-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04300-EXIT
           END-IF.

      *****************************************************************
      *    THE SUPPLIER COMES FROM THE PURCHASE ORDER'S EXISTING      *
      *    LINES, OR FROM THE SCREEN FOR A NEW PURCHASE ORDER         *
      *****************************************************************

           IF WMF-PO-NUMBER = ZEROES
               IF SUPPIDI = SPACES OR SUPPIDI = LOW-VALUES
                   MOVE -1 TO SUPPIDL
                   MOVE DFHUNINT TO SUPPIDA
                   MOVE PM265-ENTER-PO-SUPPLIER TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04300-EXIT
               END-IF
               MOVE SUPPIDI TO WMF-PO-SUPPLIER-ID
               MOVE ZEROES TO WMF-LAST-LINE
           ELSE
               PERFORM P04310-FIND-LAST-LINE THRU P04310-EXIT
               IF ERROR-FOUND
                   GO TO P04300-EXIT
               END-IF
           END-IF.

           MOVE PC-USERID-NUMBER TO ITEM-SUPPLIER-ITEM-PREFIX
                                    ITEM-SUPPLIER-SUPPLIER-PREFIX.
           MOVE ITEMIDI TO ITEM-SUPPLIER-ITEM-NUMBER.
           MOVE WMF-PO-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.

           EXEC SQL
               SELECT  UNIT_PRICE
               INTO    :ITEM-SUPPLIER-UNIT-PRICE
               FROM    ITEM_SUPPLIER
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX =
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE -1 TO ITEMIDL
                   MOVE DFHUNINT TO ITEMIDA
                   MOVE PM262-PO-ITEM-NOT-SUPPLIED TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04300-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA061' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM_SUPPLIER' TO WPDE-FUNCTION
                   MOVE 'P04300' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF WMF-PO-NUMBER = ZEROES
               PERFORM P04320-ASSIGN-PO-NUMBER THRU P04320-EXIT
           END-IF.

      *****************************************************************
      *    WRITE THE NEW LINE AS SUGGESTED -- IT BECOMES ACTIVE WHEN  *
      *    THE BUYER RELEASES THE PURCHASE ORDER                      *
      *****************************************************************

           COMPUTE WMF-PO-LINE = WMF-LAST-LINE + 1.

           MOVE SPACES TO PURCHASE-ORDER-RECORD.
           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX
                                    PURCHASE-ORDER-SUPPLIER-PREFIX
                                    PURCHASE-ORDER-ITEM-PREFIX.
           MOVE WMF-PO-NUMBER TO PURCHASE-ORDER-NUMBER.
           MOVE WMF-PO-LINE TO PURCHASE-ORDER-LINE.
           MOVE WMF-PO-SUPPLIER-ID TO PURCHASE-ORDER-SUPPLIER-ID.
           MOVE ITEMIDI TO PURCHASE-ORDER-ITEM-NUMBER.
           MOVE WMF-NEW-QTY TO PURCHASE-ORDER-QUANTITY.
           MOVE ZEROES TO PURCHASE-ORDER-QTY-RECEIVED
                          PURCHASE-ORDER-QTY-INVOICED.
           MOVE ITEM-SUPPLIER-UNIT-PRICE TO PURCHASE-ORDER-UNIT-PRICE.
           MOVE 'S' TO PURCHASE-ORDER-STATUS.
           MOVE WMF-DATE-CCYYMMDD TO PURCHASE-ORDER-DATE-CREATED.
           MOVE ZEROES TO PURCHASE-ORDER-DATE-RECEIVED
                          PURCHASE-ORDER-DATE-RELEASED.
           MOVE WMF-NEW-DATE TO PURCHASE-ORDER-DATE-EXPECTED.
           MOVE 'B' TO PURCHASE-ORDER-LINE-SOURCE.
           MOVE ZEROES TO PURCHASE-ORDER-DATE-TRANSMITTED
                          PURCHASE-ORDER-ACK-QTY
                          PURCHASE-ORDER-DATE-CONFIRMED
                          PURCHASE-ORDER-DATE-ACKNOWLEDGED.

           EXEC CICS
               WRITE
                   FILE('PDAPO')
                   FROM(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE PDAPO' TO WPCE-COMMAND
               MOVE 'P04300' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE WMF-PO-NUMBER TO PONUMO.
           MOVE WMF-PO-LINE TO POLINEO.
           MOVE SPACES TO ITEMIDO.

           MOVE 'POADDLINE' TO WMF-AUDIT-ACTION.

           PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT.

           MOVE PM259-PO-LINE-ADDED TO PDAMSGO.

       P04300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04310-FIND-LAST-LINE                          *
      *                                                               *
      *    FUNCTION :  READ THE LINES OF THE PURCHASE ORDER KEYED IN  *
      *                LINE NUMBER ORDER TO FIND ITS SUPPLIER AND     *
      *                ITS LAST LINE NUMBER                           *
      *                                                               *
      *    CALLED BY:  P04300-ADD-LINE                                *
      *                                                               *
      *****************************************************************

       P04310-FIND-LAST-LINE.

           MOVE ZEROES TO WMF-LAST-LINE.
           MOVE 'N' TO WMF-LINE-SCAN-END-SW.

           PERFORM P04315-READ-NEXT-LINE THRU P04315-EXIT
               UNTIL PO-LINE-SCAN-END.

           IF WMF-LAST-LINE = ZEROES
               MOVE -1 TO PONUML
               MOVE DFHUNINT TO PONUMA
               MOVE PM252-PO-LINE-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
           END-IF.

       P04310-EXIT.
           EXIT.
           EJECT

       P04315-READ-NEXT-LINE.

           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX.
           MOVE WMF-PO-NUMBER TO PURCHASE-ORDER-NUMBER.
           COMPUTE PURCHASE-ORDER-LINE = WMF-LAST-LINE + 1.

           EXEC CICS
               READ
                   FILE('PDAPO')
                   INTO(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE PURCHASE-ORDER-LINE TO WMF-LAST-LINE
                   MOVE PURCHASE-ORDER-SUPPLIER-ID
                       TO WMF-PO-SUPPLIER-ID
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'Y' TO WMF-LINE-SCAN-END-SW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA061' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ PDAPO' TO WPCE-COMMAND
                   MOVE 'P04315' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P04315-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04320-ASSIGN-PO-NUMBER                        *
      *                                                               *
      *    FUNCTION :  ASSIGN THE NEXT PURCHASE ORDER NUMBER FROM     *
      *                THE PREFIX CONTROL RECORD (PURCHASE ORDER      *
      *                ZERO, LINE ZERO), CREATING IT WHEN THE PREFIX  *
      *                HAS NEVER HAD A PURCHASE ORDER -- THE SAME     *
      *                NUMBERING PDAB22 USES                          *
      *                                                               *
      *    CALLED BY:  P04300-ADD-LINE                                *
      *                                                               *
      *****************************************************************

       P04320-ASSIGN-PO-NUMBER.

           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX.
           MOVE ZEROES TO PURCHASE-ORDER-NUMBER
                          PURCHASE-ORDER-LINE.

           EXEC CICS
               READ
                   FILE('PDAPO')
                   INTO(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   ADD 1 TO PURCHASE-ORDER-QUANTITY
                   MOVE PURCHASE-ORDER-QUANTITY TO WMF-PO-NUMBER
                   EXEC CICS
                       REWRITE
                           FILE('PDAPO')
                           FROM(PURCHASE-ORDER-RECORD)
                           NOHANDLE
                           RESP(WS-RESPONSE-CODE)
                   END-EXEC
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE SPACES TO PURCHASE-ORDER-RECORD
                   MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX
                   MOVE ZEROES TO PURCHASE-ORDER-NUMBER
                                  PURCHASE-ORDER-LINE
                                  PURCHASE-ORDER-QTY-RECEIVED
                                  PURCHASE-ORDER-UNIT-PRICE
                                  PURCHASE-ORDER-DATE-CREATED
                                  PURCHASE-ORDER-DATE-RECEIVED
                                  PURCHASE-ORDER-QTY-INVOICED
                                  PURCHASE-ORDER-DATE-EXPECTED
                                  PURCHASE-ORDER-DATE-RELEASED
                                  PURCHASE-ORDER-DATE-TRANSMITTED
                                  PURCHASE-ORDER-ACK-QTY
                                  PURCHASE-ORDER-DATE-CONFIRMED
                                  PURCHASE-ORDER-DATE-ACKNOWLEDGED
                   MOVE 1 TO PURCHASE-ORDER-QUANTITY
                   MOVE 1 TO WMF-PO-NUMBER
                   EXEC CICS
                       WRITE
                           FILE('PDAPO')
                           FROM(PURCHASE-ORDER-RECORD)
                           RIDFLD(PURCHASE-ORDER-KEY)
                           NOHANDLE
                           RESP(WS-RESPONSE-CODE)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS UPDATE PO CONTROL' TO WPCE-COMMAND
               MOVE 'P04320' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P04320-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04400-RELEASE-PO                              *
      *                                                               *
      *    FUNCTION :  RELEASE THE PURCHASE ORDER KEYED -- EVERY      *
      *                SUGGESTED LINE ON IT IS OPENED AND STAMPED     *
      *                WITH THE RELEASE DATE AND THE BUYER'S USERID   *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04400-RELEASE-PO.

           MOVE ZEROES TO WMF-LAST-LINE.
           MOVE +0 TO WMF-LINES-RELEASED.
           MOVE 'N' TO WMF-LINE-SCAN-END-SW.

           PERFORM P04410-RELEASE-LINE THRU P04410-EXIT
               UNTIL PO-LINE-SCAN-END.

           IF WMF-LAST-LINE = ZEROES
               MOVE -1 TO PONUML
               MOVE DFHUNINT TO PONUMA
               MOVE PM252-PO-LINE-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04400-EXIT
           END-IF.

           IF WMF-LINES-RELEASED = ZEROES
               MOVE -1 TO PONUML
               MOVE DFHUNINT TO PONUMA
               MOVE PM261-PO-NOTHING-TO-RELEASE TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04400-EXIT
           END-IF.

           MOVE 'PORELEASE' TO WMF-AUDIT-ACTION.
           MOVE ZEROES TO WMF-PO-LINE.

           MOVE PM260-PO-RELEASED TO PDAMSGO.

       P04400-EXIT.
           EXIT.
           EJECT

       P04410-RELEASE-LINE.

           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX.
           MOVE WMF-PO-NUMBER TO PURCHASE-ORDER-NUMBER.
           COMPUTE PURCHASE-ORDER-LINE = WMF-LAST-LINE + 1.

           EXEC CICS
               READ
                   FILE('PDAPO')
                   INTO(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE PURCHASE-ORDER-LINE TO WMF-LAST-LINE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'Y' TO WMF-LINE-SCAN-END-SW
                   GO TO P04410-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA061' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ UPDATE PDAPO' TO WPCE-COMMAND
                   MOVE 'P04410' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF NOT PURCHASE-ORDER-SUGGESTED
               PERFORM P04900-UNLOCK-PO THRU P04900-EXIT
               GO TO P04410-EXIT
           END-IF.

           MOVE 'O' TO PURCHASE-ORDER-STATUS.
           MOVE WMF-DATE-CCYYMMDD TO PURCHASE-ORDER-DATE-RELEASED.
           MOVE PC-USERID-ID TO PURCHASE-ORDER-RELEASED-BY.

           PERFORM P04860-FLAG-TRANSMIT THRU P04860-EXIT.

           PERFORM P04850-REWRITE-LINE THRU P04850-EXIT.

           ADD +1 TO WMF-LINES-RELEASED.

       P04410-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04800-READ-LINE-UPDATE                        *
      *                                                               *
      *    FUNCTION :  READ THE PURCHASE ORDER LINE KEYED FOR UPDATE. *
      *                ONLY A SUGGESTED, OPEN OR PARTIALLY RECEIVED   *
      *                LINE MAY BE MAINTAINED                         *
      *                                                               *
      *    CALLED BY:  P04100-CHANGE-LINE                             *
      *                P04200-CANCEL-LINE                             *
      *                                                               *
      *****************************************************************

       P04800-READ-LINE-UPDATE.

           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX.
           MOVE WMF-PO-NUMBER TO PURCHASE-ORDER-NUMBER.
           MOVE WMF-PO-LINE TO PURCHASE-ORDER-LINE.

           EXEC CICS
               READ
                   FILE('PDAPO')
                   INTO(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO PONUML
                   MOVE DFHUNINT TO PONUMA
                   MOVE PM252-PO-LINE-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04800-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA061' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ UPDATE PDAPO' TO WPCE-COMMAND
                   MOVE 'P04800' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF NOT PURCHASE-ORDER-ACTIVE
               MOVE -1 TO POLINEL
               MOVE DFHUNINT TO POLINEA
               MOVE PM253-PO-LINE-CLOSED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT
               PERFORM P04900-UNLOCK-PO THRU P04900-EXIT
           END-IF.

       P04800-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04850-REWRITE-LINE                            *
      *                                                               *
      *    FUNCTION :  REWRITE THE PURCHASE ORDER LINE HELD FOR       *
      *                UPDATE                                         *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P04850-REWRITE-LINE.

           EXEC CICS
               REWRITE
                   FILE('PDAPO')
                   FROM(PURCHASE-ORDER-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE PDAPO' TO WPCE-COMMAND
               MOVE 'P04850' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P04850-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04860-FLAG-TRANSMIT                           *
      *                                                               *
      *    FUNCTION :  FLAG THE LINE FOR THE NEXT OUTBOUND PURCHASE   *
      *                ORDER TRANSMISSION (PDAB90) AND CLEAR THE      *
      *                SUPPLIER'S LAST ACKNOWLEDGMENT, WHICH THE      *
      *                CHANGE SUPERSEDES                              *
      *                                                               *
      *    CALLED BY:  P04100-CHANGE-LINE                             *
      *                P04200-CANCEL-LINE                             *
      *                P04410-RELEASE-LINE                            *
      *                                                               *
      *****************************************************************

       P04860-FLAG-TRANSMIT.

           MOVE 'N' TO PURCHASE-ORDER-XMIT-STATUS.
           MOVE SPACES TO PURCHASE-ORDER-ACK-STATUS.
           MOVE ZEROES TO PURCHASE-ORDER-ACK-QTY
                          PURCHASE-ORDER-DATE-CONFIRMED
                          PURCHASE-ORDER-DATE-ACKNOWLEDGED.

       P04860-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04900-UNLOCK-PO                               *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RELEASE THE PURCHASE ORDER LINE     *
      *                HELD FOR UPDATE WHEN IT IS NOT CHANGED         *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P04900-UNLOCK-PO.

           EXEC CICS
               UNLOCK
                   FILE('PDAPO')
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

       P04900-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-SHOW-DETAIL                             *
      *                                                               *
      *    FUNCTION :  READ THE PURCHASE ORDER LINE KEYED AND SHOW    *
      *                ITS DETAIL                                     *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P05000-SHOW-DETAIL.

           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX.
           MOVE WMF-PO-NUMBER TO PURCHASE-ORDER-NUMBER.
           MOVE WMF-PO-LINE TO PURCHASE-ORDER-LINE.

           EXEC CICS
               READ
                   FILE('PDAPO')
                   INTO(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO PONUML
                   MOVE DFHUNINT TO PONUMA
                   MOVE PM252-PO-LINE-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA061' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ PDAPO' TO WPCE-COMMAND
                   MOVE 'P05000' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P05000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05100-FORMAT-DETAIL                           *
      *                                                               *
      *    FUNCTION :  MOVE THE PURCHASE ORDER LINE JUST READ TO THE  *
      *                DETAIL FIELDS OF THE SCREEN                    *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P05100-FORMAT-DETAIL.

           MOVE PURCHASE-ORDER-SUPPLIER-ID TO DSUPPO.
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO DITEMO.
           MOVE PURCHASE-ORDER-QUANTITY TO WMF-QTY-EDIT.
           MOVE WMF-QTY-EDIT TO DORDQO.
           MOVE PURCHASE-ORDER-QTY-RECEIVED TO WMF-QTY-EDIT.
           MOVE WMF-QTY-EDIT TO DRCVQO.
           MOVE PURCHASE-ORDER-QTY-INVOICED TO WMF-QTY-EDIT.
           MOVE WMF-QTY-EDIT TO DINVQO.
           MOVE PURCHASE-ORDER-UNIT-PRICE TO WMF-PRICE-EDIT.
           MOVE WMF-PRICE-EDIT TO DPRICEO.
           MOVE PURCHASE-ORDER-STATUS TO DSTATO.
           MOVE PURCHASE-ORDER-DATE-CREATED TO DCREDTO.
           MOVE PURCHASE-ORDER-DATE-EXPECTED TO DEXPDTO.
           MOVE PURCHASE-ORDER-DATE-RELEASED TO DRELDTO.
           MOVE PURCHASE-ORDER-RELEASED-BY TO DRELBYO.
           MOVE PURCHASE-ORDER-XMIT-STATUS TO DXMITO.
           MOVE PURCHASE-ORDER-ACK-STATUS TO DACKSTO.
           MOVE PURCHASE-ORDER-ACK-QTY TO WMF-QTY-EDIT.
           MOVE WMF-QTY-EDIT TO DACKQO.
           MOVE PURCHASE-ORDER-DATE-CONFIRMED TO DCNFDTO.

       P05100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-LIST-PO-LINES                           *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN WITH UP TO EIGHT PURCHASE      *
      *                ORDER LINES MATCHING THE SUPPLIER AND STATUS   *
      *                KEYED, STARTING AT THE PURCHASE ORDER KEYED.   *
      *                A BLANK STATUS LISTS SUGGESTED, OPEN AND       *
      *                PARTIALLY RECEIVED LINES                       *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P06000-LIST-PO-LINES.

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT
               VARYING WMF-LINES-SHOWN FROM 1 BY 1
                   UNTIL WMF-LINES-SHOWN > 8.

           INSPECT POSTATI REPLACING ALL '_' BY ' '.

           IF POSTATI = LOW-VALUES
               MOVE SPACES TO WMF-STATUS-FILTER
           ELSE
               MOVE POSTATI TO WMF-STATUS-FILTER
           END-IF.

           IF WMF-STATUS-FILTER NOT = SPACES
              AND WMF-STATUS-FILTER NOT = 'S'
              AND WMF-STATUS-FILTER NOT = 'O'
              AND WMF-STATUS-FILTER NOT = 'P'
              AND WMF-STATUS-FILTER NOT = 'R'
              AND WMF-STATUS-FILTER NOT = 'C'
               MOVE -1 TO POSTATL
               MOVE DFHUNINT TO POSTATA
               MOVE PM264-PO-STATUS-INVALID TO PDAMSGO
               GO TO P06000-EXIT
           END-IF.

           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WMF-BROWSE-END-SW.

           MOVE PC-USERID-NUMBER TO PURCHASE-ORDER-PREFIX.
           MOVE ZEROES TO PURCHASE-ORDER-NUMBER
                          PURCHASE-ORDER-LINE.

           IF WMF-PO-NUMBER-X NUMERIC
               MOVE WMF-PO-NUMBER TO PURCHASE-ORDER-NUMBER
           END-IF.

           EXEC CICS
               STARTBR
                   FILE('PDAPO')
                   RIDFLD(PURCHASE-ORDER-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P06000-CHECK-FOUND
           END-IF.

           PERFORM P06100-NEXT-PO-LINE THRU P06100-EXIT
               UNTIL PO-BROWSE-END
                  OR WMF-LINES-SHOWN > 7.

           EXEC CICS
               ENDBR
                   FILE('PDAPO')
                   NOHANDLE
           END-EXEC.

       P06000-CHECK-FOUND.

           IF WMF-LINES-SHOWN = ZEROES
              AND (PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES)
               MOVE PM263-NO-PO-MATCH TO PDAMSGO
           END-IF.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SCRN-PO-LINE(WMF-LINES-SHOWN).

       P06050-EXIT.
           EXIT.
           EJECT

       P06100-NEXT-PO-LINE.

           EXEC CICS
               READNEXT
                   FILE('PDAPO')
                   INTO(PURCHASE-ORDER-RECORD)
                   RIDFLD(PURCHASE-ORDER-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR PURCHASE-ORDER-PREFIX NOT = PC-USERID-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P06100-EXIT
           END-IF.

      *****************************************************************
      *    SKIP THE PREFIX CONTROL RECORD                             *
      *****************************************************************

           IF PURCHASE-ORDER-NUMBER = ZEROES
               GO TO P06100-EXIT
           END-IF.

           IF WMF-STATUS-FILTER = SPACES
               IF NOT PURCHASE-ORDER-ACTIVE
                   GO TO P06100-EXIT
               END-IF
           ELSE
               IF PURCHASE-ORDER-STATUS NOT = WMF-STATUS-FILTER
                   GO TO P06100-EXIT
               END-IF
           END-IF.

           IF SUPPIDI NOT = SPACES AND SUPPIDI NOT = LOW-VALUES
              AND PURCHASE-ORDER-SUPPLIER-ID NOT = SUPPIDI
               GO TO P06100-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE PURCHASE-ORDER-NUMBER TO WPL-PO-NUMBER.
           MOVE PURCHASE-ORDER-LINE TO WPL-PO-LINE.
           MOVE PURCHASE-ORDER-SUPPLIER-ID TO WPL-SUPPLIER-ID.
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO WPL-ITEM-NUMBER.
           MOVE PURCHASE-ORDER-QUANTITY TO WPL-ORDERED.
           MOVE PURCHASE-ORDER-QTY-RECEIVED TO WPL-RECEIVED.
           MOVE PURCHASE-ORDER-QTY-INVOICED TO WPL-INVOICED.
           MOVE PURCHASE-ORDER-STATUS TO WPL-STATUS.
           MOVE PURCHASE-ORDER-DATE-EXPECTED TO WPL-EXPECTED.
           MOVE WS-PO-LIST-LINE TO SCRN-PO-LINE(WMF-LINES-SHOWN).

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
                   MAP('PDA061')
                   MAPSET('PDA061M')
                   FROM(PDA061O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
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
                   MAP('PDA061')
                   MAPSET('PDA061M')
                   FROM(PDA061O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
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
                   MAP('PDA061')
                   MAPSET('PDA061M')
                   INTO(PDA061I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA061' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA061' TO PC-PREV-PGRMID.

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
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA061' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA061' TO WPCE-PROGRAM-ID.
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
