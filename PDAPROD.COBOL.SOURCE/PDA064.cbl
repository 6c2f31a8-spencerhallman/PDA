       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA064.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA064                                            *
      * TRANS   :   PD64                                              *
      * MAPSET  :   PDA064M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA064 IS THE BUYER PRICE CHANGE APPROVAL *
      *             SCREEN.  SUPPLIERS SUBMIT NEW UNIT PRICES WITH A  *
      *             FUTURE EFFECTIVE DATE THROUGH THE SUPPLIER PORTAL *
      *             (PDA029); EACH IS HELD PENDING ON THE             *
      *             PRICE_CHANGE_REQUEST TABLE.  THE BUYER LISTS THE  *
      *             PENDING REQUESTS IN SUPPLIER / ITEM ORDER, OR FOR *
      *             ONE SUPPLIER ID KEYED, EIGHT TO A PAGE, WITH THE  *
      *             PRICE IN FORCE WHEN SUBMITTED, THE NEW PRICE AND  *
      *             THE PERCENT CHANGE.  A LINE NUMBER, AN ACTION AND *
      *             A COMMENT MAY BE KEYED:                           *
      *               A  ACCEPT -- THE FUTURE-DATED ROW IS WRITTEN TO *
      *                  ITEM_SUPPLIER_PRICE, SO PDAS04 PRICES AT THE *
      *                  NEW PRICE FROM THE EFFECTIVE DATE ON.  A     *
      *                  REQUEST WHOSE EFFECTIVE DATE HAS PASSED      *
      *                  CANNOT BE ACCEPTED                           *
      *               R  REJECT -- A COMMENT IS REQUIRED              *
      *             THE COMMENT, BUYER AND DATE ARE KEPT ON THE       *
      *             REQUEST.  UPDATE OR ADMINISTRATOR AUTHORITY IS    *
      *             REQUIRED FOR AN ACTION; THE LIST IS OPEN TO ALL   *
      *             USERS.  EVERY ACTION IS RECORDED ON THE SECURITY  *
      *             AUDIT TRAIL (PDAS08).                             *
      *                                                               *
      * FILES   :   PRICE_CHANGE_REQUEST     -  DB2       (UPDATE)    *
      *             ITEM_SUPPLIER_PRICE      -  DB2       (UPDATE)    *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD64       PRICE CHANGE APPROVAL (THIS SCREEN)    *
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
           05  WMF-SUPPLIER-LOW        PIC X(32) VALUE SPACES.
           05  WMF-SUPPLIER-HIGH       PIC X(32) VALUE SPACES.
           05  WMF-START-SUPPLIER      PIC X(32) VALUE SPACES.
           05  WMF-START-ITEM          PIC X(32) VALUE SPACES.
           05  WMF-SUPPLIER-FILTER     PIC X(32) VALUE SPACES.
           05  WMF-LINE-NUMBER-X       PIC X(01) VALUE SPACES.
           05  WMF-LINE-NUMBER REDEFINES WMF-LINE-NUMBER-X
                                       PIC 9(01).
           05  WMF-CHANGE-PCT          PIC S9(5)V9 VALUE +0     COMP-3.
           05  WMF-AUDIT-ACTION        PIC X(12) VALUE SPACES.
           05  WMF-AUDIT-TARGET.
               10  WMF-AT-ITEM         PIC X(20) VALUE SPACES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-AT-SUPPLIER     PIC X(11) VALUE SPACES.
           EJECT
      *****************************************************************
      *    PRICE CHANGE REQUEST LIST LINE                             *
      *****************************************************************

       01  WS-REQUEST-LIST-LINE.
           05  WRL-LINE-NUMBER         PIC 9(01) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRL-SUPPLIER-ID         PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRL-ITEM-NUMBER         PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRL-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRL-CURRENT-PRICE       PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRL-NEW-PRICE           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRL-CHANGE-PCT          PIC -ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WRL-SUBMITTED-DATE      PIC X(08) VALUE SPACES.

      *****************************************************************
      *    LIST STATE CARRIED IN THE COMMAREA WORKAREA -- THE SUPPLIER *
      *    FILTER, THE KEY THE PAGE STARTS AFTER, AND THE KEY OF EACH  *
      *    REQUEST LISTED SO AN ACTION CAN NAME IT BY LINE NUMBER      *
      *****************************************************************

       01  WS-PDA064-WORKAREA.
           05  WPW-SUPPLIER-FILTER     PIC X(32) VALUE SPACES.
           05  WPW-PAGE-START.
               10  WPW-PS-SUPPLIER-ID  PIC X(32) VALUE SPACES.
               10  WPW-PS-ITEM-NUMBER  PIC X(32) VALUE SPACES.
           05  WPW-LAST-ROW.
               10  WPW-LR-SUPPLIER-ID  PIC X(32) VALUE SPACES.
               10  WPW-LR-ITEM-NUMBER  PIC X(32) VALUE SPACES.
           05  WPW-ROW-KEYS.
               10  WPW-ROW-KEY         OCCURS 8 TIMES.
                   15  WPW-RK-ITEM-NUMBER
                                       PIC X(32).
                   15  WPW-RK-SUPPLIER-ID
                                       PIC X(32).
                   15  WPW-RK-SUBMITTED-DATE
                                       PIC X(08).
                   15  WPW-RK-SUBMITTED-TIME
                                       PIC X(06).
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
      *         MAP DSECTS -- PRICE CHANGE APPROVAL - PDA064M         *
      *                                                               *
      *         THE EIGHT REQUEST LIST LINES FOLLOW THE SUPPLIER      *
      *         SELECTION FIELD; THE LINE NUMBER, ACTION AND COMMENT  *
      *         FIELDS FOLLOW THE LIST                                *
      *****************************************************************

           COPY PDA064M.

       01  FILLER                      REDEFINES PDA064O.
           03  FILLER                  PIC X(84).
           03  P64-SCREEN-AREA         OCCURS 8 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-REQUEST-LINE   PIC X(78).
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DPRCCHG
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMSPRC
           END-EXEC.
           EJECT
      *****************************************************************
      *    CURSOR OVER THE PENDING REQUESTS IN SUPPLIER / ITEM ORDER, *
      *    AFTER THE KEY THE PAGE STARTS AFTER (ONE REQUEST IS        *
      *    PENDING PER ITEM / SUPPLIER AT A TIME)                     *
      *****************************************************************

           EXEC SQL
               DECLARE PRICEREQ CURSOR FOR
                   SELECT    ITEM_NUMBER,
                             SUPPLIER_ID,
                             SUBMITTED_DATE,
                             SUBMITTED_TIME,
                             EFFECTIVE_DATE,
                             CURRENT_PRICE,
                             NEW_PRICE
                   FROM      PRICE_CHANGE_REQUEST
                   WHERE     ITEM_PREFIX = :PCR-ITEM-PREFIX
                     AND     STATUS      = 'P'
                     AND     SUPPLIER_ID BETWEEN :WMF-SUPPLIER-LOW
                                             AND :WMF-SUPPLIER-HIGH
                     AND    (SUPPLIER_ID > :WMF-START-SUPPLIER
                      OR    (SUPPLIER_ID = :WMF-START-SUPPLIER
                     AND     ITEM_NUMBER > :WMF-START-ITEM))
                   ORDER BY  SUPPLIER_ID, ITEM_NUMBER
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
      *                FOR THE PRICE CHANGE APPROVAL SCREEN           *
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
                   MOVE 'PDA064' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA064' TO WPCE-PROGRAM-ID
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

           IF PC-PREV-PGRMID = 'PDA064'
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

           MOVE 'PDA064' TO PC-PREV-PGRMID.
           MOVE WS-PDA064-WORKAREA TO PC-PROGRAM-WORKAREA.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD64')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA064' TO WPCE-PROGRAM-ID
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
      *                THE FIRST PAGE OF PENDING REQUESTS             *
      *                                                               *
      *    CALLED BY:  P00100-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P01000-FIRST-TIME.

           MOVE LOW-VALUES TO PDA064O.

           MOVE SPACES TO WPW-SUPPLIER-FILTER.
           MOVE LOW-VALUES TO WPW-PAGE-START.

           PERFORM P06000-LIST-REQUESTS THRU P06000-EXIT.

           IF WMF-LINES-SHOWN > ZEROES
               MOVE PM293-ENTER-PRICE-REVIEW TO PDAMSGO
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

           MOVE PC-PROGRAM-WORKAREA TO WS-PDA064-WORKAREA.

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
      *    A CHANGED SUPPLIER SELECTION LISTS FROM THE TOP AGAIN      *
      *****************************************************************

           INSPECT SUPPFLTI REPLACING ALL '_' BY ' '.
           MOVE SUPPFLTI TO WMF-SUPPLIER-FILTER.
           INSPECT WMF-SUPPLIER-FILTER REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-SUPPLIER-FILTER NOT = WPW-SUPPLIER-FILTER
               MOVE WMF-SUPPLIER-FILTER TO WPW-SUPPLIER-FILTER
               MOVE LOW-VALUES TO WPW-PAGE-START
           END-IF.

      *****************************************************************
      *    PF8 LISTS THE PAGE AFTER THE LAST REQUEST SHOWN; PAST THE  *
      *    LAST PAGE THE LIST STARTS AGAIN FROM THE TOP               *
      *****************************************************************

           IF FORWARD-PKEY
               MOVE WPW-LAST-ROW TO WPW-PAGE-START
               PERFORM P06000-LIST-REQUESTS THRU P06000-EXIT
               IF WMF-LINES-SHOWN = ZEROES
                   MOVE LOW-VALUES TO WPW-PAGE-START
                   MOVE SPACES TO PDAMSGO
                   PERFORM P06000-LIST-REQUESTS THRU P06000-EXIT
                   MOVE PM014-TOP-MSG TO PDAMSGO
               END-IF
               PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT
               GO TO P03000-EXIT
           END-IF.

           PERFORM P04000-PROCESS-ACTION THRU P04000-EXIT.

           PERFORM P06000-LIST-REQUESTS THRU P06000-EXIT.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *    FUNCTION :  VALIDATE THE KEYED LINE NUMBER, ACTION AND     *
      *                COMMENT AND CARRY OUT THE ACTION ON THE        *
      *                REQUEST LISTED ON THAT LINE.  NOTHING KEYED    *
      *                IS A LIST ONLY                                 *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-PROCESS-ACTION.

           INSPECT LINENUMI REPLACING ALL '_' BY ' '.
           INSPECT ACTIONI REPLACING ALL '_' BY ' '.
           INSPECT COMMENTI REPLACING ALL '_' BY ' '.

           IF (ACTIONI = SPACES OR ACTIONI = LOW-VALUES)
              AND (LINENUMI = SPACES OR LINENUMI = LOW-VALUES)
               GO TO P04000-EXIT
           END-IF.

           IF NOT PC-USER-MAY-UPDATE
               MOVE PM154-UPDATE-NOT-AUTHORIZED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'R'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM293-ENTER-PRICE-REVIEW TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           MOVE LINENUMI TO WMF-LINE-NUMBER-X.

           IF WMF-LINE-NUMBER-X NOT NUMERIC
              OR WMF-LINE-NUMBER = ZEROES
              OR WMF-LINE-NUMBER > 8
               MOVE -1 TO LINENUML
               MOVE DFHUNINT TO LINENUMA
               MOVE PM294-PRICE-LINE-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF WPW-RK-ITEM-NUMBER(WMF-LINE-NUMBER) = SPACES
               MOVE -1 TO LINENUML
               MOVE DFHUNINT TO LINENUMA
               MOVE PM294-PRICE-LINE-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           MOVE COMMENTI TO PCR-REVIEW-COMMENT.
           INSPECT PCR-REVIEW-COMMENT REPLACING ALL LOW-VALUES BY ' '.

           IF ACTIONI = 'R' AND PCR-REVIEW-COMMENT = SPACES
               MOVE -1 TO COMMENTL
               MOVE DFHUNINT TO COMMENTA
               MOVE PM295-REJECT-COMMENT-REQUIRED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           PERFORM P04800-SELECT-REQUEST THRU P04800-EXIT.

           IF ERROR-FOUND
               GO TO P04000-EXIT
           END-IF.

           EVALUATE ACTIONI
               WHEN 'A'
                   PERFORM P04100-ACCEPT-REQUEST THRU P04100-EXIT
               WHEN 'R'
                   PERFORM P04200-REJECT-REQUEST THRU P04200-EXIT
           END-EVALUATE.

           IF ERROR-FOUND
               GO TO P04000-EXIT
           END-IF.

           MOVE SPACES TO LINENUMO
                          ACTIONO
                          COMMENTO.

      *****************************************************************
      *    RECORD THE ACTION ON THE SECURITY AUDIT TRAIL (PDAS08      *
      *    NEVER FAILS THE CALLER)                                    *
      *****************************************************************

           MOVE PCR-ITEM-NUMBER TO WMF-AT-ITEM.
           MOVE PCR-SUPPLIER-ID TO WMF-AT-SUPPLIER.

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
      *    PARAGRAPH:  P04100-ACCEPT-REQUEST                          *
      *                                                               *
      *    FUNCTION :  ACCEPT THE REQUEST AND WRITE THE NEW PRICE TO  *
      *                ITEM_SUPPLIER_PRICE AT ITS EFFECTIVE DATE, SO  *
      *                PDAS04 PRICES AT IT FROM THAT DATE ON.  A      *
      *                REQUEST WHOSE EFFECTIVE DATE HAS PASSED IS     *
      *                NOT ACCEPTED -- IT WOULD REPRICE ORDERS        *
      *                ALREADY TAKEN                                  *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04100-ACCEPT-REQUEST.

           IF PCR-EFFECTIVE-DATE < WMF-DATE-CCYYMMDD
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM300-PRICE-EFFECTIVE-PASSED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04100-EXIT
           END-IF.

           MOVE 'A' TO PCR-STATUS.

           PERFORM P04900-UPDATE-REQUEST THRU P04900-EXIT.

           IF ERROR-FOUND
               GO TO P04100-EXIT
           END-IF.

           MOVE PCR-ITEM-PREFIX TO ISP-ITEM-PREFIX.
           MOVE PCR-ITEM-NUMBER TO ISP-ITEM-NUMBER.
           MOVE PCR-SUPPLIER-PREFIX TO ISP-SUPPLIER-PREFIX.
           MOVE PCR-SUPPLIER-ID TO ISP-SUPPLIER-ID.
           MOVE PCR-EFFECTIVE-DATE TO ISP-EFFECTIVE-DATE.
           MOVE PCR-NEW-PRICE TO ISP-UNIT-PRICE.
           MOVE PC-USERID-ID TO ISP-CHANGED-BY.
           MOVE WMF-DATE-CCYYMMDD TO ISP-CHANGED-DATE.

           EXEC SQL
               INSERT INTO ITEM_SUPPLIER_PRICE
                      (ITEM_PREFIX, ITEM_NUMBER, SUPPLIER_PREFIX,
                       SUPPLIER_ID, EFFECTIVE_DATE, UNIT_PRICE,
                       CHANGED_BY, CHANGED_DATE)
               VALUES (:ISP-ITEM-PREFIX, :ISP-ITEM-NUMBER,
                       :ISP-SUPPLIER-PREFIX, :ISP-SUPPLIER-ID,
                       :ISP-EFFECTIVE-DATE, :ISP-UNIT-PRICE,
                       :ISP-CHANGED-BY, :ISP-CHANGED-DATE)
           END-EXEC.

      *****************************************************************
      *    A PRICE ALREADY SET FOR THE SAME EFFECTIVE DATE IS         *
      *    REPLACED                                                   *
      *****************************************************************

           IF SQLCODE = -803
               EXEC SQL
                   UPDATE  ITEM_SUPPLIER_PRICE
                   SET     UNIT_PRICE   = :ISP-UNIT-PRICE,
                           CHANGED_BY   = :ISP-CHANGED-BY,
                           CHANGED_DATE = :ISP-CHANGED-DATE
                   WHERE   ITEM_PREFIX     = :ISP-ITEM-PREFIX
                     AND   ITEM_NUMBER     = :ISP-ITEM-NUMBER
                     AND   SUPPLIER_PREFIX = :ISP-SUPPLIER-PREFIX
                     AND   SUPPLIER_ID     = :ISP-SUPPLIER-ID
                     AND   EFFECTIVE_DATE  = :ISP-EFFECTIVE-DATE
               END-EXEC
           END-IF.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA064' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'INSERT ITEM_SUPPLIER_PRICE' TO WPDE-FUNCTION
               MOVE 'P04100' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE 'PRICEACCEPT' TO WMF-AUDIT-ACTION.

           MOVE PM296-PRICE-REQUEST-ACCEPTED TO PDAMSGO.

       P04100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04200-REJECT-REQUEST                          *
      *                                                               *
      *    FUNCTION :  REJECT THE REQUEST WITH THE COMMENT KEYED.     *
      *                THE SUPPLIER SEES THE ITEM WITH NO PENDING     *
      *                REQUEST AND MAY SUBMIT AGAIN                   *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04200-REJECT-REQUEST.

           MOVE 'R' TO PCR-STATUS.

           PERFORM P04900-UPDATE-REQUEST THRU P04900-EXIT.

           IF ERROR-FOUND
               GO TO P04200-EXIT
           END-IF.

           MOVE 'PRICEREJECT' TO WMF-AUDIT-ACTION.

           MOVE PM297-PRICE-REQUEST-REJECTED TO PDAMSGO.

       P04200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04800-SELECT-REQUEST                          *
      *                                                               *
      *    FUNCTION :  READ THE REQUEST LISTED ON THE LINE KEYED.     *
      *                ONE ALREADY REVIEWED OR SUPERSEDED SINCE THE   *
      *                LIST WAS SHOWN CANNOT BE ACTIONED              *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04800-SELECT-REQUEST.

           MOVE PC-USERID-NUMBER TO PCR-ITEM-PREFIX
                                    PCR-SUPPLIER-PREFIX.
           MOVE WPW-RK-ITEM-NUMBER(WMF-LINE-NUMBER) TO PCR-ITEM-NUMBER.
           MOVE WPW-RK-SUPPLIER-ID(WMF-LINE-NUMBER) TO PCR-SUPPLIER-ID.
           MOVE WPW-RK-SUBMITTED-DATE(WMF-LINE-NUMBER)
               TO PCR-SUBMITTED-DATE.
           MOVE WPW-RK-SUBMITTED-TIME(WMF-LINE-NUMBER)
               TO PCR-SUBMITTED-TIME.

           EXEC SQL
               SELECT  EFFECTIVE_DATE,
                       CURRENT_PRICE,
                       NEW_PRICE,
                       STATUS
               INTO    :PCR-EFFECTIVE-DATE,
                       :PCR-CURRENT-PRICE,
                       :PCR-NEW-PRICE,
                       :PCR-STATUS
               FROM    PRICE_CHANGE_REQUEST
               WHERE   ITEM_PREFIX     = :PCR-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :PCR-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX = :PCR-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID     = :PCR-SUPPLIER-ID
                 AND   SUBMITTED_DATE  = :PCR-SUBMITTED-DATE
                 AND   SUBMITTED_TIME  = :PCR-SUBMITTED-TIME
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE SPACES TO PCR-STATUS
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA064' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT PRICE_CHANGE_REQUEST' TO WPDE-FUNCTION
                   MOVE 'P04800' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF PCR-STATUS NOT = 'P'
               MOVE -1 TO LINENUML
               MOVE DFHUNINT TO LINENUMA
               MOVE PM299-PRICE-REQUEST-NOT-PENDING TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
           END-IF.

       P04800-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04900-UPDATE-REQUEST                          *
      *                                                               *
      *    FUNCTION :  MARK THE REQUEST REVIEWED, BY THIS USER TODAY, *
      *                WITH THE STATUS AND COMMENT SET.  THE UPDATE   *
      *                IS MADE ONLY WHILE THE REQUEST IS STILL        *
      *                PENDING                                        *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P04900-UPDATE-REQUEST.

           MOVE PC-USERID-ID TO PCR-REVIEWED-BY.
           MOVE WMF-DATE-CCYYMMDD TO PCR-REVIEWED-DATE.

           EXEC SQL
               UPDATE  PRICE_CHANGE_REQUEST
               SET     STATUS          = :PCR-STATUS,
                       REVIEWED_BY     = :PCR-REVIEWED-BY,
                       REVIEWED_DATE   = :PCR-REVIEWED-DATE,
                       REVIEW_COMMENT  = :PCR-REVIEW-COMMENT
               WHERE   ITEM_PREFIX     = :PCR-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :PCR-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX = :PCR-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID     = :PCR-SUPPLIER-ID
                 AND   SUBMITTED_DATE  = :PCR-SUBMITTED-DATE
                 AND   SUBMITTED_TIME  = :PCR-SUBMITTED-TIME
                 AND   STATUS          = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE -1 TO LINENUML
                   MOVE DFHUNINT TO LINENUMA
                   MOVE PM299-PRICE-REQUEST-NOT-PENDING TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA064' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'UPDATE PRICE_CHANGE_REQUEST' TO WPDE-FUNCTION
                   MOVE 'P04900' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P04900-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-LIST-REQUESTS                           *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN WITH UP TO EIGHT PENDING       *
      *                REQUESTS AFTER THE PAGE START KEY, FOR THE     *
      *                SUPPLIER SELECTED OR FOR ALL SUPPLIERS, AND    *
      *                KEEP THE KEY OF EACH LINE FOR THE ACTION       *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P06000-LIST-REQUESTS.

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT
               VARYING WMF-LINES-SHOWN FROM 1 BY 1
                   UNTIL WMF-LINES-SHOWN > 8.

           MOVE SPACES TO WPW-ROW-KEYS.
           MOVE WPW-PAGE-START TO WPW-LAST-ROW.
           MOVE WPW-SUPPLIER-FILTER TO SUPPFLTO.

           IF WPW-SUPPLIER-FILTER = SPACES
               MOVE LOW-VALUES TO WMF-SUPPLIER-LOW
               MOVE HIGH-VALUES TO WMF-SUPPLIER-HIGH
           ELSE
               MOVE WPW-SUPPLIER-FILTER TO WMF-SUPPLIER-LOW
                                           WMF-SUPPLIER-HIGH
           END-IF.

           MOVE WPW-PS-SUPPLIER-ID TO WMF-START-SUPPLIER.
           MOVE WPW-PS-ITEM-NUMBER TO WMF-START-ITEM.
           MOVE PC-USERID-NUMBER TO PCR-ITEM-PREFIX.

           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WS-END-OF-ROWS-SW.

           EXEC SQL
               OPEN PRICEREQ
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA064' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'OPEN PRICEREQ CURSOR' TO WPDE-FUNCTION
               MOVE 'P06000' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM P06100-NEXT-REQUEST THRU P06100-EXIT
               UNTIL END-OF-ROWS
                  OR WMF-LINES-SHOWN > 7.

           EXEC SQL
               CLOSE PRICEREQ
           END-EXEC.

           IF WMF-LINES-SHOWN = ZEROES
              AND (PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES)
               MOVE PM298-NO-PENDING-PRICE-REQUESTS TO PDAMSGO
           END-IF.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SCRN-REQUEST-LINE(WMF-LINES-SHOWN).

       P06050-EXIT.
           EXIT.
           EJECT

       P06100-NEXT-REQUEST.

           EXEC SQL
               FETCH  PRICEREQ
               INTO   :PCR-ITEM-NUMBER,
                      :PCR-SUPPLIER-ID,
                      :PCR-SUBMITTED-DATE,
                      :PCR-SUBMITTED-TIME,
                      :PCR-EFFECTIVE-DATE,
                      :PCR-CURRENT-PRICE,
                      :PCR-NEW-PRICE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'Y' TO WS-END-OF-ROWS-SW
                   GO TO P06100-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA064' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'FETCH PRICEREQ CURSOR' TO WPDE-FUNCTION
                   MOVE 'P06100' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE PCR-ITEM-NUMBER TO WPW-RK-ITEM-NUMBER(WMF-LINES-SHOWN)
                                   WPW-LR-ITEM-NUMBER.
           MOVE PCR-SUPPLIER-ID TO WPW-RK-SUPPLIER-ID(WMF-LINES-SHOWN)
                                   WPW-LR-SUPPLIER-ID.
           MOVE PCR-SUBMITTED-DATE
               TO WPW-RK-SUBMITTED-DATE(WMF-LINES-SHOWN).
           MOVE PCR-SUBMITTED-TIME
               TO WPW-RK-SUBMITTED-TIME(WMF-LINES-SHOWN).

      *****************************************************************
      *    PERCENT CHANGE FROM THE PRICE IN FORCE WHEN SUBMITTED      *
      *****************************************************************

           IF PCR-CURRENT-PRICE > ZEROES
               COMPUTE WMF-CHANGE-PCT ROUNDED =
                   (PCR-NEW-PRICE - PCR-CURRENT-PRICE) * 100
                       / PCR-CURRENT-PRICE
                   ON SIZE ERROR
                       MOVE +9999.9 TO WMF-CHANGE-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROES TO WMF-CHANGE-PCT
           END-IF.

           MOVE WMF-LINES-SHOWN TO WRL-LINE-NUMBER.
           MOVE PCR-SUPPLIER-ID TO WRL-SUPPLIER-ID.
           MOVE PCR-ITEM-NUMBER TO WRL-ITEM-NUMBER.
           MOVE PCR-EFFECTIVE-DATE TO WRL-EFFECTIVE-DATE.
           MOVE PCR-CURRENT-PRICE TO WRL-CURRENT-PRICE.
           MOVE PCR-NEW-PRICE TO WRL-NEW-PRICE.
           MOVE WMF-CHANGE-PCT TO WRL-CHANGE-PCT.
           MOVE PCR-SUBMITTED-DATE TO WRL-SUBMITTED-DATE.
           MOVE WS-REQUEST-LIST-LINE
               TO SCRN-REQUEST-LINE(WMF-LINES-SHOWN).

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
                   MAP('PDA064')
                   MAPSET('PDA064M')
                   FROM(PDA064O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA064' TO WPCE-PROGRAM-ID
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
                   MAP('PDA064')
                   MAPSET('PDA064M')
                   FROM(PDA064O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA064' TO WPCE-PROGRAM-ID
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
                   MAP('PDA064')
                   MAPSET('PDA064M')
                   INTO(PDA064I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA064' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA064' TO PC-PREV-PGRMID.

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
               MOVE 'PDA064' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA064' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA064' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA064' TO WPCE-PROGRAM-ID.
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
