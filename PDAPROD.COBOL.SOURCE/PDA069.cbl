       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA069.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA069                                            *
      * TRANS   :   PD69                                              *
      * MAPSET  :   PDA069M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA069 IS THE ITEM SALES HISTORY SCREEN.  *
      *             THE USER KEYS AN ITEM NUMBER; THE SCREEN SHOWS,   *
      *             FOR ONE SUPPLIER OF THE ITEM AT A TIME, THE NET   *
      *             UNITS AND DOLLARS SOLD (SALES LESS RETURNS) IN    *
      *             EACH OF THE LAST 24 CALENDAR MONTHS FROM          *
      *             ITEM_SALES_HISTORY (BUILT NIGHTLY BY PDAB125),    *
      *             EACH MONTH BESIDE THE SAME MONTH A YEAR EARLIER   *
      *             WITH THE YEAR-OVER-YEAR CHANGE IN UNITS, AND A    *
      *             TOTALS LINE FOR BOTH YEARS.  BELOW THE HISTORY    *
      *             ARE NEXT MONTH'S DEMAND FORECAST FOR THE ITEM     *
      *             (ITEM_FORECAST, SAVED BY PDAB33), THE QUANTITY    *
      *             STILL DUE IN ON OPEN PURCHASE ORDER LINES FROM    *
      *             THE SUPPLIER, AND THE SUPPLIER'S QUANTITY ON HAND *
      *             IN TOTAL AND BY WAREHOUSE.  THE SUPPLIERS ARE     *
      *             THOSE ON ITEM_SUPPLIER AND ANY WITH SALES         *
      *             HISTORY, IN SUPPLIER ID ORDER; PF7 / PF8 PAGE TO  *
      *             THE PREVIOUS / NEXT SUPPLIER.  INQUIRY ONLY.      *
      *                                                               *
      * FILES   :   ITEM                     -  DB2       (READ-ONLY) *
      *             SUPPLIER                 -  DB2       (READ-ONLY) *
      *             ITEM_SUPPLIER            -  DB2       (READ-ONLY) *
      *             ITEM_SUPPLIER_WHSE       -  DB2       (READ-ONLY) *
      *             ITEM_SALES_HISTORY       -  DB2       (READ-ONLY) *
      *             ITEM_FORECAST            -  DB2       (READ-ONLY) *
      *             PURCHASE_ORDER           -  VSAM KSDS (READ-ONLY) *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD69       ITEM SALES HISTORY (THIS SCREEN)       *
      *             PD01       MAIN MENU                              *
      *                                                               *
      * PFKEYS  :   PF03  =    EXIT, RETURN TO MAIN MENU              *
      *             PF07  =    PREVIOUS SUPPLIER                      *
      *             PF08  =    NEXT SUPPLIER                          *
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
       77  WS-SUB                      PIC S9(4) COMP VALUE +0.
       77  WS-SUB2                     PIC S9(4) COMP VALUE +0.

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
           05  WS-NEW-ITEM-SW          PIC X     VALUE 'N'.
               88  NEW-ITEM-KEYED                VALUE 'Y'.
           05  WS-END-OF-HISTORY-SW    PIC X     VALUE 'N'.
               88  END-OF-HISTORY                VALUE 'Y'.
           05  WS-END-OF-WHSE-SW       PIC X     VALUE 'N'.
               88  END-OF-WHSE                   VALUE 'Y'.
           05  WS-PO-BROWSE-END-SW     PIC X     VALUE 'N'.
               88  PO-BROWSE-END                 VALUE 'Y'.
           05  EIBAID-SW               PIC X     VALUE ' '.
               88  CLEAR-PKEY                    VALUE '_'.
               88  ENTER-PKEY                    VALUE ''''.
               88  PREVIOUS-PKEY                 VALUE '3'.
               88  BACKWARD-PKEY                 VALUE '7'.
               88  FORWARD-PKEY                  VALUE '8'.
               88  MAIN-MENU-PKEY                VALUE '@'.
               88  VALID-PKEY-ENTERED            VALUE '_' '@' '3'
                                                       '7' '8' ''''.
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
           05  WMF-ITEM-PREFIX         PIC X(05) VALUE SPACES.
           05  WMF-ITEM-NUMBER         PIC X(32) VALUE SPACES.
           05  WMF-SEARCH-SUPPLIER     PIC X(32) VALUE SPACES.
           05  WMF-FOUND-SUPPLIER      PIC X(32) VALUE SPACES.
           05  WMF-SUPPLIER-COUNT      PIC S9(9) VALUE +0 COMP.
           05  WMF-SUPPLIER-POSITION   PIC S9(9) VALUE +0 COMP.
           05  WMF-NET-UNITS           PIC S9(9) VALUE +0 COMP.
           05  WMF-NET-AMOUNT          PIC S9(9)V99 VALUE +0 COMP-3.
           05  WMF-START-PERIOD        PIC X(06) VALUE SPACES.
           05  WMF-MONTH-COUNT         PIC S9(9) VALUE +0 COMP.
           05  WMF-START-COUNT         PIC S9(9) VALUE +0 COMP.
           05  WMF-PERIOD-N            PIC 9(06) VALUE ZEROES.
           05  FILLER REDEFINES WMF-PERIOD-N.
               10  WMF-PERIOD-YEAR     PIC 9(04).
               10  WMF-PERIOD-MONTH    PIC 9(02).
           05  WMF-PERIOD-X REDEFINES WMF-PERIOD-N
                                       PIC X(06).
           05  WMF-PERIOD-DISPLAY.
               10  WMF-PD-MONTH        PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-PD-YEAR         PIC X(04) VALUE SPACES.
           05  WMF-PRIOR-UNITS         PIC S9(9) VALUE +0 COMP-3.
           05  WMF-CURR-UNITS          PIC S9(9) VALUE +0 COMP-3.
           05  WMF-PRIOR-UNITS-TOTAL   PIC S9(9) VALUE +0 COMP-3.
           05  WMF-PRIOR-AMOUNT-TOTAL  PIC S9(9)V99 VALUE +0 COMP-3.
           05  WMF-CURR-UNITS-TOTAL    PIC S9(9) VALUE +0 COMP-3.
           05  WMF-CURR-AMOUNT-TOTAL   PIC S9(9)V99 VALUE +0 COMP-3.
           05  WMF-YOY-PCT             PIC S9(4)V9 VALUE +0 COMP-3.
           05  WMF-OPEN-PO-QTY         PIC S9(9) VALUE +0 COMP-3.
           05  WMF-WHSE-COUNT          PIC S9(4) VALUE +0 COMP.
           05  WMF-EDIT-QTY            PIC -ZZZ,ZZZ,ZZ9.
           05  WMF-FCST-DATE-DISPLAY.
               10  WMF-FD-MONTH        PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-FD-DAY          PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-FD-YEAR         PIC X(04) VALUE SPACES.
           05  WMF-PO-KEY.
               10  WMF-PO-PREFIX       PIC X(05) VALUE SPACES.
               10  WMF-PO-NUMBER       PIC 9(09) VALUE ZEROES.
               10  WMF-PO-LINE         PIC 9(05) VALUE ZEROES.
           EJECT
      *****************************************************************
      *    24 MONTH HISTORY TABLE -- ENTRY 1 IS 23 MONTHS BEFORE THE  *
      *    CURRENT MONTH, ENTRY 24 IS THE CURRENT MONTH TO DATE       *
      *****************************************************************

       01  WS-HISTORY-TABLE.
           05  WHT-MONTH               OCCURS 24 TIMES.
               10  WHT-PERIOD          PIC X(06).
               10  WHT-NET-UNITS       PIC S9(9)      COMP-3.
               10  WHT-NET-AMOUNT      PIC S9(9)V99   COMP-3.
           EJECT
      *****************************************************************
      *    SALES HISTORY LIST LINE -- A MONTH OF THE PRIOR YEAR, THE  *
      *    SAME MONTH OF THE CURRENT YEAR AND THE CHANGE IN UNITS     *
      *****************************************************************

       01  WS-HISTORY-LIST-LINE.
           05  WHL-PRIOR-PERIOD        PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-PRIOR-UNITS         PIC -(7)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-PRIOR-AMOUNT        PIC -(8)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WHL-CURR-PERIOD         PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-CURR-UNITS          PIC -(7)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-CURR-AMOUNT         PIC -(8)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WHL-YOY-PCT             PIC -(4)9.9.
           05  WHL-YOY-PCT-X REDEFINES WHL-YOY-PCT
                                       PIC X(07).
           05  WHL-YOY-SIGN            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.
           EJECT
      *****************************************************************
      *    WAREHOUSE STOCK LINE -- THE FIRST FOUR WAREHOUSES HOLDING  *
      *    THE ITEM FOR THE SUPPLIER; '+MORE' WHEN THERE ARE OTHERS   *
      *****************************************************************

       01  WS-WHSE-LINE.
           05  WWL-ENTRY               OCCURS 4 TIMES.
               10  WWL-WHSE            PIC X(08).
               10  FILLER              PIC X(01).
               10  WWL-QTY             PIC -(7)9.
               10  FILLER              PIC X(01).
           05  WWL-MORE                PIC X(06).
           EJECT
      *****************************************************************
      *    PROGRAM WORK AREA -- CARRIED ACROSS TASKS IN THE COMMAREA  *
      *****************************************************************

       01  WS-PDA069-WORKAREA.
           05  WPW-ITEM-NUMBER         PIC X(32) VALUE SPACES.
           05  WPW-SUPPLIER-ID         PIC X(32) VALUE SPACES.
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
      *         MAP DSECTS -- ITEM SALES HISTORY - PDA069M            *
      *                                                               *
      *         THE THIRTEEN HISTORY LIST LINES (TWELVE MONTHS AND    *
      *         THE TOTALS) FOLLOW THE ITEM AND SUPPLIER FIELDS; THE  *
      *         FORECAST, PURCHASE ORDER AND STOCK FIELDS FOLLOW THE  *
      *         LIST                                                  *
      *****************************************************************

           COPY PDA069M.

       01  FILLER                      REDEFINES PDA069O.
           03  FILLER                  PIC X(236).
           03  P69-SCREEN-AREA         OCCURS 13 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-HIST-LINE      PIC X(78).
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
              INCLUDE DITEM
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DSUPPLR
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMSUP
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMSWH
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMSHST
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DITMFCST
           END-EXEC.
           EJECT
      *****************************************************************
      *    MONTHLY NET SALES OF THE ITEM FROM THE SUPPLIER, FROM THE  *
      *    START OF THE 24 MONTH WINDOW                               *
      *****************************************************************

           EXEC SQL DECLARE HISTCSR CURSOR FOR
               SELECT   PERIOD,
                        UNITS_SOLD - UNITS_RETURNED,
                        SALES_AMOUNT - RETURN_AMOUNT
               FROM     ITEM_SALES_HISTORY
               WHERE    PREFIX      = :ISH-PREFIX
                 AND    ITEM_NUMBER = :ISH-ITEM-NUMBER
                 AND    SUPPLIER_ID = :ISH-SUPPLIER-ID
                 AND    PERIOD     >= :WMF-START-PERIOD
               ORDER BY PERIOD
           END-EXEC.

      *****************************************************************
      *    THE SUPPLIER'S STOCK OF THE ITEM BY WAREHOUSE              *
      *****************************************************************

           EXEC SQL DECLARE WHSECSR CURSOR FOR
               SELECT   WAREHOUSE_ID,
                        QUANTITY_ON_HAND
               FROM     ITEM_SUPPLIER_WHSE
               WHERE    ITEM_PREFIX     = :ISW-ITEM-PREFIX
                 AND    ITEM_NUMBER     = :ISW-ITEM-NUMBER
                 AND    SUPPLIER_PREFIX = :ISW-SUPPLIER-PREFIX
                 AND    SUPPLIER_ID     = :ISW-SUPPLIER-ID
               ORDER BY WAREHOUSE_ID
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
      *                FOR THE ITEM SALES HISTORY SCREEN              *
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
                   MOVE 'PDA069' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA069' TO WPCE-PROGRAM-ID
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
      *                EDIT PROCESSES                                 *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P00100-MAIN-PROCESS.

           IF PC-PREV-PGRMID = 'PDA069'
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

           MOVE 'PDA069' TO PC-PREV-PGRMID.
           MOVE WS-PDA069-WORKAREA TO PC-PROGRAM-WORKAREA.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD69')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPCE-PROGRAM-ID
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

           MOVE LOW-VALUES TO PDA069O.

           INITIALIZE WS-PDA069-WORKAREA.

           MOVE PM352-ENTER-SALES-HISTORY TO PDAMSGO.

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

           MOVE PC-PROGRAM-WORKAREA TO WS-PDA069-WORKAREA.

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

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT
               VARYING WMF-LINES-SHOWN FROM 1 BY 1
                   UNTIL WMF-LINES-SHOWN > 13.

           MOVE SPACES TO IDESCO
                          SUPPIDO
                          SUPPNMO
                          SUPPPOSO
                          FCSTO
                          FCSTDTO
                          OPENPOO
                          ONHANDO
                          WHSEO.

           PERFORM P04000-EDIT-INPUT THRU P04000-EXIT.

           IF NO-ERROR-FOUND
               PERFORM P05000-SELECT-SUPPLIER THRU P05000-EXIT
           END-IF.

           IF NO-ERROR-FOUND
               PERFORM P06000-SHOW-SUPPLIER THRU P06000-EXIT
           END-IF.

           IF NO-ERROR-FOUND AND PDAMSGO = SPACES
               MOVE PM352-ENTER-SALES-HISTORY TO PDAMSGO
           END-IF.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-EDIT-INPUT                              *
      *                                                               *
      *    FUNCTION :  VALIDATE THE ITEM NUMBER KEYED.  A BLANK ITEM  *
      *                KEEPS THE ITEM ON DISPLAY (PAGING).  A         *
      *                DIFFERENT ITEM STARTS AGAIN AT ITS FIRST       *
      *                SUPPLIER                                       *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-EDIT-INPUT.

           MOVE 'N' TO WS-NEW-ITEM-SW.

           INSPECT ITEMI REPLACING ALL '_' BY ' '.

           MOVE ITEMI TO WMF-ITEM-NUMBER.
           INSPECT WMF-ITEM-NUMBER REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-ITEM-NUMBER = SPACES
               MOVE WPW-ITEM-NUMBER TO WMF-ITEM-NUMBER
           END-IF.

           IF WMF-ITEM-NUMBER = SPACES
               MOVE -1 TO ITEML
               MOVE DFHUNINT TO ITEMA
               MOVE PM352-ENTER-SALES-HISTORY TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           MOVE WMF-ITEM-NUMBER TO ITEMO.
           MOVE PC-USERID-NUMBER TO WMF-ITEM-PREFIX.

           MOVE WMF-ITEM-PREFIX TO ITEM-PREFIX.
           MOVE WMF-ITEM-NUMBER TO ITEM-NUMBER.

           EXEC SQL
               SELECT  NAME
               INTO    :ITEM-NAME
               FROM    ITEM
               WHERE   PREFIX = :ITEM-PREFIX
                 AND   NUMBER = :ITEM-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE ITEM-NAME TO IDESCO
               WHEN SQLCODE = +100
                   MOVE SPACES TO WPW-ITEM-NUMBER
                                  WPW-SUPPLIER-ID
                   MOVE -1 TO ITEML
                   MOVE DFHUNINT TO ITEMA
                   MOVE PM112-ITEM-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04000-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM' TO WPDE-FUNCTION
                   MOVE 'P04000' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF WMF-ITEM-NUMBER NOT = WPW-ITEM-NUMBER
               MOVE 'Y' TO WS-NEW-ITEM-SW
               MOVE WMF-ITEM-NUMBER TO WPW-ITEM-NUMBER
               MOVE SPACES TO WPW-SUPPLIER-ID
           END-IF.

       P04000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-SELECT-SUPPLIER                         *
      *                                                               *
      *    FUNCTION :  CHOOSE THE SUPPLIER TO SHOW -- THE FIRST FOR A *
      *                NEW ITEM, THE NEXT ON PF8, THE PREVIOUS ON     *
      *                PF7, OTHERWISE THE ONE ALREADY ON DISPLAY --    *
      *                AND ITS POSITION AMONG THE ITEM'S SUPPLIERS    *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P05000-SELECT-SUPPLIER.

           EVALUATE TRUE
               WHEN NEW-ITEM-KEYED
               WHEN WPW-SUPPLIER-ID = SPACES
                   MOVE SPACES TO WMF-SEARCH-SUPPLIER
                   PERFORM P05100-NEXT-SUPPLIER THRU P05100-EXIT
                   IF WMF-FOUND-SUPPLIER = SPACES
                       MOVE -1 TO ITEML
                       MOVE DFHUNINT TO ITEMA
                       MOVE PM353-NO-SALES-HISTORY TO PDAMSGO
                       MOVE 'Y' TO WS-ERROR-FOUND-SW
                       GO TO P05000-EXIT
                   END-IF
                   MOVE WMF-FOUND-SUPPLIER TO WPW-SUPPLIER-ID
               WHEN FORWARD-PKEY
                   MOVE WPW-SUPPLIER-ID TO WMF-SEARCH-SUPPLIER
                   PERFORM P05100-NEXT-SUPPLIER THRU P05100-EXIT
                   IF WMF-FOUND-SUPPLIER = SPACES
                       MOVE PM013-BOTTOM-MSG TO PDAMSGO
                   ELSE
                       MOVE WMF-FOUND-SUPPLIER TO WPW-SUPPLIER-ID
                   END-IF
               WHEN BACKWARD-PKEY
                   MOVE WPW-SUPPLIER-ID TO WMF-SEARCH-SUPPLIER
                   PERFORM P05200-PREV-SUPPLIER THRU P05200-EXIT
                   IF WMF-FOUND-SUPPLIER = SPACES
                       MOVE PM014-TOP-MSG TO PDAMSGO
                   ELSE
                       MOVE WMF-FOUND-SUPPLIER TO WPW-SUPPLIER-ID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM P05300-SUPPLIER-POSITION THRU P05300-EXIT.

       P05000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05100-NEXT-SUPPLIER                           *
      *                                                               *
      *    FUNCTION :  FIND THE ITEM'S LOWEST SUPPLIER ID AFTER THE   *
      *                SEARCH SUPPLIER, ON ITEM_SUPPLIER OR WITH      *
      *                SALES HISTORY.  SPACES WHEN THERE IS NONE      *
      *                                                               *
      *    CALLED BY:  P05000-SELECT-SUPPLIER                         *
      *                                                               *
      *****************************************************************

       P05100-NEXT-SUPPLIER.

           MOVE SPACES TO WMF-FOUND-SUPPLIER.

           EXEC SQL
               SELECT  COALESCE(MIN(S.SUPPLIER_ID), ' ')
               INTO    :WMF-FOUND-SUPPLIER
               FROM    (SELECT SUPPLIER_ID
                        FROM   ITEM_SUPPLIER
                        WHERE  ITEM_PREFIX = :WMF-ITEM-PREFIX
                          AND  ITEM_NUMBER = :WMF-ITEM-NUMBER
                        UNION
                        SELECT SUPPLIER_ID
                        FROM   ITEM_SALES_HISTORY
                        WHERE  PREFIX      = :WMF-ITEM-PREFIX
                          AND  ITEM_NUMBER = :WMF-ITEM-NUMBER) AS S
               WHERE   S.SUPPLIER_ID > :WMF-SEARCH-SUPPLIER
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'SELECT NEXT SUPPLIER' TO WPDE-FUNCTION
               MOVE 'P05100' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05200-PREV-SUPPLIER                           *
      *                                                               *
      *    FUNCTION :  FIND THE ITEM'S HIGHEST SUPPLIER ID BEFORE THE *
      *                SEARCH SUPPLIER, ON ITEM_SUPPLIER OR WITH      *
      *                SALES HISTORY.  SPACES WHEN THERE IS NONE      *
      *                                                               *
      *    CALLED BY:  P05000-SELECT-SUPPLIER                         *
      *                                                               *
      *****************************************************************

       P05200-PREV-SUPPLIER.

           MOVE SPACES TO WMF-FOUND-SUPPLIER.

           EXEC SQL
               SELECT  COALESCE(MAX(S.SUPPLIER_ID), ' ')
               INTO    :WMF-FOUND-SUPPLIER
               FROM    (SELECT SUPPLIER_ID
                        FROM   ITEM_SUPPLIER
                        WHERE  ITEM_PREFIX = :WMF-ITEM-PREFIX
                          AND  ITEM_NUMBER = :WMF-ITEM-NUMBER
                        UNION
                        SELECT SUPPLIER_ID
                        FROM   ITEM_SALES_HISTORY
                        WHERE  PREFIX      = :WMF-ITEM-PREFIX
                          AND  ITEM_NUMBER = :WMF-ITEM-NUMBER) AS S
               WHERE   S.SUPPLIER_ID < :WMF-SEARCH-SUPPLIER
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'SELECT PREVIOUS SUPPLIER' TO WPDE-FUNCTION
               MOVE 'P05200' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P05200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05300-SUPPLIER-POSITION                       *
      *                                                               *
      *    FUNCTION :  COUNT THE ITEM'S SUPPLIERS AND THOSE UP TO THE *
      *                SUPPLIER SHOWN, FOR THE "NN OF NN" POSITION    *
      *                                                               *
      *    CALLED BY:  P05000-SELECT-SUPPLIER                         *
      *                                                               *
      *****************************************************************

       P05300-SUPPLIER-POSITION.

           EXEC SQL
               SELECT  COUNT(*),
                       COALESCE(SUM(CASE WHEN S.SUPPLIER_ID <=
                                              :WPW-SUPPLIER-ID
                                         THEN 1 ELSE 0 END), 0)
               INTO    :WMF-SUPPLIER-COUNT,
                       :WMF-SUPPLIER-POSITION
               FROM    (SELECT SUPPLIER_ID
                        FROM   ITEM_SUPPLIER
                        WHERE  ITEM_PREFIX = :WMF-ITEM-PREFIX
                          AND  ITEM_NUMBER = :WMF-ITEM-NUMBER
                        UNION
                        SELECT SUPPLIER_ID
                        FROM   ITEM_SALES_HISTORY
                        WHERE  PREFIX      = :WMF-ITEM-PREFIX
                          AND  ITEM_NUMBER = :WMF-ITEM-NUMBER) AS S
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'SELECT SUPPLIER COUNT' TO WPDE-FUNCTION
               MOVE 'P05300' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE WMF-SUPPLIER-POSITION TO WMF-EDIT-QTY.
           MOVE SPACES TO WMF-MESSAGE-AREA.
           STRING WMF-EDIT-QTY(10:3) ' OF '
               DELIMITED BY SIZE INTO WMF-MESSAGE-AREA.
           MOVE WMF-SUPPLIER-COUNT TO WMF-EDIT-QTY.
           MOVE WMF-EDIT-QTY(10:3) TO WMF-MESSAGE-AREA(8:3).
           MOVE WMF-MESSAGE-AREA TO SUPPPOSO.

       P05300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-SHOW-SUPPLIER                           *
      *                                                               *
      *    FUNCTION :  SHOW THE SUPPLIER, THE 24 MONTH SALES HISTORY, *
      *                THE FORECAST, THE QUANTITY ON OPEN PURCHASE    *
      *                ORDERS AND THE STOCK ON HAND                   *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P06000-SHOW-SUPPLIER.

           MOVE WPW-SUPPLIER-ID TO SUPPIDO.

           MOVE WMF-ITEM-PREFIX TO SUPPLIER-PREFIX.
           MOVE WPW-SUPPLIER-ID TO SUPPLIER-SUPPLIER-ID.

           EXEC SQL
               SELECT  NAME
               INTO    :SUPPLIER-NAME
               FROM    SUPPLIER
               WHERE   PREFIX      = :SUPPLIER-PREFIX
                 AND   SUPPLIER_ID = :SUPPLIER-SUPPLIER-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE SUPPLIER-NAME TO SUPPNMO
               WHEN SQLCODE = +100
                   MOVE SPACES TO SUPPNMO
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT SUPPLIER' TO WPDE-FUNCTION
                   MOVE 'P06000' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           PERFORM P06100-LOAD-HISTORY THRU P06100-EXIT.

           PERFORM P06200-FORMAT-HISTORY THRU P06200-EXIT.

           PERFORM P06300-SHOW-FORECAST THRU P06300-EXIT.

           PERFORM P06400-SHOW-OPEN-PO THRU P06400-EXIT.

           PERFORM P06500-SHOW-STOCK THRU P06500-EXIT.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SCRN-HIST-LINE(WMF-LINES-SHOWN).

       P06050-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06100-LOAD-HISTORY                            *
      *                                                               *
      *    FUNCTION :  SET UP THE 24 MONTHS ENDING WITH THE CURRENT   *
      *                MONTH AND LOAD THE SUPPLIER'S NET SALES OF THE *
      *                ITEM FOR EACH                                  *
      *                                                               *
      *    CALLED BY:  P06000-SHOW-SUPPLIER                           *
      *                                                               *
      *****************************************************************

       P06100-LOAD-HISTORY.

           COMPUTE WMF-START-COUNT =
               (WS-CDT-D-YEAR * 12) + WS-CDT-D-MONTH - 1 - 23.

           PERFORM P06120-SET-PERIOD THRU P06120-EXIT
               VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 24.

           MOVE WHT-PERIOD(1) TO WMF-START-PERIOD.

           MOVE WMF-ITEM-PREFIX TO ISH-PREFIX.
           MOVE WMF-ITEM-NUMBER TO ISH-ITEM-NUMBER.
           MOVE WPW-SUPPLIER-ID TO ISH-SUPPLIER-ID.
           MOVE 'N' TO WS-END-OF-HISTORY-SW.

           EXEC SQL
               OPEN HISTCSR
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'OPEN HISTCSR CURSOR' TO WPDE-FUNCTION
               MOVE 'P06100' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM P06110-FETCH-HISTORY THRU P06110-EXIT
               UNTIL END-OF-HISTORY.

           EXEC SQL
               CLOSE HISTCSR
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'CLOSE HISTCSR CURSOR' TO WPDE-FUNCTION
               MOVE 'P06100' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P06100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06110-FETCH-HISTORY                           *
      *                                                               *
      *    FUNCTION :  FETCH THE NEXT MONTH OF HISTORY AND PUT IT IN  *
      *                ITS PLACE IN THE 24 MONTH TABLE                *
      *                                                               *
      *    CALLED BY:  P06100-LOAD-HISTORY                            *
      *                                                               *
      *****************************************************************

       P06110-FETCH-HISTORY.

           EXEC SQL
               FETCH  HISTCSR
               INTO   :ISH-PERIOD,
                      :WMF-NET-UNITS,
                      :WMF-NET-AMOUNT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'Y' TO WS-END-OF-HISTORY-SW
                   GO TO P06110-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'FETCH HISTCSR CURSOR' TO WPDE-FUNCTION
                   MOVE 'P06110' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF ISH-PERIOD NOT NUMERIC
               GO TO P06110-EXIT
           END-IF.

           MOVE ISH-PERIOD TO WMF-PERIOD-X.

           COMPUTE WS-SUB2 = (WMF-PERIOD-YEAR * 12) + WMF-PERIOD-MONTH
                           - 1 - WMF-START-COUNT + 1.

           IF WS-SUB2 < 1 OR WS-SUB2 > 24
               GO TO P06110-EXIT
           END-IF.

           MOVE WMF-NET-UNITS TO WHT-NET-UNITS(WS-SUB2).
           MOVE WMF-NET-AMOUNT TO WHT-NET-AMOUNT(WS-SUB2).

       P06110-EXIT.
           EXIT.
           EJECT

       P06120-SET-PERIOD.

           COMPUTE WMF-MONTH-COUNT = WMF-START-COUNT + WS-SUB - 1.

           DIVIDE WMF-MONTH-COUNT BY 12
               GIVING WMF-PERIOD-YEAR
               REMAINDER WMF-PERIOD-MONTH.
           ADD 1 TO WMF-PERIOD-MONTH.

           MOVE WMF-PERIOD-X TO WHT-PERIOD(WS-SUB).
           MOVE +0 TO WHT-NET-UNITS(WS-SUB)
                      WHT-NET-AMOUNT(WS-SUB).

       P06120-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06200-FORMAT-HISTORY                          *
      *                                                               *
      *    FUNCTION :  FORMAT THE TWELVE MONTH LINES, EACH MONTH OF   *
      *                THE PRIOR YEAR BESIDE THE SAME MONTH OF THE    *
      *                CURRENT YEAR, AND THE TOTALS LINE              *
      *                                                               *
      *    CALLED BY:  P06000-SHOW-SUPPLIER                           *
      *                                                               *
      *****************************************************************

       P06200-FORMAT-HISTORY.

           MOVE +0 TO WMF-PRIOR-UNITS-TOTAL
                      WMF-PRIOR-AMOUNT-TOTAL
                      WMF-CURR-UNITS-TOTAL
                      WMF-CURR-AMOUNT-TOTAL.

           PERFORM P06210-FORMAT-MONTH THRU P06210-EXIT
               VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 12.

           MOVE SPACES TO WS-HISTORY-LIST-LINE.
           MOVE 'TOTAL' TO WHL-PRIOR-PERIOD
                           WHL-CURR-PERIOD.
           MOVE WMF-PRIOR-UNITS-TOTAL TO WHL-PRIOR-UNITS
                                         WMF-PRIOR-UNITS.
           MOVE WMF-PRIOR-AMOUNT-TOTAL TO WHL-PRIOR-AMOUNT.
           MOVE WMF-CURR-UNITS-TOTAL TO WHL-CURR-UNITS
                                        WMF-CURR-UNITS.
           MOVE WMF-CURR-AMOUNT-TOTAL TO WHL-CURR-AMOUNT.

           PERFORM P06220-YEAR-OVER-YEAR THRU P06220-EXIT.

           MOVE WS-HISTORY-LIST-LINE TO SCRN-HIST-LINE(13).

       P06200-EXIT.
           EXIT.
           EJECT

       P06210-FORMAT-MONTH.

           MOVE SPACES TO WS-HISTORY-LIST-LINE.

           MOVE WHT-PERIOD(WS-SUB) TO WMF-PERIOD-X.
           MOVE WMF-PERIOD-X(5:2) TO WMF-PD-MONTH.
           MOVE WMF-PERIOD-X(1:4) TO WMF-PD-YEAR.
           MOVE WMF-PERIOD-DISPLAY TO WHL-PRIOR-PERIOD.
           MOVE WHT-NET-UNITS(WS-SUB) TO WHL-PRIOR-UNITS
                                         WMF-PRIOR-UNITS.
           MOVE WHT-NET-AMOUNT(WS-SUB) TO WHL-PRIOR-AMOUNT.
           ADD WHT-NET-UNITS(WS-SUB) TO WMF-PRIOR-UNITS-TOTAL.
           ADD WHT-NET-AMOUNT(WS-SUB) TO WMF-PRIOR-AMOUNT-TOTAL.

           COMPUTE WS-SUB2 = WS-SUB + 12.

           MOVE WHT-PERIOD(WS-SUB2) TO WMF-PERIOD-X.
           MOVE WMF-PERIOD-X(5:2) TO WMF-PD-MONTH.
           MOVE WMF-PERIOD-X(1:4) TO WMF-PD-YEAR.
           MOVE WMF-PERIOD-DISPLAY TO WHL-CURR-PERIOD.
           MOVE WHT-NET-UNITS(WS-SUB2) TO WHL-CURR-UNITS
                                          WMF-CURR-UNITS.
           MOVE WHT-NET-AMOUNT(WS-SUB2) TO WHL-CURR-AMOUNT.
           ADD WHT-NET-UNITS(WS-SUB2) TO WMF-CURR-UNITS-TOTAL.
           ADD WHT-NET-AMOUNT(WS-SUB2) TO WMF-CURR-AMOUNT-TOTAL.

           PERFORM P06220-YEAR-OVER-YEAR THRU P06220-EXIT.

           MOVE WS-HISTORY-LIST-LINE TO SCRN-HIST-LINE(WS-SUB).

       P06210-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06220-YEAR-OVER-YEAR                          *
      *                                                               *
      *    FUNCTION :  PERCENT CHANGE IN NET UNITS FROM THE PRIOR     *
      *                YEAR.  'NEW' WHEN THE PRIOR YEAR SOLD NONE,    *
      *                BLANK WHEN NEITHER YEAR SOLD ANY               *
      *                                                               *
      *    CALLED BY:  P06200-FORMAT-HISTORY                          *
      *                P06210-FORMAT-MONTH                            *
      *                                                               *
      *****************************************************************

       P06220-YEAR-OVER-YEAR.

           IF WMF-PRIOR-UNITS NOT > ZEROES
               IF WMF-CURR-UNITS > ZEROES
                   MOVE '    NEW' TO WHL-YOY-PCT-X
               ELSE
                   MOVE SPACES TO WHL-YOY-PCT-X
               END-IF
               MOVE SPACES TO WHL-YOY-SIGN
               GO TO P06220-EXIT
           END-IF.

           COMPUTE WMF-YOY-PCT ROUNDED =
               ((WMF-CURR-UNITS - WMF-PRIOR-UNITS) * 100)
                   / WMF-PRIOR-UNITS
               ON SIZE ERROR
                   MOVE ' ******' TO WHL-YOY-PCT-X
                   MOVE '%' TO WHL-YOY-SIGN
                   GO TO P06220-EXIT
           END-COMPUTE.

           MOVE WMF-YOY-PCT TO WHL-YOY-PCT.
           MOVE '%' TO WHL-YOY-SIGN.

       P06220-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06300-SHOW-FORECAST                           *
      *                                                               *
      *    FUNCTION :  SHOW NEXT MONTH'S DEMAND FORECAST FOR THE ITEM *
      *                FROM THE LAST DEMAND FORECAST RUN (PDAB33)     *
      *                                                               *
      *    CALLED BY:  P06000-SHOW-SUPPLIER                           *
      *                                                               *
      *****************************************************************

       P06300-SHOW-FORECAST.

           MOVE WMF-ITEM-NUMBER TO ITEM-FCST-ITEM-NUMBER.

           EXEC SQL
               SELECT  FORECAST_QTY,
                       FORECAST_DATE
               INTO    :ITEM-FCST-FORECAST-QTY,
                       :ITEM-FCST-FORECAST-DATE
               FROM    ITEM_FORECAST
               WHERE   ITEM_NUMBER = :ITEM-FCST-ITEM-NUMBER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE ITEM-FCST-FORECAST-QTY TO WMF-EDIT-QTY
                   MOVE WMF-EDIT-QTY TO FCSTO
                   MOVE ITEM-FCST-FORECAST-DATE(5:2) TO WMF-FD-MONTH
                   MOVE ITEM-FCST-FORECAST-DATE(7:2) TO WMF-FD-DAY
                   MOVE ITEM-FCST-FORECAST-DATE(1:4) TO WMF-FD-YEAR
                   MOVE WMF-FCST-DATE-DISPLAY TO FCSTDTO
               WHEN SQLCODE = +100
                   MOVE '        NONE' TO FCSTO
                   MOVE SPACES TO FCSTDTO
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM_FORECAST' TO WPDE-FUNCTION
                   MOVE 'P06300' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P06300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06400-SHOW-OPEN-PO                            *
      *                                                               *
      *    FUNCTION :  BROWSE THE PURCHASE ORDER LINES OF THE         *
      *                SIGNED-ON PREFIX AND TOTAL THE QUANTITY STILL  *
      *                DUE IN FROM THE SUPPLIER FOR THE ITEM          *
      *                                                               *
      *    CALLED BY:  P06000-SHOW-SUPPLIER                           *
      *                                                               *
      *****************************************************************

       P06400-SHOW-OPEN-PO.

           MOVE +0 TO WMF-OPEN-PO-QTY.
           MOVE 'N' TO WS-PO-BROWSE-END-SW.

           MOVE PC-USERID-NUMBER TO WMF-PO-PREFIX.
           MOVE ZEROES TO WMF-PO-NUMBER
                          WMF-PO-LINE.

           EXEC CICS
               STARTBR
                   FILE('PDAPO')
                   RIDFLD(WMF-PO-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   GO TO P06400-SHOW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS STARTBR PDAPO' TO WPCE-COMMAND
                   MOVE 'P06400' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           PERFORM P06410-SCAN-OPEN-PO THRU P06410-EXIT
               UNTIL PO-BROWSE-END.

           EXEC CICS
               ENDBR
                   FILE('PDAPO')
                   NOHANDLE
           END-EXEC.

       P06400-SHOW.

           MOVE WMF-OPEN-PO-QTY TO WMF-EDIT-QTY.
           MOVE WMF-EDIT-QTY TO OPENPOO.

       P06400-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06410-SCAN-OPEN-PO                            *
      *                                                               *
      *    FUNCTION :  READ THE NEXT PURCHASE ORDER LINE AND ADD THE  *
      *                QUANTITY STILL DUE IN ON AN OPEN OR PARTIAL    *
      *                LINE FOR THE ITEM / SUPPLIER (A LINE THE       *
      *                SUPPLIER REJECTED WILL NOT ARRIVE, A DROP-SHIP *
      *                LINE IS NEVER STOCK)                           *
      *                                                               *
      *    CALLED BY:  P06400-SHOW-OPEN-PO                            *
      *                                                               *
      *****************************************************************

       P06410-SCAN-OPEN-PO.

           EXEC CICS
               READNEXT
                   FILE('PDAPO')
                   INTO(PURCHASE-ORDER-RECORD)
                   RIDFLD(WMF-PO-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(ENDFILE)
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-PO-BROWSE-END-SW
                   GO TO P06410-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READNEXT PDAPO' TO WPCE-COMMAND
                   MOVE 'P06410' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF PURCHASE-ORDER-PREFIX NOT = PC-USERID-NUMBER
               MOVE 'Y' TO WS-PO-BROWSE-END-SW
               GO TO P06410-EXIT
           END-IF.

           IF PURCHASE-ORDER-ITEM-NUMBER = WMF-ITEM-NUMBER
              AND PURCHASE-ORDER-SUPPLIER-ID = WPW-SUPPLIER-ID
              AND (PURCHASE-ORDER-OPEN OR PURCHASE-ORDER-PARTIAL)
              AND NOT PURCHASE-ORDER-ACK-REJECTED
              AND NOT PURCHASE-ORDER-FROM-DROP-SHIP
              AND PURCHASE-ORDER-QTY-RECEIVED <
                  PURCHASE-ORDER-QUANTITY
               COMPUTE WMF-OPEN-PO-QTY = WMF-OPEN-PO-QTY
                   + PURCHASE-ORDER-QUANTITY
                   - PURCHASE-ORDER-QTY-RECEIVED
           END-IF.

       P06410-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06500-SHOW-STOCK                              *
      *                                                               *
      *    FUNCTION :  SHOW THE SUPPLIER'S QUANTITY ON HAND OF THE    *
      *                ITEM IN TOTAL AND FOR ITS FIRST FOUR           *
      *                WAREHOUSES                                     *
      *                                                               *
      *    CALLED BY:  P06000-SHOW-SUPPLIER                           *
      *                                                               *
      *****************************************************************

       P06500-SHOW-STOCK.

           MOVE WMF-ITEM-PREFIX TO ITEM-SUPPLIER-ITEM-PREFIX
                                   ITEM-SUPPLIER-SUPPLIER-PREFIX.
           MOVE WMF-ITEM-NUMBER TO ITEM-SUPPLIER-ITEM-NUMBER.
           MOVE WPW-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.

           EXEC SQL
               SELECT  QUANTITY_ON_HAND
               INTO    :ITEM-SUPPLIER-QUANTITY-ON-HAND
               FROM    ITEM_SUPPLIER
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER
                 AND   SUPPLIER_PREFIX =
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID
           END-EXEC.

      *****************************************************************
      *    A SUPPLIER KNOWN ONLY FROM SALES HISTORY HOLDS NO STOCK    *
      *****************************************************************

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE +0 TO ITEM-SUPPLIER-QUANTITY-ON-HAND
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT ITEM_SUPPLIER' TO WPDE-FUNCTION
                   MOVE 'P06500' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           MOVE ITEM-SUPPLIER-QUANTITY-ON-HAND TO WMF-EDIT-QTY.
           MOVE WMF-EDIT-QTY TO ONHANDO.

           MOVE SPACES TO WS-WHSE-LINE.
           MOVE +0 TO WMF-WHSE-COUNT.
           MOVE 'N' TO WS-END-OF-WHSE-SW.

           MOVE WMF-ITEM-PREFIX TO ISW-ITEM-PREFIX
                                   ISW-SUPPLIER-PREFIX.
           MOVE WMF-ITEM-NUMBER TO ISW-ITEM-NUMBER.
           MOVE WPW-SUPPLIER-ID TO ISW-SUPPLIER-ID.

           EXEC SQL
               OPEN WHSECSR
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'OPEN WHSECSR CURSOR' TO WPDE-FUNCTION
               MOVE 'P06500' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM P06510-FETCH-WHSE THRU P06510-EXIT
               UNTIL END-OF-WHSE.

           EXEC SQL
               CLOSE WHSECSR
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'CLOSE WHSECSR CURSOR' TO WPDE-FUNCTION
               MOVE 'P06500' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE WS-WHSE-LINE TO WHSEO.

       P06500-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06510-FETCH-WHSE                              *
      *                                                               *
      *    FUNCTION :  FETCH THE NEXT WAREHOUSE ROW AND ADD IT TO THE *
      *                WAREHOUSE LINE                                 *
      *                                                               *
      *    CALLED BY:  P06500-SHOW-STOCK                              *
      *                                                               *
      *****************************************************************

       P06510-FETCH-WHSE.

           EXEC SQL
               FETCH  WHSECSR
               INTO   :ISW-WAREHOUSE-ID,
                      :ISW-QUANTITY-ON-HAND
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'Y' TO WS-END-OF-WHSE-SW
                   GO TO P06510-EXIT
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'FETCH WHSECSR CURSOR' TO WPDE-FUNCTION
                   MOVE 'P06510' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           ADD +1 TO WMF-WHSE-COUNT.

           IF WMF-WHSE-COUNT > 4
               MOVE '+MORE' TO WWL-MORE
               MOVE 'Y' TO WS-END-OF-WHSE-SW
               GO TO P06510-EXIT
           END-IF.

           MOVE ISW-WAREHOUSE-ID TO WWL-WHSE(WMF-WHSE-COUNT).
           MOVE ISW-QUANTITY-ON-HAND TO WWL-QTY(WMF-WHSE-COUNT).

       P06510-EXIT.
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
                   MAP('PDA069')
                   MAPSET('PDA069M')
                   FROM(PDA069O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPCE-PROGRAM-ID
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
                   MAP('PDA069')
                   MAPSET('PDA069M')
                   FROM(PDA069O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA069' TO WPCE-PROGRAM-ID
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
                   MAP('PDA069')
                   MAPSET('PDA069M')
                   INTO(PDA069I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA069' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA069' TO PC-PREV-PGRMID.

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
               MOVE 'PDA069' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA069' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA069' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA069' TO WPCE-PROGRAM-ID.
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
