       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA063.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA063                                            *
      * TRANS   :   PD63                                              *
      * MAPSET  :   PDA063M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA063 IS THE SERIAL NUMBER HISTORY       *
      *             SCREEN.  THE USER KEYS AN ITEM NUMBER AND A       *
      *             SERIAL NUMBER; THE SCREEN SHOWS THE UNIT'S        *
      *             CURRENT STATUS AND LAST SHIPMENT FROM THE SERIAL  *
      *             MASTER AND LISTS ITS HISTORY, EIGHT EVENTS AT A   *
      *             TIME:  RECEIVED ON A PURCHASE ORDER (PDAB23),     *
      *             SHIPPED ON A CUSTOMER ORDER (PDAB28) AND          *
      *             RETURNED (PDA027).  THE LIST STARTS AT THE EVENT  *
      *             NUMBER KEYED (FIRST EVENT IF BLANK); WHEN MORE    *
      *             EVENTS REMAIN THE NEXT EVENT NUMBER IS FILLED IN  *
      *             SO THAT ENTER CONTINUES THE LIST.  INQUIRY ONLY.  *
      *                                                               *
      * FILES   :   SERIAL_FILE              -  VSAM KSDS (READ-ONLY) *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD63       SERIAL NUMBER HISTORY (THIS SCREEN)    *
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
               88  SERIAL-BROWSE-END             VALUE 'Y'.
           05  WMF-ITEM-NUMBER         PIC X(32) VALUE SPACES.
           05  WMF-SERIAL-NUMBER       PIC X(20) VALUE SPACES.
           05  WMF-START-SEQ-X         PIC X(03) VALUE SPACES.
           05  WMF-START-SEQ REDEFINES WMF-START-SEQ-X
                                       PIC 9(03).
           05  WMF-NEXT-SEQ            PIC 9(03) VALUE ZEROES.
           05  WMF-STATUS-DESC         PIC X(08) VALUE SPACES.
           EJECT
      *****************************************************************
      *    SERIAL NUMBER HISTORY LIST LINE                            *
      *                                                               *
      *    THE DOCUMENT AND LINE ARE THE PURCHASE ORDER AND PO LINE   *
      *    FOR A RECEIPT, THE CUSTOMER ORDER AND ITEM SEQUENCE FOR A  *
      *    SHIPMENT OR RETURN                                         *
      *****************************************************************

       01  WS-SERIAL-LIST-LINE.
           05  WSL-EVENT-SEQ           PIC 9(03) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-STATUS-DESC         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-EVENT-DATE          PIC 9(08) BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-DOCUMENT            PIC 9(10) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-DOCUMENT-LINE       PIC 9(05) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-LOT-NUMBER          PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-WHSE                PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-RETURN-REASON       PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-PROGRAM-ID          PIC X(08) VALUE SPACES.
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
      *         MAP DSECTS -- SERIAL NUMBER HISTORY - PDA063M         *
      *                                                               *
      *         THE EIGHT HISTORY LIST LINES FOLLOW THE ITEM, SERIAL  *
      *         NUMBER AND STARTING EVENT FIELDS; THE SERIAL MASTER   *
      *         DETAIL FOLLOWS THE LIST                               *
      *****************************************************************

           COPY PDA063M.

       01  FILLER                      REDEFINES PDA063O.
           03  FILLER                  PIC X(117).
           03  P63-SCREEN-AREA         OCCURS 8 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-HIST-LINE      PIC X(78).
           EJECT
      *****************************************************************
      *    VSAM FILE DEFINITIONS                                      *
      *****************************************************************

           COPY VSERIAL.
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
      *                FOR THE SERIAL NUMBER HISTORY SCREEN           *
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
                   MOVE 'PDA063' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA063' TO WPCE-PROGRAM-ID
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

           IF PC-PREV-PGRMID = 'PDA063'
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

           MOVE 'PDA063' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD63')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA063' TO WPCE-PROGRAM-ID
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

           MOVE LOW-VALUES TO PDA063O.
           MOVE PM285-ITEM-SERIAL-REQUIRED TO PDAMSGO.

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

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT
               VARYING WMF-LINES-SHOWN FROM 1 BY 1
                   UNTIL WMF-LINES-SHOWN > 8.

           PERFORM P04000-EDIT-INPUT THRU P04000-EXIT.

           IF NO-ERROR-FOUND
               PERFORM P05000-SHOW-MASTER THRU P05000-EXIT
           END-IF.

           IF NO-ERROR-FOUND
               PERFORM P06000-LIST-HISTORY THRU P06000-EXIT
           END-IF.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-EDIT-INPUT                              *
      *                                                               *
      *    FUNCTION :  VALIDATE THE ITEM NUMBER, SERIAL NUMBER AND    *
      *                STARTING EVENT NUMBER KEYED.  ITEM AND SERIAL  *
      *                ARE REQUIRED; A BLANK EVENT NUMBER STARTS THE  *
      *                LIST AT THE FIRST EVENT                        *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-EDIT-INPUT.

           INSPECT ITEMI REPLACING ALL '_' BY ' '.
           INSPECT SERIALI REPLACING ALL '_' BY ' '.
           INSPECT STARTI REPLACING ALL '_' BY ' '.

           MOVE ITEMI TO WMF-ITEM-NUMBER.
           INSPECT WMF-ITEM-NUMBER REPLACING ALL LOW-VALUES BY ' '.
           MOVE SERIALI TO WMF-SERIAL-NUMBER.
           INSPECT WMF-SERIAL-NUMBER REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-ITEM-NUMBER = SPACES
               MOVE -1 TO ITEML
               MOVE DFHUNINT TO ITEMA
               MOVE PM285-ITEM-SERIAL-REQUIRED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF WMF-SERIAL-NUMBER = SPACES
               MOVE -1 TO SERIALL
               MOVE DFHUNINT TO SERIALA
               MOVE PM285-ITEM-SERIAL-REQUIRED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           MOVE STARTI TO WMF-START-SEQ-X.
           INSPECT WMF-START-SEQ-X REPLACING ALL LOW-VALUES BY ' '.
           INSPECT WMF-START-SEQ-X REPLACING LEADING ' ' BY '0'.

           IF WMF-START-SEQ-X NOT NUMERIC
               MOVE -1 TO STARTL
               MOVE DFHUNINT TO STARTA
               MOVE PM288-EVENT-NUMBER-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    EVENT 000 IS THE SERIAL MASTER, THE HISTORY STARTS AT 001  *
      *****************************************************************

           IF WMF-START-SEQ = ZEROES
               MOVE 1 TO WMF-START-SEQ
           END-IF.

       P04000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-SHOW-MASTER                             *
      *                                                               *
      *    FUNCTION :  READ THE SERIAL MASTER FOR THE ITEM AND SERIAL *
      *                NUMBER KEYED AND SHOW ITS DETAIL               *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P05000-SHOW-MASTER.

           MOVE PC-USERID-NUMBER TO SERIAL-PREFIX.
           MOVE WMF-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.
           MOVE WMF-SERIAL-NUMBER TO SERIAL-NUMBER.
           MOVE ZEROES TO SERIAL-EVENT-SEQ.

           EXEC CICS
               READ
                   FILE('PDASER')
                   INTO(SERIAL-RECORD)
                   RIDFLD(SERIAL-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM P05100-FORMAT-MASTER THRU P05100-EXIT
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO SERIALL
                   MOVE DFHUNINT TO SERIALA
                   MOVE PM283-SERIAL-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA063' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ PDASER' TO WPCE-COMMAND
                   MOVE 'P05000' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P05000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05100-FORMAT-MASTER                           *
      *                                                               *
      *    FUNCTION :  MOVE THE SERIAL MASTER JUST READ TO THE DETAIL *
      *                FIELDS OF THE SCREEN                           *
      *                                                               *
      *    CALLED BY:  P05000-SHOW-MASTER                             *
      *                                                               *
      *****************************************************************

       P05100-FORMAT-MASTER.

           PERFORM P05200-STATUS-DESC THRU P05200-EXIT.

           MOVE WMF-STATUS-DESC TO DSTATO.
           MOVE SERIAL-EVENT-DATE TO DDATEO.
           MOVE SERIAL-LAST-SEQ TO DEVENTSO.
           MOVE SERIAL-PO-NUMBER TO DPONUMO.
           MOVE SERIAL-PO-LINE TO DPOLINEO.
           MOVE SERIAL-LOT-NUMBER TO DLOTO.
           MOVE SERIAL-WHSE TO DWHSEO.
           MOVE SERIAL-ORDER-NUMBER TO DORDERO.
           MOVE SERIAL-ORDER-ITEM-SEQ TO DITMSEQO.
           MOVE SERIAL-CUSTOMER-ID TO DCUSTO.
           MOVE SERIAL-SHIP-DATE TO DSHIPDTO.

       P05100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05200-STATUS-DESC                             *
      *                                                               *
      *    FUNCTION :  TRANSLATE THE SERIAL STATUS OF THE RECORD JUST *
      *                READ TO ITS DESCRIPTION                        *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P05200-STATUS-DESC.

           EVALUATE TRUE
               WHEN SERIAL-IN-STOCK
                   MOVE 'RECEIVED' TO WMF-STATUS-DESC
               WHEN SERIAL-SHIPPED
                   MOVE 'SHIPPED' TO WMF-STATUS-DESC
               WHEN SERIAL-RETURNED
                   MOVE 'RETURNED' TO WMF-STATUS-DESC
               WHEN OTHER
                   MOVE SERIAL-STATUS TO WMF-STATUS-DESC
           END-EVALUATE.

       P05200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-LIST-HISTORY                            *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN WITH UP TO EIGHT HISTORY       *
      *                EVENTS FOR THE SERIAL NUMBER, STARTING AT THE  *
      *                EVENT NUMBER KEYED.  WHEN MORE EVENTS REMAIN   *
      *                THE NEXT EVENT NUMBER IS RETURNED IN THE       *
      *                STARTING EVENT FIELD                           *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P06000-LIST-HISTORY.

           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WMF-BROWSE-END-SW.
           MOVE ZEROES TO WMF-NEXT-SEQ.

           MOVE PC-USERID-NUMBER TO SERIAL-PREFIX.
           MOVE WMF-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.
           MOVE WMF-SERIAL-NUMBER TO SERIAL-NUMBER.
           MOVE WMF-START-SEQ TO SERIAL-EVENT-SEQ.

           EXEC CICS
               STARTBR
                   FILE('PDASER')
                   RIDFLD(SERIAL-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P06000-CHECK-END
           END-IF.

           PERFORM P06100-NEXT-EVENT THRU P06100-EXIT
               UNTIL SERIAL-BROWSE-END
                  OR WMF-LINES-SHOWN > 7.

      *****************************************************************
      *    EIGHT LINES SHOWN -- LOOK AHEAD FOR ONE MORE EVENT         *
      *****************************************************************

           IF NOT SERIAL-BROWSE-END
               PERFORM P06200-LOOK-AHEAD THRU P06200-EXIT
           END-IF.

           EXEC CICS
               ENDBR
                   FILE('PDASER')
                   NOHANDLE
           END-EXEC.

       P06000-CHECK-END.

           IF SERIAL-BROWSE-END
               MOVE SPACES TO STARTO
               MOVE PM286-SERIAL-HISTORY-END TO PDAMSGO
           ELSE
               MOVE WMF-NEXT-SEQ TO STARTO
               MOVE PM287-SERIAL-HISTORY-MORE TO PDAMSGO
           END-IF.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SCRN-HIST-LINE(WMF-LINES-SHOWN).

       P06050-EXIT.
           EXIT.
           EJECT

       P06100-NEXT-EVENT.

           EXEC CICS
               READNEXT
                   FILE('PDASER')
                   INTO(SERIAL-RECORD)
                   RIDFLD(SERIAL-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR SERIAL-PREFIX NOT = PC-USERID-NUMBER
            OR SERIAL-ITEM-NUMBER NOT = WMF-ITEM-NUMBER
            OR SERIAL-NUMBER NOT = WMF-SERIAL-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P06100-EXIT
           END-IF.

      *****************************************************************
      *    SKIP THE SERIAL MASTER                                     *
      *****************************************************************

           IF SERIAL-MASTER
               GO TO P06100-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.

           PERFORM P05200-STATUS-DESC THRU P05200-EXIT.

           MOVE SERIAL-EVENT-SEQ TO WSL-EVENT-SEQ.
           MOVE WMF-STATUS-DESC TO WSL-STATUS-DESC.
           MOVE SERIAL-EVENT-DATE TO WSL-EVENT-DATE.

           IF SERIAL-IN-STOCK
               MOVE SERIAL-PO-NUMBER TO WSL-DOCUMENT
               MOVE SERIAL-PO-LINE TO WSL-DOCUMENT-LINE
           ELSE
               MOVE SERIAL-ORDER-NUMBER TO WSL-DOCUMENT
               MOVE SERIAL-ORDER-ITEM-SEQ TO WSL-DOCUMENT-LINE
           END-IF.

           MOVE SERIAL-LOT-NUMBER TO WSL-LOT-NUMBER.
           MOVE SERIAL-WHSE TO WSL-WHSE.
           MOVE SERIAL-RETURN-REASON TO WSL-RETURN-REASON.
           MOVE SERIAL-PROGRAM-ID TO WSL-PROGRAM-ID.
           MOVE WS-SERIAL-LIST-LINE TO SCRN-HIST-LINE(WMF-LINES-SHOWN).

       P06100-EXIT.
           EXIT.
           EJECT

       P06200-LOOK-AHEAD.

           EXEC CICS
               READNEXT
                   FILE('PDASER')
                   INTO(SERIAL-RECORD)
                   RIDFLD(SERIAL-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR SERIAL-PREFIX NOT = PC-USERID-NUMBER
            OR SERIAL-ITEM-NUMBER NOT = WMF-ITEM-NUMBER
            OR SERIAL-NUMBER NOT = WMF-SERIAL-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
           ELSE
               MOVE SERIAL-EVENT-SEQ TO WMF-NEXT-SEQ
           END-IF.

       P06200-EXIT.
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
                   MAP('PDA063')
                   MAPSET('PDA063M')
                   FROM(PDA063O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA063' TO WPCE-PROGRAM-ID
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
                   MAP('PDA063')
                   MAPSET('PDA063M')
                   FROM(PDA063O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA063' TO WPCE-PROGRAM-ID
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
                   MAP('PDA063')
                   MAPSET('PDA063M')
                   INTO(PDA063I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA063' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA063' TO PC-PREV-PGRMID.

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
               MOVE 'PDA063' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA063' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA063' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA063' TO WPCE-PROGRAM-ID.
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
