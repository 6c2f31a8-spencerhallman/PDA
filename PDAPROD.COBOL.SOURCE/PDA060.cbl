       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA060.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA060                                            *
      * TRANS   :   PD60                                              *
      * MAPSET  :   PDA060M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA060 IS THE UNAPPLIED CASH APPLICATION  *
      *             SCREEN FOR THE CASH DESK.  REMITTANCES THE        *
      *             NIGHTLY LOCKBOX BATCH (PDAB48) COULD NOT APPLY    *
      *             ARE HELD ON THE UNAPPLIED CASH SUSPENSE FILE.     *
      *             THE OPERATOR SEARCHES THE OPEN SUSPENSE ITEMS BY  *
      *             CUSTOMER AND / OR AMOUNT, THEN KEYS THE ITEM'S    *
      *             DATE AND SEQUENCE AND AN ACTION:                  *
      *               A  APPLY THE CASH TO UP TO FIVE AR OPEN ITEMS   *
      *                  (WHOLLY, OR SPLIT ACROSS THE ORDERS KEYED),  *
      *                  EACH APPLIED AS THE PDA028 PAYMENT SCREEN    *
      *                  DOES, INCLUDING ANY TERMS DISCOUNT EARNED    *
      *                  BY THE REMITTANCE DATE.  ANY CASH LEFT       *
      *                  STAYS IN SUSPENSE.                           *
      *               R  REFUND THE REMAINING CASH TO THE CUSTOMER    *
      *               H  HOLD THE REMAINING CASH ON ACCOUNT FOR THE   *
      *                  CUSTOMER UNTIL IT IS APPLIED OR REFUNDED     *
      *             UPDATE OR ADMINISTRATOR AUTHORITY IS REQUIRED     *
      *             FOR AN ACTION; THE SEARCH IS OPEN TO ALL USERS.   *
      *                                                               *
      * FILES   :   UNAPPLIED CASH FILE      -  VSAM KSDS (UPDATE)    *
      *             AR OPEN ITEM FILE        -  VSAM KSDS (UPDATE)    *
      *             CUSTOMER PAYMENT FILE    -  VSAM KSDS (UPDATE)    *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD60       UNAPPLIED CASH (THIS SCREEN)           *
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
      *  10/15/26   R. MCALLEN            EARLY-PAYMENT TERMS         *
      *                                   DISCOUNT TAKEN WHEN THE     *
      *                                   CASH WAS REMITTED BY THE    *
      *                                   DISCOUNT DATE               *
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
               88  SUSP-BROWSE-END               VALUE 'Y'.
           05  WMF-DATE-CCYYMMDD       PIC 9(08) VALUE ZEROES.
           05  WMF-AR-CUSTOMER-ID      PIC X(32) VALUE SPACES.
           05  WMF-APPLY-LINES         PIC S9(4) VALUE +0 COMP.
           05  WMF-APPLY-TOTAL         PIC S9(9)V99 VALUE +0    COMP-3.
      *****************************************************************
      *    AMOUNTS ARE KEYED AS ELEVEN DIGITS WITH TWO IMPLIED        *
      *    DECIMAL PLACES (00000010050 = 100.50)                      *
      *****************************************************************
           05  WMF-SEARCH-AMOUNT-X     PIC X(11) VALUE SPACES.
           05  WMF-SEARCH-AMOUNT REDEFINES WMF-SEARCH-AMOUNT-X
                                       PIC 9(9)V99.
           05  WMF-LINE-AMOUNT-X       PIC X(11) VALUE SPACES.
           05  WMF-LINE-AMOUNT REDEFINES WMF-LINE-AMOUNT-X
                                       PIC 9(9)V99.
           05  WMF-LINE-ORDER-X        PIC X(10) VALUE SPACES.
           05  WMF-LINE-ORDER REDEFINES WMF-LINE-ORDER-X
                                       PIC 9(10).
           05  WMF-SUSP-SEQ-X          PIC X(05) VALUE SPACES.
           05  WMF-SUSP-SEQ REDEFINES WMF-SUSP-SEQ-X
                                       PIC 9(05).
           05  WMF-PAYMENT-DESC.
               10  FILLER              PIC X(25) VALUE
                   'SUSPENSE CASH TO ORDER   '.
               10  WMF-PD-ORDER-NUMBER PIC 9(10) VALUE ZEROES.
               10  WMF-PD-DISC-LIT     PIC X(05) VALUE SPACES.
               10  WMF-PD-DISCOUNT     PIC ZZZZZZ9.99
                                                 BLANK WHEN ZERO.
           05  WMF-PAYMENT-DATE        PIC 9(08) VALUE ZEROES.
           05  WMF-DISCOUNT-ALLOWED    PIC S9(9)V99 VALUE +0    COMP-3.
           05  WMF-DISCOUNT-AMOUNT     PIC S9(9)V99 VALUE +0    COMP-3.
           05  WMF-AUDIT-ACTION        PIC X(12) VALUE SPACES.
           EJECT
      *****************************************************************
      *    SUSPENSE LIST LINE                                         *
      *****************************************************************

       01  WS-SUSPENSE-LINE.
           05  WSL-DATE                PIC 9(08) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-SEQ                 PIC 9(05) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-CUSTOMER-ID         PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-ORDER-NUMBER        PIC 9(10) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WSL-REMAINING           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSL-STATUS              PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSL-REASON              PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE SPACES.
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
      *         MAP DSECTS -- UNAPPLIED CASH - PDA060M                *
      *                                                               *
      *         THE EIGHT SUSPENSE LIST LINES FOLLOW THE SEARCH       *
      *         FIELDS; THE FIVE APPLY LINES (ORDER NUMBER, AMOUNT)   *
      *         FOLLOW THE SELECTED ITEM'S DATE, SEQUENCE AND ACTION  *
      *****************************************************************

           COPY PDA060M.

       01  FILLER                      REDEFINES PDA060O.
           03  FILLER                  PIC X(100).
           03  P60-SCREEN-AREA         OCCURS 8 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-SUSP-LINE      PIC X(78).
           03  FILLER                  PIC X(29).
           03  P60-APPLY-AREA          OCCURS 5 TIMES.
               05  APORD-LEN           PIC S9(4)                COMP.
               05  APORD-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-APPLY-ORDER    PIC X(10).
               05  APAMT-LEN           PIC S9(4)                COMP.
               05  APAMT-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-APPLY-AMOUNT   PIC X(11).
           EJECT
      *****************************************************************
      *    VSAM FILE DEFINITIONS                                      *
      *****************************************************************

           COPY VSUSPCSH.
           EJECT
           COPY VARBAL.
           EJECT
           COPY VCUSTPAY.
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
      *                FOR THE UNAPPLIED CASH SCREEN                  *
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
                   MOVE 'PDA060' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
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

           IF PC-PREV-PGRMID = 'PDA060'
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

           MOVE 'PDA060' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD60')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
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

           MOVE LOW-VALUES TO PDA060O.
           MOVE PM240-ENTER-SUSPENSE TO PDAMSGO.

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

           PERFORM P06000-LIST-SUSPENSE THRU P06000-EXIT.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *    FUNCTION :  VALIDATE THE KEYED ACTION, READ THE SELECTED   *
      *                SUSPENSE ITEM FOR UPDATE AND APPLY, REFUND OR  *
      *                HOLD IT.  NO ACTION KEYED IS A SEARCH ONLY     *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-PROCESS-ACTION.

           INSPECT ACTIONI REPLACING ALL '_' BY ' '.
           INSPECT CUSTIDI REPLACING ALL '_' BY ' '.
           INSPECT SUSDATEI REPLACING ALL '_' BY ' '.
           INSPECT SUSSEQI REPLACING ALL '_' BY ' '.

           IF ACTIONI = SPACES OR ACTIONI = LOW-VALUES
               GO TO P04000-EXIT
           END-IF.

           IF NOT PC-USER-MAY-UPDATE
               MOVE PM154-UPDATE-NOT-AUTHORIZED TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'R'
                                AND ACTIONI NOT = 'H'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM240-ENTER-SUSPENSE TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           MOVE SUSSEQI TO WMF-SUSP-SEQ-X.
           INSPECT WMF-SUSP-SEQ-X REPLACING LEADING ' ' BY '0'.

           IF SUSDATEI NOT NUMERIC OR WMF-SUSP-SEQ-X NOT NUMERIC
               MOVE -1 TO SUSDATEL
               MOVE DFHUNINT TO SUSDATEA
               MOVE PM241-SUSPENSE-NOT-FOUND TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    READ THE SUSPENSE ITEM FOR UPDATE -- ONLY UNAPPLIED OR     *
      *    ON-ACCOUNT CASH CAN BE WORKED                              *
      *****************************************************************

           MOVE PC-USERID-NUMBER TO SUSPENSE-PREFIX.
           MOVE SUSDATEI TO SUSPENSE-DATE.
           MOVE WMF-SUSP-SEQ TO SUSPENSE-SEQ.

           EXEC CICS
               READ
                   FILE('PDASUSP')
                   INTO(SUSPENSE-CASH-RECORD)
                   RIDFLD(SUSPENSE-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO SUSDATEL
                   MOVE DFHUNINT TO SUSDATEA
                   MOVE PM241-SUSPENSE-NOT-FOUND TO PDAMSGO
                   GO TO P04000-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA060' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
                   MOVE 'P04000' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF NOT SUSPENSE-AVAILABLE
               MOVE -1 TO SUSDATEL
               MOVE DFHUNINT TO SUSDATEA
               MOVE PM241-SUSPENSE-NOT-FOUND TO PDAMSGO
               PERFORM P04900-UNLOCK-SUSPENSE THRU P04900-EXIT
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    THE CUSTOMER KEYED ON THE SCREEN OVERRIDES THE ONE ON THE  *
      *    REMITTANCE (A PARENT COMPANY PAYING FOR A SUBSIDIARY, OR   *
      *    A REMITTANCE THAT ARRIVED WITHOUT ONE)                     *
      *****************************************************************

           IF CUSTIDI = SPACES OR CUSTIDI = LOW-VALUES
               MOVE SUSPENSE-CUSTOMER-ID TO WMF-AR-CUSTOMER-ID
           ELSE
               MOVE CUSTIDI TO WMF-AR-CUSTOMER-ID
           END-IF.

           MOVE 'N' TO WS-ERROR-FOUND-SW.

           EVALUATE ACTIONI
               WHEN 'A'
                   PERFORM P04100-APPLY-CASH THRU P04100-EXIT
               WHEN 'R'
                   PERFORM P04200-REFUND-CASH THRU P04200-EXIT
               WHEN 'H'
                   PERFORM P04300-HOLD-ON-ACCOUNT THRU P04300-EXIT
           END-EVALUATE.

           IF ERROR-FOUND
               PERFORM P04900-UNLOCK-SUSPENSE THRU P04900-EXIT
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    STAMP AND REWRITE THE SUSPENSE ITEM                        *
      *****************************************************************

           MOVE WMF-DATE-CCYYMMDD TO SUSPENSE-LAST-ACTION-DATE.
           MOVE PC-USERID-ID TO SUSPENSE-LAST-USERID.

           EXEC CICS
               REWRITE
                   FILE('PDASUSP')
                   FROM(SUSPENSE-CASH-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE' TO WPCE-COMMAND
               MOVE 'P04000' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE SUSPENSE-REMAINING-AMT TO REMAMTO.
           MOVE SPACES TO ACTIONO.

      *****************************************************************
      *    RECORD THE ACTION ON THE SECURITY AUDIT TRAIL (PDAS08      *
      *    NEVER FAILS THE CALLER) -- THE MONTHLY PDAB82              *
      *    SEGREGATION-OF-DUTIES REPORT CORRELATES THESE BY USERID    *
      *****************************************************************

           MOVE SPACES TO PDAS08-COMMAREA.
           MOVE WMF-AUDIT-ACTION TO WSA-ACTION.
           MOVE SUSPENSE-CUSTOMER-ID TO WSA-TARGET.
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
      *    PARAGRAPH:  P04100-APPLY-CASH                              *
      *                                                               *
      *    FUNCTION :  EDIT EVERY KEYED APPLY LINE FIRST, THEN APPLY  *
      *                EACH ONE TO ITS AR OPEN ITEM AND RELIEVE THE   *
      *                SUSPENSE ITEM BY THE TOTAL APPLIED             *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04100-APPLY-CASH.

           IF WMF-AR-CUSTOMER-ID = SPACES
               MOVE -1 TO CUSTIDL
               MOVE DFHUNINT TO CUSTIDA
               MOVE PM009-ENTER-CUST-ID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04100-EXIT
           END-IF.

           MOVE +0 TO WMF-APPLY-LINES.
           MOVE +0 TO WMF-APPLY-TOTAL.

           PERFORM P04110-EDIT-APPLY-LINE THRU P04110-EXIT
               VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 5
                      OR ERROR-FOUND.

           IF ERROR-FOUND
               GO TO P04100-EXIT
           END-IF.

           IF WMF-APPLY-LINES = ZEROES
               MOVE -1 TO APORD-LEN(1)
               MOVE PM248-ENTER-APPLY-LINES TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04100-EXIT
           END-IF.

           IF WMF-APPLY-TOTAL > SUSPENSE-REMAINING-AMT
               MOVE -1 TO APAMT-LEN(1)
               MOVE PM245-APPLY-EXCEEDS-CASH TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04100-EXIT
           END-IF.

      *****************************************************************
      *    EVERY LINE IS GOOD -- APPLY THEM                           *
      *****************************************************************

           PERFORM P04150-APPLY-LINE THRU P04150-EXIT
               VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 5.

           SUBTRACT WMF-APPLY-TOTAL FROM SUSPENSE-REMAINING-AMT.
           ADD WMF-APPLY-TOTAL TO SUSPENSE-APPLIED-AMT.

           IF SUSPENSE-CUSTOMER-ID = SPACES
               MOVE WMF-AR-CUSTOMER-ID TO SUSPENSE-CUSTOMER-ID
           END-IF.

           IF SUSPENSE-REMAINING-AMT NOT > ZEROES
               MOVE 'A' TO SUSPENSE-STATUS
           END-IF.

           MOVE 'CASHAPP' TO WMF-AUDIT-ACTION.
           MOVE PM242-SUSPENSE-APPLIED TO PDAMSGO.

       P04100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04110-EDIT-APPLY-LINE                         *
      *                                                               *
      *    FUNCTION :  EDIT ONE APPLY LINE -- THE ORDER MUST HAVE AN  *
      *                OPEN AR ITEM FOR THE CUSTOMER, MUST NOT BE     *
      *                KEYED TWICE, AND THE AMOUNT MAY NOT EXCEED     *
      *                ITS BALANCE DUE.  A BLANK LINE IS SKIPPED      *
      *                                                               *
      *    CALLED BY:  P04100-APPLY-CASH                              *
      *                                                               *
      *****************************************************************

       P04110-EDIT-APPLY-LINE.

           INSPECT SCRN-APPLY-ORDER(WS-SUB) REPLACING ALL '_' BY ' '.
           INSPECT SCRN-APPLY-AMOUNT(WS-SUB) REPLACING ALL '_' BY ' '.

           IF (SCRN-APPLY-ORDER(WS-SUB) = SPACES
               OR SCRN-APPLY-ORDER(WS-SUB) = LOW-VALUES)
           AND (SCRN-APPLY-AMOUNT(WS-SUB) = SPACES
               OR SCRN-APPLY-AMOUNT(WS-SUB) = LOW-VALUES)
               GO TO P04110-EXIT
           END-IF.

           MOVE SCRN-APPLY-ORDER(WS-SUB) TO WMF-LINE-ORDER-X.
           MOVE SCRN-APPLY-AMOUNT(WS-SUB) TO WMF-LINE-AMOUNT-X.
           INSPECT WMF-LINE-ORDER-X REPLACING LEADING ' ' BY '0'.
           INSPECT WMF-LINE-AMOUNT-X REPLACING LEADING ' ' BY '0'.

           IF WMF-LINE-ORDER-X NOT NUMERIC
               MOVE -1 TO APORD-LEN(WS-SUB)
               MOVE DFHUNINT TO APORD-ATTR(WS-SUB)
               MOVE PM023-ORDER-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04110-EXIT
           END-IF.

           IF WMF-LINE-AMOUNT-X NOT NUMERIC
              OR WMF-LINE-AMOUNT = ZEROES
               MOVE -1 TO APAMT-LEN(WS-SUB)
               MOVE DFHUNINT TO APAMT-ATTR(WS-SUB)
               MOVE PM085-PAYMENT-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04110-EXIT
           END-IF.

           MOVE WMF-LINE-ORDER-X TO SCRN-APPLY-ORDER(WS-SUB).
           MOVE WMF-LINE-AMOUNT-X TO SCRN-APPLY-AMOUNT(WS-SUB).

           PERFORM P04115-CHECK-DUPLICATE THRU P04115-EXIT
               VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 NOT < WS-SUB
                      OR ERROR-FOUND.

           IF ERROR-FOUND
               GO TO P04110-EXIT
           END-IF.

           MOVE PC-USERID-NUMBER TO AR-PREFIX.
           MOVE WMF-AR-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE WMF-LINE-ORDER TO AR-ORDER-NUMBER.

           EXEC CICS
               READ
                   FILE('PDAARBL')
                   INTO(AR-OPEN-ITEM-RECORD)
                   RIDFLD(AR-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO APORD-LEN(WS-SUB)
                   MOVE DFHUNINT TO APORD-ATTR(WS-SUB)
                   MOVE PM086-NO-OPEN-BALANCE TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04110-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA060' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ' TO WPCE-COMMAND
                   MOVE 'P04110' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF AR-CLOSED
               MOVE -1 TO APORD-LEN(WS-SUB)
               MOVE DFHUNINT TO APORD-ATTR(WS-SUB)
               MOVE PM087-ORDER-ALREADY-PAID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04110-EXIT
           END-IF.

           IF WMF-LINE-AMOUNT > AR-BALANCE-DUE
               MOVE -1 TO APAMT-LEN(WS-SUB)
               MOVE DFHUNINT TO APAMT-ATTR(WS-SUB)
               MOVE PM246-APPLY-OVER-BALANCE TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04110-EXIT
           END-IF.

           ADD +1 TO WMF-APPLY-LINES.
           ADD WMF-LINE-AMOUNT TO WMF-APPLY-TOTAL.

       P04110-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04115-CHECK-DUPLICATE                         *
      *                                                               *
      *    FUNCTION :  REJECT AN ORDER KEYED ON AN EARLIER APPLY LINE *
      *                                                               *
      *    CALLED BY:  P04110-EDIT-APPLY-LINE                         *
      *                                                               *
      *****************************************************************

       P04115-CHECK-DUPLICATE.

           IF SCRN-APPLY-ORDER(WS-SUB2) = SCRN-APPLY-ORDER(WS-SUB)
               MOVE -1 TO APORD-LEN(WS-SUB)
               MOVE DFHUNINT TO APORD-ATTR(WS-SUB)
               MOVE PM240-ENTER-SUSPENSE TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
           END-IF.

       P04115-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04150-APPLY-LINE                              *
      *                                                               *
      *    FUNCTION :  APPLY ONE EDITED LINE TO ITS AR OPEN ITEM THE  *
      *                SAME WAY PDA028 DOES, TAKING ANY TERMS         *
      *                DISCOUNT, AND RECORD THE PAYMENT ON THE        *
      *                CUSTOMER PAYMENT HISTORY FILE                  *
      *                                                               *
      *    CALLED BY:  P04100-APPLY-CASH                              *
      *                                                               *
      *****************************************************************

       P04150-APPLY-LINE.

           IF SCRN-APPLY-ORDER(WS-SUB) = SPACES
              OR SCRN-APPLY-ORDER(WS-SUB) = LOW-VALUES
               GO TO P04150-EXIT
           END-IF.

           MOVE SCRN-APPLY-ORDER(WS-SUB) TO WMF-LINE-ORDER-X.
           MOVE SCRN-APPLY-AMOUNT(WS-SUB) TO WMF-LINE-AMOUNT-X.

           MOVE PC-USERID-NUMBER TO AR-PREFIX.
           MOVE WMF-AR-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE WMF-LINE-ORDER TO AR-ORDER-NUMBER.

           EXEC CICS
               READ
                   FILE('PDAARBL')
                   INTO(AR-OPEN-ITEM-RECORD)
                   RIDFLD(AR-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS READ UPDATE' TO WPCE-COMMAND
               MOVE 'P04150' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           ADD WMF-LINE-AMOUNT TO AR-AMOUNT-PAID.
           SUBTRACT WMF-LINE-AMOUNT FROM AR-BALANCE-DUE.
           MOVE WMF-DATE-CCYYMMDD TO AR-LAST-PAYMENT-DATE.

           PERFORM P04155-TERMS-DISCOUNT THRU P04155-EXIT.

           IF AR-BALANCE-DUE NOT > ZEROES
               MOVE 'P' TO AR-STATUS
           END-IF.

           EXEC CICS
               REWRITE
                   FILE('PDAARBL')
                   FROM(AR-OPEN-ITEM-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE' TO WPCE-COMMAND
               MOVE 'P04150' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM P04160-RECORD-PAYMENT THRU P04160-EXIT.

           MOVE SPACES TO SCRN-APPLY-ORDER(WS-SUB)
                          SCRN-APPLY-AMOUNT(WS-SUB).

       P04150-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04155-TERMS-DISCOUNT                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO TAKE THE EARLY-PAYMENT DISCOUNT     *
      *                ALLOWED BY THE ITEM'S PAYMENT TERMS, AS PDA028 *
      *                DOES.  THE CASH COUNTS AS PAID ON THE DATE THE *
      *                CUSTOMER REMITTED IT, NOT THE DATE THE CASH    *
      *                DESK APPLIED IT FROM SUSPENSE                  *
      *                                                               *
      *    CALLED BY:  P04150-APPLY-LINE                              *
      *                                                               *
      *****************************************************************

       P04155-TERMS-DISCOUNT.

           MOVE ZEROES TO WMF-DISCOUNT-AMOUNT.
           MOVE SPACES TO WMF-PD-DISC-LIT.
           MOVE ZEROES TO WMF-PD-DISCOUNT.

           IF AR-BALANCE-DUE NOT > ZEROES
               GO TO P04155-EXIT
           END-IF.

           IF SUSPENSE-REMIT-DATE NUMERIC
              AND SUSPENSE-REMIT-DATE > ZEROES
               MOVE SUSPENSE-REMIT-DATE TO WMF-PAYMENT-DATE
           ELSE
               MOVE SUSPENSE-DATE TO WMF-PAYMENT-DATE
           END-IF.

           IF AR-DISCOUNT-DATE NOT NUMERIC
              OR AR-DISCOUNT-DATE = ZEROES
              OR WMF-PAYMENT-DATE > AR-DISCOUNT-DATE
               GO TO P04155-EXIT
           END-IF.

           IF AR-DISCOUNT-PCT NOT NUMERIC
              OR AR-DISCOUNT-PCT NOT > ZEROES
               GO TO P04155-EXIT
           END-IF.

           IF AR-DISCOUNT-TAKEN NUMERIC
              AND AR-DISCOUNT-TAKEN > ZEROES
               GO TO P04155-EXIT
           END-IF.

           COMPUTE WMF-DISCOUNT-ALLOWED ROUNDED =
               AR-ORIGINAL-AMT * AR-DISCOUNT-PCT / 100.

           IF AR-BALANCE-DUE > WMF-DISCOUNT-ALLOWED
               GO TO P04155-EXIT
           END-IF.

           MOVE AR-BALANCE-DUE TO WMF-DISCOUNT-AMOUNT.
           MOVE WMF-DISCOUNT-AMOUNT TO AR-DISCOUNT-TAKEN.
           MOVE ZEROES TO AR-BALANCE-DUE.

           MOVE ' DSC ' TO WMF-PD-DISC-LIT.
           MOVE WMF-DISCOUNT-AMOUNT TO WMF-PD-DISCOUNT.

       P04155-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04160-RECORD-PAYMENT                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO UPDATE (OR CREATE) THE CUSTOMER     *
      *                PAYMENT HISTORY RECORD WITH THIS PAYMENT       *
      *                                                               *
      *    CALLED BY:  P04150-APPLY-LINE                              *
      *                                                               *
      *****************************************************************

       P04160-RECORD-PAYMENT.

           MOVE WMF-LINE-ORDER TO WMF-PD-ORDER-NUMBER.

           MOVE WMF-AR-CUSTOMER-ID TO CUSTOMER-PAYMENT-CUSTOMER-ID.

           EXEC CICS
               READ
                   FILE('PDAPAY')
                   INTO(CUSTOMER-PAYMENT-RECORD)
                   RIDFLD(CUSTOMER-PAYMENT-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WMF-LINE-AMOUNT TO CUSTOMER-PAYMENT-AMOUNT
                   MOVE WMF-PAYMENT-DESC
                       TO CUSTOMER-PAYMENT-DESCRIPTION
                   EXEC CICS
                       REWRITE
                           FILE('PDAPAY')
                           FROM(CUSTOMER-PAYMENT-RECORD)
                           NOHANDLE
                           RESP(WS-RESPONSE-CODE)
                   END-EXEC
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE SPACES TO CUSTOMER-PAYMENT-RECORD
                   MOVE WMF-AR-CUSTOMER-ID
                       TO CUSTOMER-PAYMENT-CUSTOMER-ID
                   MOVE WMF-LINE-AMOUNT TO CUSTOMER-PAYMENT-AMOUNT
                   MOVE WMF-PAYMENT-DESC
                       TO CUSTOMER-PAYMENT-DESCRIPTION
                   EXEC CICS
                       WRITE
                           FILE('PDAPAY')
                           FROM(CUSTOMER-PAYMENT-RECORD)
                           RIDFLD(CUSTOMER-PAYMENT-KEY)
                           NOHANDLE
                           RESP(WS-RESPONSE-CODE)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE/REWRITE PDAPAY' TO WPCE-COMMAND
               MOVE 'P04160' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P04160-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04200-REFUND-CASH                             *
      *                                                               *
      *    FUNCTION :  MARK THE REMAINING CASH FOR REFUND TO THE      *
      *                CUSTOMER -- THE DAILY PDAB85 REPORT LISTS THE  *
      *                DAY'S REFUNDS FOR ACCOUNTS PAYABLE TO ISSUE    *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04200-REFUND-CASH.

           IF WMF-AR-CUSTOMER-ID = SPACES
               MOVE -1 TO CUSTIDL
               MOVE DFHUNINT TO CUSTIDA
               MOVE PM009-ENTER-CUST-ID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04200-EXIT
           END-IF.

           MOVE WMF-AR-CUSTOMER-ID TO SUSPENSE-CUSTOMER-ID.
           ADD SUSPENSE-REMAINING-AMT TO SUSPENSE-REFUND-AMT.
           MOVE +0 TO SUSPENSE-REMAINING-AMT.
           MOVE 'R' TO SUSPENSE-STATUS.

           MOVE 'CASHREFUND' TO WMF-AUDIT-ACTION.
           MOVE PM243-SUSPENSE-REFUNDED TO PDAMSGO.

       P04200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04300-HOLD-ON-ACCOUNT                         *
      *                                                               *
      *    FUNCTION :  HOLD THE REMAINING CASH ON ACCOUNT FOR THE     *
      *                CUSTOMER.  IT STAYS AVAILABLE TO APPLY OR      *
      *                REFUND LATER                                   *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04300-HOLD-ON-ACCOUNT.

           IF WMF-AR-CUSTOMER-ID = SPACES
               MOVE -1 TO CUSTIDL
               MOVE DFHUNINT TO CUSTIDA
               MOVE PM009-ENTER-CUST-ID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04300-EXIT
           END-IF.

           MOVE WMF-AR-CUSTOMER-ID TO SUSPENSE-CUSTOMER-ID.
           MOVE 'H' TO SUSPENSE-STATUS.

           MOVE 'CASHONACCT' TO WMF-AUDIT-ACTION.
           MOVE PM244-SUSPENSE-ON-ACCOUNT TO PDAMSGO.

       P04300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04900-UNLOCK-SUSPENSE                         *
      *                                                               *
      *    FUNCTION :  ROUTINE TO RELEASE THE SUSPENSE RECORD HELD    *
      *                FOR UPDATE WHEN THE ACTION IS NOT APPLIED      *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04900-UNLOCK-SUSPENSE.

           EXEC CICS
               UNLOCK
                   FILE('PDASUSP')
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

       P04900-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-LIST-SUSPENSE                           *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN WITH UP TO EIGHT UNAPPLIED OR  *
      *                ON-ACCOUNT ITEMS, OLDEST FIRST, MATCHING THE   *
      *                CUSTOMER AND / OR AMOUNT KEYED                 *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P06000-LIST-SUSPENSE.

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT
               VARYING WMF-LINES-SHOWN FROM 1 BY 1
                   UNTIL WMF-LINES-SHOWN > 8.

           INSPECT SRCHAMTI REPLACING ALL '_' BY ' '.

           IF SRCHAMTI = SPACES OR SRCHAMTI = LOW-VALUES
               MOVE ZEROES TO WMF-SEARCH-AMOUNT
           ELSE
               MOVE SRCHAMTI TO WMF-SEARCH-AMOUNT-X
               INSPECT WMF-SEARCH-AMOUNT-X
                   REPLACING LEADING ' ' BY '0'
               IF WMF-SEARCH-AMOUNT-X NOT NUMERIC
                   MOVE -1 TO SRCHAMTL
                   MOVE DFHUNINT TO SRCHAMTA
                   MOVE PM085-PAYMENT-INVALID TO PDAMSGO
                   GO TO P06000-EXIT
               END-IF
           END-IF.

           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WMF-BROWSE-END-SW.

           MOVE PC-USERID-NUMBER TO SUSPENSE-PREFIX.
           MOVE ZEROES TO SUSPENSE-DATE
                          SUSPENSE-SEQ.

           EXEC CICS
               STARTBR
                   FILE('PDASUSP')
                   RIDFLD(SUSPENSE-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P06000-CHECK-FOUND
           END-IF.

           PERFORM P06100-NEXT-SUSPENSE THRU P06100-EXIT
               UNTIL SUSP-BROWSE-END
                  OR WMF-LINES-SHOWN > 7.

           EXEC CICS
               ENDBR
                   FILE('PDASUSP')
                   NOHANDLE
           END-EXEC.

       P06000-CHECK-FOUND.

           IF WMF-LINES-SHOWN = ZEROES
              AND (PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES)
               MOVE PM247-NO-SUSPENSE-MATCH TO PDAMSGO
           END-IF.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SCRN-SUSP-LINE(WMF-LINES-SHOWN).

       P06050-EXIT.
           EXIT.
           EJECT

       P06100-NEXT-SUSPENSE.

           EXEC CICS
               READNEXT
                   FILE('PDASUSP')
                   INTO(SUSPENSE-CASH-RECORD)
                   RIDFLD(SUSPENSE-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR SUSPENSE-PREFIX NOT = PC-USERID-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P06100-EXIT
           END-IF.

           IF NOT SUSPENSE-AVAILABLE
               GO TO P06100-EXIT
           END-IF.

           IF CUSTIDI NOT = SPACES AND CUSTIDI NOT = LOW-VALUES
              AND SUSPENSE-CUSTOMER-ID NOT = CUSTIDI
               GO TO P06100-EXIT
           END-IF.

           IF WMF-SEARCH-AMOUNT > ZEROES
              AND SUSPENSE-REMAINING-AMT NOT = WMF-SEARCH-AMOUNT
               GO TO P06100-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE SUSPENSE-DATE TO WSL-DATE.
           MOVE SUSPENSE-SEQ TO WSL-SEQ.
           MOVE SUSPENSE-CUSTOMER-ID TO WSL-CUSTOMER-ID.
           MOVE SUSPENSE-ORDER-NUMBER TO WSL-ORDER-NUMBER.
           MOVE SUSPENSE-REMAINING-AMT TO WSL-REMAINING.
           MOVE SUSPENSE-STATUS TO WSL-STATUS.
           MOVE SUSPENSE-REASON TO WSL-REASON.
           MOVE WS-SUSPENSE-LINE TO SCRN-SUSP-LINE(WMF-LINES-SHOWN).

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
                   MAP('PDA060')
                   MAPSET('PDA060M')
                   FROM(PDA060O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
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
                   MAP('PDA060')
                   MAPSET('PDA060M')
                   FROM(PDA060O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
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
                   MAP('PDA060')
                   MAPSET('PDA060M')
                   INTO(PDA060I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA060' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA060' TO PC-PREV-PGRMID.

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
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA060' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA060' TO WPCE-PROGRAM-ID.
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

