       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA062.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA062                                            *
      * TRANS   :   PD62                                              *
      * MAPSET  :   PDA062M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA062 IS THE RECEIVING INSPECTION        *
      *             SCREEN.  RECEIPTS OF ITEMS OR SUPPLIERS FLAGGED   *
      *             'INSPECT ON RECEIPT' ARE WRITTEN TO QUALITY HOLD  *
      *             BY THE RECEIVING BATCH (PDAB23) INSTEAD OF BEING  *
      *             ADDED TO STOCK.  THE INSPECTOR LISTS HOLDS BY     *
      *             STATUS AND / OR LOT (BLANK STATUS LISTS EVERY     *
      *             HOLD NOT YET POSTED TO STOCK), STARTING AT THE    *
      *             HOLD NUMBER KEYED.  KEYING A HOLD NUMBER SHOWS    *
      *             THE HOLD DETAIL.  AN ACTION MAY BE KEYED WITH IT: *
      *               P  PASS -- THE WHOLE QUANTITY HELD PASSES       *
      *               R  REJECT -- A REASON CODE IS REQUIRED.  THE    *
      *                  QUANTITY KEYED IS REJECTED AND THE BALANCE   *
      *                  PASSES; NO QUANTITY REJECTS THE WHOLE HOLD   *
      *             AN INSPECTED HOLD MAY BE RE-KEYED UNTIL THE NEXT  *
      *             PDAB23 RUN POSTS IT -- THE PASSED QUANTITY TO     *
      *             STOCK, THE REJECTED QUANTITY TO A SUPPLIER DEBIT  *
      *             MEMO.  UPDATE OR ADMINISTRATOR AUTHORITY IS       *
      *             REQUIRED FOR AN ACTION; THE LIST AND DETAIL ARE   *
      *             OPEN TO ALL USERS.  EVERY ACTION IS RECORDED ON   *
      *             THE SECURITY AUDIT TRAIL (PDAS08).                *
      *                                                               *
      * FILES   :   QUALITY HOLD FILE        -  VSAM KSDS (UPDATE)    *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD62       RECEIVING INSPECTION (THIS SCREEN)     *
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
               88  HOLD-BROWSE-END               VALUE 'Y'.
           05  WMF-DATE-CCYYMMDD       PIC 9(08) VALUE ZEROES.
           05  WMF-AUDIT-ACTION        PIC X(12) VALUE SPACES.
           05  WMF-AUDIT-TARGET.
               10  WMF-AT-HOLD-NUMBER  PIC 9(09) VALUE ZEROES.
               10  FILLER              PIC X(01) VALUE '-'.
               10  WMF-AT-REASON       PIC X(03) VALUE SPACES.
           05  WMF-STATUS-FILTER       PIC X(01) VALUE SPACES.
           05  WMF-LOT-FILTER          PIC X(10) VALUE SPACES.
           05  WMF-HOLD-NUMBER-X       PIC X(09) VALUE SPACES.
           05  WMF-HOLD-NUMBER REDEFINES WMF-HOLD-NUMBER-X
                                       PIC 9(09).
           05  WMF-REJECT-QTY-X        PIC X(09) VALUE SPACES.
           05  WMF-REJECT-QTY REDEFINES WMF-REJECT-QTY-X
                                       PIC 9(09).
           05  WMF-REJECT-QTY-SW       PIC X(01) VALUE 'N'.
               88  REJECT-QTY-KEYED              VALUE 'Y'.
           05  WMF-QTY-EDIT            PIC ZZZ,ZZZ,ZZ9.
           EJECT
      *****************************************************************
      *    QUALITY HOLD LIST LINE                                     *
      *****************************************************************

       01  WS-HOLD-LIST-LINE.
           05  WHL-HOLD-NUMBER         PIC 9(09) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-LOT-NUMBER          PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-PO-NUMBER           PIC 9(09) VALUE ZEROES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-ITEM-NUMBER         PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-HELD                PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-PASSED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-REJECTED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-STATUS              PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WHL-RECEIVED            PIC 9(08) BLANK WHEN ZERO.
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
      *         MAP DSECTS -- RECEIVING INSPECTION - PDA062M          *
      *                                                               *
      *         THE EIGHT QUALITY HOLD LIST LINES FOLLOW THE STATUS   *
      *         AND LOT SELECTION FIELDS; THE HOLD NUMBER, ACTION,    *
      *         REJECT QUANTITY AND REASON FIELDS AND THE HOLD        *
      *         DETAIL FOLLOW THE LIST                                *
      *****************************************************************

           COPY PDA062M.

       01  FILLER                      REDEFINES PDA062O.
           03  FILLER                  PIC X(68).
           03  P62-SCREEN-AREA         OCCURS 8 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-HOLD-LINE      PIC X(78).
           EJECT
      *****************************************************************
      *    VSAM FILE DEFINITIONS                                      *
      *****************************************************************

           COPY VQCHOLD.
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
      *                FOR THE RECEIVING INSPECTION SCREEN            *
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
                   MOVE 'PDA062' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA062' TO WPCE-PROGRAM-ID
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

           IF PC-PREV-PGRMID = 'PDA062'
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

           MOVE 'PDA062' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD62')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA062' TO WPCE-PROGRAM-ID
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

           MOVE LOW-VALUES TO PDA062O.
           MOVE PM266-ENTER-QC-SELECTION TO PDAMSGO.

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

           PERFORM P06000-LIST-HOLDS THRU P06000-EXIT.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *    FUNCTION :  VALIDATE THE KEYED HOLD NUMBER AND ACTION AND  *
      *                CARRY OUT THE ACTION.  A HOLD NUMBER WITH NO   *
      *                ACTION SHOWS THE HOLD DETAIL; NOTHING KEYED    *
      *                IS A LIST ONLY                                 *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-PROCESS-ACTION.

           INSPECT ACTIONI REPLACING ALL '_' BY ' '.
           INSPECT HOLDNUMI REPLACING ALL '_' BY ' '.
           INSPECT REJQTYI REPLACING ALL '_' BY ' '.
           INSPECT REASONI REPLACING ALL '_' BY ' '.

           MOVE HOLDNUMI TO WMF-HOLD-NUMBER-X.
           INSPECT WMF-HOLD-NUMBER-X REPLACING ALL LOW-VALUES BY ' '.
           INSPECT WMF-HOLD-NUMBER-X REPLACING LEADING ' ' BY '0'.

           IF WMF-HOLD-NUMBER-X NOT NUMERIC
               MOVE -1 TO HOLDNUML
               MOVE DFHUNINT TO HOLDNUMA
               MOVE PM267-QC-HOLD-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    NO ACTION -- SHOW THE DETAIL OF THE HOLD KEYED, IF ANY     *
      *****************************************************************

           IF ACTIONI = SPACES OR ACTIONI = LOW-VALUES
               IF WMF-HOLD-NUMBER > ZEROES
                   PERFORM P05000-SHOW-DETAIL THRU P05000-EXIT
               END-IF
               GO TO P04000-EXIT
           END-IF.

           IF NOT PC-USER-MAY-UPDATE
               MOVE PM154-UPDATE-NOT-AUTHORIZED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI NOT = 'P' AND ACTIONI NOT = 'R'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM266-ENTER-QC-SELECTION TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF WMF-HOLD-NUMBER = ZEROES
               MOVE -1 TO HOLDNUML
               MOVE DFHUNINT TO HOLDNUMA
               MOVE PM267-QC-HOLD-NOT-FOUND TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           EVALUATE ACTIONI
               WHEN 'P'
                   PERFORM P04100-PASS-HOLD THRU P04100-EXIT
               WHEN 'R'
                   PERFORM P04200-REJECT-HOLD THRU P04200-EXIT
           END-EVALUATE.

           IF ERROR-FOUND
               GO TO P04000-EXIT
           END-IF.

           MOVE SPACES TO ACTIONO
                          REJQTYO
                          REASONO.

      *****************************************************************
      *    RECORD THE ACTION ON THE SECURITY AUDIT TRAIL (PDAS08      *
      *    NEVER FAILS THE CALLER) -- THE MONTHLY PDAB82              *
      *    SEGREGATION-OF-DUTIES REPORT CORRELATES THESE BY USERID    *
      *****************************************************************

           MOVE WMF-HOLD-NUMBER TO WMF-AT-HOLD-NUMBER.
           MOVE QC-HOLD-REJECT-REASON TO WMF-AT-REASON.

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
      *    PARAGRAPH:  P04100-PASS-HOLD                               *
      *                                                               *
      *    FUNCTION :  PASS THE WHOLE QUANTITY HELD.  THE NEXT        *
      *                RECEIVING RUN (PDAB23) RELEASES IT TO STOCK    *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04100-PASS-HOLD.

           PERFORM P04800-READ-HOLD-UPDATE THRU P04800-EXIT.

           IF ERROR-FOUND
               GO TO P04100-EXIT
           END-IF.

           MOVE QC-HOLD-QTY-HELD TO QC-HOLD-QTY-PASSED.
           MOVE ZEROES TO QC-HOLD-QTY-REJECTED.
           MOVE SPACES TO QC-HOLD-REJECT-REASON.

           PERFORM P04850-REWRITE-HOLD THRU P04850-EXIT.

           MOVE 'QCPASS' TO WMF-AUDIT-ACTION.

           PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT.

           MOVE PM271-QC-HOLD-PASSED TO PDAMSGO.

       P04100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04200-REJECT-HOLD                             *
      *                                                               *
      *    FUNCTION :  REJECT THE QUANTITY KEYED, OR THE WHOLE        *
      *                QUANTITY HELD WHEN NONE IS KEYED, FOR THE      *
      *                REASON KEYED.  THE BALANCE PASSES.  THE NEXT   *
      *                RECEIVING RUN (PDAB23) RAISES THE SUPPLIER     *
      *                DEBIT MEMO FOR THE REJECTED QUANTITY           *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04200-REJECT-HOLD.

           MOVE REASONI TO QC-HOLD-REJECT-REASON.

           IF NOT QC-HOLD-REASON-VALID
               MOVE -1 TO REASONL
               MOVE DFHUNINT TO REASONA
               MOVE PM270-QC-REASON-REQUIRED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04200-EXIT
           END-IF.

           MOVE 'N' TO WMF-REJECT-QTY-SW.
           MOVE ZEROES TO WMF-REJECT-QTY.

           IF REJQTYI NOT = SPACES AND REJQTYI NOT = LOW-VALUES
               MOVE REJQTYI TO WMF-REJECT-QTY-X
               INSPECT WMF-REJECT-QTY-X REPLACING ALL LOW-VALUES BY ' '
               INSPECT WMF-REJECT-QTY-X REPLACING LEADING ' ' BY '0'
               IF WMF-REJECT-QTY-X NOT NUMERIC
                  OR WMF-REJECT-QTY = ZEROES
                   MOVE -1 TO REJQTYL
                   MOVE DFHUNINT TO REJQTYA
                   MOVE PM269-QC-REJECT-QTY-INVALID TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04200-EXIT
               END-IF
               MOVE 'Y' TO WMF-REJECT-QTY-SW
           END-IF.

           PERFORM P04800-READ-HOLD-UPDATE THRU P04800-EXIT.

           IF ERROR-FOUND
               GO TO P04200-EXIT
           END-IF.

           IF NOT REJECT-QTY-KEYED
               MOVE QC-HOLD-QTY-HELD TO WMF-REJECT-QTY
           END-IF.

           IF WMF-REJECT-QTY > QC-HOLD-QTY-HELD
               MOVE -1 TO REJQTYL
               MOVE DFHUNINT TO REJQTYA
               MOVE PM269-QC-REJECT-QTY-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT
               PERFORM P04900-UNLOCK-HOLD THRU P04900-EXIT
               GO TO P04200-EXIT
           END-IF.

           MOVE REASONI TO QC-HOLD-REJECT-REASON.
           MOVE WMF-REJECT-QTY TO QC-HOLD-QTY-REJECTED.
           COMPUTE QC-HOLD-QTY-PASSED =
               QC-HOLD-QTY-HELD - WMF-REJECT-QTY.

           PERFORM P04850-REWRITE-HOLD THRU P04850-EXIT.

           MOVE 'QCREJECT' TO WMF-AUDIT-ACTION.

           PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT.

           IF QC-HOLD-QTY-PASSED > ZEROES
               MOVE PM273-QC-HOLD-PARTIAL TO PDAMSGO
           ELSE
               MOVE PM272-QC-HOLD-REJECTED TO PDAMSGO
           END-IF.

       P04200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04800-READ-HOLD-UPDATE                        *
      *                                                               *
      *    FUNCTION :  READ THE HOLD KEYED FOR UPDATE.  A HOLD        *
      *                ALREADY POSTED TO STOCK CANNOT BE CHANGED      *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P04800-READ-HOLD-UPDATE.

           MOVE PC-USERID-NUMBER TO QC-HOLD-PREFIX.
           MOVE WMF-HOLD-NUMBER TO QC-HOLD-NUMBER.

           EXEC CICS
               READ
                   FILE('PDAQCHD')
                   INTO(QUALITY-HOLD-RECORD)
                   RIDFLD(QUALITY-HOLD-KEY)
                   UPDATE
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO HOLDNUML
                   MOVE DFHUNINT TO HOLDNUMA
                   MOVE PM267-QC-HOLD-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04800-EXIT
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA062' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ UPDATE PDAQCHD' TO WPCE-COMMAND
                   MOVE 'P04800' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF QC-HOLD-CLOSED
               MOVE -1 TO HOLDNUML
               MOVE DFHUNINT TO HOLDNUMA
               MOVE PM268-QC-HOLD-CLOSED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT
               PERFORM P04900-UNLOCK-HOLD THRU P04900-EXIT
           END-IF.

       P04800-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04850-REWRITE-HOLD                            *
      *                                                               *
      *    FUNCTION :  MARK THE HOLD HELD FOR UPDATE INSPECTED, BY    *
      *                THIS USER TODAY, AND REWRITE IT                *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P04850-REWRITE-HOLD.

           MOVE WMF-DATE-CCYYMMDD TO QC-HOLD-DATE-INSPECTED.
           MOVE PC-USERID-ID TO QC-HOLD-INSPECTED-BY.
           MOVE 'I' TO QC-HOLD-STATUS.

           EXEC CICS
               REWRITE
                   FILE('PDAQCHD')
                   FROM(QUALITY-HOLD-RECORD)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA062' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS REWRITE PDAQCHD' TO WPCE-COMMAND
               MOVE 'P04850' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P04850-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04900-UNLOCK-HOLD                             *
      *                                                               *
      *    FUNCTION :  RELEASE THE HOLD READ FOR UPDATE WHEN IT IS    *
      *                NOT TO BE REWRITTEN                            *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P04900-UNLOCK-HOLD.

           EXEC CICS
               UNLOCK
                   FILE('PDAQCHD')
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
      *    FUNCTION :  READ THE HOLD KEYED AND SHOW ITS DETAIL        *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P05000-SHOW-DETAIL.

           MOVE PC-USERID-NUMBER TO QC-HOLD-PREFIX.
           MOVE WMF-HOLD-NUMBER TO QC-HOLD-NUMBER.

           EXEC CICS
               READ
                   FILE('PDAQCHD')
                   INTO(QUALITY-HOLD-RECORD)
                   RIDFLD(QUALITY-HOLD-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM P05100-FORMAT-DETAIL THRU P05100-EXIT
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO HOLDNUML
                   MOVE DFHUNINT TO HOLDNUMA
                   MOVE PM267-QC-HOLD-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA062' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ PDAQCHD' TO WPCE-COMMAND
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
      *    FUNCTION :  MOVE THE HOLD JUST READ TO THE DETAIL FIELDS   *
      *                OF THE SCREEN                                  *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P05100-FORMAT-DETAIL.

           MOVE QC-HOLD-PO-NUMBER TO DPONUMO.
           MOVE QC-HOLD-PO-LINE TO DPOLINEO.
           MOVE QC-HOLD-SUPPLIER-ID TO DSUPPO.
           MOVE QC-HOLD-ITEM-NUMBER TO DITEMO.
           MOVE QC-HOLD-LOT-NUMBER TO DLOTO.
           MOVE QC-HOLD-WHSE TO DWHSEO.
           MOVE QC-HOLD-QTY-HELD TO WMF-QTY-EDIT.
           MOVE WMF-QTY-EDIT TO DHELDQO.
           MOVE QC-HOLD-QTY-PASSED TO WMF-QTY-EDIT.
           MOVE WMF-QTY-EDIT TO DPASSQO.
           MOVE QC-HOLD-QTY-REJECTED TO WMF-QTY-EDIT.
           MOVE WMF-QTY-EDIT TO DREJQO.
           MOVE QC-HOLD-DATE-RECEIVED TO DRCVDTO.
           MOVE QC-HOLD-DATE-INSPECTED TO DINSDTO.
           MOVE QC-HOLD-INSPECTED-BY TO DINSBYO.
           MOVE QC-HOLD-REJECT-REASON TO DRSNO.
           MOVE QC-HOLD-STATUS TO DSTATO.
           MOVE QC-HOLD-DATE-POSTED TO DPSTDTO.
           MOVE QC-HOLD-DEBIT-MEMO TO DMEMOO.

       P05100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-LIST-HOLDS                              *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN WITH UP TO EIGHT QUALITY       *
      *                HOLDS MATCHING THE STATUS AND LOT KEYED,       *
      *                STARTING AT THE HOLD NUMBER KEYED.  A BLANK    *
      *                STATUS LISTS HELD AND INSPECTED HOLDS NOT YET  *
      *                POSTED TO STOCK                                *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P06000-LIST-HOLDS.

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT
               VARYING WMF-LINES-SHOWN FROM 1 BY 1
                   UNTIL WMF-LINES-SHOWN > 8.

           INSPECT QCSTATI REPLACING ALL '_' BY ' '.
           INSPECT QCLOTI REPLACING ALL '_' BY ' '.

           IF QCSTATI = LOW-VALUES
               MOVE SPACES TO WMF-STATUS-FILTER
           ELSE
               MOVE QCSTATI TO WMF-STATUS-FILTER
           END-IF.

           MOVE QCLOTI TO WMF-LOT-FILTER.
           INSPECT WMF-LOT-FILTER REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-STATUS-FILTER NOT = SPACES
              AND WMF-STATUS-FILTER NOT = 'H'
              AND WMF-STATUS-FILTER NOT = 'I'
              AND WMF-STATUS-FILTER NOT = 'C'
               MOVE -1 TO QCSTATL
               MOVE DFHUNINT TO QCSTATA
               MOVE PM275-QC-STATUS-INVALID TO PDAMSGO
               GO TO P06000-EXIT
           END-IF.

           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WMF-BROWSE-END-SW.

           MOVE PC-USERID-NUMBER TO QC-HOLD-PREFIX.
           MOVE ZEROES TO QC-HOLD-NUMBER.

           IF WMF-HOLD-NUMBER-X NUMERIC
               MOVE WMF-HOLD-NUMBER TO QC-HOLD-NUMBER
           END-IF.

           EXEC CICS
               STARTBR
                   FILE('PDAQCHD')
                   RIDFLD(QUALITY-HOLD-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P06000-CHECK-FOUND
           END-IF.

           PERFORM P06100-NEXT-HOLD THRU P06100-EXIT
               UNTIL HOLD-BROWSE-END
                  OR WMF-LINES-SHOWN > 7.

           EXEC CICS
               ENDBR
                   FILE('PDAQCHD')
                   NOHANDLE
           END-EXEC.

       P06000-CHECK-FOUND.

           IF WMF-LINES-SHOWN = ZEROES
              AND (PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES)
               MOVE PM274-NO-QC-MATCH TO PDAMSGO
           END-IF.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SCRN-HOLD-LINE(WMF-LINES-SHOWN).

       P06050-EXIT.
           EXIT.
           EJECT

       P06100-NEXT-HOLD.

           EXEC CICS
               READNEXT
                   FILE('PDAQCHD')
                   INTO(QUALITY-HOLD-RECORD)
                   RIDFLD(QUALITY-HOLD-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR QC-HOLD-PREFIX NOT = PC-USERID-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P06100-EXIT
           END-IF.

      *****************************************************************
      *    SKIP THE PREFIX CONTROL RECORD                             *
      *****************************************************************

           IF QC-HOLD-NUMBER = ZEROES
               GO TO P06100-EXIT
           END-IF.

           IF WMF-STATUS-FILTER = SPACES
               IF QC-HOLD-CLOSED
                   GO TO P06100-EXIT
               END-IF
           ELSE
               IF QC-HOLD-STATUS NOT = WMF-STATUS-FILTER
                   GO TO P06100-EXIT
               END-IF
           END-IF.

           IF WMF-LOT-FILTER NOT = SPACES
              AND QC-HOLD-LOT-NUMBER NOT = WMF-LOT-FILTER
               GO TO P06100-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE QC-HOLD-NUMBER TO WHL-HOLD-NUMBER.
           MOVE QC-HOLD-LOT-NUMBER TO WHL-LOT-NUMBER.
           MOVE QC-HOLD-PO-NUMBER TO WHL-PO-NUMBER.
           MOVE QC-HOLD-ITEM-NUMBER TO WHL-ITEM-NUMBER.
           MOVE QC-HOLD-QTY-HELD TO WHL-HELD.
           MOVE QC-HOLD-QTY-PASSED TO WHL-PASSED.
           MOVE QC-HOLD-QTY-REJECTED TO WHL-REJECTED.
           MOVE QC-HOLD-STATUS TO WHL-STATUS.
           MOVE QC-HOLD-DATE-RECEIVED TO WHL-RECEIVED.
           MOVE WS-HOLD-LIST-LINE TO SCRN-HOLD-LINE(WMF-LINES-SHOWN).

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
                   MAP('PDA062')
                   MAPSET('PDA062M')
                   FROM(PDA062O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA062' TO WPCE-PROGRAM-ID
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
                   MAP('PDA062')
                   MAPSET('PDA062M')
                   FROM(PDA062O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA062' TO WPCE-PROGRAM-ID
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
                   MAP('PDA062')
                   MAPSET('PDA062M')
                   INTO(PDA062I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA062' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA062' TO PC-PREV-PGRMID.

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
               MOVE 'PDA062' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA062' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA062' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA062' TO WPCE-PROGRAM-ID.
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
