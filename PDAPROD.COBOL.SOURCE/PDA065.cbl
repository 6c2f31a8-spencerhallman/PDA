       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA065.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA065                                            *
      * TRANS   :   PD65                                              *
      * MAPSET  :   PDA065M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA065 IS THE SUPPLIER COMPLIANCE         *
      *             DOCUMENT MAINTENANCE SCREEN.  THE USER KEYS A     *
      *             SUPPLIER ID; THE SCREEN SHOWS THE SUPPLIER NAME   *
      *             AND LISTS EACH DOCUMENT ON FILE WITH ITS          *
      *             REFERENCE NUMBER, ISSUE AND EXPIRATION DATES AND  *
      *             STATUS (EXPIRED, DUE SOON WITHIN 45 DAYS, OR      *
      *             CURRENT).  A DOCUMENT TYPE AND AN ACTION MAY BE   *
      *             KEYED:                                            *
      *               A  ADD OR REPLACE THE DOCUMENT OF THAT TYPE     *
      *                  WITH THE REFERENCE AND DATES KEYED (A BLANK  *
      *                  EXPIRATION DATE MEANS IT DOES NOT EXPIRE)    *
      *               D  DELETE THE DOCUMENT OF THAT TYPE             *
      *             DOCUMENT TYPES ARE INS (INSURANCE CERTIFICATE),   *
      *             TAX (TAX FORM), HAZ (HAZMAT SHIPPER               *
      *             CERTIFICATION) AND OTH (OTHER).  AN EXPIRED INS   *
      *             OR TAX DOCUMENT STOPS THE NIGHTLY REORDER RUN     *
      *             (PDAB22) FROM RAISING PURCHASE ORDERS TO THE      *
      *             SUPPLIER; AN EXPIRED HAZ DOCUMENT STOPS REORDERS  *
      *             OF HAZMAT ITEMS.  UPDATE OR ADMINISTRATOR         *
      *             AUTHORITY IS REQUIRED FOR AN ACTION; THE LIST IS  *
      *             OPEN TO ALL USERS.  EVERY ACTION IS RECORDED ON   *
      *             THE SECURITY AUDIT TRAIL (PDAS08).                *
      *                                                               *
      * FILES   :   SUPPLIER                 -  DB2       (READ-ONLY) *
      *             SUPPLIER_DOCUMENT        -  VSAM KSDS (UPDATE)    *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD65       SUPPLIER DOCUMENTS (THIS SCREEN)       *
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
           05  WS-END-OF-BROWSE-SW     PIC X     VALUE 'N'.
               88  END-OF-BROWSE                 VALUE 'Y'.
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
           05  WMF-DATE-CCYYMMDD       PIC X(08) VALUE SPACES.
           05  WMF-TODAY-N REDEFINES WMF-DATE-CCYYMMDD
                                       PIC 9(08).
           05  WMF-TODAY-INTEGER       PIC S9(9) VALUE +0       COMP.
           05  WMF-DAYS-LEFT           PIC S9(9) VALUE +0       COMP.
           05  WMF-SUPPLIER-ID         PIC X(32) VALUE SPACES.
           05  WMF-ISSUE-DATE          PIC X(08) VALUE SPACES.
           05  WMF-ISSUE-DATE-N REDEFINES WMF-ISSUE-DATE
                                       PIC 9(08).
           05  FILLER REDEFINES WMF-ISSUE-DATE.
               10  WMF-ISS-YEAR        PIC 9(04).
               10  WMF-ISS-MONTH       PIC 9(02).
               10  WMF-ISS-DAY         PIC 9(02).
           05  WMF-EXPIRE-DATE         PIC X(08) VALUE SPACES.
           05  WMF-EXPIRE-DATE-N REDEFINES WMF-EXPIRE-DATE
                                       PIC 9(08).
           05  FILLER REDEFINES WMF-EXPIRE-DATE.
               10  WMF-EXP-YEAR        PIC 9(04).
               10  WMF-EXP-MONTH       PIC 9(02).
               10  WMF-EXP-DAY         PIC 9(02).
           05  WMF-AUDIT-ACTION        PIC X(12) VALUE SPACES.
           05  WMF-AUDIT-TARGET.
               10  WMF-AT-SUPPLIER     PIC X(28) VALUE SPACES.
               10  FILLER              PIC X(01) VALUE '/'.
               10  WMF-AT-TYPE         PIC X(03) VALUE SPACES.
           EJECT
      *****************************************************************
      *    COMPLIANCE DOCUMENT LIST LINE                              *
      *****************************************************************

       01  WS-DOCUMENT-LIST-LINE.
           05  WDL-TYPE                PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDL-DESCRIPTION         PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDL-REFERENCE           PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDL-ISSUE-DATE          PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDL-EXPIRE-DATE         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDL-STATUS              PIC X(08) VALUE SPACES.

      *****************************************************************
      *    SCREEN STATE CARRIED IN THE COMMAREA WORKAREA -- THE       *
      *    SUPPLIER WHOSE DOCUMENTS ARE SHOWN                         *
      *****************************************************************

       01  WS-PDA065-WORKAREA.
           05  WPW-SUPPLIER-ID         PIC X(32) VALUE SPACES.
           05  WPW-SUPPLIER-NAME       PIC X(40) VALUE SPACES.
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
      *    FILE AND RECORD DEFINITIONS                                *
      *****************************************************************

      *****************************************************************
      *    SUPPLIER COMPLIANCE DOCUMENT (VSAM KSDS) -- PDASUPD        *
      *****************************************************************

           COPY VSUPDOC.
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
      *         MAP DSECTS -- SUPPLIER DOCUMENTS - PDA065M            *
      *                                                               *
      *         THE EIGHT DOCUMENT LIST LINES FOLLOW THE SUPPLIER ID  *
      *         FIELD; THE SUPPLIER NAME AND THE DOCUMENT ENTRY       *
      *         FIELDS FOLLOW THE LIST                                *
      *****************************************************************

           COPY PDA065M.

       01  FILLER                      REDEFINES PDA065O.
           03  FILLER                  PIC X(84).
           03  P65-SCREEN-AREA         OCCURS 8 TIMES.
               05  SLINE-LEN           PIC S9(4)                COMP.
               05  SLINE-ATTR          PIC X.
               05  FILLER              PIC XX.
               05  SCRN-DOCUMENT-LINE  PIC X(78).
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DSUPPLR
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
      *                FOR THE SUPPLIER COMPLIANCE DOCUMENT SCREEN    *
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
                   MOVE 'PDA065' TO WPCE-PROGRAM-ID
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

           COMPUTE WMF-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WMF-TODAY-N).

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
               MOVE 'PDA065' TO WPCE-PROGRAM-ID
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

           IF PC-PREV-PGRMID = 'PDA065'
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

           MOVE 'PDA065' TO PC-PREV-PGRMID.
           MOVE WS-PDA065-WORKAREA TO PC-PROGRAM-WORKAREA.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD65')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA065' TO WPCE-PROGRAM-ID
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
      *    FUNCTION :  ROUTINE TO SEND THE INITIAL SCREEN, ASKING     *
      *                FOR A SUPPLIER ID                              *
      *                                                               *
      *    CALLED BY:  P00100-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P01000-FIRST-TIME.

           MOVE LOW-VALUES TO PDA065O.

           MOVE SPACES TO WS-PDA065-WORKAREA.

           MOVE -1 TO SUPPIDL.
           MOVE PM302-ENTER-DOCUMENT-ACTION TO PDAMSGO.

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

           MOVE PC-PROGRAM-WORKAREA TO WS-PDA065-WORKAREA.

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
      *    A NEW SUPPLIER ID LISTS THAT SUPPLIER'S DOCUMENTS -- ANY   *
      *    ACTION KEYED WITH IT IS IGNORED UNTIL THE LIST IS SEEN     *
      *****************************************************************

           INSPECT SUPPIDI REPLACING ALL '_' BY ' '.
           MOVE SUPPIDI TO WMF-SUPPLIER-ID.
           INSPECT WMF-SUPPLIER-ID REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-SUPPLIER-ID = SPACES
               MOVE SPACES TO WS-PDA065-WORKAREA
               PERFORM P06000-LIST-DOCUMENTS THRU P06000-EXIT
               MOVE -1 TO SUPPIDL
               MOVE DFHUNINT TO SUPPIDA
               MOVE PM302-ENTER-DOCUMENT-ACTION TO PDAMSGO
               PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT
               GO TO P03000-EXIT
           END-IF.

           IF WMF-SUPPLIER-ID NOT = WPW-SUPPLIER-ID
               PERFORM P05000-SELECT-SUPPLIER THRU P05000-EXIT
               IF NO-ERROR-FOUND
                   MOVE PM302-ENTER-DOCUMENT-ACTION TO PDAMSGO
               END-IF
               PERFORM P06000-LIST-DOCUMENTS THRU P06000-EXIT
               PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT
               GO TO P03000-EXIT
           END-IF.

           PERFORM P04000-PROCESS-ACTION THRU P04000-EXIT.

           PERFORM P06000-LIST-DOCUMENTS THRU P06000-EXIT.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *    FUNCTION :  VALIDATE THE KEYED ACTION, DOCUMENT TYPE,      *
      *                REFERENCE AND DATES AND ADD / REPLACE OR       *
      *                DELETE THE DOCUMENT.  NOTHING KEYED IS A LIST  *
      *                ONLY                                           *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-PROCESS-ACTION.

           INSPECT ACTIONI REPLACING ALL '_' BY ' '.
           INSPECT DOCTYPEI REPLACING ALL '_' BY ' '.
           INSPECT REFNUMI REPLACING ALL '_' BY ' '.
           INSPECT ISSUEDTI REPLACING ALL '_' BY ' '.
           INSPECT EXPDTI REPLACING ALL '_' BY ' '.

           IF ACTIONI = SPACES OR ACTIONI = LOW-VALUES
               GO TO P04000-EXIT
           END-IF.

           IF NOT PC-USER-MAY-UPDATE
               MOVE PM154-UPDATE-NOT-AUTHORIZED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'D'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM309-DOCUMENT-ACTION-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           MOVE PC-USERID-NUMBER TO SUPP-DOC-PREFIX.
           MOVE WPW-SUPPLIER-ID TO SUPP-DOC-SUPPLIER-ID.
           MOVE DOCTYPEI TO SUPP-DOC-TYPE.

           IF NOT SUPP-DOC-VALID-TYPE
               MOVE -1 TO DOCTYPEL
               MOVE DFHUNINT TO DOCTYPEA
               MOVE PM303-DOCUMENT-TYPE-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04000-EXIT
           END-IF.

           EVALUATE ACTIONI
               WHEN 'A'
                   PERFORM P04100-SAVE-DOCUMENT THRU P04100-EXIT
               WHEN 'D'
                   PERFORM P04200-DELETE-DOCUMENT THRU P04200-EXIT
           END-EVALUATE.

           IF ERROR-FOUND
               GO TO P04000-EXIT
           END-IF.

           MOVE SPACES TO ACTIONO
                          DOCTYPEO
                          REFNUMO
                          ISSUEDTO
                          EXPDTO.

      *****************************************************************
      *    RECORD THE ACTION ON THE SECURITY AUDIT TRAIL (PDAS08      *
      *    NEVER FAILS THE CALLER)                                    *
      *****************************************************************

           MOVE WPW-SUPPLIER-ID TO WMF-AT-SUPPLIER.
           MOVE SUPP-DOC-TYPE TO WMF-AT-TYPE.

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
      *    PARAGRAPH:  P04100-SAVE-DOCUMENT                           *
      *                                                               *
      *    FUNCTION :  VALIDATE THE REFERENCE AND DATES AND WRITE THE *
      *                DOCUMENT, REPLACING ONE OF THE SAME TYPE       *
      *                ALREADY ON FILE                                *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04100-SAVE-DOCUMENT.

           MOVE REFNUMI TO SUPP-DOC-REFERENCE.
           INSPECT SUPP-DOC-REFERENCE REPLACING ALL LOW-VALUES BY ' '.

           IF SUPP-DOC-REFERENCE = SPACES
               MOVE -1 TO REFNUML
               MOVE DFHUNINT TO REFNUMA
               MOVE PM304-DOCUMENT-REF-REQUIRED TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04100-EXIT
           END-IF.

           MOVE ISSUEDTI TO WMF-ISSUE-DATE.

           IF WMF-ISSUE-DATE NOT NUMERIC
               MOVE -1 TO ISSUEDTL
               MOVE DFHUNINT TO ISSUEDTA
               MOVE PM305-DOCUMENT-DATE-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04100-EXIT
           END-IF.

           IF WMF-ISS-MONTH < 1 OR WMF-ISS-MONTH > 12
              OR WMF-ISS-DAY < 1 OR WMF-ISS-DAY > 31
              OR WMF-ISS-YEAR < 1601
              OR WMF-ISSUE-DATE > WMF-DATE-CCYYMMDD
               MOVE -1 TO ISSUEDTL
               MOVE DFHUNINT TO ISSUEDTA
               MOVE PM305-DOCUMENT-DATE-INVALID TO PDAMSGO
               MOVE 'Y' TO WS-ERROR-FOUND-SW
               GO TO P04100-EXIT
           END-IF.

      *****************************************************************
      *    A BLANK EXPIRATION DATE IS KEPT AS ZEROES -- THE DOCUMENT  *
      *    DOES NOT EXPIRE                                            *
      *****************************************************************

           MOVE EXPDTI TO WMF-EXPIRE-DATE.
           INSPECT WMF-EXPIRE-DATE REPLACING ALL LOW-VALUES BY ' '.

           IF WMF-EXPIRE-DATE = SPACES
               MOVE ZEROES TO WMF-EXPIRE-DATE-N
           ELSE
               IF WMF-EXPIRE-DATE NOT NUMERIC
                   MOVE -1 TO EXPDTL
                   MOVE DFHUNINT TO EXPDTA
                   MOVE PM305-DOCUMENT-DATE-INVALID TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04100-EXIT
               END-IF
               IF WMF-EXP-MONTH < 1 OR WMF-EXP-MONTH > 12
                  OR WMF-EXP-DAY < 1 OR WMF-EXP-DAY > 31
                  OR WMF-EXPIRE-DATE NOT > WMF-ISSUE-DATE
                   MOVE -1 TO EXPDTL
                   MOVE DFHUNINT TO EXPDTA
                   MOVE PM305-DOCUMENT-DATE-INVALID TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   GO TO P04100-EXIT
               END-IF
           END-IF.

           MOVE WMF-ISSUE-DATE-N TO SUPP-DOC-ISSUE-DATE.
           MOVE WMF-EXPIRE-DATE-N TO SUPP-DOC-EXPIRE-DATE.
           MOVE PC-USERID-ID TO SUPP-DOC-CHANGED-BY.
           MOVE WMF-TODAY-N TO SUPP-DOC-CHANGED-DATE.

           EXEC CICS
               WRITE
                   FILE('PDASUPD')
                   FROM(SUPP-DOC-RECORD)
                   RIDFLD(SUPP-DOC-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

      *****************************************************************
      *    A DOCUMENT OF THE SAME TYPE ALREADY ON FILE IS REPLACED    *
      *****************************************************************

           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               EXEC CICS
                   READ
                       FILE('PDASUPD')
                       INTO(SUPP-DOC-RECORD)
                       RIDFLD(SUPP-DOC-KEY)
                       UPDATE
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE REFNUMI TO SUPP-DOC-REFERENCE
               INSPECT SUPP-DOC-REFERENCE
                   REPLACING ALL LOW-VALUES BY ' '
               MOVE WMF-ISSUE-DATE-N TO SUPP-DOC-ISSUE-DATE
               MOVE WMF-EXPIRE-DATE-N TO SUPP-DOC-EXPIRE-DATE
               MOVE PC-USERID-ID TO SUPP-DOC-CHANGED-BY
               MOVE WMF-TODAY-N TO SUPP-DOC-CHANGED-DATE
               EXEC CICS
                   REWRITE
                       FILE('PDASUPD')
                       FROM(SUPP-DOC-RECORD)
                       NOHANDLE
                       RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA065' TO WPCE-PROGRAM-ID
               MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
               MOVE 'CICS WRITE PDASUPD' TO WPCE-COMMAND
               MOVE 'P04100' TO WPCE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           MOVE 'SUPPDOCSAVE' TO WMF-AUDIT-ACTION.

           MOVE PM306-DOCUMENT-SAVED TO PDAMSGO.

       P04100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04200-DELETE-DOCUMENT                         *
      *                                                               *
      *    FUNCTION :  DELETE THE SUPPLIER'S DOCUMENT OF THE TYPE     *
      *                KEYED                                          *
      *                                                               *
      *    CALLED BY:  P04000-PROCESS-ACTION                          *
      *                                                               *
      *****************************************************************

       P04200-DELETE-DOCUMENT.

           EXEC CICS
               DELETE
                   FILE('PDASUPD')
                   RIDFLD(SUPP-DOC-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'SUPPDOCDEL' TO WMF-AUDIT-ACTION
                   MOVE PM307-DOCUMENT-DELETED TO PDAMSGO
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE -1 TO DOCTYPEL
                   MOVE DFHUNINT TO DOCTYPEA
                   MOVE PM308-DOCUMENT-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA065' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS DELETE PDASUPD' TO WPCE-COMMAND
                   MOVE 'P04200' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P04200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-SELECT-SUPPLIER                         *
      *                                                               *
      *    FUNCTION :  CHECK THE SUPPLIER ID KEYED IS ON FILE AND     *
      *                KEEP ITS NAME FOR THE SCREEN                   *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P05000-SELECT-SUPPLIER.

           MOVE SPACES TO WS-PDA065-WORKAREA.

           MOVE PC-USERID-NUMBER TO SUPPLIER-PREFIX.
           MOVE WMF-SUPPLIER-ID TO SUPPLIER-SUPPLIER-ID.

           EXEC SQL
               SELECT  NAME
               INTO    :SUPPLIER-NAME
               FROM    SUPPLIER
               WHERE   PREFIX      = :SUPPLIER-PREFIX
                 AND   SUPPLIER_ID = :SUPPLIER-SUPPLIER-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE WMF-SUPPLIER-ID TO WPW-SUPPLIER-ID
                   MOVE SUPPLIER-NAME TO WPW-SUPPLIER-NAME
               WHEN SQLCODE = +100
                   MOVE -1 TO SUPPIDL
                   MOVE DFHUNINT TO SUPPIDA
                   MOVE PM092-SUPPLIER-NOT-FOUND TO PDAMSGO
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA065' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'SELECT SUPPLIER NAME' TO WPDE-FUNCTION
                   MOVE 'P05000' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P05000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P06000-LIST-DOCUMENTS                          *
      *                                                               *
      *    FUNCTION :  FILL THE SCREEN WITH THE DOCUMENTS ON FILE FOR *
      *                THE SUPPLIER SHOWN, IN DOCUMENT TYPE ORDER     *
      *                                                               *
      *    CALLED BY:  VARIOUS                                        *
      *                                                               *
      *****************************************************************

       P06000-LIST-DOCUMENTS.

           PERFORM P06050-CLEAR-LINES THRU P06050-EXIT
               VARYING WMF-LINES-SHOWN FROM 1 BY 1
                   UNTIL WMF-LINES-SHOWN > 8.

           MOVE +0 TO WMF-LINES-SHOWN.

           MOVE SPACES TO SUPPNMO.

           IF WPW-SUPPLIER-ID = SPACES
               GO TO P06000-EXIT
           END-IF.

           MOVE WPW-SUPPLIER-ID TO SUPPIDO.
           MOVE WPW-SUPPLIER-NAME TO SUPPNMO.

           MOVE PC-USERID-NUMBER TO SUPP-DOC-PREFIX.
           MOVE WPW-SUPPLIER-ID TO SUPP-DOC-SUPPLIER-ID.
           MOVE LOW-VALUES TO SUPP-DOC-TYPE.

           MOVE 'N' TO WS-END-OF-BROWSE-SW.

           EXEC CICS
               STARTBR
                   FILE('PDASUPD')
                   RIDFLD(SUPP-DOC-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
               WHEN WS-RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-END-OF-BROWSE-SW
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA065' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS STARTBR PDASUPD' TO WPCE-COMMAND
                   MOVE 'P06000' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

           IF NOT END-OF-BROWSE
               PERFORM P06100-NEXT-DOCUMENT THRU P06100-EXIT
                   UNTIL END-OF-BROWSE
                      OR WMF-LINES-SHOWN > 7
               EXEC CICS
                   ENDBR
                       FILE('PDASUPD')
                       NOHANDLE
               END-EXEC
           END-IF.

           IF WMF-LINES-SHOWN = ZEROES
              AND (PDAMSGO = SPACES OR PDAMSGO = LOW-VALUES)
               MOVE PM301-NO-SUPPLIER-DOCUMENTS TO PDAMSGO
           END-IF.

       P06000-EXIT.
           EXIT.
           EJECT

       P06050-CLEAR-LINES.

           MOVE SPACES TO SCRN-DOCUMENT-LINE(WMF-LINES-SHOWN).

       P06050-EXIT.
           EXIT.
           EJECT

       P06100-NEXT-DOCUMENT.

           EXEC CICS
               READNEXT
                   FILE('PDASUPD')
                   INTO(SUPP-DOC-RECORD)
                   RIDFLD(SUPP-DOC-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR SUPP-DOC-PREFIX NOT = PC-USERID-NUMBER
            OR SUPP-DOC-SUPPLIER-ID NOT = WPW-SUPPLIER-ID
               MOVE 'Y' TO WS-END-OF-BROWSE-SW
               GO TO P06100-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE SUPP-DOC-TYPE TO WDL-TYPE.
           MOVE SUPP-DOC-REFERENCE TO WDL-REFERENCE.
           MOVE SUPP-DOC-ISSUE-DATE TO WDL-ISSUE-DATE.

           EVALUATE TRUE
               WHEN SUPP-DOC-INSURANCE
                   MOVE 'INSURANCE CERTIFICATE' TO WDL-DESCRIPTION
               WHEN SUPP-DOC-TAX-FORM
                   MOVE 'TAX FORM' TO WDL-DESCRIPTION
               WHEN SUPP-DOC-HAZMAT
                   MOVE 'HAZMAT SHIPPER CERT' TO WDL-DESCRIPTION
               WHEN OTHER
                   MOVE 'OTHER DOCUMENT' TO WDL-DESCRIPTION
           END-EVALUATE.

      *****************************************************************
      *    STATUS -- EXPIRED, DUE SOON (EXPIRES WITHIN 45 DAYS) OR    *
      *    CURRENT.  A DOCUMENT WITH NO EXPIRATION DATE IS CURRENT    *
      *****************************************************************

           IF SUPP-DOC-EXPIRE-DATE = ZEROES
               MOVE 'NONE' TO WDL-EXPIRE-DATE
               MOVE 'CURRENT' TO WDL-STATUS
           ELSE
               MOVE SUPP-DOC-EXPIRE-DATE TO WDL-EXPIRE-DATE
               COMPUTE WMF-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(SUPP-DOC-EXPIRE-DATE)
                   - WMF-TODAY-INTEGER
               EVALUATE TRUE
                   WHEN WMF-DAYS-LEFT < ZEROES
                       MOVE 'EXPIRED' TO WDL-STATUS
                   WHEN WMF-DAYS-LEFT NOT > 45
                       MOVE 'DUE SOON' TO WDL-STATUS
                   WHEN OTHER
                       MOVE 'CURRENT' TO WDL-STATUS
               END-EVALUATE
           END-IF.

           MOVE WS-DOCUMENT-LIST-LINE
               TO SCRN-DOCUMENT-LINE(WMF-LINES-SHOWN).

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
                   MAP('PDA065')
                   MAPSET('PDA065M')
                   FROM(PDA065O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA065' TO WPCE-PROGRAM-ID
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
                   MAP('PDA065')
                   MAPSET('PDA065M')
                   FROM(PDA065O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA065' TO WPCE-PROGRAM-ID
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
                   MAP('PDA065')
                   MAPSET('PDA065M')
                   INTO(PDA065I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA065' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA065' TO PC-PREV-PGRMID.

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
               MOVE 'PDA065' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA065' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA065' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA065' TO WPCE-PROGRAM-ID.
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
