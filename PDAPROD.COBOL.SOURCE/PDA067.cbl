       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDA067.
      *
      *****************************************************************
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       *
      *                       COMPUWARE CORPORATION                   *
      *                                                               *
      * PROGRAM :   PDA067                                            *
      * TRANS   :   PD67                                              *
      * MAPSET  :   PDA067M                                           *
      *                                                               *
      * FUNCTION:   PROGRAM PDA067 IS THE FISCAL CALENDAR MAINTENANCE *
      *             SCREEN.  THE OPERATOR KEYS AN ACTION (A ADD,      *
      *             C CHANGE, D DELETE), A FISCAL YEAR (CCYY), A      *
      *             FISCAL PERIOD (01 - 13) AND, FOR ADD AND CHANGE,  *
      *             THE PERIOD'S FIRST AND LAST DAY (CCYYMMDD).  THE  *
      *             PERIOD KEY USED THROUGHOUT THE SYSTEM (PERIOD     *
      *             LOCK, SALES SUMMARY, SALES BUDGET AND THE PERIOD  *
      *             CONTROL CARDS) IS THEN FISCAL YEAR FOLLOWED BY    *
      *             FISCAL PERIOD (CCYYPP), AND EVERY DATE IS         *
      *             RESOLVED TO ITS PERIOD THROUGH PDAS13.  A PREFIX  *
      *             WITH NO PERIODS DEFINED KEEPS CALENDAR MONTHS.    *
      *                                                               *
      *             THE PERIODS OF A PREFIX MAY NOT OVERLAP, AND A    *
      *             PERIOD THE PERIOD-END CLOSE (PDAB42) HAS LOCKED   *
      *             MAY NOT BE CHANGED OR DELETED.  UPDATE OR         *
      *             ADMINISTRATOR AUTHORITY IS REQUIRED, AND EVERY    *
      *             UPDATE IS RECORDED ON THE SECURITY AUDIT TRAIL    *
      *             (PDAS08).                                         *
      *                                                               *
      * FILES   :   FISCAL_CALENDAR          -  DB2       (UPDATE)    *
      *             PERIOD_LOCK              -  DB2       (READ)      *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD67       FISCAL CALENDAR (THIS SCREEN)          *
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
           05  WMF-DATE-YYYYMMDD       PIC X(08) VALUE SPACES.
           05  WMF-TIME-HHMMSS         PIC X(08) VALUE SPACES.
           05  WMF-MESSAGE-AREA        PIC X(79) VALUE SPACES.
           05  WMF-USERID              PIC X(08) VALUE SPACES.
           05  WMF-LOCK-COUNT          PIC S9(9) VALUE +0       COMP.
           05  WMF-OVERLAP-COUNT       PIC S9(9) VALUE +0       COMP.
           05  WMF-AUDIT-ACTION        PIC X(12) VALUE SPACES.
           05  WMF-FISCAL-KEY.
               10  WMF-FK-YEAR         PIC X(04) VALUE SPACES.
               10  WMF-FK-PERIOD       PIC X(02) VALUE SPACES.
           05  WMF-START-DATE-X        PIC X(08) VALUE SPACES.
           05  WMF-START-DATE REDEFINES WMF-START-DATE-X
                                       PIC 9(08).
           05  FILLER REDEFINES WMF-START-DATE-X.
               10  FILLER              PIC X(04).
               10  WMF-SD-MONTH        PIC 9(02).
               10  WMF-SD-DAY          PIC 9(02).
           05  WMF-END-DATE-X          PIC X(08) VALUE SPACES.
           05  WMF-END-DATE REDEFINES WMF-END-DATE-X
                                       PIC 9(08).
           05  FILLER REDEFINES WMF-END-DATE-X.
               10  FILLER              PIC X(04).
               10  WMF-ED-MONTH        PIC 9(02).
               10  WMF-ED-DAY          PIC 9(02).
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
      *         MAP DSECTS -- FISCAL CALENDAR - PDA067M               *
      *****************************************************************

           COPY PDA067M.
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DFISCAL
           END-EXEC.
           EJECT
           EXEC SQL
              INCLUDE DPERLOCK
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
      *                FOR THE FISCAL CALENDAR SCREEN                 *
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
                   MOVE 'PDA067' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA067' TO WPCE-PROGRAM-ID
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

           IF PC-PREV-PGRMID = 'PDA067'
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

           MOVE 'PDA067' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD67')
                   COMMAREA(PDA-COMMAREA)
                   LENGTH(PC-COMMAREA-LTH)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA067' TO WPCE-PROGRAM-ID
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
      *    FUNCTION :  ROUTINE TO SEND THE INITIAL FISCAL CALENDAR    *
      *                SCREEN                                         *
      *                                                               *
      *    CALLED BY:  P00100-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P01000-FIRST-TIME.

           MOVE LOW-VALUES TO PDA067O.
           MOVE PM340-ENTER-FISCAL-PERIOD TO PDAMSGO.

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

           PERFORM P04000-MAINTAIN-CALENDAR THRU P04000-EXIT.

           PERFORM P79000-DISPLAY-SCREEN THRU P79000-EXIT.

       P03000-EXIT.
           EXIT.
           EJECT
      *                                                               *
      *    PARAGRAPH:  P04000-MAINTAIN-CALENDAR                       *
      *                                                               *
      *    FUNCTION :  ROUTINE TO VALIDATE THE KEYED FISCAL PERIOD    *
      *                AND APPLY THE REQUESTED ACTION -- ADD, CHANGE  *
      *                OR DELETE -- AGAINST THE FISCAL_CALENDAR TABLE *
      *                                                               *
      *    CALLED BY:  P03000-EDIT-PROCESS                            *
      *                                                               *
      *****************************************************************

       P04000-MAINTAIN-CALENDAR.

      *****************************************************************
      *    UPDATES REQUIRE UPDATE OR ADMINISTRATOR AUTHORITY          *
      *    (PC-USER-ROLE, LOADED AT SIGNON BY THE MAIN MENU)          *
      *****************************************************************

           IF NOT PC-USER-MAY-UPDATE
               MOVE PM154-UPDATE-NOT-AUTHORIZED TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           INSPECT ACTIONI REPLACING ALL '_' BY ' '.
           INSPECT FYEARI REPLACING ALL '_' BY ' '.
           INSPECT FPERIODI REPLACING ALL '_' BY ' '.
           INSPECT STARTI REPLACING ALL '_' BY ' '.
           INSPECT ENDI REPLACING ALL '_' BY ' '.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'C'
              AND ACTIONI NOT = 'D'
               MOVE -1 TO ACTIONL
               MOVE DFHUNINT TO ACTIONA
               MOVE PM340-ENTER-FISCAL-PERIOD TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           MOVE FYEARI TO WMF-FK-YEAR.
           MOVE FPERIODI TO WMF-FK-PERIOD.

           IF WMF-FK-YEAR NOT NUMERIC
              OR WMF-FK-PERIOD NOT NUMERIC
              OR WMF-FK-PERIOD < '01' OR WMF-FK-PERIOD > '13'
               MOVE -1 TO FYEARL
               MOVE DFHUNINT TO FYEARA
               MOVE PM341-FISCAL-PERIOD-INVALID TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           MOVE PC-USERID-NUMBER TO FISCAL-CAL-PREFIX.
           MOVE WMF-FK-YEAR TO FISCAL-CAL-YEAR.
           MOVE WMF-FK-PERIOD TO FISCAL-CAL-PERIOD.

      *****************************************************************
      *    A PERIOD THE CLOSE HAS LOCKED KEEPS ITS DATES -- THE       *
      *    SNAPSHOTS TAKEN FOR IT WOULD NO LONGER MATCH               *
      *****************************************************************

           IF ACTIONI NOT = 'A'
               PERFORM P04400-CHECK-CLOSED THRU P04400-EXIT
               IF WMF-LOCK-COUNT > ZEROES
                   MOVE -1 TO FPERIODL
                   MOVE DFHUNINT TO FPERIODA
                   MOVE PM348-FISCAL-PERIOD-CLOSED TO PDAMSGO
                   GO TO P04000-EXIT
               END-IF
           END-IF.

           IF ACTIONI = 'D'
               PERFORM P04300-DELETE-PERIOD THRU P04300-EXIT
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    ADD AND CHANGE CARRY THE PERIOD'S FIRST AND LAST DAY       *
      *****************************************************************

           MOVE STARTI TO WMF-START-DATE-X.
           MOVE ENDI TO WMF-END-DATE-X.

           IF WMF-START-DATE-X NOT NUMERIC
              OR WMF-SD-MONTH < 01 OR WMF-SD-MONTH > 12
              OR WMF-SD-DAY < 01 OR WMF-SD-DAY > 31
               MOVE -1 TO STARTL
               MOVE DFHUNINT TO STARTA
               MOVE PM341-FISCAL-PERIOD-INVALID TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           IF WMF-END-DATE-X NOT NUMERIC
              OR WMF-ED-MONTH < 01 OR WMF-ED-MONTH > 12
              OR WMF-ED-DAY < 01 OR WMF-ED-DAY > 31
              OR WMF-END-DATE < WMF-START-DATE
               MOVE -1 TO ENDL
               MOVE DFHUNINT TO ENDA
               MOVE PM341-FISCAL-PERIOD-INVALID TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           MOVE WMF-START-DATE-X TO FISCAL-CAL-START-DATE.
           MOVE WMF-END-DATE-X TO FISCAL-CAL-END-DATE.

           PERFORM P04500-CHECK-OVERLAP THRU P04500-EXIT.

           IF WMF-OVERLAP-COUNT > ZEROES
               MOVE -1 TO STARTL
               MOVE DFHUNINT TO STARTA
               MOVE PM342-FISCAL-PERIOD-OVERLAP TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           IF ACTIONI = 'A'
               PERFORM P04100-ADD-PERIOD THRU P04100-EXIT
           ELSE
               PERFORM P04200-CHANGE-PERIOD THRU P04200-EXIT
           END-IF.

       P04000-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04100-ADD-PERIOD                              *
      *                                                               *
      *    FUNCTION :  INSERT THE KEYED FISCAL_CALENDAR ROW           *
      *                                                               *
      *    CALLED BY:  P04000-MAINTAIN-CALENDAR                       *
      *                                                               *
      *****************************************************************

       P04100-ADD-PERIOD.

           EXEC SQL
               INSERT INTO FISCAL_CALENDAR
                       (PREFIX, FISCAL_YEAR, FISCAL_PERIOD,
                        START_DATE, END_DATE)
               VALUES  (:FISCAL-CAL-PREFIX,
                        :FISCAL-CAL-YEAR,
                        :FISCAL-CAL-PERIOD,
                        :FISCAL-CAL-START-DATE,
                        :FISCAL-CAL-END-DATE)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE PM343-FISCAL-PERIOD-ADDED TO PDAMSGO
                   MOVE 'FISCALADD' TO WMF-AUDIT-ACTION
                   PERFORM P04600-AUDIT-UPDATE THRU P04600-EXIT
               WHEN SQLCODE = -803
                   MOVE -1 TO FPERIODL
                   MOVE DFHUNINT TO FPERIODA
                   MOVE PM347-FISCAL-PERIOD-EXISTS TO PDAMSGO
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA067' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'INSERT FISCAL_CALENDAR' TO WPDE-FUNCTION
                   MOVE 'P04100' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P04100-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04200-CHANGE-PERIOD                           *
      *                                                               *
      *    FUNCTION :  REPLACE THE FIRST AND LAST DAY ON THE KEYED    *
      *                FISCAL_CALENDAR ROW                            *
      *                                                               *
      *    CALLED BY:  P04000-MAINTAIN-CALENDAR                       *
      *                                                               *
      *****************************************************************

       P04200-CHANGE-PERIOD.

           EXEC SQL
               UPDATE  FISCAL_CALENDAR
               SET     START_DATE    = :FISCAL-CAL-START-DATE,
                       END_DATE      = :FISCAL-CAL-END-DATE
               WHERE   PREFIX        = :FISCAL-CAL-PREFIX
                 AND   FISCAL_YEAR   = :FISCAL-CAL-YEAR
                 AND   FISCAL_PERIOD = :FISCAL-CAL-PERIOD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE PM344-FISCAL-PERIOD-UPDATED TO PDAMSGO
                   MOVE 'FISCALCHANGE' TO WMF-AUDIT-ACTION
                   PERFORM P04600-AUDIT-UPDATE THRU P04600-EXIT
               WHEN SQLCODE = +100
                   MOVE -1 TO FPERIODL
                   MOVE DFHUNINT TO FPERIODA
                   MOVE PM346-FISCAL-PERIOD-NOT-FOUND TO PDAMSGO
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA067' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'UPDATE FISCAL_CALENDAR' TO WPDE-FUNCTION
                   MOVE 'P04200' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P04200-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04300-DELETE-PERIOD                           *
      *                                                               *
      *    FUNCTION :  DELETE THE KEYED FISCAL_CALENDAR ROW           *
      *                                                               *
      *    CALLED BY:  P04000-MAINTAIN-CALENDAR                       *
      *                                                               *
      *****************************************************************

       P04300-DELETE-PERIOD.

           EXEC SQL
               DELETE
               FROM    FISCAL_CALENDAR
               WHERE   PREFIX        = :FISCAL-CAL-PREFIX
                 AND   FISCAL_YEAR   = :FISCAL-CAL-YEAR
                 AND   FISCAL_PERIOD = :FISCAL-CAL-PERIOD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   MOVE PM345-FISCAL-PERIOD-DELETED TO PDAMSGO
                   MOVE 'FISCALDELETE' TO WMF-AUDIT-ACTION
                   PERFORM P04600-AUDIT-UPDATE THRU P04600-EXIT
               WHEN SQLCODE = +100
                   MOVE -1 TO FPERIODL
                   MOVE DFHUNINT TO FPERIODA
                   MOVE PM346-FISCAL-PERIOD-NOT-FOUND TO PDAMSGO
               WHEN OTHER
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA067' TO WPDE-PROGRAM-ID
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE
                   MOVE 'DELETE FISCAL_CALENDAR' TO WPDE-FUNCTION
                   MOVE 'P04300' TO WPDE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P04300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04400-CHECK-CLOSED                            *
      *                                                               *
      *    FUNCTION :  COUNT THE PERIOD_LOCK ROWS CLOSING THE KEYED   *
      *                PERIOD INTO WMF-LOCK-COUNT                     *
      *                                                               *
      *    CALLED BY:  P04000-MAINTAIN-CALENDAR                       *
      *                                                               *
      *****************************************************************

       P04400-CHECK-CLOSED.

           MOVE FISCAL-CAL-PREFIX TO PERIOD-LOCK-PREFIX.
           MOVE WMF-FISCAL-KEY TO PERIOD-LOCK-PERIOD.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WMF-LOCK-COUNT
               FROM    PERIOD_LOCK
               WHERE   PREFIX = :PERIOD-LOCK-PREFIX
                 AND   PERIOD = :PERIOD-LOCK-PERIOD
                 AND   STATUS = 'C'
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA067' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'SELECT PERIOD_LOCK' TO WPDE-FUNCTION
               MOVE 'P04400' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P04400-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04500-CHECK-OVERLAP                           *
      *                                                               *
      *    FUNCTION :  COUNT THE PREFIX'S OTHER FISCAL PERIODS WHOSE  *
      *                DATES OVERLAP THE KEYED FIRST AND LAST DAY     *
      *                INTO WMF-OVERLAP-COUNT                         *
      *                                                               *
      *    CALLED BY:  P04000-MAINTAIN-CALENDAR                       *
      *                                                               *
      *****************************************************************

       P04500-CHECK-OVERLAP.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WMF-OVERLAP-COUNT
               FROM    FISCAL_CALENDAR
               WHERE   PREFIX      = :FISCAL-CAL-PREFIX
                 AND   START_DATE <= :FISCAL-CAL-END-DATE
                 AND   END_DATE   >= :FISCAL-CAL-START-DATE
                 AND   NOT (FISCAL_YEAR   = :FISCAL-CAL-YEAR
                       AND FISCAL_PERIOD = :FISCAL-CAL-PERIOD)
           END-EXEC.

           IF SQLCODE NOT = +0
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA067' TO WPDE-PROGRAM-ID
               MOVE SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'SELECT FISCAL_CALENDAR' TO WPDE-FUNCTION
               MOVE 'P04500' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

       P04500-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04600-AUDIT-UPDATE                            *
      *                                                               *
      *    FUNCTION :  RECORD THE UPDATE ON THE SECURITY AUDIT TRAIL  *
      *                (PDAS08 NEVER FAILS THE CALLER)                *
      *                                                               *
      *    CALLED BY:  P04100-ADD-PERIOD                              *
      *                P04200-CHANGE-PERIOD                           *
      *                P04300-DELETE-PERIOD                           *
      *                                                               *
      *****************************************************************

       P04600-AUDIT-UPDATE.

           MOVE SPACES TO PDAS08-COMMAREA.
           MOVE WMF-AUDIT-ACTION TO WSA-ACTION.
           MOVE WMF-FISCAL-KEY TO WSA-TARGET.
           MOVE 'S' TO WSA-RESULT.

           EXEC CICS
               LINK
                   PROGRAM('PDAS08')
                   COMMAREA(PDAS08-COMMAREA)
                   LENGTH(50)
                   NOHANDLE
           END-EXEC.

       P04600-EXIT.
           EXIT.
           EJECT
      *****************************************************************
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
      *    FUNCTION :  ROUTINE TO DISPLAY THE INITIAL CALENDAR SCREEN *
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
                   MAP('PDA067')
                   MAPSET('PDA067M')
                   FROM(PDA067O)
                   ERASE
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA067' TO WPCE-PROGRAM-ID
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
                   MAP('PDA067')
                   MAPSET('PDA067M')
                   FROM(PDA067O)
                   DATAONLY
                   FREEKB
                   CURSOR
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CICS' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA067' TO WPCE-PROGRAM-ID
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
                   MAP('PDA067')
                   MAPSET('PDA067M')
                   INTO(PDA067I)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL) AND
               WS-RESPONSE-CODE NOT = DFHRESP(MAPFAIL)
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA067' TO WPCE-PROGRAM-ID
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

           MOVE 'PDA067' TO PC-PREV-PGRMID.

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
               MOVE 'PDA067' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA067' TO WPCE-PROGRAM-ID
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
               MOVE 'PDA067' TO WPCE-PROGRAM-ID
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
           MOVE 'PDA067' TO WPCE-PROGRAM-ID.
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


