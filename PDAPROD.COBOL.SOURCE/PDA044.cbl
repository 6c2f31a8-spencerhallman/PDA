      *                                                               *
      * FUNCTION:   PROGRAM PDA044 IS THE SALES BUDGET MAINTENANCE    *
      *             SCREEN.  THE OPERATOR KEYS AN ACTION (A ADD,      *
      *             C CHANGE, D DELETE), A PERIOD (CCYYMM, OR CCYYPP  *
      *             WHEN THE PREFIX KEEPS A FISCAL CALENDAR), A       *
      *             SUMMARY TYPE (T PURCHASE TYPE OR C CUSTOMER, AS   *
      *             ON SALES_SUMMARY), A KEY VALUE AND THE PLANNED    *
      *             ORDER COUNT AND DOLLARS.  THE SALES_BUDGET TABLE  *
      *             ACTUAL ONE FOR ONE AFTER THE PDAB42 CLOSE.        *
      *                                                               *
      * FILES   :   SALES_BUDGET             -  DB2       (UPDATE)    *
      *             FISCAL_CALENDAR          -  DB2       (PDAS13)    *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *             PD44       CYCLE COUNT ENTRY (THIS SCREEN)        *
      *                                                               *
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  --------   --------------------  --------------------------  *
      *  10/15/26   R. MCALLEN            PERIOD VALIDATED VIA        *
      *                                   PDAS13 (FISCAL CALENDAR)    *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
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
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      *
      *****************************************************************

           COPY PDAS13CY.
           EJECT
      ***************************************************************** 
      *    AUTOMATIC SIGN-OFF (IDLE TIMEOUT) WORK FIELDS              * 
      ***************************************************************** 

           MOVE 'PDA044' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD44')
               GO TO P04000-EXIT
           END-IF.

      *****************************************************************
      *    THE PERIOD MUST BE ONE PDAS13 RESOLVES FOR THE PREFIX --   *
      *    A FISCAL PERIOD (CCYYPP) ON ITS FISCAL CALENDAR, OR A      *
      *    CALENDAR MONTH (CCYYMM) WHEN IT HAS NONE                   *
      *****************************************************************

           MOVE SPACES TO PDAS13-PARMS.
           MOVE 'P' TO PDAS13-FUNCTION.
           MOVE PC-USERID-NUMBER TO PDAS13-PREFIX.
           MOVE PERIODI TO PDAS13-PERIOD.

           CALL 'PDAS13' USING PDAS13-PARMS.

           IF PDAS13-CALENDAR-ERROR
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE
               MOVE 'PDA044' TO WPDE-PROGRAM-ID
               MOVE PDAS13-SQLCODE TO WPDE-DB2-SQLCODE
               MOVE 'PDAS13 PERIOD RESOLUTION' TO WPDE-FUNCTION
               MOVE 'P04000' TO WPDE-PARAGRAPH
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           IF NOT PDAS13-RESOLVED
               MOVE -1 TO PERIODL
               MOVE DFHUNINT TO PERIODA
               MOVE PM339-PERIOD-NOT-ON-CALENDAR TO PDAMSGO
               GO TO P04000-EXIT
           END-IF.

           MOVE PC-USERID-NUMBER TO SALES-BUDGET-PREFIX.
           MOVE PERIODI TO SALES-BUDGET-PERIOD.
           MOVE BTYPEI TO SALES-BUDGET-TYPE.

           MOVE 'PDA044' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               XCTL
                   PROGRAM(PC-NEXT-PGRMID)
               PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-IF.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

      *****************************************************************
      *    RETURN TO CICS (NO TRANSID OPTION)                         *
      *****************************************************************
           EJECT
           COPY PDAIDLE.                                                
           EJECT                                                        
           COPY PDARESP.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P99100-GENERAL-ERROR                           *
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
