      *             THE CUSTOMER -- NEW ORDERS ARE BLOCKED AT SIGN    *
      *             ON (PDA004) BUT HISTORY IS KEPT.  POSTAL CODES    *
      *             ARE VALIDATED AGAINST THE ZIP_CODE TABLE AND      *
      *             MUST AGREE WITH THE STATE ENTERED.  A PAYMENT     *
      *             TERMS CODE KEYED MUST BE ON THE TERMS MASTER      *
      *             (AN ASTERISK RETURNS THE CUSTOMER TO DUE ON       *
      *             RECEIPT).  THE FINANCE CHARGE EXEMPT FLAG KEEPS   *
      *             THE CUSTOMER OUT OF THE MONTH-END FINANCE         *
      *             CHARGES (PDAB87).  THE CONSOLIDATION OPT-OUT      *
      *             FLAG SHIPS EACH OF THE CUSTOMER'S ORDERS ON ITS   *
      *             OWN (PDAB97).  THE SHIP-COMPLETE FLAG HOLDS THE   *
      *             CUSTOMER'S ORDERS UNTIL EVERY LINE CAN SHIP       *
      *             (PDAB55 / PDAB28).  THE MINIMUM SHELF LIFE (DAYS) *
      *             KEEPS LOTS EXPIRING SOONER OFF THE CUSTOMER'S     *
      *             ORDERS (PDAB55 / PDAB28).  THE PRIORITY TIER      *
      *             (1 HIGHEST THRU 5 LOWEST) ORDERS WHO IS SERVED    *
      *             FIRST WHEN STOCK IS SHORT (PDAB21 / PDAB55).      *
      *             THE BILLING CYCLE (O PER ORDER, W WEEKLY, S SEMI- *
      *             MONTHLY, M MONTHLY) SETS WHEN THE CUSTOMER'S      *
      *             ORDERS ARE INVOICED (PDAB26).                     *
      *                                                               *
      * FILES   :   CUSTOMER FILE            -  VSAM KSDS (UPDATE)    *
      *             PAYMENT TERMS FILE       -  VSAM KSDS (READ-ONLY) *
      *             ZIP_CODE                 -  DB2       (READ-ONLY) *
      *                                                               *
      * TRANSACTIONS GENERATED:                                       *
      *                                   TRADING PARTNER FIELDS      *
      *  09/02/26   R. MCALLEN            NATIONAL ACCOUNT PARENT     *
      *                                   LINKAGE FIELD (VNATACCT)    *
      *  10/15/26   R. MCALLEN            PAYMENT TERMS CODE FIELD    *
      *                                   (VTERMS)                    *
      *  10/15/26   R. MCALLEN            FINANCE CHARGE EXEMPT FLAG  *
      *                                   FIELD (PDAB87)              *
      *  10/15/26   R. MCALLEN            SHIPMENT CONSOLIDATION      *
      *                                   OPT-OUT FLAG FIELD          *
      *                                   (PDAB97)                    *
      *  10/15/26   R. MCALLEN            SHIP-COMPLETE FLAG FIELD    *
      *                                   (PDAB55 / PDAB28)           *
      *  10/15/26   R. MCALLEN            MINIMUM SHELF LIFE DAYS     *
      *                                   FIELD (PDAB55 / PDAB28)     *
      *  10/15/26   R. MCALLEN            ALLOCATION PRIORITY TIER    *
      *                                   FIELD (PDAB21 / PDAB55)     *
      *  10/15/26   R. MCALLEN            BILLING CYCLE FIELD FOR     *
      *                                   SUMMARY INVOICES (PDAB26)   *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************
           05  WMF-CREDIT-LIMIT-X      PIC X(11) VALUE SPACES.
           05  WMF-CREDIT-LIMIT REDEFINES WMF-CREDIT-LIMIT-X
                                       PIC 9(9)V99.
           05  WMF-MIN-SHELF-DAYS-X    PIC X(3)  VALUE SPACES.
           05  WMF-MIN-SHELF-DAYS REDEFINES WMF-MIN-SHELF-DAYS-X
                                       PIC 9(3).
           05  ZIPI-SAVE               PIC X(12) VALUE SPACES.
           05  STATEI-SAVE             PIC X(32) VALUE SPACES.
           EJECT
           EJECT
           COPY VNATACCT.
           EJECT
           COPY VTERMS.
           EJECT
      *****************************************************************
      *    DB2  DEFINITIONS                                           *
      *****************************************************************

           COPY PDAS07CY.
           EJECT
      *****************************************************************
      *    RESPONSE TIME LOG (PDAS14) COMMAREA                        *
      *****************************************************************

           COPY PDAS14CY.
           EJECT
           COPY PDAERRWS.
           EJECT
      *****************************************************************

           MOVE 'PDA033' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD33')
               END-IF
           END-IF.

      *****************************************************************
      *    A PAYMENT TERMS CODE KEYED MUST BE ON THE TERMS MASTER     *
      *    (AN ASTERISK CLEARS THE TERMS BACK TO DUE ON RECEIPT)      *
      *****************************************************************

           INSPECT TERMSI REPLACING ALL '_' BY ' '.

           IF TERMSI > SPACES AND TERMSI NOT = '*'
               PERFORM P04300-VALIDATE-TERMS THRU P04300-EXIT
               IF ERROR-FOUND
                   MOVE -1 TO TERMSL
                   MOVE DFHUNINT TO TERMSA
                   GO TO P04000-EXIT
               END-IF
           END-IF.

           EVALUATE ACTIONI
               WHEN 'A'
                   PERFORM P05000-ADD-CUSTOMER THRU P05000-EXIT
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04300-VALIDATE-TERMS                          *
      *                                                               *
      *    FUNCTION :  VALIDATE THE PAYMENT TERMS CODE AGAINST THE    *
      *                PAYMENT TERMS MASTER FILE                      *
      *                                                               *
      *    CALLED BY:  P04000-MAINTAIN-CUSTOMER                       *
      *                                                               *
      *****************************************************************

       P04300-VALIDATE-TERMS.

           MOVE PC-USERID-NUMBER TO TERMS-PREFIX.
           MOVE TERMSI TO TERMS-CODE.

           EXEC CICS
               READ
                   FILE('PDATERM')
                   INTO(PAYMENT-TERMS-RECORD)
                   RIDFLD(TERMS-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-ERROR-FOUND-SW
                   MOVE PM249-TERMS-NOT-FOUND TO PDAMSGO
               WHEN OTHER
                   MOVE 'CICS' TO WS-PDA-ERROR-TYPE
                   MOVE 'PDA033' TO WPCE-PROGRAM-ID
                   MOVE WS-RESPONSE-CODE TO WPCE-RESPONSE-CODE
                   MOVE 'CICS READ' TO WPCE-COMMAND
                   MOVE 'P04300' TO WPCE-PARAGRAPH
                   PERFORM P99500-PDA-ERROR THRU P99500-EXIT
           END-EVALUATE.

       P04300-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-ADD-CUSTOMER                            *
      *                                                               *
      *    FUNCTION :  ADD A NEW CUSTOMER RECORD FROM THE KEYED       *
           MOVE ZEROES TO CUSTOMER-CREDIT-LIMIT.
           MOVE 'N' TO CUSTOMER-INACTIVE-SW.
           MOVE 'N' TO CUSTOMER-EMAIL-OPT-IN-SW.
           MOVE 'N' TO CUSTOMER-FIN-CHG-EXEMPT-SW.
           MOVE 'N' TO CUSTOMER-NO-CONSOL-SW.
           MOVE 'N' TO CUSTOMER-SHIP-COMPLETE-SW.
           MOVE ZEROES TO CUSTOMER-MIN-SHELF-DAYS.
           MOVE 5 TO CUSTOMER-PRIORITY-TIER.
           MOVE 'O' TO CUSTOMER-BILLING-CYCLE.

           PERFORM P06500-APPLY-FIELDS THRU P06500-EXIT.

               MOVE EDIFLGI TO CUSTOMER-EDI-INVOICE-SW
           END-IF.

      *****************************************************************
      *    FINANCE CHARGE EXEMPT FLAG -- Y EXCLUDES THE CUSTOMER FROM *
      *    THE MONTH-END FINANCE CHARGES (PDAB87), N CHARGES AGAIN    *
      *****************************************************************

           INSPECT FCEXMPI REPLACING ALL '_' BY ' '.

           IF FCEXMPI = 'Y' OR FCEXMPI = 'N'
               MOVE FCEXMPI TO CUSTOMER-FIN-CHG-EXEMPT-SW
           END-IF.

      *****************************************************************
      *    CONSOLIDATION OPT-OUT FLAG -- Y SHIPS EVERY ORDER ON ITS   *
      *    OWN (PDAB97), N LETS SAME-DAY ORDERS RIDE TOGETHER         *
      *****************************************************************

           INSPECT NOCONSI REPLACING ALL '_' BY ' '.

           IF NOCONSI = 'Y' OR NOCONSI = 'N'
               MOVE NOCONSI TO CUSTOMER-NO-CONSOL-SW
           END-IF.

      *****************************************************************
      *    SHIP-COMPLETE FLAG -- Y HOLDS EACH ORDER UNTIL EVERY LINE  *
      *    CAN SHIP (PDAB55) AND REFUSES PARTIAL SHIPMENTS (PDAB28),  *
      *    N ALLOWS PARTIAL SHIPMENTS.  AN ORDER CAN OVERRIDE IT AT   *
      *    SUBMIT (PDA009)                                            *
      *****************************************************************

           INSPECT SHPCMPI REPLACING ALL '_' BY ' '.

           IF SHPCMPI = 'Y' OR SHPCMPI = 'N'
               MOVE SHPCMPI TO CUSTOMER-SHIP-COMPLETE-SW
           END-IF.

      *****************************************************************
      *    MINIMUM REMAINING SHELF LIFE IN DAYS ON A DATED LOT        *
      *    (PDAB55 / PDAB28).  ZERO ACCEPTS ANY UNEXPIRED LOT         *
      *****************************************************************

           INSPECT MINSHLI REPLACING ALL '_' BY ' '.

           IF MINSHLI > SPACES
               INSPECT MINSHLI REPLACING LEADING ' ' BY '0'
               IF MINSHLI NUMERIC
                   MOVE MINSHLI TO WMF-MIN-SHELF-DAYS-X
                   MOVE WMF-MIN-SHELF-DAYS TO CUSTOMER-MIN-SHELF-DAYS
               END-IF
           END-IF.

      *****************************************************************
      *    ALLOCATION PRIORITY TIER, 1 (HIGHEST) THRU 5 (LOWEST).     *
      *    SHORT STOCK IS RELEASED (PDAB21) AND PICKED (PDAB55) BY    *
      *    TIER FIRST, THEN BY ORDER DATE                             *
      *****************************************************************

           INSPECT TIERI REPLACING ALL '_' BY ' '.

           IF TIERI >= '1' AND TIERI <= '5'
               MOVE TIERI TO CUSTOMER-PRIORITY-TIER
           END-IF.

      *****************************************************************
      *    BILLING CYCLE -- O INVOICES EACH ORDER ON ITS OWN; W, S    *
      *    AND M HOLD THE ORDERS FOR ONE SUMMARY INVOICE WEEKLY,      *
      *    SEMI-MONTHLY OR MONTHLY (PDAB26)                           *
      *****************************************************************

           INSPECT BILCYCI REPLACING ALL '_' BY ' '.

           IF BILCYCI = 'O' OR BILCYCI = 'W'
            OR BILCYCI = 'S' OR BILCYCI = 'M'
               MOVE BILCYCI TO CUSTOMER-BILLING-CYCLE
           END-IF.

      *****************************************************************
      *    PAYMENT TERMS CODE (VALIDATED IN P04000).  AN ASTERISK     *
      *    CLEARS IT -- THE CUSTOMER IS INVOICED DUE ON RECEIPT       *
      *****************************************************************

           IF TERMSI = '*'
               MOVE SPACES TO CUSTOMER-TERMS-CODE
           ELSE
               IF TERMSI > SPACES
                   MOVE TERMSI TO CUSTOMER-TERMS-CODE
               END-IF
           END-IF.

      *****************************************************************
      *    CREDIT LIMIT IS ELEVEN DIGITS WITH TWO IMPLIED DECIMALS    *
      *****************************************************************

           MOVE 'PDA033' TO PC-PREV-PGRMID.

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
       P80400-EXIT.
           EXIT.
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
