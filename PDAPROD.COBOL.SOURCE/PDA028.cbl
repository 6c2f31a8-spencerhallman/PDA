      *             WHEN THE BALANCE REACHES ZERO, AND THE CUSTOMER   *
      *             PAYMENT HISTORY RECORD IS UPDATED WITH THE        *
      *             PAYMENT.  THE REMAINING BALANCE IS DISPLAYED.     *
      *             A PAYMENT MADE BY THE ITEM'S TERMS DISCOUNT DATE  *
      *             THAT LEAVES NO MORE THAN THE ALLOWED EARLY-       *
      *             PAYMENT DISCOUNT OPEN CLOSES THE ITEM, WRITING    *
      *             THE REST OFF AS DISCOUNT TAKEN.                   *
      *                                                               *
      * FILES   :   AR OPEN ITEM FILE        -  VSAM KSDS (UPDATE)    *
      *             CUSTOMER PAYMENT FILE    -  VSAM KSDS (UPDATE)    *
      *  09/02/26   R. MCALLEN            CASH APPLICATIONS RECORDED  *
      *                                   ON THE SECURITY AUDIT       *
      *                                   TRAIL (PDAB82)              *
      *  10/15/26   R. MCALLEN            EARLY-PAYMENT TERMS         *
      *                                   DISCOUNT TAKEN WHEN PAID    *
      *                                   BY THE DISCOUNT DATE        *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************
               10  FILLER              PIC X(25) VALUE
                   'PAYMENT APPLIED TO ORDER '.
               10  WMF-PD-ORDER-NUMBER PIC 9(10) VALUE ZEROES.
               10  WMF-PD-DISC-LIT     PIC X(05) VALUE SPACES.
               10  WMF-PD-DISCOUNT     PIC ZZZZZZ9.99
                                                 BLANK WHEN ZERO.
           05  WMF-DATE-YYYYMMDD       PIC X(08) VALUE SPACES.
           05  WMF-DISCOUNT-ALLOWED    PIC S9(9)V99 VALUE +0    COMP-3.
           05  WMF-DISCOUNT-AMOUNT     PIC S9(9)V99 VALUE +0    COMP-3.
           EJECT
      *****************************************************************
      *  THIS AREA CONTAINS THE DATA FROM THE FUNCTION CURRENT-DATE   *
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


           MOVE 'PDA028' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD28')
           SUBTRACT WMF-PAYMENT-AMOUNT FROM AR-BALANCE-DUE.
           MOVE WS-CDT-DATE TO AR-LAST-PAYMENT-DATE.

           PERFORM P04400-TERMS-DISCOUNT THRU P04400-EXIT.

           IF AR-BALANCE-DUE NOT > ZEROES
               MOVE 'P' TO AR-STATUS
           END-IF.
           MOVE AR-BALANCE-DUE TO BALDUEO.

           IF AR-CLOSED
               IF WMF-DISCOUNT-AMOUNT > ZEROES
                   MOVE PM250-PAID-WITH-DISCOUNT TO PDAMSGO
               ELSE
                   MOVE PM088-ORDER-PAID-IN-FULL TO PDAMSGO
               END-IF
           ELSE
               MOVE PM089-PAYMENT-APPLIED TO PDAMSGO
           END-IF.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04400-TERMS-DISCOUNT                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO TAKE THE EARLY-PAYMENT DISCOUNT     *
      *                ALLOWED BY THE ITEM'S PAYMENT TERMS.  WHEN     *
      *                THE PAYMENT IS MADE BY THE DISCOUNT DATE AND   *
      *                THE BALANCE LEFT IS NO MORE THAN THE DISCOUNT  *
      *                ALLOWED ON THE ORIGINAL AMOUNT, THE BALANCE    *
      *                IS WRITTEN OFF AS DISCOUNT TAKEN.  THE AMOUNT  *
      *                PAID CARRIES THE CASH RECEIVED ONLY            *
      *                                                               *
      *    CALLED BY:  P04000-APPLY-PAYMENT                           *
      *                                                               *
      *****************************************************************

       P04400-TERMS-DISCOUNT.

           MOVE ZEROES TO WMF-DISCOUNT-AMOUNT.
           MOVE SPACES TO WMF-PD-DISC-LIT.
           MOVE ZEROES TO WMF-PD-DISCOUNT.

           IF AR-BALANCE-DUE NOT > ZEROES
               GO TO P04400-EXIT
           END-IF.

           IF AR-DISCOUNT-DATE NOT NUMERIC
              OR AR-DISCOUNT-DATE = ZEROES
              OR WS-CDT-DATE > AR-DISCOUNT-DATE
               GO TO P04400-EXIT
           END-IF.

           IF AR-DISCOUNT-PCT NOT NUMERIC
              OR AR-DISCOUNT-PCT NOT > ZEROES
               GO TO P04400-EXIT
           END-IF.

           IF AR-DISCOUNT-TAKEN NUMERIC
              AND AR-DISCOUNT-TAKEN > ZEROES
               GO TO P04400-EXIT
           END-IF.

           COMPUTE WMF-DISCOUNT-ALLOWED ROUNDED =
               AR-ORIGINAL-AMT * AR-DISCOUNT-PCT / 100.

           IF AR-BALANCE-DUE > WMF-DISCOUNT-ALLOWED
               GO TO P04400-EXIT
           END-IF.

           MOVE AR-BALANCE-DUE TO WMF-DISCOUNT-AMOUNT.
           MOVE WMF-DISCOUNT-AMOUNT TO AR-DISCOUNT-TAKEN.
           MOVE ZEROES TO AR-BALANCE-DUE.

           MOVE ' DSC ' TO WMF-PD-DISC-LIT.
           MOVE WMF-DISCOUNT-AMOUNT TO WMF-PD-DISCOUNT.

       P04400-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P79000-DISPLAY-SCREEN                          *
      *                                                               *
      *    FUNCTION :  ROUTINE TO DISPLAY THE SCREEN (DATAONLY)       *

           MOVE 'PDA028' TO PC-PREV-PGRMID.

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
