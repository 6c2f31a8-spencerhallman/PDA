      *             INVOICE REGISTER (VINVOICE), AND QUEUE A          *
      *             DUPLICATE WITH ACTION R -- THE NIGHTLY INVOICE    *
      *             RUN (PDAB26) PRINTS THE DUPLICATE MARKED COPY.    *
      *             A SUMMARY INVOICE (CYCLE BILLING) LISTS THE       *
      *             ORDERS IT BILLS; AN ORDER BILLED ON ONE SHOWS THE *
      *             SUMMARY INVOICE NUMBER AND ITS OWN SHARE, AND A   *
      *             DUPLICATE OF EITHER REPRINTS THE WHOLE SUMMARY.   *
      *                                                               *
      * FILES   :   INVOICE REGISTER        -  VSAM KSDS (READ-ONLY)  *
      *             REPRINT QUEUE           -  VSAM KSDS (UPDATE)     *
      *                                                               *
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          *
      *  --------   --------------------  --------------------------  *
      *  10/15/26   R. MCALLEN            SUMMARY INVOICES (PDAB26)   *
      *                                   LIST THEIR ORDERS; REPRINT  *
      *                                   OF A MEMBER ORDER QUEUES    *
      *                                   THE SUMMARY                 *
      *  10/15/26   R. MCALLEN            RESPONSE TIME LOGGED TO     *
      *                                   PDAS14 AT EVERY TASK END    *
      *                                   (COPYBOOK PDARESP)          *
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  *
      *                                                               *
      *****************************************************************
           05  WMF-FOUND-SW            PIC X(01) VALUE 'N'.
               88  INVOICE-FOUND                 VALUE 'Y'.
           05  WMF-DATE-CCYYMMDD       PIC 9(08) VALUE ZEROES.
           05  WMF-SUMMARY-INVOICE-NO  PIC 9(09) VALUE ZEROES.
           05  WMF-SUMMARY-ORDER-NUMBER
                                       PIC 9(10) VALUE ZEROES.
           05  WMF-INVOICE-SAVE        PIC X(110) VALUE SPACES.

       01  WMF-LIST-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
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


           MOVE 'PDA055' TO PC-PREV-PGRMID.

           PERFORM PRESP-LOG-RESPONSE THRU PRESP-EXIT.

           EXEC CICS
               RETURN
                   TRANSID('PD55')
           MOVE INVOICE-TOTAL-AMT TO TOTALO.
           MOVE PM038-INQUIRY-COMPLETE TO PDAMSGO.

      *****************************************************************
      *    A SUMMARY INVOICE LISTS ITS ORDERS; AN ORDER BILLED ON ONE *
      *    SHOWS THE SUMMARY NUMBER WITH ITS OWN SHARE OF THE TOTALS  *
      *****************************************************************

           IF INVOICE-SUMMARY
               PERFORM P04400-LIST-SUMMARY-ORDERS THRU P04400-EXIT
               MOVE PM321-SUMMARY-INVOICE TO PDAMSGO
           END-IF.

           IF INVOICE-SUMMARY-MEMBER
               MOVE PM322-BILLED-ON-SUMMARY TO PDAMSGO
           END-IF.

       P04150-EXIT.
           EXIT.
           EJECT
           END-IF.

           IF INVOICE-ORDER-NUMBER = ZEROES
            OR INVOICE-SUMMARY-MEMBER
               GO TO P04250-EXIT
           END-IF.

      *    PARAGRAPH:  P04300-LIST-CUSTOMER                           *
      *                                                               *
      *    FUNCTION :  LIST UP TO TEN OF THE KEYED CUSTOMER'S         *
      *                INVOICES, NEWEST KEYS LAST.  ORDERS BILLED ON  *
      *                A SUMMARY INVOICE ARE LISTED UNDER IT          *
      *                                                               *
      *    CALLED BY:  P04000-INQUIRY-PROCESS                         *
      *                                                               *
           END-IF.

           IF INVOICE-ORDER-NUMBER = ZEROES
            OR INVOICE-SUMMARY-MEMBER
            OR INVOICE-CUSTOMER-ID NOT = CUSTIDI
               GO TO P04350-EXIT
           END-IF.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P04400-LIST-SUMMARY-ORDERS                     *
      *                                                               *
      *    FUNCTION :  LIST UP TO TEN OF THE ORDERS BILLED ON THE     *
      *                SUMMARY INVOICE JUST SHOWN.  THEY CARRY THE    *
      *                SUMMARY INVOICE NUMBER AND SORT AHEAD OF THE   *
      *                SUMMARY RECORD ON THE REGISTER                 *
      *                                                               *
      *    CALLED BY:  P04150-SHOW-DETAIL                             *
      *                                                               *
      *****************************************************************

       P04400-LIST-SUMMARY-ORDERS.

           MOVE INVOICE-RECORD TO WMF-INVOICE-SAVE.
           MOVE INVOICE-NUMBER TO WMF-SUMMARY-INVOICE-NO.
           MOVE INVOICE-ORDER-NUMBER TO WMF-SUMMARY-ORDER-NUMBER.
           MOVE +0 TO WMF-LINES-SHOWN.
           MOVE 'N' TO WMF-BROWSE-END-SW.

           MOVE ZEROES TO INVOICE-ORDER-NUMBER.

           EXEC CICS
               STARTBR
                   FILE('PDAINVC')
                   RIDFLD(INVOICE-KEY)
                   GTEQ
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO P04400-RESTORE
           END-IF.

           PERFORM P04450-NEXT-SUMMARY-ORDER THRU P04450-EXIT
               UNTIL INVOICE-BROWSE-END
                  OR WMF-LINES-SHOWN > 9.

           EXEC CICS
               ENDBR
                   FILE('PDAINVC')
                   NOHANDLE
           END-EXEC.

       P04400-RESTORE.

           MOVE WMF-INVOICE-SAVE TO INVOICE-RECORD.

       P04400-EXIT.
           EXIT.
           EJECT

       P04450-NEXT-SUMMARY-ORDER.

           EXEC CICS
               READNEXT
                   FILE('PDAINVC')
                   INTO(INVOICE-RECORD)
                   RIDFLD(INVOICE-KEY)
                   NOHANDLE
                   RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
            OR INVOICE-PREFIX NOT = PC-USERID-NUMBER
            OR INVOICE-ORDER-NUMBER NOT < WMF-SUMMARY-ORDER-NUMBER
               MOVE 'Y' TO WMF-BROWSE-END-SW
               GO TO P04450-EXIT
           END-IF.

           IF NOT INVOICE-SUMMARY-MEMBER
            OR INVOICE-NUMBER NOT = WMF-SUMMARY-INVOICE-NO
               GO TO P04450-EXIT
           END-IF.

           ADD +1 TO WMF-LINES-SHOWN.

           MOVE INVOICE-ORDER-NUMBER TO WMF-LL-ORDER-NUMBER.
           MOVE INVOICE-NUMBER TO WMF-LL-INVOICE-NUMBER.
           MOVE INVOICE-DATE TO WMF-LL-DATE.
           MOVE INVOICE-CUSTOMER-ID TO WMF-LL-CUSTOMER.
           MOVE INVOICE-TOTAL-AMT TO WMF-LL-TOTAL.
           MOVE WMF-LIST-LINE TO SCRN-INV-LINE(WMF-LINES-SHOWN).

       P04450-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P05000-QUEUE-REPRINT                           *
      *                                                               *
      *    FUNCTION :  QUEUE A DUPLICATE OF THE KEYED ORDER'S         *
      *                INVOICE -- THE NIGHTLY RUN PRINTS IT MARKED    *
      *                COPY.  AT MOST ONE REPRINT IS QUEUED PER       *
      *                INVOICE.  AN ORDER BILLED ON A SUMMARY INVOICE *
      *                QUEUES THE WHOLE SUMMARY                       *
      *                                                               *
      *    CALLED BY:  P04000-INQUIRY-PROCESS                         *
      *                                                               *
           MOVE PC-USERID-NUMBER TO REPRINT-PREFIX.
           MOVE INVOICE-ORDER-NUMBER TO REPRINT-ORDER-NUMBER.
           MOVE INVOICE-NUMBER TO REPRINT-INVOICE-NUMBER.

           IF INVOICE-SUMMARY-MEMBER
               COMPUTE REPRINT-ORDER-NUMBER =
                   8000000000 + INVOICE-NUMBER
           END-IF.
           MOVE WMF-DATE-CCYYMMDD TO REPRINT-REQUEST-DATE.
           MOVE PC-USERID-ID TO REPRINT-USERID.
           MOVE 'Q' TO REPRINT-STATUS.

           MOVE 'PDA055' TO PC-PREV-PGRMID.

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
