      *             THE INVOICE COUNT AND TOTAL DOLLARS AS CONTROL    * 00200000
      *             TOTALS.  EACH INVOICE SENT IS MARKED              * 00210000
      *             TRANSMITTED SO A RERUN NEVER DOUBLE-SENDS.        * 00220000
      *             A SUMMARY INVOICE (CYCLE BILLING) GOES OUT AS ONE * 00221000
      *             INVOICE WITH THE LINES OF EVERY ORDER IT BILLS;   * 00222000
      *             ITS ORDERS ARE NOT SENT ON THEIR OWN.  EACH LIN   * 00223000
      *             SEGMENT CARRIES ITS ORDER NUMBER.                 * 00224000
      *                                                               * 00230000
      * FILES   :   INVOICE REGISTER     -  VSAM KSDS    (UPDATE)     * 00240000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00250000
      *                                                               * 00320000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00330000
      *  --------   --------------------  --------------------------  * 00340000
      *  10/15/26   R. MCALLEN            CUSTOMER RECORD NOW 800     * 00341000
      *                                   BYTES (FINANCE CHARGE       * 00342000
      *                                   EXEMPT FLAG)                * 00343000
      *  10/15/26   R. MCALLEN            SUMMARY INVOICES SENT WITH  * 00344000
      *                                   THE LINES OF ALL THEIR      * 00345000
      *                                   ORDERS; ORDER NUMBER ON LIN * 00346000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00350000
      *                                                               * 00360000
      ***************************************************************** 00370000
                                                                        00460000
           SELECT VSAM-INVOICE         ASSIGN TO VINVOICE               00470000
                                       ORGANIZATION IS INDEXED          00480000
                                       ACCESS IS DYNAMIC                00490000
                                       RECORD KEY IS INVOICE-KEY        00500000
                                       FILE STATUS IS                   00510000
                                           WS-INVOICE-STATUS.           00520000
           COPY VINVOICE.                                               00750000
                                                                        00760000
       FD  VSAM-CUSTOMER                                                00770000
           RECORD CONTAINS 800 CHARACTERS.                              00780000
                                                                        00790000
           COPY VCUSTOMR.                                               00800000
           EJECT                                                        00810000
               88  END-OF-PROCESS                VALUE 'Y'.             00900000
           05  WS-END-OF-LINES-SW      PIC X     VALUE 'N'.             00910000
               88  END-OF-LINES                  VALUE 'Y'.             00920000
           05  WS-END-OF-MEMBERS-SW    PIC X     VALUE 'N'.             00921000
               88  END-OF-MEMBERS                VALUE 'Y'.             00922000
           EJECT                                                        00930000
      ***************************************************************** 00940000
      *    MISCELLANEOUS WORK FIELDS                                  * 00950000
           03  WS-INVOICES-SENT        PIC S9(7) VALUE +0       COMP-3. 01110000
           03  WS-CONTROL-AMOUNT       PIC S9(11)V99                    01120000
                                                 VALUE +0       COMP-3. 01130000
           03  WS-SUMMARY-KEY          PIC X(15) VALUE SPACES.          01131000
           03  WS-SUMMARY-INVOICE-NO   PIC 9(9)  VALUE ZEROES.          01132000
           03  WS-DATE.                                                 01140000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01150000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01160000
           03  WEH-INVOICE-DATE        PIC 9(8)  VALUE ZEROES.          01560000
           03  WEH-CUSTOMER-ID         PIC X(32) VALUE SPACES.          01570000
           03  WEH-ORDER-NUMBER        PIC 9(10) VALUE ZEROES.          01580000
           03  WEH-INVOICE-TYPE        PIC X(1)  VALUE SPACES.          01585000
           03  FILLER                  PIC X(65) VALUE SPACES.          01590000
                                                                        01600000
       01  WS-EDI-LIN.                                                  01610000
           03  FILLER                  PIC X(3)  VALUE 'LIN'.           01620000
           03  WEL-QUANTITY            PIC 9(9)  VALUE ZEROES.          01640000
           03  WEL-UNIT-PRICE          PIC 9(8)V99                      01650000
                                                 VALUE ZEROES.          01660000
           03  WEL-ORDER-NUMBER        PIC 9(10) VALUE ZEROES.          01665000
           03  FILLER                  PIC X(64) VALUE SPACES.          01670000
                                                                        01680000
       01  WS-EDI-SUM.                                                  01690000
           03  FILLER                  PIC X(3)  VALUE 'SUM'.           01700000
                                                                        03170000
       P10000-PROCESS-INVOICE.                                          03180000
                                                                        03190000
           READ VSAM-INVOICE NEXT.                                      03200000
                                                                        03210000
           IF INVOICEF-END                                              03220000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         03230000
                                                                        03350000
      ***************************************************************** 03360000
      *    THE PREFIX CONTROL RECORD AND ALREADY-SENT INVOICES ARE    * 03370000
      *    SKIPPED, AS ARE ORDERS BILLED ON A SUMMARY INVOICE -- THEY * 03375000
      *    GO OUT WITH THE SUMMARY                                    * 03380000
      ***************************************************************** 03390000
                                                                        03400000
           IF INVOICE-ORDER-NUMBER = ZEROES                             03410000
              OR INVOICE-EDI-SENT                                       03420000
              OR INVOICE-SUMMARY-MEMBER                                 03425000
               GO TO P10000-EXIT                                        03430000
           END-IF.                                                      03440000
                                                                        03450000
           MOVE INVOICE-DATE TO WEH-INVOICE-DATE.                       03820000
           MOVE INVOICE-CUSTOMER-ID TO WEH-CUSTOMER-ID.                 03830000
           MOVE INVOICE-ORDER-NUMBER TO WEH-ORDER-NUMBER.               03840000
           MOVE INVOICE-TYPE TO WEH-INVOICE-TYPE.                       03845000
           WRITE EDI-INVOICE-REC FROM WS-EDI-HDR.                       03850000
                                                                        03860000
           IF INVOICE-SUMMARY                                           03861000
               PERFORM P25000-WRITE-SUMMARY-LINES THRU P25000-EXIT      03862000
           ELSE                                                         03863000
               PERFORM P30000-WRITE-LINES THRU P30000-EXIT              03864000
           END-IF.                                                      03865000
                                                                        03880000
           MOVE INVOICE-MERCHANDISE-AMT TO WES-MERCHANDISE.             03890000
           MOVE INVOICE-TAX-AMT TO WES-TAX.                             03900000
           EJECT                                                        04150000
      ***************************************************************** 04160000
      *                                                               * 04170000
      *    PARAGRAPH:  P25000-WRITE-SUMMARY-LINES                     * 04170100
      *                                                               * 04170200
      *    FUNCTION :  WRITE THE LIN SEGMENTS OF EVERY ORDER BILLED   * 04170300
      *                ON THE SUMMARY INVOICE.  ITS ORDERS ARE FOUND  * 04170400
      *                ON THE REGISTER UNDER THE SUMMARY INVOICE      * 04170500
      *                NUMBER; THE SUMMARY RECORD IS THEN READ BACK   * 04170600
      *                SO THE PASS RESUMES AFTER IT                   * 04170700
      *                                                               * 04170800
      *    CALLED BY:  P20000-TRANSMIT-INVOICE                        * 04170900
      *                                                               * 04171000
      ***************************************************************** 04171100
                                                                        04171200
       P25000-WRITE-SUMMARY-LINES.                                      04171300
                                                                        04171400
           MOVE INVOICE-KEY TO WS-SUMMARY-KEY.                          04171500
           MOVE INVOICE-NUMBER TO WS-SUMMARY-INVOICE-NO.                04171600
           MOVE 'N' TO WS-END-OF-MEMBERS-SW.                            04171700
                                                                        04171800
           MOVE ZEROES TO INVOICE-ORDER-NUMBER.                         04171900
                                                                        04172000
           START VSAM-INVOICE                                           04172100
               KEY NOT LESS THAN INVOICE-KEY.                           04172200
                                                                        04172300
           IF INVOICEF-OK                                               04172400
               PERFORM P26000-NEXT-MEMBER THRU P26000-EXIT              04172500
                   UNTIL END-OF-MEMBERS                                 04172600
           END-IF.                                                      04172700
                                                                        04172800
           MOVE WS-SUMMARY-KEY TO INVOICE-KEY.                          04172900
                                                                        04173000
           READ VSAM-INVOICE.                                           04173100
                                                                        04173200
           IF NOT INVOICEF-OK                                           04173300
               MOVE 'REREAD SUMMARY INVOICE FAILED' TO WPBE-MESSAGE     04173400
               MOVE WS-INVOICE-STATUS TO WPBE-FILE-STATUS               04173500
               MOVE 'P25000' TO WPBE-PARAGRAPH                          04173600
               PERFORM P99999-ABEND THRU P99999-EXIT                    04173700
           END-IF.                                                      04173800
                                                                        04173900
       P25000-EXIT.                                                     04174000
           EXIT.                                                        04174100
                                                                        04174200
       P26000-NEXT-MEMBER.                                              04174300
                                                                        04174400
           READ VSAM-INVOICE NEXT.                                      04174500
                                                                        04174600
           IF NOT INVOICEF-OK                                           04174700
              OR INVOICE-KEY NOT < WS-SUMMARY-KEY                       04174800
               MOVE 'Y' TO WS-END-OF-MEMBERS-SW                         04174900
               GO TO P26000-EXIT                                        04175000
           END-IF.                                                      04175100
                                                                        04175200
           IF INVOICE-SUMMARY-MEMBER                                    04175300
              AND INVOICE-NUMBER = WS-SUMMARY-INVOICE-NO                04175400
               PERFORM P30000-WRITE-LINES THRU P30000-EXIT              04175500
           END-IF.                                                      04175600
                                                                        04175700
       P26000-EXIT.                                                     04175800
           EXIT.                                                        04175900
           EJECT                                                        04176000
      ***************************************************************** 04176100
      *                                                               * 04176200
      *    PARAGRAPH:  P30000-WRITE-LINES                             * 04180000
      *                                                               * 04190000
      *    FUNCTION :  WRITE ONE LIN SEGMENT PER ORDER LINE OF THE    * 04200000
      *                INVOICED ORDER FROM THE ORDER DATABASE         * 04210000
      *                                                               * 04220000
      *    CALLED BY:  P20000-TRANSMIT-INVOICE                        * 04230000
      *                P26000-NEXT-MEMBER                             * 04235000
      *                                                               * 04240000
      ***************************************************************** 04250000
                                                                        04260000
                   MOVE ORDER-ITEM-ITEM-NUMBER TO WEL-ITEM-NUMBER       04780000
                   MOVE ORDER-ITEM-QUANTITY TO WEL-QUANTITY             04790000
                   MOVE ORDER-ITEM-UNIT-PRICE TO WEL-UNIT-PRICE         04800000
                   MOVE ORDER-NUMBER TO WEL-ORDER-NUMBER                04805000
                   WRITE EDI-INVOICE-REC FROM WS-EDI-LIN                04810000
               WHEN OP-END-OF-DATABASE                                  04820000
               WHEN OP-SEGMENT-NOT-FOUND                                04830000
