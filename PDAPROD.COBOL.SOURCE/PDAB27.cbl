      *             AMOUNT, PAYMENTS APPLIED, BALANCE DUE AND AGING   * 00150000
      *             BUCKET (CURRENT, OVER 30, OVER 60, OVER 90 DAYS), * 00160000
      *             WITH BUCKET TOTALS PER CUSTOMER.  ORDER AGE IS    * 00170000
      *             CALCULATED BY THE PDAS01 AGING SUBROUTINE FROM    * 00171000
      *             THE ITEM'S TERMS DUE DATE (THE ORDER DATE FOR AN  * 00172000
      *             ITEM DUE ON RECEIPT), SO AN ITEM NOT YET DUE IS   * 00173000
      *             CURRENT.                                          * 00174000
      *                                                               * 00190000
      * FILES   :   AR OPEN ITEM FILE    -  VSAM KSDS    (INPUT)      * 00200000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00210000
      *                                                               * 00270000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00280000
      *  --------   --------------------  --------------------------  * 00290000
      *  10/15/26   R. MCALLEN            AGE FROM THE TERMS DUE      * 00291000
      *                                   DATE; DUE DATE ON THE       * 00292000
      *                                   STATEMENT; AR ITEM NOW 128  * 00293000
      *                                   BYTES                       * 00294000
      *  10/15/26   R. MCALLEN            FINANCE CHARGE ITEMS        * 00295000
      *                                   (PDAB87) LABELLED ON THE    * 00296000
      *                                   STATEMENT; CUSTOMER RECORD  * 00297000
      *                                   NOW 800 BYTES               * 00298000
      *  10/15/26   R. MCALLEN            SUMMARY INVOICE ITEMS       * 00298500
      *                                   (PDAB26) LABELLED ON THE    * 00299000
      *                                   STATEMENT                   * 00299500
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00300000
      *                                                               * 00310000
      ***************************************************************** 00320000
       01  STATEMENT-PRINT-REC         PIC X(132).                      00640000
                                                                        00650000
       FD  VSAM-ARBAL                                                   00660000
           RECORD CONTAINS 128 CHARACTERS.                              00670000
                                                                        00680000
           COPY VARBAL.                                                 00690000
                                                                        00700000
       FD  VSAM-CUSTOMER                                                00710000
           RECORD CONTAINS 800 CHARACTERS.                              00720000
                                                                        00730000
           COPY VCUSTOMR.                                               00740000
           EJECT                                                        00750000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01060000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01070000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01080000
           03  WS-AGE-DATE             PIC 9(8)  VALUE ZEROES.          01085000
           EJECT                                                        01090000
      ***************************************************************** 01100000
      *    CUSTOMER AGING BUCKET ACCUMULATORS                         * 01110000
           03  FILLER                  PIC X(16) VALUE                  01590000
               '         BALANCE'.                                      01600000
           03  FILLER                  PIC X(10) VALUE '  AGING   '.    01610000
           03  FILLER                  PIC X(10) VALUE 'DUE DATE  '.    01615000
           03  FILLER                  PIC X(14) VALUE 'TYPE'.          01620000
           03  FILLER                  PIC X(26) VALUE SPACES.          01625000
                                                                        01630000
       01  WS-PL-DETAIL.                                                01640000
           03  WS-PL-DT-ORDER          PIC 9(10) VALUE ZEROES.          01650000
           03  WS-PL-DT-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.              01730000
           03  FILLER                  PIC X(02) VALUE SPACES.          01740000
           03  WS-PL-DT-BUCKET         PIC X(08) VALUE SPACES.          01750000
           03  FILLER                  PIC X(02) VALUE SPACES.          01755000
           03  WS-PL-DT-DUE            PIC 9(08) VALUE ZEROES.          01760000
           03  FILLER                  PIC X(02) VALUE SPACES.          01761000
           03  WS-PL-DT-TYPE           PIC X(14) VALUE SPACES.          01762000
           03  FILLER                  PIC X(26) VALUE SPACES.          01763000
                                                                        01770000
       01  WS-PL-BUCKET-TOTALS-1.                                       01780000
           03  FILLER                  PIC X(12) VALUE 'TOTALS:     '.  01790000
      *    PARAGRAPH:  P30000-PRINT-DETAIL                            * 04020000
      *                                                               * 04030000
      *    FUNCTION :  AGE THE CURRENT AR ITEM WITH PDAS01, BUCKET    * 04040000
      *                ITS BALANCE AND PRINT THE DETAIL LINE.  THE    * 04045000
      *                ITEM IS AGED FROM ITS DUE DATE, OR FROM THE    * 04050000
      *                ORDER DATE WHEN IT CARRIES NO DUE DATE         * 04055000
      *                                                               * 04060000
      *    CALLED BY:  P10000-PROCESS-AR-ITEM                         * 04070000
      *                                                               * 04080000
                                                                        04100000
       P30000-PRINT-DETAIL.                                             04110000
                                                                        04120000
           IF AR-DUE-DATE NUMERIC                                       04121000
              AND AR-DUE-DATE > ZEROES                                  04122000
               MOVE AR-DUE-DATE TO WS-AGE-DATE                          04123000
           ELSE                                                         04124000
               MOVE AR-ORDER-DATE TO WS-AGE-DATE                        04125000
           END-IF.                                                      04126000
                                                                        04127000
           MOVE SPACES TO PDAS01-PARMS.                                 04130000
           MOVE AR-ORDER-NUMBER TO PDAS01-ORDER-NUMBER.                 04140000
           MOVE WS-AGE-DATE(1:4) TO PDAS01-OD-YEAR.                     04150000
           MOVE WS-AGE-DATE(5:2) TO PDAS01-OD-MONTH.                    04160000
           MOVE WS-AGE-DATE(7:2) TO PDAS01-OD-DAY.                      04170000
           MOVE ZEROES TO PDAS01-ORDER-COUNT                            04180000
                          PDAS01-ORDER-DOLLAR-AMT.                      04190000
                                                                        04200000
                                                                        04390000
           MOVE AR-ORDER-NUMBER TO WS-PL-DT-ORDER.                      04400000
           MOVE AR-ORDER-DATE TO WS-PL-DT-DATE.                         04410000
           MOVE WS-AGE-DATE TO WS-PL-DT-DUE.                            04415000
           MOVE AR-ORIGINAL-AMT TO WS-PL-DT-ORIGINAL.                   04420000
           MOVE AR-AMOUNT-PAID TO WS-PL-DT-PAID.                        04430000
           MOVE AR-BALANCE-DUE TO WS-PL-DT-BALANCE.                     04440000
                                                                        04441000
           EVALUATE TRUE                                                04441500
               WHEN AR-FINANCE-CHARGE                                   04442000
                   MOVE 'FINANCE CHARGE' TO WS-PL-DT-TYPE               04442500
               WHEN AR-SUMMARY-INVOICE                                  04443000
                   MOVE 'SUMMARY INV' TO WS-PL-DT-TYPE                  04443500
               WHEN OTHER                                               04444000
                   MOVE 'INVOICE' TO WS-PL-DT-TYPE                      04444500
           END-EVALUATE.                                                04445000
                                                                        04447000
           WRITE STATEMENT-PRINT-REC FROM WS-PL-DETAIL.                 04450000
                                                                        04460000
       P30000-EXIT.                                                     04470000
