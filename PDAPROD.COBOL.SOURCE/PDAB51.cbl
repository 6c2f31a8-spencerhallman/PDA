      *               COL 34-42   INVOICE QUANTITY  (NUMERIC)         * 00310000
      *               COL 44-53   UNIT PRICE        (NUMERIC 9(8)V99) * 00320000
      *               COL 55-62   INVOICE DATE      (CCYYMMDD)        * 00330000
      *               COL 64-71   DUE DATE          (CCYYMMDD,        * 00331000
      *                           OPTIONAL -- BLANK DEFAULTS TO THE   * 00332000
      *                           INVOICE DATE PLUS 30 DAYS)          * 00333000
      *                                                               * 00340000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00350000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (UPDATE)     * 00360000
      *             AP INVOICE FILE      -  VSAM KSDS    (UPDATE)     * 00370000
      *                                                               * 00380000
      ***************************************************************** 00390000
      *                                                               * 00420000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00430000
      *  --------   --------------------  --------------------------  * 00440000
      *  10/15/26   R. MCALLEN            STAMP THE PAYMENT DUE DATE  * 00441000
      *                                   ON EACH INVOICE (OPTIONAL   * 00442000
      *                                   CARD COLUMNS 64-71, ELSE    * 00443000
      *                                   INVOICE DATE PLUS 30 DAYS)  * 00444000
      *                                   FOR THE PDAB84 PAYMENT RUN; * 00445000
      *                                   AP INVOICE RECORD NOW 160   * 00446000
      *  10/15/26   R. MCALLEN            INVOICES AGAINST A PO NOT   * 00446500
      *                                   YET RELEASED ARE REJECTED;  * 00447000
      *                                   QTY INVOICED ACCUMULATED    * 00447500
      *                                   ON THE PO LINE AND CHECKED  * 00448000
      *                                   CUMULATIVELY IN THE MATCH   * 00448500
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00450000
      *                                                               * 00460000
      ***************************************************************** 00470000
       01  CONTROL-CARD-REC            PIC X(80).                       00790000
                                                                        00800000
       FD  VSAM-PURCHASE-ORDER                                          00810000
           RECORD CONTAINS 200 CHARACTERS.                              00820000
                                                                        00830000
           COPY VPURCHOR.                                               00840000
                                                                        00850000
       FD  VSAM-AP-INVOICE                                              00860000
           RECORD CONTAINS 160 CHARACTERS.                              00870000
                                                                        00880000
           COPY VAPINV.                                                 00890000
           EJECT                                                        00900000
           03  WS-CARDS-HELD           PIC S9(7) VALUE +0       COMP-3. 01220000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01230000
           03  WS-HOLD-REASON          PIC X(24) VALUE SPACES.          01240000
           03  WS-INVOICED-TO-DATE     PIC 9(10) VALUE ZEROES.          01241000
           03  WS-NET-DAYS             PIC S9(3) VALUE +30      COMP-3. 01245000
           03  WS-CURR-SUPPLIER        PIC X(32) VALUE HIGH-VALUES.     01250000
           03  WS-DATE.                                                 01260000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01270000
           03  WCC-UNIT-PRICE          PIC X(10).                       01480000
           03  FILLER                  PIC X(1).                        01490000
           03  WCC-INVOICE-DATE        PIC X(8).                        01500000
           03  FILLER                  PIC X(1).                        01505000
           03  WCC-DUE-DATE            PIC X(8).                        01510000
           03  FILLER                  PIC X(9).                        01515000
                                                                        01520000
       01  WS-CONTROL-CARD-NUM.                                         01530000
           03  WCN-PREFIX              PIC 9(5)  VALUE ZEROES.          01540000
           03  WCN-UNIT-PRICE-X REDEFINES                               01600000
               WCN-UNIT-PRICE          PIC X(10).                       01610000
           03  WCN-INVOICE-DATE        PIC 9(8)  VALUE ZEROES.          01620000
           03  WCN-DUE-DATE            PIC 9(8)  VALUE ZEROES.          01625000
           EJECT                                                        01630000
      ***************************************************************** 01640000
      *    PER-SUPPLIER AP AGING BUCKET ACCUMULATORS                  * 01650000
                                                                        03260000
           OPEN INPUT CONTROL-CARD.                                     03270000
                                                                        03280000
           OPEN I-O VSAM-PURCHASE-ORDER.                                03290000
                                                                        03300000
           IF NOT PURCHORD-OK                                           03310000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   03320000
               GO TO P20000-EXIT                                        04450000
           END-IF.                                                      04460000
                                                                        04470000
           IF WCC-DUE-DATE NOT = SPACES                                 04471000
              AND WCC-DUE-DATE NOT NUMERIC                              04472000
               MOVE 'DUE DATE NOT NUMERIC' TO WS-DL-RJ-REASON           04473000
               DISPLAY WS-DL-REJECT                                     04474000
               GO TO P20000-EXIT                                        04475000
           END-IF.                                                      04476000
                                                                        04477000
           MOVE WCC-PREFIX TO WCN-PREFIX.                               04480000
           MOVE WCC-PO-NUMBER TO WCN-PO-NUMBER.                         04490000
           MOVE WCC-LINE TO WCN-LINE.                                   04500000
           MOVE WCC-QUANTITY TO WCN-QUANTITY.                           04510000
           MOVE WCC-UNIT-PRICE TO WCN-UNIT-PRICE-X.                     04520000
           MOVE WCC-INVOICE-DATE TO WCN-INVOICE-DATE.                   04530000
                                                                        04530500
      ***************************************************************** 04531000
      *    NO DUE DATE ON THE CARD -- PAYABLE 30 DAYS AFTER THE       * 04531500
      *    INVOICE DATE                                               * 04532000
      ***************************************************************** 04532500
                                                                        04533000
           IF WCC-DUE-DATE = SPACES                                     04533500
               COMPUTE WCN-DUE-DATE = FUNCTION DATE-OF-INTEGER          04534000
                   (FUNCTION INTEGER-OF-DATE (WCN-INVOICE-DATE)         04534500
                    + WS-NET-DAYS)                                      04535000
           ELSE                                                         04535500
               MOVE WCC-DUE-DATE TO WCN-DUE-DATE                        04536000
           END-IF.                                                      04536500
                                                                        04540000
           IF WCC-INVOICE-NUMBER = SPACES                               04550000
               MOVE 'INVOICE NUMBER MISSING' TO WS-DL-RJ-REASON         04560000
           END-IF.                                                      04710000
                                                                        04720000
      ***************************************************************** 04730000
      *    THE PURCHASE ORDER LINE MUST EXIST, BE RELEASED BY THE     * 04735000
      *    BUYER AND NOT BE CANCELLED                                 * 04740000
      ***************************************************************** 04750000
                                                                        04760000
           MOVE WCN-PREFIX TO PURCHASE-ORDER-PREFIX.                    04770000
                                                                        04950000
           IF PURCHASE-ORDER-CANCELLED                                  04960000
               MOVE 'PO LINE IS CANCELLED' TO WS-DL-RJ-REASON           04970000
               DISPLAY WS-DL-REJECT                                     04971000
               GO TO P20000-EXIT                                        04972000
           END-IF.                                                      04973000
                                                                        04974000
           IF PURCHASE-ORDER-SUGGESTED                                  04975000
               MOVE 'PO NOT RELEASED BY BUYER' TO WS-DL-RJ-REASON       04976000
               DISPLAY WS-DL-REJECT                                     04980000
               GO TO P20000-EXIT                                        04990000
           END-IF.                                                      05000000
      *    FUNCTION :  THREE-WAY MATCH THE INVOICE LINE AGAINST THE   * 05340000
      *                PURCHASE ORDER QUANTITY, THE PURCHASE ORDER    * 05350000
      *                UNIT PRICE AND THE QUANTITY RECEIVED.  THE     * 05360000
      *                QUANTITY CHECKS INCLUDE WHAT THE SUPPLIER HAS  * 05365000
      *                ALREADY INVOICED ON THE LINE.  THE FIRST       * 05370000
      *                MISMATCH SETS THE HOLD REASON                  * 05375000
      *                                                               * 05380000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 05390000
      *                                                               * 05400000
               GO TO P30000-EXIT                                        05490000
           END-IF.                                                      05500000
                                                                        05510000
           COMPUTE WS-INVOICED-TO-DATE =                                05511000
               PURCHASE-ORDER-QTY-INVOICED + WCN-QUANTITY.              05512000
                                                                        05513000
           IF WS-INVOICED-TO-DATE > PURCHASE-ORDER-QUANTITY             05514000
               MOVE 'QTY EXCEEDS PO QUANTITY' TO WS-HOLD-REASON         05530000
               GO TO P30000-EXIT                                        05540000
           END-IF.                                                      05550000
                                                                        05560000
           IF WS-INVOICED-TO-DATE > PURCHASE-ORDER-QTY-RECEIVED         05570000
               MOVE 'QTY EXCEEDS QTY RECEIVED' TO WS-HOLD-REASON        05580000
               GO TO P30000-EXIT                                        05590000
           END-IF.                                                      05600000
               WCN-QUANTITY * WCN-UNIT-PRICE.                           05860000
           MOVE WCN-INVOICE-DATE TO AP-INVOICE-DATE.                    05870000
           MOVE WS-DATE-CCYYMMDD TO AP-INVOICE-ENTRY-DATE.              05880000
           MOVE WCN-DUE-DATE TO AP-INVOICE-DUE-DATE.                    05881000
           MOVE ZEROES TO AP-INVOICE-CHECK-NUMBER                       05882000
                          AP-INVOICE-PAID-DATE.                         05883000
                                                                        05890000
           IF WS-HOLD-REASON = SPACES                                   05900000
               MOVE 'M' TO AP-INVOICE-STATUS                            05910000
           END-IF.                                                      06180000
                                                                        06190000
           DISPLAY WS-DL-POSTED.                                        06200000
                                                                        06200500
      ***************************************************************** 06201000
      *    ACCUMULATE THE QUANTITY INVOICED ON THE PURCHASE ORDER     * 06201500
      *    LINE (SHOWN TO THE BUYER ON PDA061)                        * 06202000
      ***************************************************************** 06202500
                                                                        06203000
           ADD WCN-QUANTITY TO PURCHASE-ORDER-QTY-INVOICED.             06203500
                                                                        06204000
           REWRITE PURCHASE-ORDER-RECORD.                               06204500
                                                                        06205000
           IF NOT PURCHORD-OK                                           06205500
               MOVE 'REWRITE PURCHASE ORDER FAILED' TO WPBE-MESSAGE     06206000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               06206500
               MOVE 'P40000' TO WPBE-PARAGRAPH                          06207000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06207500
           END-IF.                                                      06208000
                                                                        06210000
       P40000-EXIT.                                                     06220000
           EXIT.                                                        06230000
