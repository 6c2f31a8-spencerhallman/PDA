      *             EACH ORDER IS RECORDED ON THE DUNNING CONTROL     * 00200000
      *             FILE, AND EACH RUN SENDS AT MOST THE NEXT LEVEL   * 00210000
      *             UP FOR AN ORDER, SO NO LEVEL IS EVER SKIPPED AND  * 00220000
      *             NO LETTER IS EVER SENT TWICE.  AN ITEM IS AGED    * 00225000
      *             FROM ITS TERMS DUE DATE, OR FROM THE ORDER DATE   * 00230000
      *             WHEN IT IS DUE ON RECEIPT.                        * 00235000
      *                                                               * 00240000
      * FILES   :   AR OPEN ITEM FILE    -  VSAM KSDS    (INPUT)      * 00250000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00260000
      *  09/02/26   R. MCALLEN            AR ITEMS WITH AN OPEN       * 00360000
      *                                   CLAIM ARE NOT DUNNED        * 00370000
      *                                   (PDA058)                    * 00380000
      *  10/15/26   R. MCALLEN            AGE FROM THE TERMS DUE      * 00381000
      *                                   DATE; AR ITEM NOW 128       * 00382000
      *                                   BYTES                       * 00383000
      *  10/15/26   R. MCALLEN            FINANCE CHARGE ITEMS        * 00384000
      *                                   (PDAB87) LABELLED ON THE    * 00385000
      *                                   NOTICE; CUSTOMER RECORD     * 00386000
      *                                   NOW 800 BYTES               * 00387000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00390000
      *                                                               * 00400000
      ***************************************************************** 00410000
       01  NOTICE-PRINT-REC            PIC X(132).                      00860000
                                                                        00870000
       FD  VSAM-ARBAL                                                   00880000
           RECORD CONTAINS 128 CHARACTERS.                              00890000
                                                                        00900000
           COPY VARBAL.                                                 00910000
                                                                        00920000
       FD  VSAM-CUSTOMER                                                00930000
           RECORD CONTAINS 800 CHARACTERS.                              00940000
                                                                        00950000
           COPY VCUSTOMR.                                               00960000
                                                                        00970000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01580000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01590000
                                       PIC 9(8).                        01600000
           03  WS-AGE-DATE             PIC 9(8)  VALUE ZEROES.          01605000
           EJECT                                                        01610000
      ***************************************************************** 01620000
      *    PER-CUSTOMER NOTICE LEVEL TABLES.  DURING THE CUSTOMER     * 01630000
                                       PIC 9(8).                        01870000
                   07  WS-LE-BALANCE   PIC S9(9)V99   COMP-3.           01880000
                   07  WS-LE-AGE       PIC S9(5)      COMP-3.           01890000
                   07  WS-LE-ITEM-TYPE PIC X(1).                        01895000
                                                                        01900000
       01  WS-LEVEL-TITLES.                                             01910000
           03  FILLER                  PIC X(30) VALUE                  01920000
               '         BALANCE'.                                      02400000
           03  FILLER                  PIC X(14) VALUE                  02410000
               '  BUS DAYS OLD'.                                        02420000
           03  FILLER                  PIC X(02) VALUE SPACES.          02425000
           03  FILLER                  PIC X(14) VALUE 'TYPE'.          02430000
           03  FILLER                  PIC X(62) VALUE SPACES.          02435000
                                                                        02440000
       01  WS-PL-DETAIL.                                                02450000
           03  WS-PL-DT-ORDER          PIC 9(10) VALUE ZEROES.          02460000
           03  WS-PL-DT-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.              02500000
           03  FILLER                  PIC X(04) VALUE SPACES.          02510000
           03  WS-PL-DT-AGE            PIC ZZ,ZZ9.                      02520000
           03  FILLER                  PIC X(08) VALUE SPACES.          02525000
           03  WS-PL-DT-TYPE           PIC X(14) VALUE SPACES.          02530000
           03  FILLER                  PIC X(62) VALUE SPACES.          02535000
                                                                        02540000
       01  WS-PL-NOTICE-TOTAL.                                          02550000
           03  FILLER                  PIC X(12) VALUE 'TOTAL DUE   '.  02560000
      *                                                               * 05580000
      *    PARAGRAPH:  P20000-SELECT-ITEM                             * 05590000
      *                                                               * 05600000
      *    FUNCTION :  AGE THE AR ITEM IN BUSINESS DAYS PAST ITS DUE  * 05605000
      *                DATE (ORDER DATE WHEN DUE ON RECEIPT), DECIDE  * 05610000
      *                THE NOTICE LEVEL TO SEND (AT MOST ONE LEVEL    * 05615000
      *                UP FROM THE LAST ONE SENT), RECORD THE NEW     * 05620000
      *                LEVEL ON THE DUNNING CONTROL FILE AND COLLECT  * 05625000
      *                THE ITEM FOR THE CUSTOMER NOTICE               * 05630000
      *                                                               * 05660000
      *    CALLED BY:  P10000-PROCESS-AR-ITEM                         * 05670000
      *                                                               * 05680000
                                                                        05700000
       P20000-SELECT-ITEM.                                              05710000
                                                                        05720000
           IF AR-DUE-DATE NUMERIC                                       05721000
              AND AR-DUE-DATE > ZEROES                                  05722000
               MOVE AR-DUE-DATE TO WS-AGE-DATE                          05723000
           ELSE                                                         05724000
               MOVE AR-ORDER-DATE TO WS-AGE-DATE                        05725000
           END-IF.                                                      05726000
                                                                        05727000
           MOVE SPACES TO PDAS01-PARMS.                                 05730000
           MOVE AR-ORDER-NUMBER TO PDAS01-ORDER-NUMBER.                 05740000
           MOVE WS-AGE-DATE(1:4) TO PDAS01-OD-YEAR.                     05750000
           MOVE WS-AGE-DATE(5:2) TO PDAS01-OD-MONTH.                    05760000
           MOVE WS-AGE-DATE(7:2) TO PDAS01-OD-DAY.                      05770000
           MOVE ZEROES TO PDAS01-ORDER-COUNT                            05780000
                          PDAS01-ORDER-DOLLAR-AMT.                      05790000
           MOVE 'B' TO PDAS01-CALENDAR-MODE.                            05800000
                   TO WS-LE-BALANCE (WS-SEND-LEVEL, WS-NDX)             06460000
               MOVE PDAS01-AGE-DAYS                                     06470000
                   TO WS-LE-AGE (WS-SEND-LEVEL, WS-NDX)                 06480000
               MOVE AR-ITEM-TYPE                                        06481000
                   TO WS-LE-ITEM-TYPE (WS-SEND-LEVEL, WS-NDX)           06482000
               ADD AR-BALANCE-DUE TO WS-LE-TOTAL-DUE (WS-SEND-LEVEL)    06490000
           END-IF.                                                      06500000
                                                                        06510000
           MOVE WS-LE-ORDER-DATE (WS-LVL, WS-NDX) TO WS-PL-DT-DATE.     07730000
           MOVE WS-LE-BALANCE (WS-LVL, WS-NDX) TO WS-PL-DT-BALANCE.     07740000
           MOVE WS-LE-AGE (WS-LVL, WS-NDX) TO WS-PL-DT-AGE.             07750000
                                                                        07751000
           IF WS-LE-ITEM-TYPE (WS-LVL, WS-NDX) = 'F'                    07752000
               MOVE 'FINANCE CHARGE' TO WS-PL-DT-TYPE                   07753000
           ELSE                                                         07754000
               MOVE 'INVOICE' TO WS-PL-DT-TYPE                          07755000
           END-IF.                                                      07756000
                                                                        07757000
           WRITE NOTICE-PRINT-REC FROM WS-PL-DETAIL.                    07760000
                                                                        07770000
       P42000-EXIT.                                                     07780000
