      *             SETTING THE LINE SHIPMENT STATUS TO PARTIAL OR    * 00150000
      *             SHIPPED.  THE ORDER LEVEL STATUS IS DERIVED FROM  * 00160000
      *             THE LINES BY THE LIFECYCLE BATCH PDAB24.          * 00170000
      *             A CARD THAT WOULD LEAVE A LINE PART SHIPPED ON A  * 00171000
      *             SHIP-COMPLETE ORDER (THE ORDER ROOT OVERRIDE,     * 00172000
      *             ELSE THE CUSTOMER MASTER FLAG) IS REJECTED.       * 00173000
      *                                                               * 00180000
      *             CONTROL CARD LAYOUT (ONE SHIPMENT PER CARD):      * 00190000
      *               COL  1      DATABASE     (1=ORDER1DB 2=ORDER2DB)* 00200000
      *               COL 36-45   SHIPPER NUMBER    (NUMERIC)         * 00250000
      *               COL 47-56   LOT NUMBER        (OPTIONAL)        * 00260000
      *               COL 58-65   WAREHOUSE ID      (WITH A LOT)      * 00270000
      *             THE WAREHOUSE, WHEN KEYED, IS RECORDED ON THE     * 00271000
      *             LINE AS THE WAREHOUSE IT SHIPPED FROM.            * 00272000
      *             A DROP-SHIP CARD (WRITTEN BY PDAB92 FROM THE      * 00272500
      *             SUPPLIER'S ASN) CARRIES A 'D' IN COL 66, THE      * 00273000
      *             SUPPLIER'S SHIP DATE IN PLACE OF THE LOT NUMBER   * 00273500
      *             AND THE PURCHASE ORDER LINE THAT FILLED THE ORDER * 00274000
      *             LINE:                                             * 00274500
      *               COL 47-54   SUPPLIER SHIP DATE (CCYYMMDD)       * 00275000
      *               COL 66      SOURCE            (D = DROP-SHIP)   * 00275500
      *               COL 67-75   PURCHASE ORDER NO (NUMERIC)         * 00276000
      *               COL 76-80   PO LINE NUMBER    (NUMERIC)         * 00276500
      *             THE GOODS NEVER PASSED THROUGH OUR WAREHOUSE, SO  * 00277000
      *             NO LOT IS RELIEVED, THE SHIP-COMPLETE RULE DOES   * 00277500
      *             NOT APPLY, AND COST OF GOODS IS TAKEN AT THE      * 00278000
      *             PURCHASE ORDER UNIT PRICE.                        * 00278500
      *                                                               * 00280000
      *             A DATED LOT (LOT-BAL-EXPIRE-DATE) THAT HAS        * 00281000
      *             EXPIRED, OR EXPIRES INSIDE THE CUSTOMER'S MINIMUM * 00282000
      *             SHELF LIFE, IS NEVER SHIPPED -- A CARD NAMING ONE * 00283000
      *             IS REJECTED.  A CARD NAMING A WAREHOUSE BUT NO    * 00284000
      *             LOT, FOR AN ITEM HELD THERE IN DATED LOTS, IS     * 00285000
      *             RELIEVED FROM THE QUALIFYING LOTS EARLIEST EXPIRY * 00286000
      *             FIRST, AND REJECTED IF THEY CANNOT COVER IT.      * 00287000
      *                                                               * 00288000
      *             A SERIALIZED ITEM (ONE WITH UNITS ON THE SERIAL   * 00288100
      *             FILE, VSERIAL) IS SHIPPED WITH ONE SERIAL CARD    * 00288200
      *             PER UNIT, KEYED AHEAD OF ITS SHIPMENT CARD:       * 00288300
      *               COL  1      'S'                                 * 00288400
      *               COL  3-22   SERIAL NUMBER                       * 00288500
      *             THE SERIAL COUNT MUST EQUAL THE QUANTITY AND EACH * 00288600
      *             SERIAL MUST BE IN STOCK.  EACH UNIT IS MARKED     * 00288700
      *             SHIPPED TO THE ORDER LINE AND CUSTOMER WITH A     * 00288800
      *             SHIPMENT EVENT.  A DROP-SHIP CARD TAKES NO        * 00288900
      *             SERIALS.                                          * 00289000
      *                                                               * 00289100
      * FILES   :   CONTROL CARDS              -  SEQUENTIAL (INPUT)  * 00290000
      *             ORDER DATABASE (ORDER1DB)  -  IMS        (UPDATE) * 00300000
      *             ORDER DATABASE (ORDER2DB)  -  IMS        (UPDATE) * 00310000
      *             LOT BALANCE FILE           -  VSAM KSDS  (UPDATE) * 00320000
      *             LOT TRACE FILE             -  VSAM KSDS  (UPDATE) * 00330000
      *             CUSTOMER FILE              -  VSAM KSDS  (INPUT)  * 00335000
      *             PURCHASE ORDER FILE        -  VSAM KSDS  (INPUT)  * 00336000
      *             SERIAL NUMBER FILE         -  VSAM KSDS  (UPDATE) * 00337000
      *                                                               * 00340000
      ***************************************************************** 00350000
      *             PROGRAM CHANGE LOG                                * 00360000
      *                                   SHIPMENT POSTING            * 00420000
      *  09/02/26   R. MCALLEN            COST OF GOODS JOURNALED AT  * 00430000
      *                                   SHIPMENT POSTING            * 00440000
      *  10/15/26   R. MCALLEN            PARTIAL SHIPMENT REJECTED   * 00441000
      *                                   ON A SHIP-COMPLETE ORDER    * 00442000
      *  10/15/26   R. MCALLEN            SHIPPING WAREHOUSE POSTED   * 00443000
      *                                   TO THE LINE WHEN KEYED      * 00444000
      *  10/15/26   R. MCALLEN            DROP-SHIP CARDS POSTED      * 00445000
      *                                   WITHOUT LOT RELIEF, COSTED  * 00446000
      *                                   AT PURCHASE ORDER PRICE     * 00447000
      *  10/15/26   R. MCALLEN            EXPIRED LOTS REFUSED; LOTS  * 00447500
      *                                   INSIDE CUSTOMER MINIMUM     * 00448000
      *                                   SHELF LIFE REFUSED; NO-LOT  * 00448500
      *                                   CARDS RELIEVE DATED LOTS    * 00449000
      *                                   EARLIEST EXPIRY FIRST       * 00449500
      *  10/15/26   R. MCALLEN            SHIPPED LINE SEQUENCE ON    * 00449600
      *                                   LOT TRACE; RECALLED LOTS    * 00449700
      *                                   REFUSED                     * 00449800
      *  10/15/26   R. MCALLEN            SERIALIZED ITEMS SHIPPED    * 00449850
      *                                   WITH ONE SERIAL CARD PER    * 00449900
      *                                   UNIT, MARKED ON VSERIAL     * 00449950
      *  10/15/26   R. MCALLEN            COGS JOURNAL MARKS A        * 00449962
      *                                   DROP-SHIP LINE APART FROM   * 00449974
      *                                   A SHIPMENT FROM STOCK       * 00449986
      *  10/15/26   R. MCALLEN            CARDS FOR A CANCELLED       * 00449990
      *                                   ORDER ARE REJECTED          * 00449994
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00450000
      *                                                               * 00460000
      ***************************************************************** 00470000
                                                                        00560000
           SELECT VSAM-LOT-BALANCE     ASSIGN TO VLOTBAL                00570000
                                       ORGANIZATION IS INDEXED          00580000
                                       ACCESS IS DYNAMIC                00590000
                                       RECORD KEY IS LOT-BALANCE-KEY    00600000
                                       FILE STATUS IS WS-LOTBAL-STATUS. 00610000
                                                                        00620000
                                       ACCESS IS RANDOM                 00770000
                                       RECORD KEY IS COGS-KEY           00780000
                                       FILE STATUS IS WS-COGS-STATUS.   00790000
                                                                        00791000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00792000
                                       ORGANIZATION IS INDEXED          00793000
                                       ACCESS IS RANDOM                 00794000
                                       RECORD KEY IS CUSTOMER-KEY       00795000
                                       FILE STATUS IS                   00796000
                                           WS-CUSTOMER-STATUS.          00797000
                                                                        00797100
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00797200
                                       ORGANIZATION IS INDEXED          00797300
                                       ACCESS IS RANDOM                 00797400
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00797500
                                       FILE STATUS IS WS-PURCHOR-STATUS.00797600
                                                                        00797700
           SELECT VSAM-SERIAL          ASSIGN TO VSERIAL                00797800
                                       ORGANIZATION IS INDEXED          00797900
                                       ACCESS IS DYNAMIC                00798000
                                       RECORD KEY IS SERIAL-KEY         00798100
                                       FILE STATUS IS WS-SERIAL-STATUS. 00798200
           EJECT                                                        00800000
       DATA DIVISION.                                                   00810000
                                                                        00820000
           RECORD CONTAINS 128 CHARACTERS.                              01090000
                                                                        01100000
           COPY VCOGS.                                                  01110000
                                                                        01111000
       FD  VSAM-CUSTOMER                                                01112000
           RECORD CONTAINS 800 CHARACTERS.                              01113000
                                                                        01114000
           COPY VCUSTOMR.                                               01115000
                                                                        01115500
       FD  VSAM-PURCHASE-ORDER                                          01116000
           RECORD CONTAINS 200 CHARACTERS.                              01116500
                                                                        01117000
           COPY VPURCHOR.                                               01117500
                                                                        01117600
       FD  VSAM-SERIAL                                                  01117700
           RECORD CONTAINS 200 CHARACTERS.                              01117800
                                                                        01117900
           COPY VSERIAL.                                                01118000
           EJECT                                                        01120000
       WORKING-STORAGE SECTION.                                         01130000
                                                                        01140000
               88  END-OF-PROCESS                VALUE 'Y'.             01210000
           05  WS-CARD-VALID-SW        PIC X     VALUE 'N'.             01220000
               88  CARD-VALID                    VALUE 'Y'.             01230000
           05  WS-SHIP-COMPLETE-SW     PIC X     VALUE 'N'.             01231000
               88  SHIP-COMPLETE                 VALUE 'Y'.             01232000
           05  WS-LOT-REFUSED-SW       PIC X     VALUE 'N'.             01233000
               88  LOT-REFUSED                   VALUE 'Y'.             01234000
           05  WS-END-OF-LOTS-SW       PIC X     VALUE 'N'.             01235000
               88  END-OF-LOTS                   VALUE 'Y'.             01236000
           05  WS-DATED-LOTS-SW        PIC X     VALUE 'N'.             01237000
               88  DATED-LOTS                    VALUE 'Y'.             01238000
           05  WS-SERIALIZED-SW        PIC X     VALUE 'N'.             01238500
               88  SERIALIZED-ITEM               VALUE 'Y'.             01239000
           05  WS-ORDER-CANCELLED-SW   PIC X     VALUE 'N'.             01239333
               88  ORDER-CANCELLED               VALUE 'Y'.             01239666
           EJECT                                                        01240000
      ***************************************************************** 01250000
      *    MISCELLANEOUS WORK FIELDS                                  * 01260000
               88  OP-NOT-FOUND                  VALUE 'GE'.            01320000
           03  WS-LOTBAL-STATUS        PIC XX    VALUE SPACES.          01330000
               88  LOTBALF-OK                    VALUE '  ' '00'.       01340000
               88  LOTBALF-END                   VALUE '10'.            01345000
               88  LOTBALF-NOTFOUND              VALUE '23'.            01350000
               88  LOTBALF-EMPTY                 VALUE '47' '35'.       01360000
           03  WS-LOTTRC-STATUS        PIC XX    VALUE SPACES.          01370000
               88  LOTTRCF-DUPLICATE             VALUE '22'.            01390000
               88  LOTTRCF-EMPTY                 VALUE '47' '35'.       01400000
           03  WS-LOTS-RELIEVED        PIC S9(7) VALUE +0       COMP-3. 01410000
           03  WS-RELIEF-QTY           PIC S9(9) VALUE +0       COMP-3. 01411000
           03  WS-MIN-SHELF-DAYS       PIC 9(3)  VALUE ZEROES.          01412000
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.   01413000
           03  WS-LOT-CUTOFF-DATE      PIC 9(8)  VALUE ZEROES.          01414000
           03  WS-LOT-EXPIRE           PIC 9(8)  VALUE ZEROES.          01415000
           03  WS-LOT-NEEDED           PIC S9(9) VALUE +0       COMP-3. 01416000
           03  WS-CAND-NDX             PIC S9(4) VALUE +0       COMP.   01417000
           03  WS-BEST-NDX             PIC S9(4) VALUE +0       COMP.   01418000
           03  WS-LOT-REASON           PIC X(22) VALUE SPACES.          01419000
           03  WS-ITMCST-STATUS        PIC XX    VALUE SPACES.          01420000
               88  ITMCSTF-OK                    VALUE '  ' '00'.       01430000
               88  ITMCSTF-NOTFOUND              VALUE '23'.            01440000
               88  COGSF-DUPLICATE               VALUE '22'.            01480000
               88  COGSF-EMPTY                   VALUE '47' '35'.       01490000
           03  WS-COGS-SEQ             PIC 9(7)  VALUE ZEROES.          01500000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01501000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01502000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01503000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01503100
               88  PURCHORD-OK                   VALUE '  ' '00'.       01503200
               88  PURCHORD-NOTFOUND             VALUE '23'.            01503300
           03  WS-NEW-QTY-SHIPPED      PIC S9(9) VALUE +0       COMP-3. 01504000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01510000
           03  WS-CARDS-POSTED         PIC S9(7) VALUE +0       COMP-3. 01520000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01530000
           03  WS-SERIAL-STATUS        PIC XX    VALUE SPACES.          01530500
               88  SERIALF-OK                    VALUE '  ' '00'.       01531000
               88  SERIALF-END                   VALUE '10'.            01531500
               88  SERIALF-NOTFOUND              VALUE '23'.            01532000
               88  SERIALF-EMPTY                 VALUE '47' '35'.       01532500
           03  WS-SERIAL-CARDS-READ    PIC S9(7) VALUE +0       COMP-3. 01533000
           03  WS-SERIALS-SHIPPED      PIC S9(7) VALUE +0       COMP-3. 01533500
           03  WS-SERIAL-CARDS         PIC S9(4) VALUE +0       COMP.   01534000
           03  WS-SERIAL-SUB           PIC S9(4) VALUE +0       COMP.   01534500
           03  WS-SERIAL-SUB2          PIC S9(4) VALUE +0       COMP.   01535000
           03  WS-SERIAL-ERRORS        PIC S9(4) VALUE +0       COMP.   01535500
           03  WS-SERIAL-REASON        PIC X(22) VALUE SPACES.          01536000
           03  WS-SERIAL-CARD-IMAGE.                                    01536500
               05  FILLER              PIC X(2)  VALUE 'S '.            01537000
               05  WS-SCI-SERIAL       PIC X(20) VALUE SPACES.          01537500
           03  WS-DATE.                                                 01540000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01550000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01560000
           03  WCC-SHIPPER             PIC X(10).                       01790000
           03  FILLER                  PIC X(1).                        01800000
           03  WCC-LOT-NUMBER          PIC X(10).                       01810000
           03  WCC-DROP-SHIP-DATA REDEFINES WCC-LOT-NUMBER.             01811000
               05  WCC-SHIP-DATE       PIC X(8).                        01812000
               05  FILLER              PIC X(2).                        01813000
           03  FILLER                  PIC X(1).                        01820000
           03  WCC-WHSE                PIC X(8).                        01830000
           03  WCC-SOURCE              PIC X(1).                        01831000
               88  WCC-DROP-SHIP                 VALUE 'D'.             01832000
           03  WCC-PO-NUMBER           PIC X(9).                        01833000
           03  WCC-PO-LINE             PIC X(5).                        01834000
                                                                        01850000
       01  WS-SERIAL-CARD REDEFINES WS-CONTROL-CARD.                    01851000
           03  WSC-CARD-TYPE           PIC X(1).                        01852000
               88  SERIAL-CARD                   VALUE 'S'.             01853000
           03  FILLER                  PIC X(1).                        01854000
           03  WSC-SERIAL-NUMBER       PIC X(20).                       01855000
           03  FILLER                  PIC X(58).                       01856000
                                                                        01857000
       01  WS-CONTROL-CARD-NUM.                                         01860000
           03  WCN-QUANTITY            PIC 9(9)  VALUE ZEROES.          01870000
           03  WCN-SHIPPER             PIC 9(10) VALUE ZEROES.          01880000
           03  WCN-SHIP-DATE           PIC 9(8)  VALUE ZEROES.          01885000
           EJECT                                                        01885100
      ***************************************************************** 01885200
      *    DATED LOTS QUALIFYING FOR A SHIPMENT CARD WITH NO LOT,     * 01885300
      *    WITH THE QUANTITY TAKEN FROM EACH, EARLIEST EXPIRY FIRST.  * 01885400
      *    AN UNDATED LOT CARRIES 99999999 SO IT IS TAKEN LAST        * 01885500
      ***************************************************************** 01885600
                                                                        01885700
       01  WS-LOT-CAND-TABLE.                                           01885800
           03  WS-CAND-MAX             PIC S9(4) VALUE +50      COMP.   01885900
           03  WS-CAND-COUNT           PIC S9(4) VALUE +0       COMP.   01886000
           03  WS-CAND-ENTRY           OCCURS 50 TIMES.                 01886100
               05  WS-CD-LOT-NUMBER    PIC X(10).                       01886200
               05  WS-CD-EXPIRE        PIC 9(08).                       01886300
               05  WS-CD-AVAIL         PIC S9(09)      COMP-3.          01886400
               05  WS-CD-TAKE          PIC S9(09)      COMP-3.          01886500
           EJECT                                                        01886600
      ***************************************************************** 01886700
      *    SERIAL NUMBERS KEYED AHEAD OF THE CURRENT SHIPMENT CARD    * 01886800
      ***************************************************************** 01886900
                                                                        01887000
       01  WS-SERIAL-TABLE.                                             01887100
           03  WS-ST-SERIAL            PIC X(20) OCCURS 500 TIMES.      01887200
           EJECT                                                        01890000
      ***************************************************************** 01900000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 01910000
      ***************************************************************** 01920000
                                                                        01930000
       01  WS-GU                       PIC X(4)  VALUE 'GU  '.          01935000
       01  WS-GHU                      PIC X(4)  VALUE 'GHU '.          01940000
       01  WS-REPL                     PIC X(4)  VALUE 'REPL'.          01950000
                                                                        01960000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03800000
           END-IF.                                                      03810000
                                                                        03820000
           OPEN INPUT VSAM-CUSTOMER.                                    03821000
                                                                        03822000
           IF NOT CUSTOMER-OK                                           03823000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         03824000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              03825000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03826000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03827000
           END-IF.                                                      03828000
                                                                        03829000
           OPEN INPUT VSAM-PURCHASE-ORDER.                              03829100
                                                                        03829200
           IF NOT PURCHORD-OK                                           03829300
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   03829400
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               03829500
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03829600
               PERFORM P99999-ABEND THRU P99999-EXIT                    03829700
           END-IF.                                                      03829800
                                                                        03829900
           OPEN I-O VSAM-SERIAL.                                        03829910
                                                                        03829920
           IF NOT SERIALF-OK AND NOT SERIALF-EMPTY                      03829930
               MOVE 'OPEN SERIAL NUMBER FILE FAILED' TO WPBE-MESSAGE    03829940
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                03829950
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03829960
               PERFORM P99999-ABEND THRU P99999-EXIT                    03829970
           END-IF.                                                      03829980
                                                                        03829990
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 03830000
               UNTIL END-OF-PROCESS.                                    03840000
                                                                        03841000
      ***************************************************************** 03842000
      *    SERIAL CARDS LEFT WITH NO SHIPMENT CARD BEHIND THEM        * 03843000
      ***************************************************************** 03844000
                                                                        03845000
           PERFORM P42000-REJECT-SERIALS THRU P42000-EXIT.              03846000
                                                                        03850000
           CLOSE CONTROL-CARD                                           03860000
                 VSAM-LOT-BALANCE                                       03870000
                 VSAM-LOT-TRACE                                         03880000
                 VSAM-ITEM-COST                                         03890000
                 VSAM-COGS                                              03895000
                 VSAM-CUSTOMER                                          03900000
                 VSAM-PURCHASE-ORDER                                    03901000
                 VSAM-SERIAL.                                           03902000
                                                                        03910000
           DISPLAY ' '.                                                 03920000
           DISPLAY WS-DL-ASTERISK.                                      03930000
                                                                        04020000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      04030000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       04040000
           DISPLAY WS-DL-TOTAL.                                         04041000
                                                                        04042000
           MOVE 'SERIAL CARDS READ' TO WS-DL-T-TITLE.                   04043000
           MOVE WS-SERIAL-CARDS-READ TO WS-DL-T-CNT.                    04044000
           DISPLAY WS-DL-TOTAL.                                         04045000
                                                                        04046000
           MOVE 'SERIAL NUMBERS SHIPPED' TO WS-DL-T-TITLE.              04047000
           MOVE WS-SERIALS-SHIPPED TO WS-DL-T-CNT.                      04048000
           DISPLAY WS-DL-TOTAL.                                         04050000
                                                                        04060000
           DISPLAY WS-DL-ASTERISK.                                      04070000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     04300000
                   GO TO P10000-EXIT.                                   04310000
                                                                        04320000
      ***************************************************************** 04321000
      *    A SERIAL CARD IS HELD FOR THE SHIPMENT CARD THAT FOLLOWS   * 04322000
      ***************************************************************** 04323000
                                                                        04324000
           IF SERIAL-CARD                                               04325000
               PERFORM P41000-HOLD-SERIAL THRU P41000-EXIT              04326000
               GO TO P10000-EXIT                                        04327000
           END-IF.                                                      04328000
                                                                        04329000
           ADD +1 TO WS-CARDS-READ.                                     04330000
                                                                        04340000
           PERFORM P20000-VALIDATE-CARD THRU P20000-EXIT.               04350000
                                                                        04360000
           IF NOT CARD-VALID                                            04370000
               ADD +1 TO WS-CARDS-REJECTED                              04380000
               MOVE ZEROES TO WS-SERIAL-CARDS                           04385000
               GO TO P10000-EXIT                                        04390000
           END-IF.                                                      04400000
                                                                        04401000
           PERFORM P25000-CHECK-SHIP-COMPLETE THRU P25000-EXIT.         04402000
                                                                        04410000
           PERFORM P30000-POST-SHIPMENT THRU P30000-EXIT.               04420000
                                                                        04421000
           MOVE ZEROES TO WS-SERIAL-CARDS.                              04422000
                                                                        04430000
       P10000-EXIT.                                                     04440000
           EXIT.                                                        04450000
           IF WCN-QUANTITY = ZEROES                                     04810000
               MOVE 'QUANTITY IS ZERO' TO WS-DL-RJ-REASON               04820000
               DISPLAY WS-DL-REJECT                                     04830000
               GO TO P20000-EXIT                                        04830100
           END-IF.                                                      04830200
                                                                        04830300
      ***************************************************************** 04830400
      *    A DROP-SHIP CARD NAMES ITS PURCHASE ORDER LINE AND MAY     * 04830500
      *    CARRY THE SUPPLIER'S SHIP DATE -- IT HAS NO LOT            * 04830600
      ***************************************************************** 04830700
                                                                        04830800
           MOVE WS-DATE-CCYYMMDD TO WCN-SHIP-DATE.                      04830900
                                                                        04831000
           IF WCC-DROP-SHIP                                             04831100
               IF WCC-PO-NUMBER NOT NUMERIC                             04831200
                  OR WCC-PO-LINE NOT NUMERIC                            04831300
                   MOVE 'DROP-SHIP PO NOT NUMERIC' TO WS-DL-RJ-REASON   04831400
                   DISPLAY WS-DL-REJECT                                 04831500
                   GO TO P20000-EXIT                                    04831600
               END-IF                                                   04831700
               IF WCC-SHIP-DATE NOT = SPACES                            04831800
                   IF WCC-SHIP-DATE NOT NUMERIC                         04831900
                       MOVE 'SHIP DATE NOT NUMERIC' TO WS-DL-RJ-REASON  04832000
                       DISPLAY WS-DL-REJECT                             04832100
                       GO TO P20000-EXIT                                04832200
                   END-IF                                               04832300
                   MOVE WCC-SHIP-DATE TO WCN-SHIP-DATE                  04832400
               END-IF                                                   04832500
               MOVE 'Y' TO WS-CARD-VALID-SW                             04832600
               GO TO P20000-EXIT                                        04840000
           END-IF.                                                      04850000
                                                                        04860000
           EJECT                                                        05030000
      ***************************************************************** 05040000
      *                                                               * 05050000
      *    PARAGRAPH:  P25000-CHECK-SHIP-COMPLETE                     * 05050100
      *                                                               * 05050200
      *    FUNCTION :  READ THE ORDER ROOT AND DECIDE WHETHER THE     * 05050300
      *                ORDER MUST SHIP COMPLETE -- THE OVERRIDE KEYED * 05050400
      *                AT SUBMIT WHEN SET, OTHERWISE THE CUSTOMER     * 05050500
      *                MASTER FLAG -- AND THE EARLIEST LOT EXPIRY     * 05050550
      *                THE CUSTOMER TAKES.  AN ORDER NOT FOUND IS     * 05050600
      *                LEFT FOR THE LINE RETRIEVAL TO REJECT.  A      * 05050650
      *                CANCELLED ORDER IS FLAGGED FOR REJECTION       * 05050725
      *                                                               * 05050800
      *    CALLED BY:  P10000-PROCESS-CARD                            * 05050900
      *                                                               * 05051000
      ***************************************************************** 05051100
                                                                        05051200
       P25000-CHECK-SHIP-COMPLETE.                                      05051300
                                                                        05051400
           MOVE 'N' TO WS-SHIP-COMPLETE-SW.                             05051500
           MOVE 'N' TO WS-ORDER-CANCELLED-SW.                           05051505
           MOVE ZEROES TO WS-MIN-SHELF-DAYS.                            05051510
           PERFORM P26000-SET-LOT-CUTOFF THRU P26000-EXIT.              05051520
                                                                        05051600
           MOVE WCC-PREFIX TO ORDER-QUAL-PREFIX.                        05051700
           MOVE WCC-ORDER-NUMBER TO ORDER-QUAL-NUMBER.                  05051800
                                                                        05051900
           IF WCC-ORDER1DB                                              05052000
               CALL 'CBLTDLI' USING                                     05052100
                              WS-GU                                     05052200
                              ORDER-PCB                                 05052300
                              ORDER-SEGMENT                             05052400
                              ORDER-QUAL-SSA                            05052500
               END-CALL                                                 05052600
               MOVE OP-STATUS TO WS-OP-STATUS                           05052700
           ELSE                                                         05052800
               CALL 'CBLTDLI' USING                                     05052900
                              WS-GU                                     05053000
                              ORDER2-PCB                                05053100
                              ORDER-SEGMENT                             05053200
                              ORDER-QUAL-SSA                            05053300
               END-CALL                                                 05053400
               MOVE OP2-STATUS TO WS-OP-STATUS                          05053500
           END-IF.                                                      05053600
                                                                        05053700
           IF OP-NOT-FOUND                                              05053800
               GO TO P25000-EXIT                                        05053900
           END-IF.                                                      05054000
                                                                        05054100
           IF NOT OP-GOOD-RETURN                                        05054200
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE                          05054300
               MOVE 'PDAB28' TO WPIE-PROGRAM-ID                         05054400
               MOVE 'P25000' TO WPIE-PARAGRAPH                          05054500
               MOVE WS-OP-STATUS TO WPIE-STATUS-CODE                    05054600
               MOVE 'GU  ' TO WPIE-FUNCTION-CODE                        05054700
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME                        05054800
               MOVE 'ORDERXDB' TO WPIE-DATABASE-NAME                    05054900
               MOVE 'GU ORDER ROOT SEGMENT' TO WPIE-COMMAND             05055000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05055100
           END-IF.                                                      05055200
                                                                        05055300
           IF ORDER-STATUS = 'CANCELLED'                                05055500
               MOVE 'Y' TO WS-ORDER-CANCELLED-SW                        05055700
           END-IF.                                                      05055900
                                                                        05056100
           MOVE ORDER-CUSTOMER-PREFIX TO CUSTOMER-PREFIX.               05056300
           MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.                       05056400
                                                                        05056500
           READ VSAM-CUSTOMER.                                          05056600
                                                                        05056700
           IF NOT CUSTOMER-OK                                           05056701
              AND NOT CUSTOMER-NOTFOUND                                 05056702
               MOVE 'READ CUSTOMER FILE FAILED' TO WPBE-MESSAGE         05056703
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              05056704
               MOVE 'P25000' TO WPBE-PARAGRAPH                          05056705
               PERFORM P99999-ABEND THRU P99999-EXIT                    05056706
           END-IF.                                                      05056707
                                                                        05056708
           EVALUATE TRUE                                                05056709
               WHEN ORDER-SHIP-COMPLETE-YES                             05056710
                   MOVE 'Y' TO WS-SHIP-COMPLETE-SW                      05056711
               WHEN ORDER-SHIP-COMPLETE-NO                              05056712
                   CONTINUE                                             05056713
               WHEN CUSTOMER-OK                                         05056714
                   IF CUSTOMER-SHIP-COMPLETE                            05056715
                       MOVE 'Y' TO WS-SHIP-COMPLETE-SW                  05056716
                   END-IF                                               05056717
           END-EVALUATE.                                                05056718
                                                                        05056719
      ***************************************************************** 05056720
      *    THE CUSTOMER'S MINIMUM SHELF LIFE MOVES THE LOT CUTOFF     * 05056721
      ***************************************************************** 05056722
                                                                        05056723
           IF CUSTOMER-OK                                               05056800
              AND CUSTOMER-MIN-SHELF-DAYS NUMERIC                       05056900
               MOVE CUSTOMER-MIN-SHELF-DAYS TO WS-MIN-SHELF-DAYS        05057000
               PERFORM P26000-SET-LOT-CUTOFF THRU P26000-EXIT           05057100
           END-IF.                                                      05057900
                                                                        05058000
       P25000-EXIT.                                                     05058100
           EXIT.                                                        05058101
           EJECT                                                        05058102
      ***************************************************************** 05058103
      *                                                               * 05058104
      *    PARAGRAPH:  P26000-SET-LOT-CUTOFF                          * 05058105
      *                                                               * 05058106
      *    FUNCTION :  SET THE EARLIEST LOT EXPIRY THE ORDER WILL     * 05058107
      *                TAKE -- TOMORROW, OR TODAY PLUS THE CUSTOMER'S * 05058108
      *                MINIMUM SHELF LIFE IN DAYS                     * 05058109
      *                                                               * 05058110
      *    CALLED BY:  P25000-CHECK-SHIP-COMPLETE                     * 05058111
      *                                                               * 05058112
      ***************************************************************** 05058113
                                                                        05058114
       P26000-SET-LOT-CUTOFF.                                           05058115
                                                                        05058116
           IF WS-MIN-SHELF-DAYS = ZEROES                                05058117
               MOVE 1 TO WS-MIN-SHELF-DAYS                              05058118
           END-IF.                                                      05058119
                                                                        05058120
           COMPUTE WS-DATE-INTEGER =                                    05058121
               FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)               05058122
               + WS-MIN-SHELF-DAYS.                                     05058123
                                                                        05058124
           COMPUTE WS-LOT-CUTOFF-DATE =                                 05058125
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).               05058126
                                                                        05058127
       P26000-EXIT.                                                     05058128
           EXIT.                                                        05058200
           EJECT                                                        05058300
      ***************************************************************** 05058400
      *                                                               * 05058500
      *    PARAGRAPH:  P30000-POST-SHIPMENT                           * 05060000
      *                                                               * 05070000
      *    FUNCTION :  RETRIEVE THE NAMED ORDITEM SEGMENT WITH A      * 05080000
               MOVE 'ORDERXDB' TO WPIE-DATABASE-NAME                    05570000
               MOVE 'GHU ORDER ITEM SEGMENT' TO WPIE-COMMAND            05580000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05590000
           END-IF.                                                      05590500
                                                                        05591000
      ***************************************************************** 05591038
      *    A CANCELLED ORDER (PDA010) TAKES NO FURTHER SHIPMENT       * 05591076
      ***************************************************************** 05591114
                                                                        05591152
           IF ORDER-CANCELLED                                           05591190
               MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                    05591228
               MOVE 'ORDER IS CANCELLED' TO WS-DL-RJ-REASON             05591266
               DISPLAY WS-DL-REJECT                                     05591304
               ADD +1 TO WS-CARDS-REJECTED                              05591342
               GO TO P30000-EXIT                                        05591380
           END-IF.                                                      05591418
                                                                        05591456
      ***************************************************************** 05591500
      *    A SHIP-COMPLETE ORDER TAKES NO PARTIAL LINE SHIPMENT       * 05592000
      ***************************************************************** 05592500
                                                                        05593000
           COMPUTE WS-NEW-QTY-SHIPPED =                                 05593500
               ORDER-ITEM-QTY-SHIPPED + WCN-QUANTITY.                   05594000
                                                                        05594500
           IF SHIP-COMPLETE                                             05595000
              AND NOT WCC-DROP-SHIP                                     05595100
              AND WS-NEW-QTY-SHIPPED < ORDER-ITEM-QUANTITY              05595500
               MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                    05596000
               MOVE 'SHIP-COMPLETE ORDER' TO WS-DL-RJ-REASON            05596500
               DISPLAY WS-DL-REJECT                                     05596550
               ADD +1 TO WS-CARDS-REJECTED                              05596600
               GO TO P30000-EXIT                                        05596650
           END-IF.                                                      05596700
                                                                        05596750
           IF WCC-DROP-SHIP                                             05596800
              AND NOT ORDER-ITEM-DROP-SHIP                              05596850
               MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                    05596900
               MOVE 'LINE IS NOT DROP-SHIP' TO WS-DL-RJ-REASON          05596950
               DISPLAY WS-DL-REJECT                                     05597000
               ADD +1 TO WS-CARDS-REJECTED                              05597500
               GO TO P30000-EXIT                                        05598000
           END-IF.                                                      05600000
                                                                        05610000
      ***************************************************************** 05620000
      *    A KEYED LOT MUST NOT BE EXPIRED OR EXPIRE INSIDE THE       * 05620100
      *    CUSTOMER'S MINIMUM SHELF LIFE.  WITH NO LOT KEYED, AN ITEM * 05620200
      *    HELD IN DATED LOTS IS PLANNED EARLIEST EXPIRY FIRST        * 05620300
      ***************************************************************** 05620400
                                                                        05620500
           MOVE 'N' TO WS-LOT-REFUSED-SW.                               05620600
           MOVE +0 TO WS-CAND-COUNT.                                    05620700
                                                                        05620800
           IF NOT WCC-DROP-SHIP                                         05620900
              AND WCC-WHSE > SPACES                                     05621000
               IF WCC-LOT-NUMBER > SPACES                               05621100
                   PERFORM P55000-CHECK-LOT-EXPIRY THRU P55000-EXIT     05621200
               ELSE                                                     05621300
                   PERFORM P56000-PLAN-DATED-LOTS THRU P56000-EXIT      05621400
               END-IF                                                   05621500
           END-IF.                                                      05621600
                                                                        05621700
           IF LOT-REFUSED                                               05621800
               MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                    05621900
               MOVE WS-LOT-REASON TO WS-DL-RJ-REASON                    05622000
               DISPLAY WS-DL-REJECT                                     05622100
               ADD +1 TO WS-CARDS-REJECTED                              05622200
               GO TO P30000-EXIT                                        05622300
           END-IF.                                                      05622400
                                                                        05622500
      ***************************************************************** 05622600
      *    A SERIALIZED ITEM SHIPS ONE SERIAL CARD PER UNIT, EACH     * 05622700
      *    SERIAL IN STOCK; ANY OTHER LINE TAKES NO SERIAL CARDS      * 05622800
      ***************************************************************** 05622900
                                                                        05623000
           PERFORM P40000-CHECK-SERIALS THRU P40000-EXIT.               05623100
                                                                        05623200
           IF WS-SERIAL-REASON > SPACES                                 05623300
               MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                    05623400
               MOVE WS-SERIAL-REASON TO WS-DL-RJ-REASON                 05623500
               DISPLAY WS-DL-REJECT                                     05623600
               ADD +1 TO WS-CARDS-REJECTED                              05623700
               GO TO P30000-EXIT                                        05623800
           END-IF.                                                      05623900
                                                                        05624000
      ***************************************************************** 05624100
      *    POST THE SHIPMENT TO THE LINE                              * 05630000
      ***************************************************************** 05640000
                                                                        05650000
           ADD WCN-QUANTITY TO ORDER-ITEM-QTY-SHIPPED.                  05660000
           MOVE WCN-SHIP-DATE TO ORDER-ITEM-SHIP-DATE.                  05670000
           MOVE WCN-SHIPPER TO ORDER-ITEM-SHIPPER-NUMBER.               05680000
                                                                        05690000
           IF WCC-WHSE > SPACES                                         05691000
               MOVE WCC-WHSE TO ORDER-ITEM-SHIP-WHSE                    05692000
           END-IF.                                                      05693000
                                                                        05694000
           IF ORDER-ITEM-QTY-SHIPPED NOT < ORDER-ITEM-QUANTITY          05700000
               MOVE 'S' TO ORDER-ITEM-SHIP-STATUS                       05710000
           ELSE                                                         05720000
           ADD +1 TO WS-CARDS-POSTED.                                   06110000
                                                                        06120000
      ***************************************************************** 06130000
      *    MARK EACH SERIAL NUMBER SHIPPED TO THE LINE                * 06130500
      ***************************************************************** 06131000
                                                                        06131500
           IF SERIALIZED-ITEM                                           06132000
               PERFORM P45000-POST-SERIAL THRU P45000-EXIT              06132500
                   VARYING WS-SERIAL-SUB FROM +1 BY +1                  06133000
                   UNTIL WS-SERIAL-SUB > WS-SERIAL-CARDS                06133500
           END-IF.                                                      06134000
                                                                        06134500
      ***************************************************************** 06135000
      *    A SHIPMENT CARRYING A LOT NUMBER RELIEVES THE LOT          * 06140000
      *    BALANCE AND JOURNALS THE SHIPMENT ON THE LOT TRACE         * 06150000
      ***************************************************************** 06160000
                                                                        06170000
           IF WCC-LOT-NUMBER > SPACES                                   06180000
              AND NOT WCC-DROP-SHIP                                     06185000
               MOVE WCN-QUANTITY TO WS-RELIEF-QTY                       06186000
               PERFORM P50000-RELIEVE-LOT THRU P50000-EXIT              06190000
           END-IF.                                                      06191000
                                                                        06192000
           IF WS-CAND-COUNT > ZEROES                                    06193000
               PERFORM P57000-RELIEVE-DATED-LOT THRU P57000-EXIT        06194000
                   VARYING WS-CAND-NDX FROM 1 BY 1                      06195000
                       UNTIL WS-CAND-NDX > WS-CAND-COUNT                06196000
               MOVE SPACES TO WCC-LOT-NUMBER                            06197000
           END-IF.                                                      06200000
                                                                        06210000
      ***************************************************************** 06220000
      *    RECORD COST OF GOODS AT THE ROLLING AVERAGE FOR THE        * 06230000
      *    SHIPPED QUANTITY (A DROP-SHIP AT ITS PURCHASE ORDER PRICE) * 06240000
      ***************************************************************** 06250000
                                                                        06260000
           PERFORM P60000-RECORD-COGS THRU P60000-EXIT.                 06270000
                                                                        06280000
       P30000-EXIT.                                                     06290000
           EXIT.                                                        06290010
           EJECT                                                        06290020
      ***************************************************************** 06290030
      *                                                               * 06290040
      *    PARAGRAPH:  P40000-CHECK-SERIALS                           * 06290050
      *                                                               * 06290060
      *    FUNCTION :  DECIDE WHETHER THE LINE ITEM IS SERIALIZED     * 06290070
      *                (ANY OF ITS UNITS ON THE SERIAL FILE) AND      * 06290080
      *                CHECK THE SERIAL CARDS HELD FOR THE SHIPMENT.  * 06290090
      *                WS-SERIAL-REASON IS LEFT NON-BLANK WHEN THE    * 06290100
      *                SHIPMENT CARD MUST BE REJECTED                 * 06290110
      *                                                               * 06290120
      *    CALLED BY:  P30000-POST-SHIPMENT                           * 06290130
      *                                                               * 06290140
      ***************************************************************** 06290150
                                                                        06290160
       P40000-CHECK-SERIALS.                                            06290170
                                                                        06290180
           MOVE 'N' TO WS-SERIALIZED-SW.                                06290190
           MOVE SPACES TO WS-SERIAL-REASON.                             06290200
                                                                        06290210
           IF WCC-DROP-SHIP                                             06290220
               IF WS-SERIAL-CARDS > ZEROES                              06290230
                   MOVE 'DROP-SHIP HAS SERIALS' TO WS-SERIAL-REASON     06290240
               END-IF                                                   06290250
               GO TO P40000-EXIT                                        06290260
           END-IF.                                                      06290270
                                                                        06290280
           MOVE ORDER-ITEM-ITEM-PREFIX TO SERIAL-PREFIX.                06290290
           MOVE ORDER-ITEM-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.           06290300
           MOVE LOW-VALUES TO SERIAL-NUMBER.                            06290310
           MOVE ZEROES TO SERIAL-EVENT-SEQ.                             06290320
                                                                        06290330
           START VSAM-SERIAL                                            06290340
               KEY NOT LESS THAN SERIAL-KEY.                            06290350
                                                                        06290360
           IF SERIALF-OK                                                06290370
               READ VSAM-SERIAL NEXT                                    06290380
               IF SERIALF-OK                                            06290390
                  AND SERIAL-PREFIX = ORDER-ITEM-ITEM-PREFIX            06290400
                  AND SERIAL-ITEM-NUMBER = ORDER-ITEM-ITEM-NUMBER       06290410
                   MOVE 'Y' TO WS-SERIALIZED-SW                         06290420
               END-IF                                                   06290430
           END-IF.                                                      06290440
                                                                        06290450
           IF NOT SERIALF-OK                                            06290460
              AND NOT SERIALF-END                                       06290470
              AND NOT SERIALF-NOTFOUND                                  06290480
              AND NOT SERIALF-EMPTY                                     06290490
               MOVE 'BROWSE SERIAL NUMBER FILE FAILED' TO WPBE-MESSAGE  06290500
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                06290510
               MOVE 'P40000' TO WPBE-PARAGRAPH                          06290520
               PERFORM P99999-ABEND THRU P99999-EXIT                    06290530
           END-IF.                                                      06290540
                                                                        06290550
           IF NOT SERIALIZED-ITEM                                       06290560
               IF WS-SERIAL-CARDS > ZEROES                              06290570
                   MOVE 'ITEM NOT SERIALIZED' TO WS-SERIAL-REASON       06290580
               END-IF                                                   06290590
               GO TO P40000-EXIT                                        06290600
           END-IF.                                                      06290610
                                                                        06290620
           IF WS-SERIAL-CARDS NOT = WCN-QUANTITY                        06290630
               MOVE 'SERIALS NOT = QUANTITY' TO WS-SERIAL-REASON        06290640
               GO TO P40000-EXIT                                        06290650
           END-IF.                                                      06290660
                                                                        06290670
           MOVE ZEROES TO WS-SERIAL-ERRORS.                             06290680
                                                                        06290690
           PERFORM P40100-CHECK-SERIAL THRU P40100-EXIT                 06290700
               VARYING WS-SERIAL-SUB FROM +1 BY +1                      06290710
               UNTIL WS-SERIAL-SUB > WS-SERIAL-CARDS.                   06290720
                                                                        06290730
           IF WS-SERIAL-ERRORS > ZEROES                                 06290740
               MOVE 'SERIAL NUMBER REJECTED' TO WS-SERIAL-REASON        06290750
           END-IF.                                                      06290760
                                                                        06290770
       P40000-EXIT.                                                     06290780
           EXIT.                                                        06290790
           EJECT                                                        06290800
      ***************************************************************** 06290810
      *                                                               * 06290820
      *    PARAGRAPH:  P40100-CHECK-SERIAL                            * 06290830
      *                                                               * 06290840
      *    FUNCTION :  CHECK ONE HELD SERIAL NUMBER -- NOT BLANK, NOT * 06290850
      *                KEYED TWICE, ON FILE AND IN STOCK.  A BAD      * 06290860
      *                SERIAL IS LISTED AND COUNTED                   * 06290870
      *                                                               * 06290880
      *    CALLED BY:  P40000-CHECK-SERIALS                           * 06290890
      *                                                               * 06290900
      ***************************************************************** 06290910
                                                                        06290920
       P40100-CHECK-SERIAL.                                             06290930
                                                                        06290940
           MOVE SPACES TO WS-SERIAL-REASON.                             06290950
           MOVE WS-ST-SERIAL (WS-SERIAL-SUB) TO WS-SCI-SERIAL.          06290960
                                                                        06290970
           IF WS-SCI-SERIAL = SPACES                                    06290980
               MOVE 'SERIAL NUMBER IS BLANK' TO WS-SERIAL-REASON        06290990
               GO TO P40100-REJECT                                      06291000
           END-IF.                                                      06291010
                                                                        06291020
           PERFORM P40200-CHECK-DUPLICATE THRU P40200-EXIT              06291030
               VARYING WS-SERIAL-SUB2 FROM +1 BY +1                     06291040
               UNTIL WS-SERIAL-SUB2 NOT < WS-SERIAL-SUB                 06291050
                  OR WS-SERIAL-REASON > SPACES.                         06291060
                                                                        06291070
           IF WS-SERIAL-REASON > SPACES                                 06291080
               GO TO P40100-REJECT                                      06291090
           END-IF.                                                      06291100
                                                                        06291110
           MOVE ORDER-ITEM-ITEM-PREFIX TO SERIAL-PREFIX.                06291120
           MOVE ORDER-ITEM-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.           06291130
           MOVE WS-SCI-SERIAL TO SERIAL-NUMBER.                         06291140
           MOVE ZEROES TO SERIAL-EVENT-SEQ.                             06291150
                                                                        06291160
           READ VSAM-SERIAL.                                            06291170
                                                                        06291180
           IF SERIALF-NOTFOUND                                          06291190
               MOVE 'SERIAL NOT ON FILE' TO WS-SERIAL-REASON            06291200
               GO TO P40100-REJECT                                      06291210
           END-IF.                                                      06291220
                                                                        06291230
           IF NOT SERIALF-OK                                            06291240
               MOVE 'READ SERIAL NUMBER FAILED' TO WPBE-MESSAGE         06291250
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                06291260
               MOVE 'P40100' TO WPBE-PARAGRAPH                          06291270
               PERFORM P99999-ABEND THRU P99999-EXIT                    06291280
           END-IF.                                                      06291290
                                                                        06291300
           IF SERIAL-AVAILABLE                                          06291310
               GO TO P40100-EXIT                                        06291320
           END-IF.                                                      06291330
                                                                        06291340
           MOVE 'SERIAL NOT IN STOCK' TO WS-SERIAL-REASON.              06291350
                                                                        06291360
       P40100-REJECT.                                                   06291370
                                                                        06291380
           MOVE WS-SERIAL-CARD-IMAGE TO WS-DL-RJ-CARD.                  06291390
           MOVE WS-SERIAL-REASON TO WS-DL-RJ-REASON.                    06291400
           DISPLAY WS-DL-REJECT.                                        06291410
           ADD +1 TO WS-SERIAL-ERRORS.                                  06291420
                                                                        06291430
       P40100-EXIT.                                                     06291440
           EXIT.                                                        06291450
           EJECT                                                        06291460
      ***************************************************************** 06291470
      *                                                               * 06291480
      *    PARAGRAPH:  P40200-CHECK-DUPLICATE                         * 06291490
      *                                                               * 06291500
      *    FUNCTION :  COMPARE THE SERIAL BEING CHECKED WITH ONE      * 06291510
      *                KEYED AHEAD OF IT FOR THE SAME SHIPMENT        * 06291520
      *                                                               * 06291530
      *    CALLED BY:  P40100-CHECK-SERIAL                            * 06291540
      *                                                               * 06291550
      ***************************************************************** 06291560
                                                                        06291570
       P40200-CHECK-DUPLICATE.                                          06291580
                                                                        06291590
           IF WS-ST-SERIAL (WS-SERIAL-SUB2) = WS-SCI-SERIAL             06291600
               MOVE 'SERIAL KEYED TWICE' TO WS-SERIAL-REASON            06291610
           END-IF.                                                      06291620
                                                                        06291630
       P40200-EXIT.                                                     06291640
           EXIT.                                                        06291650
           EJECT                                                        06291660
      ***************************************************************** 06291670
      *                                                               * 06291680
      *    PARAGRAPH:  P41000-HOLD-SERIAL                             * 06291690
      *                                                               * 06291700
      *    FUNCTION :  ADD THE SERIAL NUMBER ON A SERIAL CARD TO THE  * 06291710
      *                TABLE HELD FOR THE NEXT SHIPMENT CARD          * 06291720
      *                                                               * 06291730
      *    CALLED BY:  P10000-PROCESS-CARD                            * 06291740
      *                                                               * 06291750
      ***************************************************************** 06291760
                                                                        06291770
       P41000-HOLD-SERIAL.                                              06291780
                                                                        06291790
           ADD +1 TO WS-SERIAL-CARDS-READ.                              06291800
                                                                        06291810
           IF WS-SERIAL-CARDS NOT < +500                                06291820
               MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                    06291830
               MOVE 'MORE THAN 500 SERIALS' TO WS-DL-RJ-REASON          06291840
               DISPLAY WS-DL-REJECT                                     06291850
               ADD +1 TO WS-CARDS-REJECTED                              06291860
               GO TO P41000-EXIT                                        06291870
           END-IF.                                                      06291880
                                                                        06291890
           ADD +1 TO WS-SERIAL-CARDS.                                   06291900
           MOVE WSC-SERIAL-NUMBER TO WS-ST-SERIAL (WS-SERIAL-CARDS).    06291910
                                                                        06291920
       P41000-EXIT.                                                     06291930
           EXIT.                                                        06291940
           EJECT                                                        06291950
      ***************************************************************** 06291960
      *                                                               * 06291970
      *    PARAGRAPH:  P42000-REJECT-SERIALS                          * 06291980
      *                                                               * 06291990
      *    FUNCTION :  REJECT SERIAL CARDS LEFT AT END OF FILE WITH   * 06292000
      *                NO SHIPMENT CARD BEHIND THEM                   * 06292010
      *                                                               * 06292020
      *    CALLED BY:  P00000-MAINLINE                                * 06292030
      *                                                               * 06292040
      ***************************************************************** 06292050
                                                                        06292060
       P42000-REJECT-SERIALS.                                           06292070
                                                                        06292080
           PERFORM P42100-REJECT-SERIAL THRU P42100-EXIT                06292090
               VARYING WS-SERIAL-SUB FROM +1 BY +1                      06292100
               UNTIL WS-SERIAL-SUB > WS-SERIAL-CARDS.                   06292110
                                                                        06292120
           MOVE ZEROES TO WS-SERIAL-CARDS.                              06292130
                                                                        06292140
       P42000-EXIT.                                                     06292150
           EXIT.                                                        06292160
           EJECT                                                        06292170
      ***************************************************************** 06292180
      *                                                               * 06292190
      *    PARAGRAPH:  P42100-REJECT-SERIAL                           * 06292200
      *                                                               * 06292210
      *    FUNCTION :  LIST ONE UNMATCHED SERIAL CARD AS REJECTED     * 06292220
      *                                                               * 06292230
      *    CALLED BY:  P42000-REJECT-SERIALS                          * 06292240
      *                                                               * 06292250
      ***************************************************************** 06292260
                                                                        06292270
       P42100-REJECT-SERIAL.                                            06292280
                                                                        06292290
           MOVE WS-ST-SERIAL (WS-SERIAL-SUB) TO WS-SCI-SERIAL.          06292300
           MOVE WS-SERIAL-CARD-IMAGE TO WS-DL-RJ-CARD.                  06292310
           MOVE 'NO SHIPMENT FOR SERIAL' TO WS-DL-RJ-REASON.            06292320
           DISPLAY WS-DL-REJECT.                                        06292330
           ADD +1 TO WS-CARDS-REJECTED.                                 06292340
                                                                        06292350
       P42100-EXIT.                                                     06292360
           EXIT.                                                        06292370
           EJECT                                                        06292380
      ***************************************************************** 06292390
      *                                                               * 06292400
      *    PARAGRAPH:  P45000-POST-SERIAL                             * 06292410
      *                                                               * 06292420
      *    FUNCTION :  MARK ONE SERIAL NUMBER SHIPPED -- UPDATE THE   * 06292430
      *                SERIAL MASTER WITH THE ORDER LINE, CUSTOMER    * 06292440
      *                AND SHIP DATE AND WRITE THE SHIPMENT EVENT     * 06292450
      *                                                               * 06292460
      *    CALLED BY:  P30000-POST-SHIPMENT                           * 06292470
      *                                                               * 06292480
      ***************************************************************** 06292490
                                                                        06292500
       P45000-POST-SERIAL.                                              06292510
                                                                        06292520
           MOVE ORDER-ITEM-ITEM-PREFIX TO SERIAL-PREFIX.                06292530
           MOVE ORDER-ITEM-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.           06292540
           MOVE WS-ST-SERIAL (WS-SERIAL-SUB) TO SERIAL-NUMBER.          06292550
           MOVE ZEROES TO SERIAL-EVENT-SEQ.                             06292560
                                                                        06292570
           READ VSAM-SERIAL.                                            06292580
                                                                        06292590
           IF NOT SERIALF-OK                                            06292600
               MOVE 'READ SERIAL NUMBER FAILED' TO WPBE-MESSAGE         06292610
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                06292620
               MOVE 'P45000' TO WPBE-PARAGRAPH                          06292630
               PERFORM P99999-ABEND THRU P99999-EXIT                    06292640
           END-IF.                                                      06292650
                                                                        06292660
           ADD 1 TO SERIAL-LAST-SEQ.                                    06292670
           MOVE 'S' TO SERIAL-STATUS.                                   06292680
           MOVE WCN-SHIP-DATE TO SERIAL-EVENT-DATE                      06292690
                                 SERIAL-SHIP-DATE.                      06292700
           MOVE WCC-ORDER-NUMBER TO SERIAL-ORDER-NUMBER.                06292710
           MOVE WCC-ITEM-SEQ TO SERIAL-ORDER-ITEM-SEQ.                  06292720
           MOVE ORDER-CUSTOMER-ID TO SERIAL-CUSTOMER-ID.                06292730
           MOVE WCC-LOT-NUMBER TO SERIAL-LOT-NUMBER.                    06292740
           MOVE WCC-WHSE TO SERIAL-WHSE.                                06292750
           MOVE SPACES TO SERIAL-RETURN-REASON.                         06292760
           MOVE 'PDAB28' TO SERIAL-PROGRAM-ID.                          06292770
                                                                        06292780
           REWRITE SERIAL-RECORD.                                       06292790
                                                                        06292800
           IF NOT SERIALF-OK                                            06292810
               MOVE 'REWRITE SERIAL NUMBER FAILED' TO WPBE-MESSAGE      06292820
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                06292830
               MOVE 'P45000' TO WPBE-PARAGRAPH                          06292840
               PERFORM P99999-ABEND THRU P99999-EXIT                    06292850
           END-IF.                                                      06292860
                                                                        06292870
      ***************************************************************** 06292880
      *    THE SHIPMENT EVENT CARRIES THE MASTER'S NEW LAST SEQUENCE  * 06292890
      ***************************************************************** 06292900
                                                                        06292910
           MOVE SERIAL-LAST-SEQ TO SERIAL-EVENT-SEQ.                    06292920
                                                                        06292930
           WRITE SERIAL-RECORD.                                         06292940
                                                                        06292950
           IF NOT SERIALF-OK                                            06292960
               MOVE 'WRITE SERIAL EVENT FAILED' TO WPBE-MESSAGE         06292970
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                06292980
               MOVE 'P45000' TO WPBE-PARAGRAPH                          06292990
               PERFORM P99999-ABEND THRU P99999-EXIT                    06293000
           END-IF.                                                      06293010
                                                                        06293020
           ADD +1 TO WS-SERIALS-SHIPPED.                                06293030
                                                                        06293040
       P45000-EXIT.                                                     06293050
           EXIT.                                                        06300000
           EJECT                                                        06310000
      ***************************************************************** 06320000
      *                NUMBER                                         * 06390000
      *                                                               * 06400000
      *    CALLED BY:  P30000-POST-SHIPMENT                           * 06410000
      *                P57000-RELIEVE-DATED-LOT                       * 06415000
      *                                                               * 06420000
      ***************************************************************** 06430000
                                                                        06440000
           READ VSAM-LOT-BALANCE.                                       06530000
                                                                        06540000
           IF LOTBALF-OK                                                06550000
               SUBTRACT WS-RELIEF-QTY FROM LOT-BAL-QTY-ON-HAND          06560000
               ADD WS-RELIEF-QTY TO LOT-BAL-QTY-SHIPPED                 06570000
               IF LOT-BAL-QTY-ON-HAND < ZEROES                          06580000
                   MOVE +0 TO LOT-BAL-QTY-ON-HAND                       06590000
               END-IF                                                   06600000
           MOVE ORDER-ITEM-ITEM-NUMBER TO LOT-TRACE-ITEM-NUMBER.        06810000
           MOVE ORDER-ITEM-SUPPLIER-ID TO LOT-TRACE-SUPPLIER-ID.        06820000
           MOVE WCC-WHSE TO LOT-TRACE-WHSE.                             06830000
           MOVE WS-RELIEF-QTY TO LOT-TRACE-QUANTITY.                    06840000
           MOVE WCC-ORDER-NUMBER TO LOT-TRACE-REFERENCE.                06850000
           MOVE WCC-ITEM-SEQ TO LOT-TRACE-ITEM-SEQ.                     06855000
                                                                        06860000
           PERFORM P51000-WRITE-TRACE THRU P51000-EXIT                  06870000
               WITH TEST AFTER                                          06880000
           EXIT.                                                        07240000
           EJECT                                                        07250000
                                                                        07260000
      ***************************************************************** 07260010
      *                                                               * 07260020
      *    PARAGRAPH:  P55000-CHECK-LOT-EXPIRY                        * 07260030
      *                                                               * 07260040
      *    FUNCTION :  REFUSE A KEYED LOT THAT HAS EXPIRED OR THAT    * 07260050
      *                EXPIRES BEFORE THE CUSTOMER'S CUTOFF.  AN      * 07260060
      *                UNDATED OR UNKNOWN LOT IS LET THROUGH.  A LOT  * 07260065
      *                FROZEN BY A PRODUCT RECALL IS ALWAYS REFUSED   * 07260070
      *                                                               * 07260080
      *    CALLED BY:  P30000-POST-SHIPMENT                           * 07260090
      *                                                               * 07260100
      ***************************************************************** 07260110
                                                                        07260120
       P55000-CHECK-LOT-EXPIRY.                                         07260130
                                                                        07260140
           MOVE WCC-PREFIX TO LOT-BAL-PRE.                              07260150
           MOVE ORDER-ITEM-ITEM-NUMBER TO LOT-BAL-ITEM-NUMBER.          07260160
           MOVE ORDER-ITEM-SUPPLIER-ID TO LOT-BAL-SUPPLIER-ID.          07260170
           MOVE WCC-WHSE TO LOT-BAL-WHSE.                               07260180
           MOVE WCC-LOT-NUMBER TO LOT-BAL-LOT-NUMBER.                   07260190
                                                                        07260200
           READ VSAM-LOT-BALANCE.                                       07260210
                                                                        07260220
           IF NOT LOTBALF-OK                                            07260230
               GO TO P55000-EXIT                                        07260231
           END-IF.                                                      07260232
                                                                        07260233
           IF LOT-BAL-RECALL-NUMBER NUMERIC                             07260234
              AND LOT-BAL-RECALL-NUMBER > ZEROES                        07260235
               MOVE 'Y' TO WS-LOT-REFUSED-SW                            07260236
               MOVE 'LOT UNDER RECALL' TO WS-LOT-REASON                 07260237
               GO TO P55000-EXIT                                        07260240
           END-IF.                                                      07260250
                                                                        07260260
           IF LOT-BAL-EXPIRE-DATE NOT NUMERIC                           07260270
              OR LOT-BAL-EXPIRE-DATE = ZEROES                           07260280
               GO TO P55000-EXIT                                        07260290
           END-IF.                                                      07260300
                                                                        07260310
           IF LOT-BAL-EXPIRE-DATE NOT > WS-DATE-CCYYMMDD                07260320
               MOVE 'Y' TO WS-LOT-REFUSED-SW                            07260330
               MOVE 'LOT IS EXPIRED' TO WS-LOT-REASON                   07260340
               GO TO P55000-EXIT                                        07260350
           END-IF.                                                      07260360
                                                                        07260370
           IF LOT-BAL-EXPIRE-DATE < WS-LOT-CUTOFF-DATE                  07260380
               MOVE 'Y' TO WS-LOT-REFUSED-SW                            07260390
               MOVE 'SHELF LIFE TOO SHORT' TO WS-LOT-REASON             07260400
           END-IF.                                                      07260410
                                                                        07260420
       P55000-EXIT.                                                     07260430
           EXIT.                                                        07260440
           EJECT                                                        07260450
      ***************************************************************** 07260460
      *                                                               * 07260470
      *    PARAGRAPH:  P56000-PLAN-DATED-LOTS                         * 07260480
      *                                                               * 07260490
      *    FUNCTION :  FOR A CARD WITH NO LOT, GATHER THE ITEM'S LOTS * 07260500
      *                IN THE SHIPPING WAREHOUSE.  WHEN ANY OF THEM   * 07260510
      *                IS DATED, PLAN THE RELIEF FROM THE LOTS THAT   * 07260520
      *                EXPIRE ON OR AFTER THE CUTOFF, EARLIEST EXPIRY * 07260530
      *                FIRST, AND REFUSE THE CARD IF THEY CANNOT      * 07260540
      *                COVER THE SHIPPED QUANTITY                     * 07260550
      *                                                               * 07260560
      *    CALLED BY:  P30000-POST-SHIPMENT                           * 07260570
      *                                                               * 07260580
      ***************************************************************** 07260590
                                                                        07260600
       P56000-PLAN-DATED-LOTS.                                          07260610
                                                                        07260620
           MOVE 'N' TO WS-DATED-LOTS-SW.                                07260630
           MOVE WCN-QUANTITY TO WS-LOT-NEEDED.                          07260640
                                                                        07260650
           MOVE WCC-PREFIX TO LOT-BAL-PRE.                              07260660
           MOVE ORDER-ITEM-ITEM-NUMBER TO LOT-BAL-ITEM-NUMBER.          07260670
           MOVE ORDER-ITEM-SUPPLIER-ID TO LOT-BAL-SUPPLIER-ID.          07260680
           MOVE WCC-WHSE TO LOT-BAL-WHSE.                               07260690
           MOVE LOW-VALUES TO LOT-BAL-LOT-NUMBER.                       07260700
                                                                        07260710
           START VSAM-LOT-BALANCE                                       07260720
               KEY NOT LESS THAN LOT-BALANCE-KEY.                       07260730
                                                                        07260740
           MOVE 'N' TO WS-END-OF-LOTS-SW.                               07260750
                                                                        07260760
           IF LOTBALF-NOTFOUND OR LOTBALF-EMPTY                         07260770
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            07260780
           ELSE                                                         07260790
               IF NOT LOTBALF-OK                                        07260800
                   MOVE 'START LOT BALANCE FAILED' TO WPBE-MESSAGE      07260810
                   MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS            07260820
                   MOVE 'P56000' TO WPBE-PARAGRAPH                      07260830
                   PERFORM P99999-ABEND THRU P99999-EXIT                07260840
               END-IF                                                   07260850
           END-IF.                                                      07260860
                                                                        07260870
           PERFORM P56100-READ-LOT THRU P56100-EXIT                     07260880
               UNTIL END-OF-LOTS.                                       07260890
                                                                        07260900
      ***************************************************************** 07260910
      *    AN ITEM WITH NO DATED LOTS HERE IS SHIPPED AS BEFORE       * 07260920
      ***************************************************************** 07260930
                                                                        07260940
           IF NOT DATED-LOTS                                            07260950
               MOVE +0 TO WS-CAND-COUNT                                 07260960
               GO TO P56000-EXIT                                        07260970
           END-IF.                                                      07260980
                                                                        07260990
           MOVE +1 TO WS-BEST-NDX.                                      07261000
                                                                        07261010
           PERFORM P56200-TAKE-EARLIEST THRU P56200-EXIT                07261020
               UNTIL WS-LOT-NEEDED = ZEROES                             07261030
                  OR WS-BEST-NDX = ZEROES.                              07261040
                                                                        07261050
           IF WS-LOT-NEEDED > ZEROES                                    07261060
               MOVE 'Y' TO WS-LOT-REFUSED-SW                            07261070
               MOVE 'NO UNEXPIRED LOT STOCK' TO WS-LOT-REASON           07261080
           END-IF.                                                      07261090
                                                                        07261100
       P56000-EXIT.                                                     07261110
           EXIT.                                                        07261120
                                                                        07261130
       P56100-READ-LOT.                                                 07261140
                                                                        07261150
           READ VSAM-LOT-BALANCE NEXT RECORD.                           07261160
                                                                        07261170
           IF LOTBALF-END                                               07261180
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            07261190
               GO TO P56100-EXIT                                        07261200
           END-IF.                                                      07261210
                                                                        07261220
           IF NOT LOTBALF-OK                                            07261230
               MOVE 'READ LOT BALANCE FAILED' TO WPBE-MESSAGE           07261240
               MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS                07261250
               MOVE 'P56100' TO WPBE-PARAGRAPH                          07261260
               PERFORM P99999-ABEND THRU P99999-EXIT                    07261270
           END-IF.                                                      07261280
                                                                        07261290
           IF LOT-BAL-PRE NOT = WCC-PREFIX                              07261300
              OR LOT-BAL-ITEM-NUMBER NOT = ORDER-ITEM-ITEM-NUMBER       07261310
              OR LOT-BAL-SUPPLIER-ID NOT = ORDER-ITEM-SUPPLIER-ID       07261320
              OR LOT-BAL-WHSE NOT = WCC-WHSE                            07261330
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            07261340
               GO TO P56100-EXIT                                        07261350
           END-IF.                                                      07261360
                                                                        07261370
           IF LOT-BAL-EXPIRE-DATE NUMERIC                               07261380
              AND LOT-BAL-EXPIRE-DATE > ZEROES                          07261390
               MOVE 'Y' TO WS-DATED-LOTS-SW                             07261400
               MOVE LOT-BAL-EXPIRE-DATE TO WS-LOT-EXPIRE                07261410
           ELSE                                                         07261420
               MOVE 99999999 TO WS-LOT-EXPIRE                           07261430
           END-IF.                                                      07261440
                                                                        07261450
           IF WS-LOT-EXPIRE < WS-LOT-CUTOFF-DATE                        07261460
              OR LOT-BAL-QTY-ON-HAND NOT > ZEROES                       07261470
              OR WS-CAND-COUNT NOT < WS-CAND-MAX                        07261480
               GO TO P56100-EXIT                                        07261490
           END-IF.                                                      07261500
                                                                        07261510
           ADD +1 TO WS-CAND-COUNT.                                     07261520
           MOVE LOT-BAL-LOT-NUMBER TO WS-CD-LOT-NUMBER (WS-CAND-COUNT). 07261530
           MOVE WS-LOT-EXPIRE TO WS-CD-EXPIRE (WS-CAND-COUNT).          07261540
           MOVE LOT-BAL-QTY-ON-HAND TO WS-CD-AVAIL (WS-CAND-COUNT).     07261550
           MOVE +0 TO WS-CD-TAKE (WS-CAND-COUNT).                       07261560
                                                                        07261570
       P56100-EXIT.                                                     07261580
           EXIT.                                                        07261590
                                                                        07261600
      ***************************************************************** 07261610
      *    TAKE FROM THE EARLIEST-EXPIRING CANDIDATE NOT YET DRAWN ON * 07261620
      ***************************************************************** 07261630
                                                                        07261640
       P56200-TAKE-EARLIEST.                                            07261650
                                                                        07261660
           MOVE +0 TO WS-BEST-NDX.                                      07261670
           MOVE 99999999 TO WS-LOT-EXPIRE.                              07261680
                                                                        07261690
           PERFORM P56300-SCAN-CANDIDATE THRU P56300-EXIT               07261700
               VARYING WS-CAND-NDX FROM 1 BY 1                          07261710
                   UNTIL WS-CAND-NDX > WS-CAND-COUNT.                   07261720
                                                                        07261730
           IF WS-BEST-NDX = ZEROES                                      07261740
               GO TO P56200-EXIT                                        07261750
           END-IF.                                                      07261760
                                                                        07261770
           IF WS-CD-AVAIL (WS-BEST-NDX) < WS-LOT-NEEDED                 07261780
               MOVE WS-CD-AVAIL (WS-BEST-NDX)                           07261790
                   TO WS-CD-TAKE (WS-BEST-NDX)                          07261800
           ELSE                                                         07261810
               MOVE WS-LOT-NEEDED TO WS-CD-TAKE (WS-BEST-NDX)           07261820
           END-IF.                                                      07261830
                                                                        07261840
           SUBTRACT WS-CD-TAKE (WS-BEST-NDX) FROM WS-LOT-NEEDED.        07261850
                                                                        07261860
       P56200-EXIT.                                                     07261870
           EXIT.                                                        07261880
                                                                        07261890
       P56300-SCAN-CANDIDATE.                                           07261900
                                                                        07261910
           IF WS-CD-TAKE (WS-CAND-NDX) = ZEROES                         07261920
              AND (WS-BEST-NDX = ZEROES                                 07261930
                OR WS-CD-EXPIRE (WS-CAND-NDX) < WS-LOT-EXPIRE)          07261940
               MOVE WS-CAND-NDX TO WS-BEST-NDX                          07261950
               MOVE WS-CD-EXPIRE (WS-CAND-NDX) TO WS-LOT-EXPIRE         07261960
           END-IF.                                                      07261970
                                                                        07261980
       P56300-EXIT.                                                     07261990
           EXIT.                                                        07262000
           EJECT                                                        07262010
      ***************************************************************** 07262020
      *                                                               * 07262030
      *    PARAGRAPH:  P57000-RELIEVE-DATED-LOT                       * 07262040
      *                                                               * 07262050
      *    FUNCTION :  RELIEVE ONE PLANNED LOT OF A CARD WITH NO LOT  * 07262060
      *                BY THE QUANTITY TAKEN FROM IT                  * 07262070
      *                                                               * 07262080
      *    CALLED BY:  P30000-POST-SHIPMENT                           * 07262090
      *                                                               * 07262100
      ***************************************************************** 07262110
                                                                        07262120
       P57000-RELIEVE-DATED-LOT.                                        07262130
                                                                        07262140
           IF WS-CD-TAKE (WS-CAND-NDX) = ZEROES                         07262150
               GO TO P57000-EXIT                                        07262160
           END-IF.                                                      07262170
                                                                        07262180
           MOVE WS-CD-LOT-NUMBER (WS-CAND-NDX) TO WCC-LOT-NUMBER.       07262190
           MOVE WS-CD-TAKE (WS-CAND-NDX) TO WS-RELIEF-QTY.              07262200
                                                                        07262210
           PERFORM P50000-RELIEVE-LOT THRU P50000-EXIT.                 07262220
                                                                        07262230
       P57000-EXIT.                                                     07262240
           EXIT.                                                        07262250
           EJECT                                                        07262260
      ***************************************************************** 07270000
      *                                                               * 07280000
      *    PARAGRAPH:  P60000-RECORD-COGS                             * 07290000
           MOVE WCN-QUANTITY TO COGS-QTY-SHIPPED.                       07580000
           MOVE ITEM-COST-AVG-UNIT-COST TO COGS-AVG-UNIT-COST.          07590000
           MOVE ORDER-ITEM-UNIT-PRICE TO COGS-UNIT-PRICE.               07600000
           MOVE 'S' TO COGS-SOURCE.                                     07605000
                                                                        07610000
           IF WCC-DROP-SHIP                                             07611000
               MOVE 'D' TO COGS-SOURCE                                  07611500
               PERFORM P62000-DROP-SHIP-COST THRU P62000-EXIT           07612000
           END-IF.                                                      07613000
                                                                        07614000
           PERFORM P61000-WRITE-COGS-REC THRU P61000-EXIT               07620000
               WITH TEST AFTER                                          07630000
               UNTIL NOT COGSF-DUPLICATE                                07640000
           EJECT                                                        08010000
      ***************************************************************** 08020000
      *                                                               * 08030000
      *    PARAGRAPH:  P62000-DROP-SHIP-COST                          * 08030100
      *                                                               * 08030200
      *    FUNCTION :  COST A DROP-SHIP SHIPMENT AT THE UNIT PRICE OF * 08030300
      *                THE PURCHASE ORDER LINE THAT FILLED IT.  WHEN  * 08030400
      *                THE LINE IS NOT ON FILE THE ROLLING AVERAGE    * 08030500
      *                ALREADY MOVED IS KEPT                          * 08030600
      *                                                               * 08030700
      *    CALLED BY:  P60000-RECORD-COGS                             * 08030800
      *                                                               * 08030900
      ***************************************************************** 08031000
                                                                        08031100
       P62000-DROP-SHIP-COST.                                           08031200
                                                                        08031300
           MOVE WCC-PREFIX TO PURCHASE-ORDER-PRE.                       08031400
           MOVE WCC-PO-NUMBER TO PURCHASE-ORDER-NUMBER.                 08031500
           MOVE WCC-PO-LINE TO PURCHASE-ORDER-LINE.                     08031600
                                                                        08031700
           READ VSAM-PURCHASE-ORDER.                                    08031800
                                                                        08031900
           IF PURCHORD-NOTFOUND                                         08032000
               GO TO P62000-EXIT                                        08032100
           END-IF.                                                      08032200
                                                                        08032300
           IF NOT PURCHORD-OK                                           08032400
               MOVE 'READ PURCHASE ORDER FAILED' TO WPBE-MESSAGE        08032500
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               08032600
               MOVE 'P62000' TO WPBE-PARAGRAPH                          08032700
               PERFORM P99999-ABEND THRU P99999-EXIT                    08032800
           END-IF.                                                      08032900
                                                                        08033000
           MOVE PURCHASE-ORDER-UNIT-PRICE TO COGS-AVG-UNIT-COST.        08033100
                                                                        08033200
       P62000-EXIT.                                                     08033300
           EXIT.                                                        08033400
           EJECT                                                        08033500
      ***************************************************************** 08033600
      *                                                               * 08033700
      *    PARAGRAPH:  P99999-ABEND                                   * 08040000
      *                                                               * 08050000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 08060000
