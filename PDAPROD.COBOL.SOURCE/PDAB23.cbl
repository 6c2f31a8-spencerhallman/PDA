      *             TRAIL.  A RECEIVING REGISTER AND AN EXCEPTION     * 00210000
      *             LIST OF REJECTED CARDS ARE PRODUCED.              * 00220000
      *                                                               * 00230000
      *             A SHIPMENT COVERED BY A SUPPLIER'S ADVANCE SHIP   * 00230500
      *             NOTICE (LOADED BY PDAB92) IS RECEIVED WITH ONE    * 00231000
      *             ASN CARD -- PREFIX, WAREHOUSE (WHEN LOT TRACKED)  * 00231500
      *             AND ASN NUMBER ONLY -- WHICH RECEIVES EVERY OPEN  * 00232000
      *             LINE OF THE ASN AT THE QUANTITY AND LOT SHIPPED.  * 00232500
      *             A LINE COUNTED DIFFERENTLY IS KEYED AS AN         * 00233000
      *             ORDINARY RECEIPT CARD CARRYING THE ASN NUMBER,    * 00233500
      *             AHEAD OF THE ASN CARD; A RECEIPT AGAINST THE ASN  * 00234000
      *             FOR A LINE OR LOT IT DOES NOT LIST IS ADDED TO    * 00234500
      *             THE ASN AS UNEXPECTED.  PDAB93 REPORTS THE        * 00235000
      *             DISCREPANCIES.                                    * 00235500
      *                                                               * 00236000
      *             A RECEIPT OF AN ITEM OR FROM A SUPPLIER FLAGGED   * 00236100
      *             'INSPECT ON RECEIPT' (INSPECT_ON_RECEIPT) IS NOT  * 00236200
      *             ADDED TO QUANTITY ON HAND; IT IS WRITTEN TO A     * 00236300
      *             NUMBERED QUALITY HOLD (VQCHOLD) FOR INSPECTION ON * 00236400
      *             PDA062.  EVERY RUN THEN POSTS THE HOLDS INSPECTED * 00236500
      *             SINCE THE LAST RUN -- THE PASSED QUANTITY GOES    * 00236600
      *             TO QUANTITY ON HAND, THE LOT BALANCE AND THE      * 00236700
      *             AVERAGE COST AS A RECEIPT WOULD, AND A SUPPLIER   * 00236800
      *             DEBIT MEMO (VDEBMEMO, TRACKED BY PDAB75) IS       * 00236900
      *             RAISED FOR THE REJECTED QUANTITY.                 * 00237000
      *                                                               * 00237100
      *             STOCK RECEIVED INTO A WAREHOUSE (OR RELEASED FROM * 00237200
      *             QUALITY HOLD) IS GIVEN A PUTAWAY DIRECTIVE -- THE * 00237300
      *             FIRST BIN ON THE WALK PATH (BIN_LOCATION) ALREADY * 00237400
      *             HOLDING THE ITEM, OTHERWISE THE FIRST EMPTY BIN   * 00237500
      *             -- AND THE BIN BALANCE (ITEM_SUPPLIER_BIN) IS     * 00237600
      *             INCREASED.  A RECEIPT WITH NO WAREHOUSE IS NOT    * 00237700
      *             DIRECTED.                                         * 00237800
      *                                                               * 00237900
      *             CONTROL CARD LAYOUT (ONE RECEIPT PER CARD):       * 00240000
      *               COL  1- 5   PREFIX            (NUMERIC)         * 00250000
      *               COL  7-15   PURCHASE ORDER NO (NUMERIC)         * 00260000
      *               COL 23-31   QUANTITY RECEIVED (NUMERIC)         * 00280000
      *               COL 33-42   LOT NUMBER        (OPTIONAL)        * 00290000
      *               COL 44-51   WAREHOUSE ID      (WITH A LOT)      * 00300000
      *               COL 53-67   ASN NUMBER        (OPTIONAL)        * 00305000
      *               COL 69-76   LOT EXPIRY CCYYMMDD (SHELF-LIFE)    * 00305500
      *                                                               * 00306000
      *             AN ITEM FLAGGED SHELF-LIFE (ITEM.SHELF_LIFE_SW)   * 00306500
      *             MUST BE RECEIVED BY LOT WITH A FUTURE EXPIRATION  * 00307000
      *             DATE, WHICH IS KEPT ON THE LOT BALANCE (AND ON    * 00307500
      *             THE QUALITY HOLD UNTIL THE LOT IS RELEASED).  ON  * 00308000
      *             AN ASN CARD THE EXPIRY APPLIES TO EVERY LINE.     * 00308500
      *                                                               * 00310000
      *             AN ITEM FLAGGED SERIALIZED (ITEM.SERIAL_SW) IS    * 00310500
      *             RECEIVED WITH ONE SERIAL CARD PER UNIT, KEYED     * 00311000
      *             AHEAD OF ITS RECEIPT CARD:                        * 00311500
      *               COL  1      'S'                                 * 00312000
      *               COL  3-22   SERIAL NUMBER                       * 00312500
      *             THE SERIAL COUNT MUST EQUAL THE QUANTITY AND NO   * 00313000
      *             SERIAL MAY ALREADY BE ON HAND.  EACH UNIT IS      * 00313500
      *             RECORDED IN STOCK ON THE SERIAL FILE (VSERIAL)    * 00314000
      *             WITH A RECEIPT EVENT.  A SERIALIZED LINE OF AN    * 00314500
      *             ASN IS KEYED AS A RECEIPT CARD CARRYING THE ASN   * 00315000
      *             NUMBER, NOT LEFT TO THE ASN CARD.                 * 00315500
      *                                                               * 00316000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00320000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (UPDATE)     * 00330000
      *             ITEM_SUPPLIER        -  DB2          (UPDATE)     * 00340000
      *             LOT BALANCE FILE     -  VSAM KSDS    (UPDATE)     * 00350000
      *             LOT TRACE FILE       -  VSAM KSDS    (UPDATE)     * 00360000
      *             EXPECTED RECEIPTS    -  VSAM KSDS    (UPDATE)     * 00365000
      *             QUALITY HOLD FILE    -  VSAM KSDS    (UPDATE)     * 00366000
      *             DEBIT MEMO FILE      -  VSAM KSDS    (UPDATE)     * 00367000
      *             SERIAL NUMBER FILE   -  VSAM KSDS    (UPDATE)     * 00367500
      *             INSPECT_ON_RECEIPT   -  DB2          (READ-ONLY)  * 00368000
      *             ITEM                 -  DB2          (READ-ONLY)  * 00368100
      *             BIN_LOCATION         -  DB2          (READ-ONLY)  * 00368500
      *             ITEM_SUPPLIER_BIN    -  DB2          (UPDATE)     * 00369000
      *             RECEIPT JOURNAL      -  VSAM KSDS    (OUTPUT)     * 00369500
      *                                                               * 00370000
      ***************************************************************** 00380000
      *             PROGRAM CHANGE LOG                                * 00390000
      *                                   LOT TRACE JOURNAL           * 00460000
      *  09/02/26   R. MCALLEN            ROLLING AVERAGE UNIT COST   * 00470000
      *                                   MAINTAINED FROM RECEIPTS    * 00480000
      *  10/15/26   R. MCALLEN            RECEIPT AGAINST A LINE      * 00481000
      *                                   NOT YET RELEASED BY THE     * 00482000
      *                                   BUYER IS REJECTED           * 00483000
      *  10/15/26   R. MCALLEN            RECEIVING AGAINST SUPPLIER  * 00484000
      *                                   ADVANCE SHIP NOTICES --     * 00485000
      *                                   ONE ASN CARD RECEIVES THE   * 00486000
      *                                   WHOLE SHIPMENT              * 00487000
      *  10/15/26   R. MCALLEN            RECEIPTS FLAGGED FOR        * 00487500
      *                                   INSPECTION HELD IN QUALITY  * 00488000
      *                                   HOLD; INSPECTED HOLDS       * 00488500
      *                                   RELEASED OR DEBIT MEMOED    * 00489000
      *  10/15/26   R. MCALLEN            PUTAWAY DIRECTIVE TO THE    * 00489100
      *                                   WALK-PATH BIN AND BIN       * 00489200
      *                                   STOCK BALANCES              * 00489300
      *  10/15/26   R. MCALLEN            A DROP-SHIP PO LINE IS      * 00489400
      *                                   NOT RECEIVED AT THE DOCK    * 00489500
      *  10/15/26   R. MCALLEN            SHELF-LIFE LOTS RECEIVED    * 00489600
      *                                   WITH AN EXPIRATION DATE     * 00489700
      *  10/15/26   R. MCALLEN            NEW LOT BALANCE OPENS WITH  * 00489800
      *                                   NO RECALL FREEZE            * 00489900
      *  10/15/26   R. MCALLEN            SERIALIZED ITEMS RECEIVED   * 00489910
      *                                   WITH ONE SERIAL CARD PER    * 00489920
      *                                   UNIT, RECORDED ON VSERIAL   * 00489930
      *  10/15/26   R. MCALLEN            EACH RECEIPT COSTED INTO    * 00489944
      *                                   STOCK JOURNALED ON          * 00489958
      *                                   VRCPTJRN FOR THE INVENTORY  * 00489972
      *                                   SUBLEDGER                   * 00489986
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00490000
      *                                                               * 00500000
      ***************************************************************** 00510000
                                       ACCESS IS RANDOM                 00800000
                                       RECORD KEY IS ITEM-COST-KEY      00810000
                                       FILE STATUS IS WS-ITMCST-STATUS. 00820000
                                                                        00821000
           SELECT VSAM-ASN-RECEIPT     ASSIGN TO VASNREC                00822000
                                       ORGANIZATION IS INDEXED          00823000
                                       ACCESS IS DYNAMIC                00824000
                                       RECORD KEY IS ASN-RECEIPT-KEY    00825000
                                       FILE STATUS IS WS-ASNREC-STATUS. 00826000
                                                                        00826100
           SELECT VSAM-QUALITY-HOLD    ASSIGN TO VQCHOLD                00826200
                                       ORGANIZATION IS INDEXED          00826300
                                       ACCESS IS DYNAMIC                00826400
                                       RECORD KEY IS QUALITY-HOLD-KEY   00826500
                                       FILE STATUS IS WS-QCHOLD-STATUS. 00826600
                                                                        00826700
           SELECT VSAM-DEBIT-MEMO      ASSIGN TO VDEBMEMO               00826800
                                       ORGANIZATION IS INDEXED          00826900
                                       ACCESS IS RANDOM                 00827000
                                       RECORD KEY IS DEBIT-MEMO-KEY     00827100
                                       FILE STATUS IS WS-MEMO-STATUS.   00827200
                                                                        00827300
           SELECT VSAM-SERIAL          ASSIGN TO VSERIAL                00827400
                                       ORGANIZATION IS INDEXED          00827500
                                       ACCESS IS RANDOM                 00827600
                                       RECORD KEY IS SERIAL-KEY         00827700
                                       FILE STATUS IS WS-SERIAL-STATUS. 00827800
                                                                        00828114
           SELECT VSAM-RECEIPT-JOURNAL ASSIGN TO VRCPTJRN               00828428
                                       ORGANIZATION IS INDEXED          00828742
                                       ACCESS IS RANDOM                 00829056
                                       RECORD KEY IS RECEIPT-JOURNAL-KEY00829370
                                       FILE STATUS IS WS-RCPTJ-STATUS.  00829684
           EJECT                                                        00830000
       DATA DIVISION.                                                   00840000
                                                                        00850000
       01  CONTROL-CARD-REC            PIC X(80).                       00940000
                                                                        00950000
       FD  VSAM-PURCHASE-ORDER                                          00960000
           RECORD CONTAINS 200 CHARACTERS.                              00970000
                                                                        00980000
           COPY VPURCHOR.                                               00990000
       FD  VSAM-LOT-BALANCE                                             01000000
           RECORD CONTAINS 96 CHARACTERS.                               01110000
                                                                        01120000
           COPY VITEMCST.                                               01130000
                                                                        01131000
       FD  VSAM-ASN-RECEIPT                                             01132000
           RECORD CONTAINS 160 CHARACTERS.                              01133000
                                                                        01134000
           COPY VASNREC.                                                01135000
                                                                        01135100
       FD  VSAM-QUALITY-HOLD                                            01135200
           RECORD CONTAINS 200 CHARACTERS.                              01135300
                                                                        01135400
           COPY VQCHOLD.                                                01135500
                                                                        01135600
       FD  VSAM-DEBIT-MEMO                                              01135700
           RECORD CONTAINS 96 CHARACTERS.                               01135800
                                                                        01135900
           COPY VDEBMEMO.                                               01136000
                                                                        01136500
       FD  VSAM-SERIAL                                                  01137000
           RECORD CONTAINS 200 CHARACTERS.                              01137500
                                                                        01138000
           COPY VSERIAL.                                                01138500
                                                                        01138750
       FD  VSAM-RECEIPT-JOURNAL                                         01139000
           RECORD CONTAINS 120 CHARACTERS.                              01139250
                                                                        01139500
           COPY VRCPTJRN.                                               01139750
           EJECT                                                        01140000
       WORKING-STORAGE SECTION.                                         01150000
                                                                        01160000
               88  END-OF-PROCESS                VALUE 'Y'.             01230000
           05  WS-CARD-VALID-SW        PIC X     VALUE 'N'.             01240000
               88  CARD-VALID                    VALUE 'Y'.             01250000
           05  WS-RECEIPT-POSTED-SW    PIC X     VALUE 'N'.             01251000
               88  RECEIPT-POSTED                VALUE 'Y'.             01252000
           05  WS-ASN-FOUND-SW         PIC X     VALUE 'N'.             01253000
               88  ASN-FOUND                     VALUE 'Y'.             01254000
           05  WS-ASN-CONFIRMING-SW    PIC X     VALUE 'N'.             01255000
               88  ASN-CONFIRMING                VALUE 'Y'.             01256000
           05  WS-END-OF-ASN-SW        PIC X     VALUE 'N'.             01257000
               88  END-OF-ASN                    VALUE 'Y'.             01258000
           05  WS-INSPECTION-SW        PIC X     VALUE 'N'.             01258100
               88  INSPECTION-REQUIRED           VALUE 'Y'.             01258200
           05  WS-ON-HAND-SW           PIC X     VALUE 'N'.             01258300
               88  ON-HAND-UPDATED               VALUE 'Y'.             01258400
           05  WS-END-OF-HOLDS-SW      PIC X     VALUE 'N'.             01258500
               88  END-OF-HOLDS                  VALUE 'Y'.             01258600
           05  WS-SHELF-LIFE-SW        PIC X     VALUE 'N'.             01258700
               88  SHELF-LIFE-ITEM               VALUE 'Y'.             01258800
           05  WS-SERIALIZED-SW        PIC X     VALUE 'N'.             01258900
               88  SERIALIZED-ITEM               VALUE 'Y'.             01259000
           05  WS-SERIAL-ERROR-SW      PIC X     VALUE 'N'.             01259100
               88  SERIAL-ERROR                  VALUE 'Y'.             01259200
           EJECT                                                        01260000
      ***************************************************************** 01270000
      *    MISCELLANEOUS WORK FIELDS                                  * 01280000
           03  WS-CARDS-POSTED         PIC S9(7) VALUE +0       COMP-3. 01520000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01530000
           03  WS-TOTAL-RECEIVED       PIC S9(9) VALUE +0       COMP-3. 01540000
           03  WS-ASNREC-STATUS        PIC XX    VALUE SPACES.          01540500
               88  ASNRECF-OK                    VALUE '  ' '00'.       01541000
               88  ASNRECF-END                   VALUE '10'.            01541500
               88  ASNRECF-NOTFOUND              VALUE '23'.            01542000
               88  ASNRECF-EMPTY                 VALUE '47' '35'.       01542500
           03  WS-ASNS-CONFIRMED       PIC S9(7) VALUE +0       COMP-3. 01543000
           03  WS-ASN-LINES-RECEIVED   PIC S9(7) VALUE +0       COMP-3. 01543500
           03  WS-ASN-UNEXPECTED       PIC S9(7) VALUE +0       COMP-3. 01544000
           03  WS-ASN-OPEN-LINES       PIC S9(7) VALUE +0       COMP-3. 01544500
           03  WS-ASN-CARD-LINES       PIC S9(7) VALUE +0       COMP-3. 01544600
           03  WS-ASN-SUPPLIER-ID      PIC X(32) VALUE SPACES.          01545000
           03  WS-ASN-CARD             PIC X(80) VALUE SPACES.          01545500
           03  WS-QCHOLD-STATUS        PIC XX    VALUE SPACES.          01545600
               88  QCHOLDF-OK                    VALUE '  ' '00'.       01545700
               88  QCHOLDF-END                   VALUE '10'.            01545800
               88  QCHOLDF-NOTFOUND              VALUE '23'.            01545900
               88  QCHOLDF-EMPTY                 VALUE '47' '35'.       01546000
           03  WS-MEMO-STATUS          PIC XX    VALUE SPACES.          01546100
               88  MEMOF-OK                      VALUE '  ' '00'.       01546200
               88  MEMOF-NOTFOUND                VALUE '23'.            01546300
               88  MEMOF-EMPTY                   VALUE '47' '35'.       01546400
           03  WS-INSPECT-ROWS         PIC S9(8) VALUE +0       COMP.   01546500
           03  WS-NEXT-HOLD-NUMBER     PIC 9(9)  VALUE ZEROES.          01546600
           03  WS-NEXT-MEMO-NUMBER     PIC 9(9)  VALUE ZEROES.          01546700
           03  WS-REJECT-AMOUNT        PIC S9(7)V99                     01546800
                                                 VALUE +0       COMP-3. 01546900
           03  WS-RECEIPTS-HELD        PIC S9(7) VALUE +0       COMP-3. 01547000
           03  WS-TOTAL-HELD           PIC S9(9) VALUE +0       COMP-3. 01547100
           03  WS-HOLDS-RELEASED       PIC S9(7) VALUE +0       COMP-3. 01547200
           03  WS-TOTAL-RELEASED       PIC S9(9) VALUE +0       COMP-3. 01547300
           03  WS-TOTAL-REJECTED       PIC S9(9) VALUE +0       COMP-3. 01547400
           03  WS-MEMOS-RAISED         PIC S9(7) VALUE +0       COMP-3. 01547500
           03  WS-PUTAWAYS-DIRECTED    PIC S9(7) VALUE +0       COMP-3. 01547510
           03  WS-PUTAWAYS-NO-BIN      PIC S9(7) VALUE +0       COMP-3. 01547520
           03  WS-NULL-IND             PIC S9(4) VALUE +0       COMP.   01547530
           03  WS-HOLD-REFERENCE.                                       01547600
               05  FILLER              PIC X(13) VALUE 'QUALITY HOLD '. 01547700
               05  WS-HR-PREFIX        PIC X(5)  VALUE SPACES.          01547800
               05  FILLER              PIC X(1)  VALUE '-'.             01547900
               05  WS-HR-NUMBER        PIC 9(9)  VALUE ZEROES.          01548000
           03  WS-DATE.                                                 01550000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01560000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01570000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01580000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01590000
                                       PIC 9(8).                        01600000
           03  WS-SERIAL-STATUS        PIC XX    VALUE SPACES.          01600100
               88  SERIALF-OK                    VALUE '  ' '00'.       01600200
               88  SERIALF-NOTFOUND              VALUE '23'.            01600300
               88  SERIALF-EMPTY                 VALUE '47' '35'.       01600400
           03  WS-SERIAL-CARDS-READ    PIC S9(7) VALUE +0       COMP-3. 01600500
           03  WS-SERIALS-RECORDED     PIC S9(7) VALUE +0       COMP-3. 01600600
           03  WS-SERIAL-CARDS         PIC S9(4) VALUE +0       COMP.   01600700
           03  WS-RCPTJ-STATUS         PIC XX    VALUE SPACES.          01600716
               88  RCPTJF-OK                     VALUE '  ' '00'.       01600732
               88  RCPTJF-DUPLICATE              VALUE '22'.            01600748
               88  RCPTJF-EMPTY                  VALUE '47' '35'.       01600764
           03  WS-RCPTJ-SEQ            PIC 9(7)  VALUE ZEROES.          01600780
           03  WS-SERIAL-SUB           PIC S9(4) VALUE +0       COMP.   01600800
           03  WS-SERIAL-SUB2          PIC S9(4) VALUE +0       COMP.   01600900
           03  WS-SERIAL-REASON        PIC X(31) VALUE SPACES.          01601000
           03  WS-SERIAL-CARD-IMAGE.                                    01601100
               05  FILLER              PIC X(2)  VALUE 'S '.            01601200
               05  WS-SCI-SERIAL       PIC X(20) VALUE SPACES.          01601300
           EJECT                                                        01601400
      ***************************************************************** 01601500
      *    SERIAL NUMBERS KEYED AHEAD OF THE CURRENT RECEIPT CARD     * 01601600
      ***************************************************************** 01601700
                                                                        01601800
       01  WS-SERIAL-TABLE.                                             01601900
           03  WS-ST-SERIAL            PIC X(20) OCCURS 500 TIMES.      01602000
           EJECT                                                        01610000
      ***************************************************************** 01620000
      *    CONTROL CARD AREA                                          * 01630000
           03  WCC-LOT-NUMBER          PIC X(10).                       01750000
           03  FILLER                  PIC X(1).                        01760000
           03  WCC-WHSE                PIC X(8).                        01770000
           03  FILLER                  PIC X(1).                        01775000
           03  WCC-ASN-NUMBER          PIC X(15).                       01780000
           03  FILLER                  PIC X(1).                        01781000
           03  WCC-EXPIRE-DATE         PIC X(8).                        01782000
           03  FILLER                  PIC X(4).                        01783000
                                                                        01783500
       01  WS-SERIAL-CARD REDEFINES WS-CONTROL-CARD.                    01784000
           03  WSC-CARD-TYPE           PIC X(1).                        01784500
               88  SERIAL-CARD                   VALUE 'S'.             01785000
           03  FILLER                  PIC X(1).                        01785500
           03  WSC-SERIAL-NUMBER       PIC X(20).                       01786000
           03  FILLER                  PIC X(58).                       01786500
                                                                        01790000
       01  WS-CONTROL-CARD-NUM.                                         01800000
           03  WCN-PREFIX              PIC 9(5)  VALUE ZEROES.          01810000
           03  WCN-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01820000
           03  WCN-LINE                PIC 9(5)  VALUE ZEROES.          01830000
           03  WCN-QUANTITY            PIC 9(9)  VALUE ZEROES.          01840000
           03  WCN-EXPIRE-DATE         PIC 9(8)  VALUE ZEROES.          01841000
           03  WCN-EXPIRE-DATE-R REDEFINES WCN-EXPIRE-DATE.             01842000
               05  WCN-EXPIRE-CCYY     PIC 9(4).                        01843000
               05  WCN-EXPIRE-MM       PIC 9(2).                        01844000
               05  WCN-EXPIRE-DD       PIC 9(2).                        01845000
           EJECT                                                        01850000
      ***************************************************************** 01860000
      *    DISPLAY AREA                                               * 01870000
           03  FILLER                  PIC X(09) VALUE ' STATUS '.      02330000
           03  WS-DL-RC-STATUS         PIC X(01) VALUE SPACES.          02340000
           03  FILLER                  PIC X(20) VALUE SPACES.          02350000
           03  FILLER                  PIC X(01) VALUE '*'.             02351000
                                                                        02352000
       01  WS-DL-ASN-RECEIVED.                                          02353000
           03  FILLER                  PIC X(01) VALUE '*'.             02354000
           03  FILLER                  PIC X(12) VALUE '  ASN RCVD '.   02355000
           03  WS-DL-AR-ASN            PIC X(15) VALUE SPACES.          02356000
           03  FILLER                  PIC X(07) VALUE ' LINES '.       02357000
           03  WS-DL-AR-LINES          PIC ZZ,ZZ9.                      02358000
           03  FILLER                  PIC X(38) VALUE SPACES.          02359000
           03  FILLER                  PIC X(01) VALUE '*'.             02360000
                                                                        02370000
       01  WS-DL-HELD.                                                  02370100
           03  FILLER                  PIC X(01) VALUE '*'.             02370200
           03  FILLER                  PIC X(12) VALUE '  HELD QC  '.   02370300
           03  WS-DL-HD-PREFIX         PIC X(05) VALUE SPACES.          02370400
           03  FILLER                  PIC X(01) VALUE '-'.             02370500
           03  WS-DL-HD-NUMBER         PIC 9(09) VALUE ZEROES.          02370600
           03  FILLER                  PIC X(05) VALUE ' LOT '.         02370700
           03  WS-DL-HD-LOT            PIC X(10) VALUE SPACES.          02370800
           03  FILLER                  PIC X(05) VALUE ' QTY '.         02370900
           03  WS-DL-HD-QTY            PIC ZZZ,ZZZ,ZZ9.                 02371000
           03  FILLER                  PIC X(20) VALUE SPACES.          02371100
           03  FILLER                  PIC X(01) VALUE '*'.             02371200
                                                                        02371300
       01  WS-DL-RELEASED.                                              02371400
           03  FILLER                  PIC X(01) VALUE '*'.             02371500
           03  FILLER                  PIC X(12) VALUE '  QC POSTED '.  02371600
           03  WS-DL-RL-PREFIX         PIC X(05) VALUE SPACES.          02371700
           03  FILLER                  PIC X(01) VALUE '-'.             02371800
           03  WS-DL-RL-NUMBER         PIC 9(09) VALUE ZEROES.          02371900
           03  FILLER                  PIC X(08) VALUE ' PASSED '.      02372000
           03  WS-DL-RL-PASSED         PIC ZZZZZZZZ9.                   02372100
           03  FILLER                  PIC X(10) VALUE ' REJECTED '.    02372200
           03  WS-DL-RL-REJECTED       PIC ZZZZZZZZ9.                   02372300
           03  FILLER                  PIC X(06) VALUE ' MEMO '.        02372400
           03  WS-DL-RL-MEMO           PIC 9(09) BLANK WHEN ZERO.       02372500
           03  FILLER                  PIC X(01) VALUE '*'.             02372600
                                                                        02372700
       01  WS-DL-PUTAWAY.                                               02372800
           03  FILLER                  PIC X(01) VALUE '*'.             02372900
           03  FILLER                  PIC X(12) VALUE '  PUT AWAY '.   02373000
           03  WS-DL-PA-QTY            PIC ZZZ,ZZZ,ZZ9.                 02373100
           03  FILLER                  PIC X(09) VALUE ' TO WHSE '.     02373200
           03  WS-DL-PA-WHSE           PIC X(08) VALUE SPACES.          02373300
           03  FILLER                  PIC X(05) VALUE ' BIN '.         02373400
           03  WS-DL-PA-BIN            PIC X(06) VALUE SPACES.          02373500
           03  FILLER                  PIC X(07) VALUE ' AISLE '.       02373600
           03  WS-DL-PA-AISLE          PIC X(02) VALUE SPACES.          02373700
           03  FILLER                  PIC X(05) VALUE ' BAY '.         02373800
           03  WS-DL-PA-BAY            PIC X(02) VALUE SPACES.          02373900
           03  FILLER                  PIC X(05) VALUE ' LVL '.         02374000
           03  WS-DL-PA-LEVEL          PIC X(02) VALUE SPACES.          02374100
           03  FILLER                  PIC X(04) VALUE SPACES.          02374200
           03  FILLER                  PIC X(01) VALUE '*'.             02374300
                                                                        02374400
       01  WS-DL-REJECT.                                                02380000
           03  FILLER                  PIC X(01) VALUE '*'.             02390000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   02400000
           EJECT                                                        02570000
           EXEC SQL                                                     02580000
              INCLUDE DITMSUP                                           02590000
           END-EXEC.                                                    02591000
           EJECT                                                        02592000
           EXEC SQL                                                     02593000
              INCLUDE DINSPREQ                                          02594000
           END-EXEC.                                                    02594100
           EJECT                                                        02594200
           EXEC SQL                                                     02594300
              INCLUDE DITEM                                             02594400
           END-EXEC.                                                    02594500
           EJECT                                                        02595000
           EXEC SQL                                                     02595500
              INCLUDE DBINLOC                                           02596000
           END-EXEC.                                                    02596500
           EJECT                                                        02597000
           EXEC SQL                                                     02597500
              INCLUDE DITMSBIN                                          02598000
           END-EXEC.                                                    02600000
           EJECT                                                        02610000
      ***************************************************************** 02620000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03530000
           END-IF.                                                      03540000
                                                                        03550000
           OPEN I-O VSAM-ASN-RECEIPT.                                   03551000
                                                                        03552000
           IF NOT ASNRECF-OK AND NOT ASNRECF-EMPTY                      03553000
               MOVE 'OPEN EXPECTED RECEIPT FILE FAILED' TO WPBE-MESSAGE 03554000
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                03555000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03556000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03557000
           END-IF.                                                      03558000
                                                                        03559000
           OPEN I-O VSAM-QUALITY-HOLD.                                  03559050
                                                                        03559100
           IF NOT QCHOLDF-OK AND NOT QCHOLDF-EMPTY                      03559150
               MOVE 'OPEN QUALITY HOLD FILE FAILED' TO WPBE-MESSAGE     03559200
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS                03559250
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03559300
               PERFORM P99999-ABEND THRU P99999-EXIT                    03559350
           END-IF.                                                      03559400
                                                                        03559450
           OPEN I-O VSAM-DEBIT-MEMO.                                    03559500
                                                                        03559550
           IF NOT MEMOF-OK AND NOT MEMOF-EMPTY                          03559600
               MOVE 'OPEN DEBIT MEMO FILE FAILED' TO WPBE-MESSAGE       03559650
               MOVE WS-MEMO-STATUS TO WPBE-FILE-STATUS                  03559700
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03559750
               PERFORM P99999-ABEND THRU P99999-EXIT                    03559800
           END-IF.                                                      03559850
                                                                        03559900
           OPEN I-O VSAM-SERIAL.                                        03559910
                                                                        03559920
           IF NOT SERIALF-OK AND NOT SERIALF-EMPTY                      03559930
               MOVE 'OPEN SERIAL NUMBER FILE FAILED' TO WPBE-MESSAGE    03559940
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                03559950
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03559960
               PERFORM P99999-ABEND THRU P99999-EXIT                    03559970
           END-IF.                                                      03559980
                                                                        03559981
           OPEN I-O VSAM-RECEIPT-JOURNAL.                               03559982
                                                                        03559983
           IF NOT RCPTJF-OK AND NOT RCPTJF-EMPTY                        03559984
               MOVE 'OPEN RECEIPT JOURNAL FAILED' TO WPBE-MESSAGE       03559985
               MOVE WS-RCPTJ-STATUS TO WPBE-FILE-STATUS                 03559986
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03559987
               PERFORM P99999-ABEND THRU P99999-EXIT                    03559988
           END-IF.                                                      03559989
                                                                        03559990
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 03560000
               UNTIL END-OF-PROCESS.                                    03570000
                                                                        03570100
      ***************************************************************** 03570200
      *    SERIAL CARDS LEFT WITH NO RECEIPT CARD BEHIND THEM         * 03570300
      ***************************************************************** 03570400
                                                                        03570500
           PERFORM P42000-REJECT-SERIALS THRU P42000-EXIT.              03570600
                                                                        03571000
      ***************************************************************** 03572000
      *    POST THE QUALITY HOLDS INSPECTED SINCE THE LAST RUN        * 03573000
      ***************************************************************** 03574000
                                                                        03575000
           PERFORM P80000-POST-INSPECTIONS THRU P80000-EXIT.            03576000
                                                                        03580000
           CLOSE CONTROL-CARD                                           03590000
                 VSAM-PURCHASE-ORDER                                    03600000
                 VSAM-LOT-BALANCE                                       03610000
                 VSAM-LOT-TRACE                                         03620000
                 VSAM-ITEM-COST                                         03625000
                 VSAM-ASN-RECEIPT                                       03626000
                 VSAM-QUALITY-HOLD                                      03627000
                 VSAM-DEBIT-MEMO                                        03628000
                 VSAM-SERIAL                                            03632000
                 VSAM-RECEIPT-JOURNAL.                                  03636000
                                                                        03640000
           DISPLAY ' '.                                                 03650000
           DISPLAY WS-DL-ASTERISK.                                      03660000
                                                                        03830000
           MOVE 'LOTS POSTED' TO WS-DL-T-TITLE.                         03840000
           MOVE WS-LOTS-POSTED TO WS-DL-T-CNT.                          03850000
           DISPLAY WS-DL-TOTAL.                                         03850500
                                                                        03851000
           MOVE 'ASNS RECEIVED' TO WS-DL-T-TITLE.                       03851500
           MOVE WS-ASNS-CONFIRMED TO WS-DL-T-CNT.                       03852000
           DISPLAY WS-DL-TOTAL.                                         03852500
                                                                        03853000
           MOVE 'ASN LINES RECEIVED' TO WS-DL-T-TITLE.                  03853500
           MOVE WS-ASN-LINES-RECEIVED TO WS-DL-T-CNT.                   03854000
           DISPLAY WS-DL-TOTAL.                                         03854500
                                                                        03855000
           MOVE 'UNEXPECTED ASN RECEIPTS' TO WS-DL-T-TITLE.             03855500
           MOVE WS-ASN-UNEXPECTED TO WS-DL-T-CNT.                       03856000
           DISPLAY WS-DL-TOTAL.                                         03856100
                                                                        03856200
           MOVE 'RECEIPTS HELD FOR QC' TO WS-DL-T-TITLE.                03856300
           MOVE WS-RECEIPTS-HELD TO WS-DL-T-CNT.                        03856400
           DISPLAY WS-DL-TOTAL.                                         03856500
                                                                        03856600
           MOVE 'UNITS HELD FOR QC' TO WS-DL-T-TITLE.                   03856700
           MOVE WS-TOTAL-HELD TO WS-DL-T-CNT.                           03856800
           DISPLAY WS-DL-TOTAL.                                         03856900
                                                                        03857000
           MOVE 'QC HOLDS POSTED' TO WS-DL-T-TITLE.                     03857100
           MOVE WS-HOLDS-RELEASED TO WS-DL-T-CNT.                       03857200
           DISPLAY WS-DL-TOTAL.                                         03857300
                                                                        03857400
           MOVE 'QC UNITS RELEASED' TO WS-DL-T-TITLE.                   03857500
           MOVE WS-TOTAL-RELEASED TO WS-DL-T-CNT.                       03857600
           DISPLAY WS-DL-TOTAL.                                         03857700
                                                                        03857800
           MOVE 'QC UNITS REJECTED' TO WS-DL-T-TITLE.                   03857900
           MOVE WS-TOTAL-REJECTED TO WS-DL-T-CNT.                       03858000
           DISPLAY WS-DL-TOTAL.                                         03858100
                                                                        03858200
           MOVE 'QC DEBIT MEMOS RAISED' TO WS-DL-T-TITLE.               03858300
           MOVE WS-MEMOS-RAISED TO WS-DL-T-CNT.                         03858400
           DISPLAY WS-DL-TOTAL.                                         03858500
                                                                        03858600
           MOVE 'PUTAWAYS DIRECTED' TO WS-DL-T-TITLE.                   03858700
           MOVE WS-PUTAWAYS-DIRECTED TO WS-DL-T-CNT.                    03858800
           DISPLAY WS-DL-TOTAL.                                         03858900
                                                                        03859000
           MOVE 'PUTAWAYS WITH NO BIN' TO WS-DL-T-TITLE.                03859100
           MOVE WS-PUTAWAYS-NO-BIN TO WS-DL-T-CNT.                      03859200
           DISPLAY WS-DL-TOTAL.                                         03860000
                                                                        03870000
           MOVE 'SERIAL CARDS READ' TO WS-DL-T-TITLE.                   03871000
           MOVE WS-SERIAL-CARDS-READ TO WS-DL-T-CNT.                    03872000
           DISPLAY WS-DL-TOTAL.                                         03873000
                                                                        03874000
           MOVE 'SERIAL NUMBERS RECEIVED' TO WS-DL-T-TITLE.             03875000
           MOVE WS-SERIALS-RECORDED TO WS-DL-T-CNT.                     03876000
           DISPLAY WS-DL-TOTAL.                                         03877000
                                                                        03878000
                                                                        03880000
           DISPLAY WS-DL-ASTERISK.                                      03890000
           DISPLAY ' '.                                                 03900000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     04140000
                   GO TO P10000-EXIT.                                   04150000
                                                                        04160000
      ***************************************************************** 04161000
      *    A SERIAL CARD IS HELD FOR THE RECEIPT CARD THAT FOLLOWS    * 04162000
      ***************************************************************** 04163000
                                                                        04164000
           IF SERIAL-CARD                                               04165000
               PERFORM P41000-HOLD-SERIAL THRU P41000-EXIT              04166000
               GO TO P10000-EXIT                                        04167000
           END-IF.                                                      04168000
                                                                        04169000
           ADD +1 TO WS-CARDS-READ.                                     04170000
                                                                        04180000
      ***************************************************************** 04180500
      *    AN ASN CARD (ASN NUMBER, NO PO LINE) RECEIVES THE WHOLE    * 04181000
      *    ADVANCE SHIP NOTICE                                        * 04181500
      ***************************************************************** 04182000
                                                                        04182500
           IF WCC-ASN-NUMBER > SPACES                                   04183000
              AND WCC-PO-NUMBER = SPACES                                04183500
              AND WCC-LINE = SPACES                                     04184000
              AND WCC-QUANTITY = SPACES                                 04184500
               PERFORM P42000-REJECT-SERIALS THRU P42000-EXIT           04184600
               PERFORM P70000-RECEIVE-ASN THRU P70000-EXIT              04185000
               GO TO P10000-EXIT                                        04185500
           END-IF.                                                      04186000
                                                                        04186500
           PERFORM P20000-VALIDATE-CARD THRU P20000-EXIT.               04190000
                                                                        04200000
           IF NOT CARD-VALID                                            04210000
               ADD +1 TO WS-CARDS-REJECTED                              04220000
               MOVE ZEROES TO WS-SERIAL-CARDS                           04225000
               GO TO P10000-EXIT                                        04230000
           END-IF.                                                      04240000
                                                                        04250000
           PERFORM P30000-POST-RECEIPT THRU P30000-EXIT.                04260000
                                                                        04261000
           IF RECEIPT-POSTED                                            04262000
              AND WCC-ASN-NUMBER > SPACES                               04263000
               PERFORM P75000-POST-ASN-RECEIPT THRU P75000-EXIT         04264000
           END-IF.                                                      04265000
                                                                        04266000
           MOVE ZEROES TO WS-SERIAL-CARDS.                              04267000
                                                                        04270000
       P10000-EXIT.                                                     04280000
           EXIT.                                                        04290000
      *                THE PURCHASE ORDER LINE THEY NAME              * 04360000
      *                                                               * 04370000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 04380000
      *                P71000-RECEIVE-ASN-LINE                        * 04385000
      *                                                               * 04390000
      ***************************************************************** 04400000
                                                                        04410000
           MOVE WCC-PO-NUMBER TO WCN-PO-NUMBER.                         04570000
           MOVE WCC-LINE TO WCN-LINE.                                   04580000
           MOVE WCC-QUANTITY TO WCN-QUANTITY.                           04590000
           MOVE ZEROES TO WCN-EXPIRE-DATE.                              04595000
                                                                        04600000
           IF WCN-QUANTITY = ZEROES                                     04610000
               MOVE 'QUANTITY IS ZERO' TO WS-DL-RJ-REASON               04620000
               GO TO P20000-EXIT                                        05110000
           END-IF.                                                      05120000
                                                                        05130000
           IF PURCHASE-ORDER-SUGGESTED                                  05131000
               MOVE 'PO NOT RELEASED BY BUYER' TO WS-DL-RJ-REASON       05132000
               DISPLAY WS-DL-REJECT                                     05132050
               GO TO P20000-EXIT                                        05132100
           END-IF.                                                      05132150
                                                                        05132200
      ***************************************************************** 05132250
      *    A DROP-SHIP LINE SHIPS FROM THE SUPPLIER TO THE CUSTOMER   * 05132300
      *    -- IT NEVER REACHES OUR DOCK (PDAB92 / PDAB28 POST IT)     * 05132350
      ***************************************************************** 05132400
                                                                        05132450
           IF PURCHASE-ORDER-FROM-DROP-SHIP                             05132500
               MOVE 'DROP-SHIP LINE NOT RECEIVED' TO WS-DL-RJ-REASON    05132550
               DISPLAY WS-DL-REJECT                                     05133000
               GO TO P20000-EXIT                                        05134000
           END-IF.                                                      05135000
                                                                        05136000
      ***************************************************************** 05136100
      *    A SHELF-LIFE ITEM IS RECEIVED BY LOT, WITH AN EXPIRATION   * 05136101
      *    DATE STILL IN THE FUTURE                                   * 05136102
      ***************************************************************** 05136103
                                                                        05136104
           PERFORM P21000-CHECK-SHELF-LIFE THRU P21000-EXIT.            05136105
                                                                        05136106
           IF SHELF-LIFE-ITEM                                           05136107
               IF WCC-LOT-NUMBER = SPACES                               05136108
                   MOVE 'SHELF-LIFE ITEM NEEDS A LOT'                   05136109
                       TO WS-DL-RJ-REASON                               05136110
                   DISPLAY WS-DL-REJECT                                 05136111
                   GO TO P20000-EXIT                                    05136112
               END-IF                                                   05136113
               IF WCC-EXPIRE-DATE NOT NUMERIC                           05136114
                   MOVE 'LOT EXPIRATION DATE REQUIRED'                  05136115
                       TO WS-DL-RJ-REASON                               05136116
                   DISPLAY WS-DL-REJECT                                 05136117
                   GO TO P20000-EXIT                                    05136118
               END-IF                                                   05136119
               MOVE WCC-EXPIRE-DATE TO WCN-EXPIRE-DATE                  05136120
               IF WCN-EXPIRE-MM < 01 OR WCN-EXPIRE-MM > 12              05136121
                  OR WCN-EXPIRE-DD < 01 OR WCN-EXPIRE-DD > 31           05136122
                   MOVE 'LOT EXPIRATION DATE INVALID'                   05136123
                       TO WS-DL-RJ-REASON                               05136124
                   DISPLAY WS-DL-REJECT                                 05136125
                   GO TO P20000-EXIT                                    05136126
               END-IF                                                   05136127
               IF WCN-EXPIRE-DATE NOT > WS-DATE-CCYYMMDD                05136128
                   MOVE 'LOT ALREADY EXPIRED' TO WS-DL-RJ-REASON        05136129
                   DISPLAY WS-DL-REJECT                                 05136130
                   GO TO P20000-EXIT                                    05136131
               END-IF                                                   05136132
           END-IF.                                                      05136133
                                                                        05136134
      ***************************************************************** 05136135
      *    A SERIALIZED ITEM CARRIES ONE SERIAL CARD PER UNIT, NONE   * 05136136
      *    ALREADY ON HAND; ANY OTHER ITEM CARRIES NONE               * 05136137
      ***************************************************************** 05136138
                                                                        05136139
           IF SERIALIZED-ITEM                                           05136140
               IF WS-SERIAL-CARDS NOT = WCN-QUANTITY                    05136141
                   MOVE 'SERIAL CARDS NOT = QUANTITY'                   05136142
                       TO WS-DL-RJ-REASON                               05136143
                   DISPLAY WS-DL-REJECT                                 05136144
                   GO TO P20000-EXIT                                    05136145
               END-IF                                                   05136146
               PERFORM P22000-CHECK-SERIALS THRU P22000-EXIT            05136147
               IF SERIAL-ERROR                                          05136148
                   MOVE 'SERIAL NUMBER REJECTED' TO WS-DL-RJ-REASON     05136149
                   DISPLAY WS-DL-REJECT                                 05136150
                   GO TO P20000-EXIT                                    05136151
               END-IF                                                   05136152
           ELSE                                                         05136153
               IF WS-SERIAL-CARDS > ZEROES                              05136154
                   MOVE 'SERIAL CARDS FOR UNSERIALIZED' TO              05136155
                       WS-DL-RJ-REASON                                  05136156
                   DISPLAY WS-DL-REJECT                                 05136157
                   GO TO P20000-EXIT                                    05136158
               END-IF                                                   05136159
           END-IF.                                                      05136160
                                                                        05136161
      ***************************************************************** 05136162
      *    A RECEIPT CARD NAMING AN ASN MUST NAME ONE ON FILE, FROM   * 05136200
      *    THE SUPPLIER OF THE PURCHASE ORDER LINE                    * 05136300
      ***************************************************************** 05136400
                                                                        05136500
           IF WCC-ASN-NUMBER > SPACES                                   05136600
              AND NOT ASN-CONFIRMING                                    05136700
               PERFORM P72000-FIND-ASN THRU P72000-EXIT                 05136800
               IF NOT ASN-FOUND                                         05136900
                   MOVE 'ASN NOT ON FILE' TO WS-DL-RJ-REASON            05137000
                   DISPLAY WS-DL-REJECT                                 05137100
                   GO TO P20000-EXIT                                    05137200
               END-IF                                                   05137300
               IF PURCHASE-ORDER-SUPPLIER-ID NOT = WS-ASN-SUPPLIER-ID   05137400
                   MOVE 'PO SUPPLIER NOT THE ASN SUPPLIER'              05137500
                       TO WS-DL-RJ-REASON                               05137600
                   DISPLAY WS-DL-REJECT                                 05137700
                   GO TO P20000-EXIT                                    05137800
               END-IF                                                   05137900
           END-IF.                                                      05138000
                                                                        05138100
           MOVE 'Y' TO WS-CARD-VALID-SW.                                05140000
                                                                        05150000
       P20000-EXIT.                                                     05160000
           EXIT.                                                        05160100
           EJECT                                                        05160200
      ***************************************************************** 05160300
      *                                                               * 05160400
      *    PARAGRAPH:  P21000-CHECK-SHELF-LIFE                        * 05160500
      *                                                               * 05160600
      *    FUNCTION :  DETERMINE WHETHER THE PURCHASE ORDER LINE ITEM * 05160700
      *                IS A DATED (SHELF-LIFE) ITEM AND WHETHER IT IS * 05160750
      *                SERIALIZED                                     * 05160800
      *                                                               * 05160900
      *    CALLED BY:  P20000-VALIDATE-CARD                           * 05161000
      *                                                               * 05161100
      ***************************************************************** 05161200
                                                                        05161300
       P21000-CHECK-SHELF-LIFE.                                         05161400
                                                                        05161500
           MOVE 'N' TO WS-SHELF-LIFE-SW                                 05161550
                       WS-SERIALIZED-SW.                                05161600
                                                                        05161700
           MOVE PURCHASE-ORDER-PRE TO ITEM-PREFIX.                      05161800
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO ITEM-NUMBER.              05161900
                                                                        05162000
           EXEC SQL                                                     05162100
               SELECT  SHELF_LIFE_SW,                                   05162150
                       SERIAL_SW                                        05162200
               INTO    :ITEM-SHELF-LIFE-SW,                             05162250
                       :ITEM-SERIAL-SW                                  05162300
               FROM    ITEM                                             05162400
               WHERE   PREFIX          = :ITEM-PREFIX                   05162500
                 AND   NUMBER          = :ITEM-NUMBER                   05162600
           END-EXEC.                                                    05162700
                                                                        05162800
           IF SQLCODE = +100                                            05162900
               GO TO P21000-EXIT                                        05163000
           END-IF.                                                      05163100
                                                                        05163200
           IF SQLCODE NOT = +0                                          05163300
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05163400
               MOVE 'PDAB23' TO WPDE-PROGRAM-ID                         05163500
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05163600
               MOVE 'SELECT ITEM' TO WPDE-FUNCTION                      05163700
               MOVE 'P21000' TO WPDE-PARAGRAPH                          05163800
               PERFORM P99999-ABEND THRU P99999-EXIT                    05163900
           END-IF.                                                      05164000
                                                                        05164100
           IF ITEM-SHELF-LIFE-SW = 'Y'                                  05164200
               MOVE 'Y' TO WS-SHELF-LIFE-SW                             05164300
           END-IF.                                                      05164400
                                                                        05164500
           IF ITEM-SERIAL-SW = 'Y'                                      05164510
               MOVE 'Y' TO WS-SERIALIZED-SW                             05164520
           END-IF.                                                      05164530
                                                                        05164540
       P21000-EXIT.                                                     05164600
           EXIT.                                                        05164610
           EJECT                                                        05164620
      ***************************************************************** 05164630
      *                                                               * 05164640
      *    PARAGRAPH:  P22000-CHECK-SERIALS                           * 05164650
      *                                                               * 05164660
      *    FUNCTION :  CHECK EACH SERIAL NUMBER HELD FOR THE RECEIPT  * 05164670
      *                CARD -- NOT BLANK, NOT KEYED TWICE AND NOT     * 05164680
      *                ALREADY ON HAND.  EACH BAD SERIAL IS LISTED    * 05164690
      *                AND SERIAL-ERROR IS SET                        * 05164700
      *                                                               * 05164710
      *    CALLED BY:  P20000-VALIDATE-CARD                           * 05164720
      *                                                               * 05164730
      ***************************************************************** 05164740
                                                                        05164750
       P22000-CHECK-SERIALS.                                            05164760
                                                                        05164770
           MOVE 'N' TO WS-SERIAL-ERROR-SW.                              05164780
                                                                        05164790
           PERFORM P22100-CHECK-SERIAL THRU P22100-EXIT                 05164800
               VARYING WS-SERIAL-SUB FROM +1 BY +1                      05164810
               UNTIL WS-SERIAL-SUB > WS-SERIAL-CARDS.                   05164820
                                                                        05164830
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       05164840
                                                                        05164850
       P22000-EXIT.                                                     05164860
           EXIT.                                                        05164870
           EJECT                                                        05164880
      ***************************************************************** 05164890
      *                                                               * 05164900
      *    PARAGRAPH:  P22100-CHECK-SERIAL                            * 05164910
      *                                                               * 05164920
      *    FUNCTION :  CHECK ONE HELD SERIAL NUMBER                   * 05164930
      *                                                               * 05164940
      *    CALLED BY:  P22000-CHECK-SERIALS                           * 05164950
      *                                                               * 05164960
      ***************************************************************** 05164970
                                                                        05164980
       P22100-CHECK-SERIAL.                                             05164990
                                                                        05165000
           MOVE SPACES TO WS-SERIAL-REASON.                             05165010
           MOVE WS-ST-SERIAL (WS-SERIAL-SUB) TO WS-SCI-SERIAL.          05165020
                                                                        05165030
           IF WS-SCI-SERIAL = SPACES                                    05165040
               MOVE 'SERIAL NUMBER IS BLANK' TO WS-SERIAL-REASON        05165050
               GO TO P22100-REJECT                                      05165060
           END-IF.                                                      05165070
                                                                        05165080
           PERFORM P22200-CHECK-DUPLICATE THRU P22200-EXIT              05165090
               VARYING WS-SERIAL-SUB2 FROM +1 BY +1                     05165100
               UNTIL WS-SERIAL-SUB2 NOT < WS-SERIAL-SUB                 05165110
                  OR WS-SERIAL-REASON > SPACES.                         05165120
                                                                        05165130
           IF WS-SERIAL-REASON > SPACES                                 05165140
               GO TO P22100-REJECT                                      05165150
           END-IF.                                                      05165160
                                                                        05165170
           MOVE PURCHASE-ORDER-ITEM-PRE TO SERIAL-PRE.                  05165180
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.       05165190
           MOVE WS-SCI-SERIAL TO SERIAL-NUMBER.                         05165200
           MOVE ZEROES TO SERIAL-EVENT-SEQ.                             05165210
                                                                        05165220
           READ VSAM-SERIAL.                                            05165230
                                                                        05165240
           IF SERIALF-NOTFOUND OR SERIALF-EMPTY                         05165250
               GO TO P22100-EXIT                                        05165260
           END-IF.                                                      05165270
                                                                        05165280
           IF NOT SERIALF-OK                                            05165290
               MOVE 'READ SERIAL NUMBER FAILED' TO WPBE-MESSAGE         05165300
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                05165310
               MOVE 'P22100' TO WPBE-PARAGRAPH                          05165320
               PERFORM P99999-ABEND THRU P99999-EXIT                    05165330
           END-IF.                                                      05165340
                                                                        05165350
           IF NOT SERIAL-AVAILABLE                                      05165360
               GO TO P22100-EXIT                                        05165370
           END-IF.                                                      05165380
                                                                        05165390
           MOVE 'SERIAL ALREADY ON HAND' TO WS-SERIAL-REASON.           05165400
                                                                        05165410
       P22100-REJECT.                                                   05165420
                                                                        05165430
           MOVE WS-SERIAL-CARD-IMAGE TO WS-DL-RJ-CARD.                  05165440
           MOVE WS-SERIAL-REASON TO WS-DL-RJ-REASON.                    05165450
           DISPLAY WS-DL-REJECT.                                        05165460
           MOVE 'Y' TO WS-SERIAL-ERROR-SW.                              05165470
                                                                        05165480
       P22100-EXIT.                                                     05165490
           EXIT.                                                        05165500
           EJECT                                                        05165510
      ***************************************************************** 05165520
      *                                                               * 05165530
      *    PARAGRAPH:  P22200-CHECK-DUPLICATE                         * 05165540
      *                                                               * 05165550
      *    FUNCTION :  COMPARE THE SERIAL BEING CHECKED WITH ONE      * 05165560
      *                KEYED AHEAD OF IT FOR THE SAME RECEIPT         * 05165570
      *                                                               * 05165580
      *    CALLED BY:  P22100-CHECK-SERIAL                            * 05165590
      *                                                               * 05165600
      ***************************************************************** 05165610
                                                                        05165620
       P22200-CHECK-DUPLICATE.                                          05165630
                                                                        05165640
           IF WS-ST-SERIAL (WS-SERIAL-SUB2) = WS-SCI-SERIAL             05165650
               MOVE 'SERIAL KEYED TWICE' TO WS-SERIAL-REASON            05165660
           END-IF.                                                      05165670
                                                                        05165680
       P22200-EXIT.                                                     05165690
           EXIT.                                                        05170000
           EJECT                                                        05180000
      ***************************************************************** 05190000
      *                                                               * 05220000
      *    FUNCTION :  ADD THE RECEIVED QUANTITY TO THE ITEM /        * 05230000
      *                SUPPLIER QUANTITY ON HAND AND UPDATE THE       * 05240000
      *                PURCHASE ORDER LINE STATUS.  A RECEIPT FLAGGED * 05245000
      *                FOR INSPECTION GOES TO QUALITY HOLD INSTEAD    * 05250000
      *                OF QUANTITY ON HAND, LOT BALANCE AND COST      * 05255000
      *                                                               * 05260000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 05270000
      *                P71000-RECEIVE-ASN-LINE                        * 05275000
      *                                                               * 05280000
      ***************************************************************** 05290000
                                                                        05300000
       P30000-POST-RECEIPT.                                             05310000
                                                                        05311000
           MOVE 'N' TO WS-RECEIPT-POSTED-SW.                            05312000
                                                                        05320000
           PERFORM P65000-CHECK-INSPECTION THRU P65000-EXIT.            05330000
                                                                        05420000
           IF NOT INSPECTION-REQUIRED                                   05430000
               PERFORM P31000-ADD-ON-HAND THRU P31000-EXIT              05440000
               IF NOT ON-HAND-UPDATED                                   05450000
                   MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                05580000
                   MOVE 'ITEM_SUPPLIER ROW NOT FOUND'                   05590000
                       TO WS-DL-RJ-REASON                               05600000
                   DISPLAY WS-DL-REJECT                                 05610000
                   ADD +1 TO WS-CARDS-REJECTED                          05620000
                   GO TO P30000-EXIT                                    05630000
               END-IF                                                   05640000
           END-IF.                                                      05650000
                                                                        05720000
      ***************************************************************** 05730000
      *    UPDATE THE PURCHASE ORDER LINE                             * 05740000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          05930000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05940000
           END-IF.                                                      05950000
                                                                        05951000
           MOVE 'Y' TO WS-RECEIPT-POSTED-SW.                            05952000
                                                                        05960000
           MOVE PURCHASE-ORDER-PRE TO WS-DL-RC-PREFIX.                  05970000
           MOVE PURCHASE-ORDER-NUMBER TO WS-DL-RC-NUMBER.               05980000
                                                                        06030000
           ADD +1 TO WS-CARDS-POSTED.                                   06040000
           ADD WCN-QUANTITY TO WS-TOTAL-RECEIVED.                       06050000
                                                                        06050500
      ***************************************************************** 06051000
      *    RECORD EACH SERIAL NUMBER RECEIVED (HELD STOCK INCLUDED)   * 06051500
      ***************************************************************** 06052000
                                                                        06052500
           IF SERIALIZED-ITEM                                           06053000
               PERFORM P45000-POST-SERIAL THRU P45000-EXIT              06053500
                   VARYING WS-SERIAL-SUB FROM +1 BY +1                  06054000
                   UNTIL WS-SERIAL-SUB > WS-SERIAL-CARDS                06054500
           END-IF.                                                      06055000
                                                                        06060000
      ***************************************************************** 06070000
      *    A RECEIPT FLAGGED FOR INSPECTION WAITS IN QUALITY HOLD --  * 06070500
      *    ITS LOT AND COST ARE POSTED WHEN IT PASSES                 * 06071000
      ***************************************************************** 06071500
                                                                        06072000
           IF INSPECTION-REQUIRED                                       06072500
               PERFORM P66000-HOLD-RECEIPT THRU P66000-EXIT             06073000
               GO TO P30000-EXIT                                        06073500
           END-IF.                                                      06074000
                                                                        06074500
      ***************************************************************** 06075000
      *    A RECEIPT CARRYING A LOT NUMBER POSTS THE LOT BALANCE      * 06080000
      *    AND ITS TRACE RECORD                                       * 06090000
      ***************************************************************** 06100000
      ***************************************************************** 06180000
                                                                        06190000
           PERFORM P60000-POST-AVERAGE-COST THRU P60000-EXIT.           06200000
                                                                        06201000
      ***************************************************************** 06202000
      *    DIRECT THE STOCK TO ITS BIN                                * 06203000
      ***************************************************************** 06204000
                                                                        06205000
           PERFORM P67000-DIRECT-PUTAWAY THRU P67000-EXIT.              06206000
                                                                        06210000
                                                                        06220000
       P30000-EXIT.                                                     06230000
           EJECT                                                        06250000
      ***************************************************************** 06260000
      *                                                               * 06270000
      *    PARAGRAPH:  P31000-ADD-ON-HAND                             * 06270100
      *                                                               * 06270200
      *    FUNCTION :  ADD THE QUANTITY TO THE ITEM / SUPPLIER        * 06270300
      *                QUANTITY ON HAND OF THE PURCHASE ORDER LINE'S  * 06270400
      *                ITEM AND SUPPLIER.  ON-HAND-UPDATED IS OFF     * 06270500
      *                WHEN THERE IS NO ITEM_SUPPLIER ROW             * 06270600
      *                                                               * 06270700
      *    CALLED BY:  P30000-POST-RECEIPT                            * 06270800
      *                P81000-POST-HOLD                               * 06270900
      *                                                               * 06271000
      ***************************************************************** 06271100
                                                                        06271200
       P31000-ADD-ON-HAND.                                              06271300
                                                                        06271400
           MOVE 'N' TO WS-ON-HAND-SW.                                   06271500
                                                                        06271600
           MOVE PURCHASE-ORDER-ITEM-PRE                                 06271700
               TO ITEM-SUPPLIER-ITEM-PREFIX.                            06271800
           MOVE PURCHASE-ORDER-ITEM-NUMBER                              06271900
               TO ITEM-SUPPLIER-ITEM-NUMBER.                            06272000
           MOVE PURCHASE-ORDER-SUPPLIER-PRE                             06272100
               TO ITEM-SUPPLIER-SUPPLIER-PREFIX.                        06272200
           MOVE PURCHASE-ORDER-SUPPLIER-ID                              06272300
               TO ITEM-SUPPLIER-SUPPLIER-ID.                            06272400
           MOVE WCN-QUANTITY TO ITEM-SUPPLIER-QUANTITY-ON-HAND.         06272500
                                                                        06272600
           EXEC SQL                                                     06272700
               UPDATE  ITEM_SUPPLIER                                    06272800
               SET     QUANTITY_ON_HAND = QUANTITY_ON_HAND +            06272900
                           :ITEM-SUPPLIER-QUANTITY-ON-HAND              06273000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     06273100
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     06273200
                 AND   SUPPLIER_PREFIX =                                06273300
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX               06273400
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     06273500
           END-EXEC.                                                    06273600
                                                                        06273700
           EVALUATE TRUE                                                06273800
               WHEN SQLCODE = +0                                        06273900
                   MOVE 'Y' TO WS-ON-HAND-SW                            06274000
               WHEN SQLCODE = +100                                      06274100
                   CONTINUE                                             06274200
               WHEN OTHER                                               06274300
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      06274400
                   MOVE 'PDAB23' TO WPDE-PROGRAM-ID                     06274500
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     06274600
                   MOVE 'UPDATE QUANTITY_ON_HAND' TO WPDE-FUNCTION      06274700
                   MOVE 'P31000' TO WPDE-PARAGRAPH                      06274800
                   PERFORM P99999-ABEND THRU P99999-EXIT                06274900
           END-EVALUATE.                                                06275000
                                                                        06275100
       P31000-EXIT.                                                     06275200
           EXIT.                                                        06275210
           EJECT                                                        06275220
      ***************************************************************** 06275230
      *                                                               * 06275240
      *    PARAGRAPH:  P41000-HOLD-SERIAL                             * 06275250
      *                                                               * 06275260
      *    FUNCTION :  ADD THE SERIAL NUMBER ON A SERIAL CARD TO THE  * 06275270
      *                TABLE HELD FOR THE NEXT RECEIPT CARD           * 06275280
      *                                                               * 06275290
      *    CALLED BY:  P10000-PROCESS-CARD                            * 06275300
      *                                                               * 06275310
      ***************************************************************** 06275320
                                                                        06275330
       P41000-HOLD-SERIAL.                                              06275340
                                                                        06275350
           ADD +1 TO WS-SERIAL-CARDS-READ.                              06275360
                                                                        06275370
           IF WS-SERIAL-CARDS NOT < +500                                06275380
               MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                    06275390
               MOVE 'MORE THAN 500 SERIAL CARDS' TO WS-DL-RJ-REASON     06275400
               DISPLAY WS-DL-REJECT                                     06275410
               ADD +1 TO WS-CARDS-REJECTED                              06275420
               GO TO P41000-EXIT                                        06275430
           END-IF.                                                      06275440
                                                                        06275450
           ADD +1 TO WS-SERIAL-CARDS.                                   06275460
           MOVE WSC-SERIAL-NUMBER TO WS-ST-SERIAL (WS-SERIAL-CARDS).    06275470
                                                                        06275480
       P41000-EXIT.                                                     06275490
           EXIT.                                                        06275500
           EJECT                                                        06275510
      ***************************************************************** 06275520
      *                                                               * 06275530
      *    PARAGRAPH:  P42000-REJECT-SERIALS                          * 06275540
      *                                                               * 06275550
      *    FUNCTION :  REJECT SERIAL CARDS NOT FOLLOWED BY A RECEIPT  * 06275560
      *                CARD (AHEAD OF AN ASN CARD OR AT END OF FILE)  * 06275570
      *                                                               * 06275580
      *    CALLED BY:  P00000-MAINLINE                                * 06275590
      *                P10000-PROCESS-CARD                            * 06275600
      *                                                               * 06275610
      ***************************************************************** 06275620
                                                                        06275630
       P42000-REJECT-SERIALS.                                           06275640
                                                                        06275650
           PERFORM P42100-REJECT-SERIAL THRU P42100-EXIT                06275660
               VARYING WS-SERIAL-SUB FROM +1 BY +1                      06275670
               UNTIL WS-SERIAL-SUB > WS-SERIAL-CARDS.                   06275680
                                                                        06275690
           MOVE ZEROES TO WS-SERIAL-CARDS.                              06275700
                                                                        06275710
       P42000-EXIT.                                                     06275720
           EXIT.                                                        06275730
           EJECT                                                        06275740
      ***************************************************************** 06275750
      *                                                               * 06275760
      *    PARAGRAPH:  P42100-REJECT-SERIAL                           * 06275770
      *                                                               * 06275780
      *    FUNCTION :  LIST ONE UNMATCHED SERIAL CARD AS REJECTED     * 06275790
      *                                                               * 06275800
      *    CALLED BY:  P42000-REJECT-SERIALS                          * 06275810
      *                                                               * 06275820
      ***************************************************************** 06275830
                                                                        06275840
       P42100-REJECT-SERIAL.                                            06275850
                                                                        06275860
           MOVE WS-ST-SERIAL (WS-SERIAL-SUB) TO WS-SCI-SERIAL.          06275870
           MOVE WS-SERIAL-CARD-IMAGE TO WS-DL-RJ-CARD.                  06275880
           MOVE 'NO RECEIPT CARD FOR SERIAL' TO WS-DL-RJ-REASON.        06275890
           DISPLAY WS-DL-REJECT.                                        06275900
           ADD +1 TO WS-CARDS-REJECTED.                                 06275910
                                                                        06275920
       P42100-EXIT.                                                     06275930
           EXIT.                                                        06275940
           EJECT                                                        06275950
      ***************************************************************** 06275960
      *                                                               * 06275970
      *    PARAGRAPH:  P45000-POST-SERIAL                             * 06275980
      *                                                               * 06275990
      *    FUNCTION :  RECORD ONE SERIAL NUMBER RECEIVED -- SET THE   * 06276000
      *                SERIAL MASTER IN STOCK (CREATING IT FOR A NEW  * 06276010
      *                SERIAL) AND WRITE THE RECEIPT EVENT            * 06276020
      *                                                               * 06276030
      *    CALLED BY:  P30000-POST-RECEIPT                            * 06276040
      *                                                               * 06276050
      ***************************************************************** 06276060
                                                                        06276070
       P45000-POST-SERIAL.                                              06276080
                                                                        06276090
           MOVE PURCHASE-ORDER-ITEM-PRE TO SERIAL-PRE.                  06276100
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO SERIAL-ITEM-NUMBER.       06276110
           MOVE WS-ST-SERIAL (WS-SERIAL-SUB) TO SERIAL-NUMBER.          06276120
           MOVE ZEROES TO SERIAL-EVENT-SEQ.                             06276130
                                                                        06276140
           READ VSAM-SERIAL.                                            06276150
                                                                        06276160
           IF SERIALF-OK                                                06276170
               ADD 1 TO SERIAL-LAST-SEQ                                 06276180
               PERFORM P46000-SET-RECEIPT THRU P46000-EXIT              06276190
               REWRITE SERIAL-RECORD                                    06276200
           ELSE                                                         06276210
               IF SERIALF-NOTFOUND OR SERIALF-EMPTY                     06276220
                   MOVE SPACES TO SERIAL-CUSTOMER-ID                    06276230
                                  SERIAL-RETURN-REASON                  06276240
                   MOVE ZEROES TO SERIAL-ORDER-NUMBER                   06276250
                                  SERIAL-ORDER-ITEM-SEQ                 06276260
                                  SERIAL-SHIP-DATE                      06276270
                   MOVE 1 TO SERIAL-LAST-SEQ                            06276280
                   PERFORM P46000-SET-RECEIPT THRU P46000-EXIT          06276290
                   WRITE SERIAL-RECORD                                  06276300
               ELSE                                                     06276310
                   MOVE 'READ SERIAL NUMBER FAILED' TO WPBE-MESSAGE     06276320
                   MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS            06276330
                   MOVE 'P45000' TO WPBE-PARAGRAPH                      06276340
                   PERFORM P99999-ABEND THRU P99999-EXIT                06276350
               END-IF                                                   06276360
           END-IF.                                                      06276370
                                                                        06276380
           IF NOT SERIALF-OK                                            06276390
               MOVE 'WRITE SERIAL NUMBER FAILED' TO WPBE-MESSAGE        06276400
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                06276410
               MOVE 'P45000' TO WPBE-PARAGRAPH                          06276420
               PERFORM P99999-ABEND THRU P99999-EXIT                    06276430
           END-IF.                                                      06276440
                                                                        06276450
      ***************************************************************** 06276460
      *    THE RECEIPT EVENT CARRIES THE MASTER'S NEW LAST SEQUENCE   * 06276470
      ***************************************************************** 06276480
                                                                        06276490
           MOVE SERIAL-LAST-SEQ TO SERIAL-EVENT-SEQ.                    06276500
                                                                        06276510
           WRITE SERIAL-RECORD.                                         06276520
                                                                        06276530
           IF NOT SERIALF-OK                                            06276540
               MOVE 'WRITE SERIAL EVENT FAILED' TO WPBE-MESSAGE         06276550
               MOVE WS-SERIAL-STATUS TO WPBE-FILE-STATUS                06276560
               MOVE 'P45000' TO WPBE-PARAGRAPH                          06276570
               PERFORM P99999-ABEND THRU P99999-EXIT                    06276580
           END-IF.                                                      06276590
                                                                        06276600
           ADD +1 TO WS-SERIALS-RECORDED.                               06276610
                                                                        06276620
       P45000-EXIT.                                                     06276630
           EXIT.                                                        06276640
           EJECT                                                        06276650
      ***************************************************************** 06276660
      *                                                               * 06276670
      *    PARAGRAPH:  P46000-SET-RECEIPT                             * 06276680
      *                                                               * 06276690
      *    FUNCTION :  SET THE SERIAL RECORD IN STOCK FROM THE        * 06276700
      *                RECEIPT CARD AND PURCHASE ORDER LINE           * 06276710
      *                                                               * 06276720
      *    CALLED BY:  P45000-POST-SERIAL                             * 06276730
      *                                                               * 06276740
      ***************************************************************** 06276750
                                                                        06276760
       P46000-SET-RECEIPT.                                              06276770
                                                                        06276780
           MOVE 'I' TO SERIAL-STATUS.                                   06276790
           MOVE WS-DATE-CCYYMMDD TO SERIAL-EVENT-DATE.                  06276800
           MOVE WCN-PO-NUMBER TO SERIAL-PO-NUMBER.                      06276810
           MOVE WCN-LINE TO SERIAL-PO-LINE.                             06276820
           MOVE WCC-LOT-NUMBER TO SERIAL-LOT-NUMBER.                    06276830
           MOVE WCC-WHSE TO SERIAL-WHSE.                                06276840
           MOVE 'PDAB23' TO SERIAL-PROGRAM-ID.                          06276850
                                                                        06276860
       P46000-EXIT.                                                     06276870
           EXIT.                                                        06276880
           EJECT                                                        06276890
      ***************************************************************** 06276900
      *                                                               * 06276910
      *    PARAGRAPH:  P50000-POST-LOT                                * 06280000
      *                                                               * 06290000
      *    FUNCTION :  UPDATE (OR CREATE) THE LOT BALANCE FOR THE     * 06300000
      *                WRITE ITS RECEIPT TRACE RECORD                 * 06320000
      *                                                               * 06330000
      *    CALLED BY:  P30000-POST-RECEIPT                            * 06340000
      *                P81000-POST-HOLD                               * 06345000
      *                                                               * 06350000
      ***************************************************************** 06360000
                                                                        06370000
           IF LOTBALF-OK                                                06480000
               ADD WCN-QUANTITY TO LOT-BAL-QTY-ON-HAND                  06490000
               ADD WCN-QUANTITY TO LOT-BAL-QTY-RECEIVED                 06500000
               IF LOT-BAL-EXPIRE-DATE NOT NUMERIC                       06501000
                  OR LOT-BAL-EXPIRE-DATE = ZEROES                       06502000
                   MOVE WCN-EXPIRE-DATE TO LOT-BAL-EXPIRE-DATE          06503000
               END-IF                                                   06504000
               REWRITE LOT-BALANCE-RECORD                               06510000
           ELSE                                                         06520000
               IF LOTBALF-NOTFOUND OR LOTBALF-EMPTY                     06530000
                   MOVE WCN-QUANTITY TO LOT-BAL-QTY-RECEIVED            06620000
                   MOVE +0 TO LOT-BAL-QTY-SHIPPED                       06630000
                   MOVE WS-DATE-CCYYMMDD TO LOT-BAL-RECEIPT-DATE        06640000
                   MOVE WCN-EXPIRE-DATE TO LOT-BAL-EXPIRE-DATE          06645000
                   MOVE +0 TO LOT-BAL-QTY-FROZEN                        06646000
                   MOVE ZEROES TO LOT-BAL-RECALL-NUMBER                 06647000
                   WRITE LOT-BALANCE-RECORD                             06650000
               ELSE                                                     06660000
                   MOVE 'READ LOT BALANCE FAILED' TO WPBE-MESSAGE       06670000
           MOVE WCC-WHSE TO LOT-TRACE-WHSE.                             06920000
           MOVE WCN-QUANTITY TO LOT-TRACE-QUANTITY.                     06930000
           MOVE WCN-PO-NUMBER TO LOT-TRACE-REFERENCE.                   06940000
           MOVE ZEROES TO LOT-TRACE-ITEM-SEQ.                           06945000
                                                                        06950000
           PERFORM P51000-WRITE-TRACE THRU P51000-EXIT                  06960000
               WITH TEST AFTER                                          06970000
      *                RECEIPT                                        * 07430000
      *                                                               * 07440000
      *    CALLED BY:  P30000-POST-RECEIPT                            * 07450000
      *                P81000-POST-HOLD                               * 07455000
      *                                                               * 07460000
      ***************************************************************** 07470000
                                                                        07480000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07940000
           END-IF.                                                      07950000
                                                                        07960000
           PERFORM P61000-RECORD-RECEIPT THRU P61000-EXIT.              07963333
                                                                        07966666
       P60000-EXIT.                                                     07970000
           EXIT.                                                        07970050
           EJECT                                                        07970100
      ***************************************************************** 07970102
      *                                                               * 07970104
      *    PARAGRAPH:  P61000-RECORD-RECEIPT                          * 07970106
      *                                                               * 07970108
      *    FUNCTION :  JOURNAL THE QUANTITY JUST COSTED INTO STOCK    * 07970110
      *                AND ITS PO UNIT PRICE ON THE RECEIPT JOURNAL   * 07970112
      *                FOR THE INVENTORY SUBLEDGER                    * 07970114
      *                                                               * 07970116
      *    CALLED BY:  P60000-POST-AVERAGE-COST                       * 07970118
      *                                                               * 07970120
      ***************************************************************** 07970122
                                                                        07970124
       P61000-RECORD-RECEIPT.                                           07970126
                                                                        07970128
           MOVE SPACES TO RECEIPT-JOURNAL-RECORD.                       07970130
           MOVE WS-DATE-CCYYMMDD TO RECEIPT-JOURNAL-DATE.               07970132
           MOVE WCN-PREFIX TO RECEIPT-JOURNAL-PREFIX.                   07970134
           MOVE PURCHASE-ORDER-NUMBER TO RECEIPT-JOURNAL-PO-NUMBER.     07970136
           MOVE PURCHASE-ORDER-LINE TO RECEIPT-JOURNAL-PO-LINE.         07970138
           MOVE PURCHASE-ORDER-ITEM-NUMBER                              07970140
               TO RECEIPT-JOURNAL-ITEM-NUMBER.                          07970142
           MOVE PURCHASE-ORDER-SUPPLIER-ID                              07970144
               TO RECEIPT-JOURNAL-SUPPLIER-ID.                          07970146
           MOVE WCN-QUANTITY TO RECEIPT-JOURNAL-QUANTITY.               07970148
           MOVE PURCHASE-ORDER-UNIT-PRICE                               07970150
               TO RECEIPT-JOURNAL-UNIT-COST.                            07970152
                                                                        07970154
           PERFORM P61100-WRITE-RECEIPT-REC THRU P61100-EXIT            07970156
               WITH TEST AFTER                                          07970158
               UNTIL NOT RCPTJF-DUPLICATE                               07970160
                  OR WS-RCPTJ-SEQ > 9999998.                            07970162
                                                                        07970164
           IF NOT RCPTJF-OK                                             07970166
               MOVE 'WRITE RECEIPT JOURNAL FAILED' TO WPBE-MESSAGE      07970168
               MOVE WS-RCPTJ-STATUS TO WPBE-FILE-STATUS                 07970170
               MOVE 'P61000' TO WPBE-PARAGRAPH                          07970172
               PERFORM P99999-ABEND THRU P99999-EXIT                    07970174
           END-IF.                                                      07970176
                                                                        07970178
       P61000-EXIT.                                                     07970180
           EXIT.                                                        07970182
           EJECT                                                        07970184
      ***************************************************************** 07970186
      *                                                               * 07970188
      *    PARAGRAPH:  P61100-WRITE-RECEIPT-REC                       * 07970190
      *                                                               * 07970192
      *    FUNCTION :  WRITE THE RECEIPT JOURNAL RECORD UNDER THE     * 07970194
      *                NEXT SEQUENCE FOR THE DATE; A DUPLICATE KEY    * 07970196
      *                (A RECORD LEFT BY AN EARLIER RUN) MOVES ON TO  * 07970198
      *                THE FOLLOWING SEQUENCE                         * 07970200
      *                                                               * 07970202
      *    CALLED BY:  P61000-RECORD-RECEIPT                          * 07970204
      *                                                               * 07970206
      ***************************************************************** 07970208
                                                                        07970210
       P61100-WRITE-RECEIPT-REC.                                        07970212
                                                                        07970214
           ADD 1 TO WS-RCPTJ-SEQ.                                       07970216
           MOVE WS-RCPTJ-SEQ TO RECEIPT-JOURNAL-SEQ.                    07970218
                                                                        07970220
           WRITE RECEIPT-JOURNAL-RECORD.                                07970222
                                                                        07970224
       P61100-EXIT.                                                     07970226
           EXIT.                                                        07970228
           EJECT                                                        07970230
      ***************************************************************** 07970232
      *                                                               * 07970234
      *    PARAGRAPH:  P65000-CHECK-INSPECTION                        * 07970250
      *                                                               * 07970300
      *    FUNCTION :  SET INSPECTION-REQUIRED WHEN THE PURCHASE      * 07970350
      *                ORDER LINE'S ITEM, SUPPLIER, OR ITEM FROM THE  * 07970400
      *                SUPPLIER IS FLAGGED 'INSPECT ON RECEIPT'       * 07970450
      *                                                               * 07970500
      *    CALLED BY:  P30000-POST-RECEIPT                            * 07970550
      *                                                               * 07970600
      ***************************************************************** 07970650
                                                                        07970700
       P65000-CHECK-INSPECTION.                                         07970750
                                                                        07970800
           MOVE 'N' TO WS-INSPECTION-SW.                                07970850
                                                                        07970900
           MOVE PURCHASE-ORDER-PRE TO IOR-PREFIX.                       07970950
           MOVE PURCHASE-ORDER-SUPPLIER-ID TO IOR-SUPPLIER-ID.          07971000
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO IOR-ITEM-NUMBER.          07971050
                                                                        07971100
           EXEC SQL                                                     07971150
               SELECT  COUNT(*)                                         07971200
               INTO    :WS-INSPECT-ROWS                                 07971250
               FROM    INSPECT_ON_RECEIPT                               07971300
               WHERE   PREFIX          = :IOR-PREFIX                    07971350
                 AND  (SUPPLIER_ID     = :IOR-SUPPLIER-ID               07971400
                  OR   SUPPLIER_ID     = ' ')                           07971450
                 AND  (ITEM_NUMBER     = :IOR-ITEM-NUMBER               07971500
                  OR   ITEM_NUMBER     = ' ')                           07971550
           END-EXEC.                                                    07971600
                                                                        07971650
           IF SQLCODE NOT = +0                                          07971700
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07971750
               MOVE 'PDAB23' TO WPDE-PROGRAM-ID                         07971800
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07971850
               MOVE 'SELECT INSPECT_ON_RECEIPT' TO WPDE-FUNCTION        07971900
               MOVE 'P65000' TO WPDE-PARAGRAPH                          07971950
               PERFORM P99999-ABEND THRU P99999-EXIT                    07972000
           END-IF.                                                      07972050
                                                                        07972100
           IF WS-INSPECT-ROWS > +0                                      07972150
               MOVE 'Y' TO WS-INSPECTION-SW                             07972200
           END-IF.                                                      07972250
                                                                        07972300
       P65000-EXIT.                                                     07972350
           EXIT.                                                        07972400
           EJECT                                                        07972450
      ***************************************************************** 07972500
      *                                                               * 07972550
      *    PARAGRAPH:  P66000-HOLD-RECEIPT                            * 07972600
      *                                                               * 07972650
      *    FUNCTION :  ASSIGN THE NEXT QUALITY HOLD NUMBER FROM THE   * 07972700
      *                PREFIX CONTROL RECORD (HOLD NUMBER ZERO) AND   * 07972750
      *                WRITE THE RECEIPT TO QUALITY HOLD, AWAITING    * 07972800
      *                INSPECTION ON PDA062                           * 07972850
      *                                                               * 07972900
      *    CALLED BY:  P30000-POST-RECEIPT                            * 07972950
      *                                                               * 07973000
      ***************************************************************** 07973050
                                                                        07973100
       P66000-HOLD-RECEIPT.                                             07973150
                                                                        07973200
           MOVE PURCHASE-ORDER-PRE TO QC-HOLD-PRE.                      07973250
           MOVE ZEROES TO QC-HOLD-NUMBER.                               07973300
                                                                        07973350
           READ VSAM-QUALITY-HOLD.                                      07973400
                                                                        07973450
           IF QCHOLDF-NOTFOUND OR QCHOLDF-EMPTY                         07973500
               MOVE SPACES TO QUALITY-HOLD-RECORD                       07973550
               MOVE PURCHASE-ORDER-PRE TO QC-HOLD-PRE                   07973600
               MOVE ZEROES TO QC-HOLD-NUMBER                            07973650
                              QC-HOLD-PO-NUMBER                         07973700
                              QC-HOLD-PO-LINE                           07973750
                              QC-HOLD-QTY-HELD                          07973800
                              QC-HOLD-QTY-PASSED                        07973850
                              QC-HOLD-QTY-REJECTED                      07973900
                              QC-HOLD-DATE-RECEIVED                     07973950
                              QC-HOLD-DATE-INSPECTED                    07974000
                              QC-HOLD-DATE-POSTED                       07974050
                              QC-HOLD-DEBIT-MEMO                        07974100
               MOVE 'C' TO QC-HOLD-STATUS                               07974150
               WRITE QUALITY-HOLD-RECORD                                07974200
               READ VSAM-QUALITY-HOLD                                   07974250
           END-IF.                                                      07974300
                                                                        07974350
           IF NOT QCHOLDF-OK                                            07974400
               MOVE 'READ HOLD CONTROL FAILED' TO WPBE-MESSAGE          07974450
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS                07974500
               MOVE 'P66000' TO WPBE-PARAGRAPH                          07974550
               PERFORM P99999-ABEND THRU P99999-EXIT                    07974600
           END-IF.                                                      07974650
                                                                        07974700
           ADD 1 TO QC-HOLD-PO-NUMBER.                                  07974750
           MOVE QC-HOLD-PO-NUMBER TO WS-NEXT-HOLD-NUMBER.               07974800
                                                                        07974850
           REWRITE QUALITY-HOLD-RECORD.                                 07974900
                                                                        07974950
           IF NOT QCHOLDF-OK                                            07975000
               MOVE 'REWRITE HOLD CONTROL FAILED' TO WPBE-MESSAGE       07975050
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS                07975100
               MOVE 'P66000' TO WPBE-PARAGRAPH                          07975150
               PERFORM P99999-ABEND THRU P99999-EXIT                    07975200
           END-IF.                                                      07975250
                                                                        07975300
           MOVE SPACES TO QUALITY-HOLD-RECORD.                          07975350
           MOVE PURCHASE-ORDER-PRE TO QC-HOLD-PRE.                      07975400
           MOVE WS-NEXT-HOLD-NUMBER TO QC-HOLD-NUMBER.                  07975450
           MOVE PURCHASE-ORDER-NUMBER TO QC-HOLD-PO-NUMBER.             07975500
           MOVE PURCHASE-ORDER-LINE TO QC-HOLD-PO-LINE.                 07975550
           MOVE PURCHASE-ORDER-SUPPLIER-ID TO QC-HOLD-SUPPLIER-ID.      07975600
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO QC-HOLD-ITEM-NUMBER.      07975650
           MOVE WCC-LOT-NUMBER TO QC-HOLD-LOT-NUMBER.                   07975700
           MOVE WCC-WHSE TO QC-HOLD-WHSE.                               07975750
           MOVE WCN-QUANTITY TO QC-HOLD-QTY-HELD.                       07975800
           MOVE ZEROES TO QC-HOLD-QTY-PASSED                            07975850
                          QC-HOLD-QTY-REJECTED                          07975900
                          QC-HOLD-DATE-INSPECTED                        07975950
                          QC-HOLD-DATE-POSTED                           07976000
                          QC-HOLD-DEBIT-MEMO.                           07976050
           MOVE WS-DATE-CCYYMMDD TO QC-HOLD-DATE-RECEIVED.              07976100
           MOVE WCN-EXPIRE-DATE TO QC-HOLD-EXPIRE-DATE.                 07976110
           MOVE 'H' TO QC-HOLD-STATUS.                                  07976150
                                                                        07976200
           WRITE QUALITY-HOLD-RECORD.                                   07976250
                                                                        07976300
           IF NOT QCHOLDF-OK                                            07976350
               MOVE 'WRITE QUALITY HOLD FAILED' TO WPBE-MESSAGE         07976400
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS                07976450
               MOVE 'P66000' TO WPBE-PARAGRAPH                          07976500
               PERFORM P99999-ABEND THRU P99999-EXIT                    07976550
           END-IF.                                                      07976600
                                                                        07976650
           MOVE QC-HOLD-PRE TO WS-DL-HD-PREFIX.                         07976700
           MOVE QC-HOLD-NUMBER TO WS-DL-HD-NUMBER.                      07976750
           MOVE QC-HOLD-LOT-NUMBER TO WS-DL-HD-LOT.                     07976800
           MOVE QC-HOLD-QTY-HELD TO WS-DL-HD-QTY.                       07976850
           DISPLAY WS-DL-HELD.                                          07976900
                                                                        07976950
           ADD +1 TO WS-RECEIPTS-HELD.                                  07977000
           ADD WCN-QUANTITY TO WS-TOTAL-HELD.                           07977050
                                                                        07977100
       P66000-EXIT.                                                     07977150
           EXIT.                                                        07977160
           EJECT                                                        07977170
      ***************************************************************** 07977180
      *                                                               * 07977190
      *    PARAGRAPH:  P67000-DIRECT-PUTAWAY                          * 07977200
      *                                                               * 07977210
      *    FUNCTION :  CHOOSE THE BIN THE RECEIVED QUANTITY IS PUT    * 07977220
      *                AWAY TO -- THE FIRST BIN ON THE WALK PATH THAT * 07977230
      *                ALREADY HOLDS THE ITEM / SUPPLIER, OTHERWISE   * 07977240
      *                THE FIRST EMPTY BIN -- ADD THE QUANTITY TO THE * 07977250
      *                BIN BALANCE AND PRINT THE PUTAWAY DIRECTIVE.   * 07977260
      *                A WAREHOUSE WITH NO SUITABLE BIN IS LISTED AS  * 07977270
      *                NO BIN FOR THE FLOOR TO PLACE BY HAND          * 07977280
      *                                                               * 07977290
      *    CALLED BY:  P30000-POST-RECEIPT                            * 07977300
      *                P81000-POST-HOLD                               * 07977310
      *                                                               * 07977320
      ***************************************************************** 07977330
                                                                        07977340
       P67000-DIRECT-PUTAWAY.                                           07977350
                                                                        07977360
           IF WCC-WHSE = SPACES                                         07977370
               GO TO P67000-EXIT                                        07977380
           END-IF.                                                      07977390
                                                                        07977400
           MOVE WCN-QUANTITY TO WS-DL-PA-QTY.                           07977410
           MOVE WCC-WHSE TO WS-DL-PA-WHSE.                              07977420
           MOVE SPACES TO WS-DL-PA-AISLE                                07977430
                          WS-DL-PA-BAY                                  07977440
                          WS-DL-PA-LEVEL.                               07977450
                                                                        07977460
           MOVE PURCHASE-ORDER-ITEM-PRE TO ISB-ITEM-PREFIX.             07977470
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO ISB-ITEM-NUMBER.          07977480
           MOVE PURCHASE-ORDER-SUPPLIER-PRE TO ISB-SUPPLIER-PREFIX.     07977490
           MOVE PURCHASE-ORDER-SUPPLIER-ID TO ISB-SUPPLIER-ID.          07977500
           MOVE WCC-WHSE TO ISB-WAREHOUSE-ID.                           07977510
                                                                        07977520
      ***************************************************************** 07977530
      *    CONSOLIDATE WITH STOCK ALREADY BINNED IN THE WAREHOUSE     * 07977540
      ***************************************************************** 07977550
                                                                        07977560
           MOVE +0 TO BINL-WALK-SEQUENCE.                               07977570
           MOVE +0 TO WS-NULL-IND.                                      07977580
                                                                        07977590
           EXEC SQL                                                     07977600
               SELECT  MIN(L.WALK_SEQUENCE)                             07977610
               INTO    :BINL-WALK-SEQUENCE :WS-NULL-IND                 07977620
               FROM    ITEM_SUPPLIER_BIN B,                             07977630
                       BIN_LOCATION L                                   07977640
               WHERE   B.ITEM_PREFIX      = :ISB-ITEM-PREFIX            07977650
                 AND   B.ITEM_NUMBER      = :ISB-ITEM-NUMBER            07977660
                 AND   B.SUPPLIER_PREFIX  = :ISB-SUPPLIER-PREFIX        07977670
                 AND   B.SUPPLIER_ID      = :ISB-SUPPLIER-ID            07977680
                 AND   B.WAREHOUSE_ID     = :ISB-WAREHOUSE-ID           07977690
                 AND   B.QUANTITY_ON_HAND > 0                           07977700
                 AND   L.PREFIX           = B.ITEM_PREFIX               07977710
                 AND   L.WAREHOUSE_ID     = B.WAREHOUSE_ID              07977720
                 AND   L.BIN_ID           = B.BIN_ID                    07977730
           END-EXEC.                                                    07977740
                                                                        07977750
           IF SQLCODE NOT = +0                                          07977760
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07977770
               MOVE 'PDAB23' TO WPDE-PROGRAM-ID                         07977780
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07977790
               MOVE 'SELECT ITEM_SUPPLIER_BIN' TO WPDE-FUNCTION         07977800
               MOVE 'P67000' TO WPDE-PARAGRAPH                          07977810
               PERFORM P99999-ABEND THRU P99999-EXIT                    07977820
           END-IF.                                                      07977830
                                                                        07977840
      ***************************************************************** 07977850
      *    NOT YET BINNED HERE -- THE FIRST EMPTY BIN ON THE PATH     * 07977860
      ***************************************************************** 07977870
                                                                        07977880
           IF WS-NULL-IND < ZEROES                                      07977890
               MOVE +0 TO BINL-WALK-SEQUENCE                            07977900
               MOVE +0 TO WS-NULL-IND                                   07977910
               EXEC SQL                                                 07977920
                   SELECT  MIN(L.WALK_SEQUENCE)                         07977930
                   INTO    :BINL-WALK-SEQUENCE :WS-NULL-IND             07977940
                   FROM    BIN_LOCATION L                               07977950
                   WHERE   L.PREFIX       = :ISB-ITEM-PREFIX            07977960
                     AND   L.WAREHOUSE_ID = :ISB-WAREHOUSE-ID           07977970
                     AND   NOT EXISTS                                   07977980
                          (SELECT  1                                    07977990
                           FROM    ITEM_SUPPLIER_BIN B                  07978000
                           WHERE   B.ITEM_PREFIX      = L.PREFIX        07978010
                             AND   B.WAREHOUSE_ID     = L.WAREHOUSE_ID  07978020
                             AND   B.BIN_ID           = L.BIN_ID        07978030
                             AND   B.QUANTITY_ON_HAND > 0)              07978040
               END-EXEC                                                 07978050
               IF SQLCODE NOT = +0                                      07978060
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07978070
                   MOVE 'PDAB23' TO WPDE-PROGRAM-ID                     07978080
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07978090
                   MOVE 'SELECT BIN_LOCATION' TO WPDE-FUNCTION          07978100
                   MOVE 'P67000' TO WPDE-PARAGRAPH                      07978110
                   PERFORM P99999-ABEND THRU P99999-EXIT                07978120
               END-IF                                                   07978130
           END-IF.                                                      07978140
                                                                        07978150
           IF WS-NULL-IND < ZEROES                                      07978160
               MOVE 'NO BIN' TO WS-DL-PA-BIN                            07978170
               DISPLAY WS-DL-PUTAWAY                                    07978180
               ADD +1 TO WS-PUTAWAYS-NO-BIN                             07978190
               GO TO P67000-EXIT                                        07978200
           END-IF.                                                      07978210
                                                                        07978220
      ***************************************************************** 07978230
      *    NAME THE BIN AT THAT POINT ON THE PATH                     * 07978240
      ***************************************************************** 07978250
                                                                        07978260
           MOVE ISB-ITEM-PREFIX TO BINL-PREFIX.                         07978270
           MOVE ISB-WAREHOUSE-ID TO BINL-WAREHOUSE-ID.                  07978280
                                                                        07978290
           EXEC SQL                                                     07978300
               SELECT  BIN_ID,                                          07978310
                       AISLE,                                           07978320
                       BAY,                                             07978330
                       LEVEL                                            07978340
               INTO    :BINL-BIN-ID,                                    07978350
                       :BINL-AISLE,                                     07978360
                       :BINL-BAY,                                       07978370
                       :BINL-LEVEL                                      07978380
               FROM    BIN_LOCATION                                     07978390
               WHERE   PREFIX        = :BINL-PREFIX                     07978400
                 AND   WAREHOUSE_ID  = :BINL-WAREHOUSE-ID               07978410
                 AND   WALK_SEQUENCE = :BINL-WALK-SEQUENCE              07978420
           END-EXEC.                                                    07978430
                                                                        07978440
           IF SQLCODE NOT = +0                                          07978450
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07978460
               MOVE 'PDAB23' TO WPDE-PROGRAM-ID                         07978470
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07978480
               MOVE 'SELECT BIN_LOCATION' TO WPDE-FUNCTION              07978490
               MOVE 'P67000' TO WPDE-PARAGRAPH                          07978500
               PERFORM P99999-ABEND THRU P99999-EXIT                    07978510
           END-IF.                                                      07978520
                                                                        07978530
      ***************************************************************** 07978540
      *    ADD THE QUANTITY TO THE BIN BALANCE, CREATING THE ROW THE  * 07978550
      *    FIRST TIME THE ITEM GOES INTO THE BIN                      * 07978560
      ***************************************************************** 07978570
                                                                        07978580
           MOVE BINL-BIN-ID TO ISB-BIN-ID.                              07978590
           MOVE WCN-QUANTITY TO ISB-QUANTITY-ON-HAND.                   07978600
                                                                        07978610
           EXEC SQL                                                     07978620
               UPDATE  ITEM_SUPPLIER_BIN                                07978630
               SET     QUANTITY_ON_HAND = QUANTITY_ON_HAND +            07978640
                           :ISB-QUANTITY-ON-HAND                        07978650
               WHERE   ITEM_PREFIX      = :ISB-ITEM-PREFIX              07978660
                 AND   ITEM_NUMBER      = :ISB-ITEM-NUMBER              07978670
                 AND   SUPPLIER_PREFIX  = :ISB-SUPPLIER-PREFIX          07978680
                 AND   SUPPLIER_ID      = :ISB-SUPPLIER-ID              07978690
                 AND   WAREHOUSE_ID     = :ISB-WAREHOUSE-ID             07978700
                 AND   BIN_ID           = :ISB-BIN-ID                   07978710
           END-EXEC.                                                    07978720
                                                                        07978730
           IF SQLCODE = +100                                            07978740
               EXEC SQL                                                 07978750
                   INSERT INTO ITEM_SUPPLIER_BIN                        07978760
                          (ITEM_PREFIX,                                 07978770
                           ITEM_NUMBER,                                 07978780
                           SUPPLIER_PREFIX,                             07978790
                           SUPPLIER_ID,                                 07978800
                           WAREHOUSE_ID,                                07978810
                           BIN_ID,                                      07978820
                           QUANTITY_ON_HAND)                            07978830
                   VALUES (:ISB-ITEM-PREFIX,                            07978840
                           :ISB-ITEM-NUMBER,                            07978850
                           :ISB-SUPPLIER-PREFIX,                        07978860
                           :ISB-SUPPLIER-ID,                            07978870
                           :ISB-WAREHOUSE-ID,                           07978880
                           :ISB-BIN-ID,                                 07978890
                           :ISB-QUANTITY-ON-HAND)                       07978900
               END-EXEC                                                 07978910
           END-IF.                                                      07978920
                                                                        07978930
           IF SQLCODE NOT = +0                                          07978940
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07978950
               MOVE 'PDAB23' TO WPDE-PROGRAM-ID                         07978960
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07978970
               MOVE 'POST ITEM_SUPPLIER_BIN' TO WPDE-FUNCTION           07978980
               MOVE 'P67000' TO WPDE-PARAGRAPH                          07978990
               PERFORM P99999-ABEND THRU P99999-EXIT                    07979000
           END-IF.                                                      07979010
                                                                        07979020
           MOVE BINL-BIN-ID TO WS-DL-PA-BIN.                            07979030
           MOVE BINL-AISLE TO WS-DL-PA-AISLE.                           07979040
           MOVE BINL-BAY TO WS-DL-PA-BAY.                               07979050
           MOVE BINL-LEVEL TO WS-DL-PA-LEVEL.                           07979060
           DISPLAY WS-DL-PUTAWAY.                                       07979070
                                                                        07979080
           ADD +1 TO WS-PUTAWAYS-DIRECTED.                              07979090
                                                                        07979100
       P67000-EXIT.                                                     07979110
           EXIT.                                                        07980000
           EJECT                                                        07990000
      ***************************************************************** 08000000
      *                                                               * 08010000
      *    PARAGRAPH:  P70000-RECEIVE-ASN                             * 08010010
      *                                                               * 08010020
      *    FUNCTION :  RECEIVE EVERY OPEN LINE OF THE ADVANCE SHIP    * 08010030
      *                NOTICE NAMED ON AN ASN CARD AT THE QUANTITY    * 08010040
      *                AND LOT SHIPPED                                * 08010050
      *                                                               * 08010060
      *    CALLED BY:  P10000-PROCESS-CARD                            * 08010070
      *                                                               * 08010080
      ***************************************************************** 08010090
                                                                        08010100
       P70000-RECEIVE-ASN.                                              08010110
                                                                        08010120
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                        08010130
                                   WS-ASN-CARD.                         08010140
                                                                        08010150
           IF WCC-PREFIX NOT NUMERIC                                    08010160
               MOVE 'CARD FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON        08010170
               DISPLAY WS-DL-REJECT                                     08010180
               ADD +1 TO WS-CARDS-REJECTED                              08010190
               GO TO P70000-EXIT                                        08010200
           END-IF.                                                      08010210
                                                                        08010220
           MOVE WCC-PREFIX TO WCN-PREFIX.                               08010230
                                                                        08010240
           PERFORM P72000-FIND-ASN THRU P72000-EXIT.                    08010250
                                                                        08010260
           IF NOT ASN-FOUND                                             08010270
               MOVE 'ASN NOT ON FILE' TO WS-DL-RJ-REASON                08010280
               DISPLAY WS-DL-REJECT                                     08010290
               ADD +1 TO WS-CARDS-REJECTED                              08010300
               GO TO P70000-EXIT                                        08010310
           END-IF.                                                      08010320
                                                                        08010330
      ***************************************************************** 08010340
      *    BROWSE THE ASN FROM ITS FIRST LINE, RECEIVING EACH LINE    * 08010350
      *    STILL OPEN AS IF IT HAD BEEN KEYED ON ITS OWN CARD         * 08010360
      ***************************************************************** 08010370
                                                                        08010380
           MOVE WCN-PREFIX TO ASN-PREFIX.                               08010390
           MOVE WCC-ASN-NUMBER TO ASN-NUMBER.                           08010400
           MOVE ZEROES TO ASN-PO-NUMBER                                 08010410
                          ASN-PO-LINE.                                  08010420
           MOVE LOW-VALUES TO ASN-LOT-NUMBER.                           08010430
                                                                        08010440
           START VSAM-ASN-RECEIPT                                       08010450
               KEY NOT LESS THAN ASN-RECEIPT-KEY.                       08010460
                                                                        08010470
           IF NOT ASNRECF-OK                                            08010480
               MOVE 'START EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE     08010490
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                08010500
               MOVE 'P70000' TO WPBE-PARAGRAPH                          08010510
               PERFORM P99999-ABEND THRU P99999-EXIT                    08010520
           END-IF.                                                      08010530
                                                                        08010540
           MOVE ZEROES TO WS-ASN-OPEN-LINES                             08010545
                          WS-ASN-CARD-LINES.                            08010550
           MOVE 'N' TO WS-END-OF-ASN-SW.                                08010560
           MOVE 'Y' TO WS-ASN-CONFIRMING-SW.                            08010570
                                                                        08010580
           PERFORM P71000-RECEIVE-ASN-LINE THRU P71000-EXIT             08010590
               UNTIL END-OF-ASN.                                        08010600
                                                                        08010610
           MOVE 'N' TO WS-ASN-CONFIRMING-SW.                            08010620
           MOVE WS-ASN-CARD TO WS-CONTROL-CARD.                         08010630
                                                                        08010640
           IF WS-ASN-OPEN-LINES = ZEROES                                08010650
               MOVE WS-ASN-CARD TO WS-DL-RJ-CARD                        08010660
               MOVE 'ASN ALREADY RECEIVED' TO WS-DL-RJ-REASON           08010670
               DISPLAY WS-DL-REJECT                                     08010680
               ADD +1 TO WS-CARDS-REJECTED                              08010690
               GO TO P70000-EXIT                                        08010700
           END-IF.                                                      08010710
                                                                        08010720
           MOVE WCC-ASN-NUMBER TO WS-DL-AR-ASN.                         08010730
           MOVE WS-ASN-CARD-LINES TO WS-DL-AR-LINES.                    08010740
           DISPLAY WS-DL-ASN-RECEIVED.                                  08010750
                                                                        08010760
           ADD +1 TO WS-ASNS-CONFIRMED.                                 08010770
                                                                        08010780
       P70000-EXIT.                                                     08010790
           EXIT.                                                        08010800
           EJECT                                                        08010810
      ***************************************************************** 08010820
      *                                                               * 08010830
      *    PARAGRAPH:  P71000-RECEIVE-ASN-LINE                        * 08010840
      *                                                               * 08010850
      *    FUNCTION :  READ THE NEXT LINE OF THE ASN AND, WHEN IT IS  * 08010860
      *                STILL OPEN, RECEIVE IT AND MARK IT RECEIVED    * 08010870
      *                                                               * 08010880
      *    CALLED BY:  P70000-RECEIVE-ASN                             * 08010890
      *                                                               * 08010900
      ***************************************************************** 08010910
                                                                        08010920
       P71000-RECEIVE-ASN-LINE.                                         08010930
                                                                        08010940
           READ VSAM-ASN-RECEIPT NEXT.                                  08010950
                                                                        08010960
           IF ASNRECF-END                                               08010970
               MOVE 'Y' TO WS-END-OF-ASN-SW                             08010980
               GO TO P71000-EXIT                                        08010990
           END-IF.                                                      08011000
                                                                        08011010
           IF NOT ASNRECF-OK                                            08011020
               MOVE 'READ NEXT EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE 08011030
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                08011040
               MOVE 'P71000' TO WPBE-PARAGRAPH                          08011050
               PERFORM P99999-ABEND THRU P99999-EXIT                    08011060
           END-IF.                                                      08011070
                                                                        08011080
           IF ASN-PREFIX NOT = WCN-PREFIX                               08011090
              OR ASN-NUMBER NOT = WCC-ASN-NUMBER                        08011100
               MOVE 'Y' TO WS-END-OF-ASN-SW                             08011110
               GO TO P71000-EXIT                                        08011120
           END-IF.                                                      08011130
                                                                        08011140
           IF NOT ASN-LINE-OPEN                                         08011150
               GO TO P71000-EXIT                                        08011160
           END-IF.                                                      08011170
                                                                        08011180
           ADD +1 TO WS-ASN-OPEN-LINES.                                 08011190
                                                                        08011200
      ***************************************************************** 08011210
      *    BUILD THE RECEIPT CARD FOR THE LINE FROM THE ASN CARD      * 08011220
      *    (WAREHOUSE, ASN NUMBER) AND THE ASN LINE (PO LINE,         * 08011230
      *    QUANTITY AND LOT SHIPPED)                                  * 08011240
      ***************************************************************** 08011250
                                                                        08011260
           MOVE WS-ASN-CARD TO WS-CONTROL-CARD.                         08011270
           MOVE ASN-PO-NUMBER TO WCN-PO-NUMBER.                         08011280
           MOVE WCN-PO-NUMBER TO WCC-PO-NUMBER.                         08011290
           MOVE ASN-PO-LINE TO WCN-LINE.                                08011300
           MOVE WCN-LINE TO WCC-LINE.                                   08011310
           MOVE ASN-QTY-SHIPPED TO WCN-QUANTITY.                        08011320
           MOVE WCN-QUANTITY TO WCC-QUANTITY.                           08011330
           MOVE ASN-LOT-NUMBER TO WCC-LOT-NUMBER.                       08011340
                                                                        08011350
           PERFORM P20000-VALIDATE-CARD THRU P20000-EXIT.               08011360
                                                                        08011370
           IF NOT CARD-VALID                                            08011380
               ADD +1 TO WS-CARDS-REJECTED                              08011390
               GO TO P71000-EXIT                                        08011400
           END-IF.                                                      08011410
                                                                        08011420
           PERFORM P30000-POST-RECEIPT THRU P30000-EXIT.                08011430
                                                                        08011440
           IF NOT RECEIPT-POSTED                                        08011450
               GO TO P71000-EXIT                                        08011460
           END-IF.                                                      08011470
                                                                        08011480
           ADD WCN-QUANTITY TO ASN-QTY-RECEIVED.                        08011490
           MOVE 'R' TO ASN-LINE-STATUS.                                 08011500
           MOVE WS-DATE-CCYYMMDD TO ASN-DATE-RECEIVED.                  08011510
                                                                        08011520
           REWRITE ASN-RECEIPT-RECORD.                                  08011530
                                                                        08011540
           IF NOT ASNRECF-OK                                            08011550
               MOVE 'REWRITE EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE   08011560
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                08011570
               MOVE 'P71000' TO WPBE-PARAGRAPH                          08011580
               PERFORM P99999-ABEND THRU P99999-EXIT                    08011590
           END-IF.                                                      08011600
                                                                        08011610
           ADD +1 TO WS-ASN-LINES-RECEIVED                              08011615
                     WS-ASN-CARD-LINES.                                 08011620
                                                                        08011630
       P71000-EXIT.                                                     08011640
           EXIT.                                                        08011650
           EJECT                                                        08011660
      ***************************************************************** 08011670
      *                                                               * 08011680
      *    PARAGRAPH:  P72000-FIND-ASN                                * 08011690
      *                                                               * 08011700
      *    FUNCTION :  CONFIRM THE ASN NAMED ON THE CARD IS ON THE    * 08011710
      *                EXPECTED RECEIPT FILE AND SAVE ITS SUPPLIER    * 08011720
      *                                                               * 08011730
      *    CALLED BY:  P20000-VALIDATE-CARD                           * 08011740
      *                P70000-RECEIVE-ASN                             * 08011750
      *                                                               * 08011760
      ***************************************************************** 08011770
                                                                        08011780
       P72000-FIND-ASN.                                                 08011790
                                                                        08011800
           MOVE 'N' TO WS-ASN-FOUND-SW.                                 08011810
                                                                        08011820
           MOVE WCN-PREFIX TO ASN-PREFIX.                               08011830
           MOVE WCC-ASN-NUMBER TO ASN-NUMBER.                           08011840
           MOVE ZEROES TO ASN-PO-NUMBER                                 08011850
                          ASN-PO-LINE.                                  08011860
           MOVE LOW-VALUES TO ASN-LOT-NUMBER.                           08011870
                                                                        08011880
           START VSAM-ASN-RECEIPT                                       08011890
               KEY NOT LESS THAN ASN-RECEIPT-KEY.                       08011900
                                                                        08011910
           IF ASNRECF-NOTFOUND                                          08011920
               GO TO P72000-EXIT                                        08011930
           END-IF.                                                      08011940
                                                                        08011950
           IF NOT ASNRECF-OK                                            08011960
               MOVE 'START EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE     08011970
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                08011980
               MOVE 'P72000' TO WPBE-PARAGRAPH                          08011990
               PERFORM P99999-ABEND THRU P99999-EXIT                    08012000
           END-IF.                                                      08012010
                                                                        08012020
           READ VSAM-ASN-RECEIPT NEXT.                                  08012030
                                                                        08012040
           IF ASNRECF-END                                               08012050
               GO TO P72000-EXIT                                        08012060
           END-IF.                                                      08012070
                                                                        08012080
           IF NOT ASNRECF-OK                                            08012090
               MOVE 'READ NEXT EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE 08012100
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                08012110
               MOVE 'P72000' TO WPBE-PARAGRAPH                          08012120
               PERFORM P99999-ABEND THRU P99999-EXIT                    08012130
           END-IF.                                                      08012140
                                                                        08012150
           IF ASN-PREFIX NOT = WCN-PREFIX                               08012160
              OR ASN-NUMBER NOT = WCC-ASN-NUMBER                        08012170
               GO TO P72000-EXIT                                        08012180
           END-IF.                                                      08012190
                                                                        08012200
           MOVE ASN-SUPPLIER-ID TO WS-ASN-SUPPLIER-ID.                  08012210
           MOVE 'Y' TO WS-ASN-FOUND-SW.                                 08012220
                                                                        08012230
       P72000-EXIT.                                                     08012240
           EXIT.                                                        08012250
           EJECT                                                        08012260
      ***************************************************************** 08012270
      *                                                               * 08012280
      *    PARAGRAPH:  P75000-POST-ASN-RECEIPT                        * 08012290
      *                                                               * 08012300
      *    FUNCTION :  APPLY A RECEIPT CARD NAMING AN ASN TO THE ASN  * 08012310
      *                LINE FOR ITS PO LINE AND LOT, OR ADD THE       * 08012320
      *                RECEIPT TO THE ASN AS AN UNEXPECTED LINE       * 08012330
      *                                                               * 08012340
      *    CALLED BY:  P10000-PROCESS-CARD                            * 08012350
      *                                                               * 08012360
      ***************************************************************** 08012370
                                                                        08012380
       P75000-POST-ASN-RECEIPT.                                         08012390
                                                                        08012400
           MOVE WCN-PREFIX TO ASN-PREFIX.                               08012410
           MOVE WCC-ASN-NUMBER TO ASN-NUMBER.                           08012420
           MOVE WCN-PO-NUMBER TO ASN-PO-NUMBER.                         08012430
           MOVE WCN-LINE TO ASN-PO-LINE.                                08012440
           MOVE WCC-LOT-NUMBER TO ASN-LOT-NUMBER.                       08012450
                                                                        08012460
           READ VSAM-ASN-RECEIPT.                                       08012470
                                                                        08012480
           IF ASNRECF-OK                                                08012490
               ADD WCN-QUANTITY TO ASN-QTY-RECEIVED                     08012500
               MOVE 'R' TO ASN-LINE-STATUS                              08012510
               MOVE WS-DATE-CCYYMMDD TO ASN-DATE-RECEIVED               08012520
               REWRITE ASN-RECEIPT-RECORD                               08012530
               ADD +1 TO WS-ASN-LINES-RECEIVED                          08012540
           ELSE                                                         08012550
               IF ASNRECF-NOTFOUND                                      08012560
                   MOVE SPACES TO ASN-RECEIPT-RECORD                    08012570
                   MOVE WCN-PREFIX TO ASN-PREFIX                        08012580
                   MOVE WCC-ASN-NUMBER TO ASN-NUMBER                    08012590
                   MOVE WCN-PO-NUMBER TO ASN-PO-NUMBER                  08012600
                   MOVE WCN-LINE TO ASN-PO-LINE                         08012610
                   MOVE WCC-LOT-NUMBER TO ASN-LOT-NUMBER                08012620
                   MOVE PURCHASE-ORDER-SUPPLIER-ID TO ASN-SUPPLIER-ID   08012630
                   MOVE PURCHASE-ORDER-ITEM-NUMBER TO ASN-ITEM-NUMBER   08012640
                   MOVE ZEROES TO ASN-QTY-SHIPPED                       08012650
                                  ASN-SHIP-DATE                         08012660
                                  ASN-EXPECTED-DATE                     08012670
                   MOVE WCN-QUANTITY TO ASN-QTY-RECEIVED                08012680
                   MOVE WS-DATE-CCYYMMDD TO ASN-DATE-LOADED             08012690
                                            ASN-DATE-RECEIVED           08012700
                   MOVE 'R' TO ASN-LINE-STATUS                          08012710
                   MOVE 'U' TO ASN-LINE-SOURCE                          08012720
                   MOVE 'N' TO ASN-DISC-REPORTED-SW                     08012730
                   WRITE ASN-RECEIPT-RECORD                             08012740
                   ADD +1 TO WS-ASN-UNEXPECTED                          08012750
               ELSE                                                     08012760
                   MOVE 'READ EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE  08012770
                   MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS            08012780
                   MOVE 'P75000' TO WPBE-PARAGRAPH                      08012790
                   PERFORM P99999-ABEND THRU P99999-EXIT                08012800
               END-IF                                                   08012810
           END-IF.                                                      08012820
                                                                        08012830
           IF NOT ASNRECF-OK                                            08012840
               MOVE 'WRITE EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE     08012850
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                08012860
               MOVE 'P75000' TO WPBE-PARAGRAPH                          08012870
               PERFORM P99999-ABEND THRU P99999-EXIT                    08012880
           END-IF.                                                      08012890
                                                                        08012900
       P75000-EXIT.                                                     08012910
           EXIT.                                                        08012920
           EJECT                                                        08012930
      ***************************************************************** 08012940
      *                                                               * 08012950
      *    PARAGRAPH:  P80000-POST-INSPECTIONS                        * 08012960
      *                                                               * 08012970
      *    FUNCTION :  BROWSE THE QUALITY HOLD FILE AND POST EVERY    * 08012980
      *                HOLD INSPECTED ON PDA062 SINCE THE LAST RUN    * 08012990
      *                                                               * 08013000
      *    CALLED BY:  P00000-MAINLINE                                * 08013010
      *                                                               * 08013020
      ***************************************************************** 08013030
                                                                        08013040
       P80000-POST-INSPECTIONS.                                         08013050
                                                                        08013060
           MOVE ZEROES TO QC-HOLD-PREFIX                                08013070
                          QC-HOLD-NUMBER.                               08013080
                                                                        08013090
           START VSAM-QUALITY-HOLD                                      08013100
               KEY NOT LESS THAN QUALITY-HOLD-KEY.                      08013110
                                                                        08013120
           IF QCHOLDF-NOTFOUND OR QCHOLDF-EMPTY                         08013130
               GO TO P80000-EXIT                                        08013140
           END-IF.                                                      08013150
                                                                        08013160
           IF NOT QCHOLDF-OK                                            08013170
               MOVE 'START QUALITY HOLD FAILED' TO WPBE-MESSAGE         08013180
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS                08013190
               MOVE 'P80000' TO WPBE-PARAGRAPH                          08013200
               PERFORM P99999-ABEND THRU P99999-EXIT                    08013210
           END-IF.                                                      08013220
                                                                        08013230
           MOVE 'N' TO WS-END-OF-HOLDS-SW.                              08013240
                                                                        08013250
           PERFORM P81000-POST-HOLD THRU P81000-EXIT                    08013260
               UNTIL END-OF-HOLDS.                                      08013270
                                                                        08013280
       P80000-EXIT.                                                     08013290
           EXIT.                                                        08013300
           EJECT                                                        08013310
      ***************************************************************** 08013320
      *                                                               * 08013330
      *    PARAGRAPH:  P81000-POST-HOLD                               * 08013340
      *                                                               * 08013350
      *    FUNCTION :  READ THE NEXT QUALITY HOLD AND, WHEN IT HAS    * 08013360
      *                BEEN INSPECTED, RELEASE THE PASSED QUANTITY TO * 08013370
      *                STOCK AS A RECEIPT OF ITS LOT, RAISE A DEBIT   * 08013380
      *                MEMO FOR THE REJECTED QUANTITY AND CLOSE IT.   * 08013390
      *                A HOLD WHOSE ITEM_SUPPLIER ROW IS GONE IS      * 08013400
      *                LISTED AND LEFT INSPECTED FOR THE NEXT RUN     * 08013410
      *                                                               * 08013420
      *    CALLED BY:  P80000-POST-INSPECTIONS                        * 08013430
      *                                                               * 08013440
      ***************************************************************** 08013450
                                                                        08013460
       P81000-POST-HOLD.                                                08013470
                                                                        08013480
           READ VSAM-QUALITY-HOLD NEXT.                                 08013490
                                                                        08013500
           IF QCHOLDF-END                                               08013510
               MOVE 'Y' TO WS-END-OF-HOLDS-SW                           08013520
               GO TO P81000-EXIT                                        08013530
           END-IF.                                                      08013540
                                                                        08013550
           IF NOT QCHOLDF-OK                                            08013560
               MOVE 'READ NEXT QUALITY HOLD FAILED' TO WPBE-MESSAGE     08013570
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS                08013580
               MOVE 'P81000' TO WPBE-PARAGRAPH                          08013590
               PERFORM P99999-ABEND THRU P99999-EXIT                    08013600
           END-IF.                                                      08013610
                                                                        08013620
      ***************************************************************** 08013630
      *    SKIP THE PREFIX CONTROL RECORDS AND HOLDS NOT INSPECTED    * 08013640
      ***************************************************************** 08013650
                                                                        08013660
           IF QC-HOLD-NUMBER = ZEROES                                   08013670
              OR NOT QC-HOLD-INSPECTED                                  08013680
               GO TO P81000-EXIT                                        08013690
           END-IF.                                                      08013700
                                                                        08013710
           MOVE QC-HOLD-PRE TO WS-HR-PREFIX.                            08013720
           MOVE QC-HOLD-NUMBER TO WS-HR-NUMBER.                         08013730
                                                                        08013740
      ***************************************************************** 08013750
      *    THE PURCHASE ORDER LINE GIVES THE ITEM / SUPPLIER KEYS AND * 08013760
      *    UNIT PRICE; THE LOT POSTING AND AVERAGE COST ROUTINES      * 08013770
      *    WORK FROM THE RECEIPT CARD FIELDS, SO THEY ARE SET FROM    * 08013780
      *    THE HOLD                                                   * 08013790
      ***************************************************************** 08013800
                                                                        08013810
           MOVE QC-HOLD-PREFIX TO PURCHASE-ORDER-PREFIX.                08013820
           MOVE QC-HOLD-PO-NUMBER TO PURCHASE-ORDER-NUMBER.             08013830
           MOVE QC-HOLD-PO-LINE TO PURCHASE-ORDER-LINE.                 08013840
                                                                        08013850
           READ VSAM-PURCHASE-ORDER.                                    08013860
                                                                        08013870
           IF PURCHORD-NOTFOUND                                         08013880
               MOVE WS-HOLD-REFERENCE TO WS-DL-RJ-CARD                  08013890
               MOVE 'PO LINE NOT ON FILE' TO WS-DL-RJ-REASON            08013900
               DISPLAY WS-DL-REJECT                                     08013910
               GO TO P81000-EXIT                                        08013920
           END-IF.                                                      08013930
                                                                        08013940
           IF NOT PURCHORD-OK                                           08013950
               MOVE 'READ PURCHASE ORDER FAILED' TO WPBE-MESSAGE        08013960
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               08013970
               MOVE 'P81000' TO WPBE-PARAGRAPH                          08013980
               PERFORM P99999-ABEND THRU P99999-EXIT                    08013990
           END-IF.                                                      08014000
                                                                        08014010
           MOVE SPACES TO WS-CONTROL-CARD.                              08014020
           MOVE QC-HOLD-LOT-NUMBER TO WCC-LOT-NUMBER.                   08014030
           MOVE QC-HOLD-WHSE TO WCC-WHSE.                               08014040
           MOVE QC-HOLD-PREFIX TO WCN-PREFIX.                           08014050
           MOVE QC-HOLD-PO-NUMBER TO WCN-PO-NUMBER.                     08014060
           MOVE QC-HOLD-PO-LINE TO WCN-LINE.                            08014070
           MOVE QC-HOLD-QTY-PASSED TO WCN-QUANTITY.                     08014080
           MOVE ZEROES TO WCN-EXPIRE-DATE.                              08014081
           IF QC-HOLD-EXPIRE-DATE NUMERIC                               08014082
               MOVE QC-HOLD-EXPIRE-DATE TO WCN-EXPIRE-DATE              08014083
           END-IF.                                                      08014084
                                                                        08014090
           IF QC-HOLD-QTY-PASSED > ZEROES                               08014100
               PERFORM P31000-ADD-ON-HAND THRU P31000-EXIT              08014110
               IF NOT ON-HAND-UPDATED                                   08014120
                   MOVE WS-HOLD-REFERENCE TO WS-DL-RJ-CARD              08014130
                   MOVE 'ITEM_SUPPLIER ROW NOT FOUND'                   08014140
                       TO WS-DL-RJ-REASON                               08014150
                   DISPLAY WS-DL-REJECT                                 08014160
                   GO TO P81000-EXIT                                    08014170
               END-IF                                                   08014180
               IF WCC-LOT-NUMBER > SPACES                               08014190
                   PERFORM P50000-POST-LOT THRU P50000-EXIT             08014200
               END-IF                                                   08014210
               PERFORM P60000-POST-AVERAGE-COST THRU P60000-EXIT        08014220
           END-IF.                                                      08014230
                                                                        08014240
           IF QC-HOLD-QTY-REJECTED > ZEROES                             08014250
               PERFORM P82000-RAISE-DEBIT-MEMO THRU P82000-EXIT         08014260
           END-IF.                                                      08014270
                                                                        08014280
           MOVE 'C' TO QC-HOLD-STATUS.                                  08014290
           MOVE WS-DATE-CCYYMMDD TO QC-HOLD-DATE-POSTED.                08014300
                                                                        08014310
           REWRITE QUALITY-HOLD-RECORD.                                 08014320
                                                                        08014330
           IF NOT QCHOLDF-OK                                            08014340
               MOVE 'REWRITE QUALITY HOLD FAILED' TO WPBE-MESSAGE       08014350
               MOVE WS-QCHOLD-STATUS TO WPBE-FILE-STATUS                08014360
               MOVE 'P81000' TO WPBE-PARAGRAPH                          08014370
               PERFORM P99999-ABEND THRU P99999-EXIT                    08014380
           END-IF.                                                      08014390
                                                                        08014400
           MOVE QC-HOLD-PRE TO WS-DL-RL-PREFIX.                         08014410
           MOVE QC-HOLD-NUMBER TO WS-DL-RL-NUMBER.                      08014420
           MOVE QC-HOLD-QTY-PASSED TO WS-DL-RL-PASSED.                  08014430
           MOVE QC-HOLD-QTY-REJECTED TO WS-DL-RL-REJECTED.              08014440
           MOVE QC-HOLD-DEBIT-MEMO TO WS-DL-RL-MEMO.                    08014450
           DISPLAY WS-DL-RELEASED.                                      08014460
                                                                        08014470
           IF QC-HOLD-QTY-PASSED > ZEROES                               08014471
               PERFORM P67000-DIRECT-PUTAWAY THRU P67000-EXIT           08014472
           END-IF.                                                      08014473
                                                                        08014474
           ADD +1 TO WS-HOLDS-RELEASED.                                 08014480
           ADD QC-HOLD-QTY-PASSED TO WS-TOTAL-RELEASED.                 08014490
           ADD QC-HOLD-QTY-REJECTED TO WS-TOTAL-REJECTED.               08014500
                                                                        08014510
       P81000-EXIT.                                                     08014520
           EXIT.                                                        08014530
           EJECT                                                        08014540
      ***************************************************************** 08014550
      *                                                               * 08014560
      *    PARAGRAPH:  P82000-RAISE-DEBIT-MEMO                        * 08014570
      *                                                               * 08014580
      *    FUNCTION :  ASSIGN THE NEXT DEBIT MEMO NUMBER FROM THE     * 08014590
      *                PREFIX CONTROL RECORD -- THE SAME NUMBERING    * 08014600
      *                PDAB75 USES -- AND RAISE THE MEMO FOR THE      * 08014610
      *                QUANTITY REJECTED AT INSPECTION, PRICED AT     * 08014620
      *                THE PURCHASE ORDER UNIT PRICE.  PDAB75 TRACKS  * 08014630
      *                IT ON THE OPEN-RTV REPORT UNTIL COLLECTED      * 08014640
      *                                                               * 08014650
      *    CALLED BY:  P81000-POST-HOLD                               * 08014660
      *                                                               * 08014670
      ***************************************************************** 08014680
                                                                        08014690
       P82000-RAISE-DEBIT-MEMO.                                         08014700
                                                                        08014710
           MOVE QC-HOLD-PRE TO DEBIT-MEMO-PRE.                          08014720
           MOVE ZEROES TO DEBIT-MEMO-NUMBER.                            08014730
                                                                        08014740
           READ VSAM-DEBIT-MEMO.                                        08014750
                                                                        08014760
           IF MEMOF-NOTFOUND OR MEMOF-EMPTY                             08014770
               MOVE SPACES TO DEBIT-MEMO-RECORD                         08014780
               MOVE QC-HOLD-PRE TO DEBIT-MEMO-PRE                       08014790
               MOVE ZEROES TO DEBIT-MEMO-NUMBER                         08014800
               MOVE ZEROES TO DEBIT-MEMO-ORDER-NUMBER                   08014810
               MOVE ZEROES TO DEBIT-MEMO-ITEM-SEQUENCE                  08014820
               MOVE ZEROES TO DEBIT-MEMO-QUANTITY                       08014830
               MOVE ZEROES TO DEBIT-MEMO-AMOUNT                         08014840
               MOVE ZEROES TO DEBIT-MEMO-DATE                           08014850
               WRITE DEBIT-MEMO-RECORD                                  08014860
               READ VSAM-DEBIT-MEMO                                     08014870
           END-IF.                                                      08014880
                                                                        08014890
           IF NOT MEMOF-OK                                              08014900
               MOVE 'READ MEMO CONTROL FAILED' TO WPBE-MESSAGE          08014910
               MOVE WS-MEMO-STATUS TO WPBE-FILE-STATUS                  08014920
               MOVE 'P82000' TO WPBE-PARAGRAPH                          08014930
               PERFORM P99999-ABEND THRU P99999-EXIT                    08014940
           END-IF.                                                      08014950
                                                                        08014960
           ADD 1 TO DEBIT-MEMO-ORDER-NUMBER.                            08014970
           MOVE DEBIT-MEMO-ORDER-NUMBER TO WS-NEXT-MEMO-NUMBER.         08014980
                                                                        08014990
           REWRITE DEBIT-MEMO-RECORD.                                   08015000
                                                                        08015010
           IF NOT MEMOF-OK                                              08015020
               MOVE 'REWRITE MEMO CONTROL FAILED' TO WPBE-MESSAGE       08015030
               MOVE WS-MEMO-STATUS TO WPBE-FILE-STATUS                  08015040
               MOVE 'P82000' TO WPBE-PARAGRAPH                          08015050
               PERFORM P99999-ABEND THRU P99999-EXIT                    08015060
           END-IF.                                                      08015070
                                                                        08015080
           COMPUTE WS-REJECT-AMOUNT ROUNDED =                           08015090
               QC-HOLD-QTY-REJECTED * PURCHASE-ORDER-UNIT-PRICE.        08015100
                                                                        08015110
           MOVE SPACES TO DEBIT-MEMO-RECORD.                            08015120
           MOVE QC-HOLD-PRE TO DEBIT-MEMO-PRE.                          08015130
           MOVE WS-NEXT-MEMO-NUMBER TO DEBIT-MEMO-NUMBER.               08015140
           MOVE QC-HOLD-SUPPLIER-ID TO DEBIT-MEMO-SUPPLIER-ID.          08015150
           MOVE QC-HOLD-PO-NUMBER TO DEBIT-MEMO-ORDER-NUMBER.           08015160
           MOVE QC-HOLD-PO-LINE TO DEBIT-MEMO-ITEM-SEQUENCE.            08015170
           MOVE QC-HOLD-QTY-REJECTED TO DEBIT-MEMO-QUANTITY.            08015180
           MOVE WS-REJECT-AMOUNT TO DEBIT-MEMO-AMOUNT.                  08015190
           MOVE WS-DATE-CCYYMMDD TO DEBIT-MEMO-DATE.                    08015200
           MOVE 'O' TO DEBIT-MEMO-STATUS.                               08015210
           MOVE 'I' TO DEBIT-MEMO-SOURCE.                               08015220
                                                                        08015230
           WRITE DEBIT-MEMO-RECORD.                                     08015240
                                                                        08015250
           IF NOT MEMOF-OK                                              08015260
               MOVE 'WRITE DEBIT MEMO FAILED' TO WPBE-MESSAGE           08015270
               MOVE WS-MEMO-STATUS TO WPBE-FILE-STATUS                  08015280
               MOVE 'P82000' TO WPBE-PARAGRAPH                          08015290
               PERFORM P99999-ABEND THRU P99999-EXIT                    08015300
           END-IF.                                                      08015310
                                                                        08015320
           MOVE WS-NEXT-MEMO-NUMBER TO QC-HOLD-DEBIT-MEMO.              08015330
                                                                        08015340
           ADD +1 TO WS-MEMOS-RAISED.                                   08015350
                                                                        08015360
       P82000-EXIT.                                                     08015370
           EXIT.                                                        08015380
           EJECT                                                        08015390
      ***************************************************************** 08015400
      *                                                               * 08015410
      *    PARAGRAPH:  P99999-ABEND                                   * 08020000
      *                                                               * 08030000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 08040000
