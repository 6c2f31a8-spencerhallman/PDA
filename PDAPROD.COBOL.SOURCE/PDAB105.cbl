       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB105.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB105                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB105 IS THE LANDED COST ALLOCATION     * 00100000
      *             BATCH PROGRAM.  PURCHASE RECEIVING (PDAB23)       * 00110000
      *             ROLLS ONLY THE SUPPLIER'S PO UNIT PRICE INTO THE  * 00120000
      *             AVERAGE COST; THIS PROGRAM ADDS THE INBOUND       * 00130000
      *             FREIGHT, DUTY AND BROKERAGE BILLED SEPARATELY.    * 00140000
      *             EACH CHARGE CARD NAMES A PURCHASE ORDER (AND,     * 00150000
      *             WHEN THE BILL COVERS ONE SHIPMENT, ITS ASN        * 00160000
      *             NUMBER), THE CHARGE TYPE, THE SPREAD BASIS, THE   * 00170000
      *             AMOUNT AND THE FREIGHT BILL OR DUTY ENTRY         * 00180000
      *             REFERENCE.  THE AMOUNT IS SPREAD OVER THE         * 00190000
      *             RECEIVED LINES OF THE PURCHASE ORDER (OR THE      * 00200000
      *             LINES RECEIVED ON THE ASN) IN PROPORTION TO       * 00210000
      *             THEIR RECEIVED VALUE, WEIGHT (ITEM                * 00220000
      *             WEIGHT_PER_UNIT) OR QUANTITY -- THE LAST LINE     * 00230000
      *             TAKES THE ROUNDING.  EACH LINE'S SHARE IS ADDED   * 00240000
      *             TO THE ITEM / SUPPLIER ROLLING AVERAGE COST       * 00250000
      *             (VITEMCST) OVER ITS CURRENT QUANTITY BASIS, AND   * 00260000
      *             THE CHARGE AND ITS SHARES ARE RECORDED ON THE     * 00270000
      *             LANDED COST FILE (VLANDCST).  A LANDED COST       * 00280000
      *             REPORT THEN LISTS, FOR EVERY PURCHASE ORDER       * 00290000
      *             CHARGED IN THE RUN, EACH LANDED CHARGE ON FILE    * 00300000
      *             AND PER RECEIVED LINE THE BASE UNIT COST, THE     * 00310000
      *             FREIGHT, DUTY AND BROKERAGE PER UNIT AND THE      * 00320000
      *             RESULTING LANDED UNIT COST.                       * 00330000
      *                                                               * 00340000
      *             CONTROL CARD LAYOUT (ONE CHARGE PER CARD):        * 00350000
      *               COL  1- 5   PREFIX            (NUMERIC)         * 00360000
      *               COL  7-15   PURCHASE ORDER NO (NUMERIC)         * 00370000
      *               COL 17      CHARGE TYPE  F FREIGHT, D DUTY,     * 00380000
      *                                        B BROKERAGE            * 00390000
      *               COL 19      SPREAD BASIS V VALUE, W WEIGHT,     * 00400000
      *                                        Q QUANTITY             * 00410000
      *               COL 21-31   AMOUNT (NUMERIC, 2 IMPLIED          * 00420000
      *                           DECIMALS)                           * 00430000
      *               COL 33-52   FREIGHT BILL / DUTY ENTRY REFERENCE * 00440000
      *               COL 54-68   ASN NUMBER        (OPTIONAL)        * 00450000
      *                                                               * 00460000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00470000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (INPUT)      * 00480000
      *             EXPECTED RECEIPTS    -  VSAM KSDS    (INPUT)      * 00490000
      *             LANDED COST FILE     -  VSAM KSDS    (UPDATE)     * 00500000
      *             ITEM COST FILE       -  VSAM KSDS    (UPDATE)     * 00510000
      *             ITEM                 -  DB2          (READ-ONLY)  * 00520000
      *                                                               * 00530000
      ***************************************************************** 00540000
      *             PROGRAM CHANGE LOG                                * 00550000
      *             -------------------                               * 00560000
      *                                                               * 00570000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00580000
      *  --------   --------------------  --------------------------  * 00590000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00600000
      *                                                               * 00610000
      ***************************************************************** 00620000
           EJECT                                                        00630000
       ENVIRONMENT DIVISION.                                            00640000
                                                                        00650000
       INPUT-OUTPUT SECTION.                                            00660000
                                                                        00670000
       FILE-CONTROL.                                                    00680000
                                                                        00690000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00700000
                                                                        00710000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00720000
                                       ORGANIZATION IS INDEXED          00730000
                                       ACCESS IS DYNAMIC                00740000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00750000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00760000
                                                                        00770000
           SELECT VSAM-ASN-RECEIPT     ASSIGN TO VASNREC                00780000
                                       ORGANIZATION IS INDEXED          00790000
                                       ACCESS IS DYNAMIC                00800000
                                       RECORD KEY IS ASN-RECEIPT-KEY    00810000
                                       FILE STATUS IS WS-ASNREC-STATUS. 00820000
                                                                        00830000
           SELECT VSAM-LANDED-COST     ASSIGN TO VLANDCST               00840000
                                       ORGANIZATION IS INDEXED          00850000
                                       ACCESS IS DYNAMIC                00860000
                                       RECORD KEY IS LANDED-COST-KEY    00870000
                                       FILE STATUS IS WS-LANDCST-STATUS.00880000
                                                                        00890000
           SELECT VSAM-ITEM-COST       ASSIGN TO VITEMCST               00900000
                                       ORGANIZATION IS INDEXED          00910000
                                       ACCESS IS RANDOM                 00920000
                                       RECORD KEY IS ITEM-COST-KEY      00930000
                                       FILE STATUS IS WS-ITMCST-STATUS. 00940000
           EJECT                                                        00950000
       DATA DIVISION.                                                   00960000
                                                                        00970000
       FILE SECTION.                                                    00980000
                                                                        00990000
       FD  CONTROL-CARD                                                 01000000
           LABEL RECORDS ARE STANDARD                                   01010000
           RECORDING MODE IS F                                          01020000
           RECORD CONTAINS 80 CHARACTERS                                01030000
           BLOCK CONTAINS 27920 CHARACTERS.                             01040000
                                                                        01050000
       01  CONTROL-CARD-REC            PIC X(80).                       01060000
                                                                        01070000
       FD  VSAM-PURCHASE-ORDER                                          01080000
           RECORD CONTAINS 200 CHARACTERS.                              01090000
                                                                        01100000
           COPY VPURCHOR.                                               01110000
                                                                        01120000
       FD  VSAM-ASN-RECEIPT                                             01130000
           RECORD CONTAINS 160 CHARACTERS.                              01140000
                                                                        01150000
           COPY VASNREC.                                                01160000
                                                                        01170000
       FD  VSAM-LANDED-COST                                             01180000
           RECORD CONTAINS 100 CHARACTERS.                              01190000
                                                                        01200000
           COPY VLANDCST.                                               01210000
                                                                        01220000
       FD  VSAM-ITEM-COST                                               01230000
           RECORD CONTAINS 96 CHARACTERS.                               01240000
                                                                        01250000
           COPY VITEMCST.                                               01260000
           EJECT                                                        01270000
       WORKING-STORAGE SECTION.                                         01280000
                                                                        01290000
      ***************************************************************** 01300000
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       * 01310000
      ***************************************************************** 01320000
       77  WS-SUB                      PIC S9(4) COMP VALUE +0.         01330000
       77  WS-RPT-SUB                  PIC S9(4) COMP VALUE +0.         01340000
       77  WS-RL-SUB                   PIC S9(4) COMP VALUE +0.         01350000
       77  WS-LINE-MAX                 PIC S9(4) COMP VALUE +200.       01360000
       77  WS-RPT-PO-MAX               PIC S9(4) COMP VALUE +500.       01370000
                                                                        01380000
      ***************************************************************** 01390000
      *    SWITCHES                                                   * 01400000
      ***************************************************************** 01410000
                                                                        01420000
       01  WS-SWITCHES.                                                 01430000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01440000
               88  END-OF-PROCESS                VALUE 'Y'.             01450000
           05  WS-END-OF-PO-SW         PIC X     VALUE 'N'.             01460000
               88  END-OF-PO                     VALUE 'Y'.             01470000
           05  WS-END-OF-ASN-SW        PIC X     VALUE 'N'.             01480000
               88  END-OF-ASN                    VALUE 'Y'.             01490000
           05  WS-END-OF-CHARGES-SW    PIC X     VALUE 'N'.             01500000
               88  END-OF-CHARGES                VALUE 'Y'.             01510000
           05  WS-LINE-TABLE-FULL-SW   PIC X     VALUE 'N'.             01520000
               88  LINE-TABLE-FULL               VALUE 'Y'.             01530000
           05  WS-FOUND-SW             PIC X     VALUE 'N'.             01540000
               88  ENTRY-FOUND                   VALUE 'Y'.             01550000
           EJECT                                                        01560000
      ***************************************************************** 01570000
      *    MISCELLANEOUS WORK FIELDS                                  * 01580000
      ***************************************************************** 01590000
                                                                        01600000
       01  WS-MISCELLANEOUS-FIELDS.                                     01610000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01620000
               88  PURCHORF-OK                   VALUE '  ' '00'.       01630000
               88  PURCHORF-NOTFOUND             VALUE '23'.            01640000
               88  PURCHORF-EMPTY                VALUE '47' '35'.       01650000
               88  PURCHORF-END                  VALUE '10'.            01660000
           03  WS-ASNREC-STATUS        PIC XX    VALUE SPACES.          01670000
               88  ASNRECF-OK                    VALUE '  ' '00'.       01680000
               88  ASNRECF-NOTFOUND              VALUE '23'.            01690000
               88  ASNRECF-EMPTY                 VALUE '47' '35'.       01700000
               88  ASNRECF-END                   VALUE '10'.            01710000
           03  WS-LANDCST-STATUS       PIC XX    VALUE SPACES.          01720000
               88  LANDCSTF-OK                   VALUE '  ' '00'.       01730000
               88  LANDCSTF-NOTFOUND             VALUE '23'.            01740000
               88  LANDCSTF-EMPTY                VALUE '47' '35'.       01750000
               88  LANDCSTF-END                  VALUE '10'.            01760000
           03  WS-ITMCST-STATUS        PIC XX    VALUE SPACES.          01770000
               88  ITMCSTF-OK                    VALUE '  ' '00'.       01780000
               88  ITMCSTF-NOTFOUND              VALUE '23'.            01790000
               88  ITMCSTF-EMPTY                 VALUE '47' '35'.       01800000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01810000
           03  WS-CHARGES-POSTED       PIC S9(7) VALUE +0       COMP-3. 01820000
           03  WS-LINES-CHARGED        PIC S9(7) VALUE +0       COMP-3. 01830000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01840000
           03  WS-LINE-COUNT           PIC S9(4) VALUE +0       COMP.   01850000
           03  WS-RPT-PO-COUNT         PIC S9(4) VALUE +0       COMP.   01860000
           03  WS-RL-COUNT             PIC S9(4) VALUE +0       COMP.   01870000
           03  WS-CHARGE-SEQ           PIC 9(3)  VALUE ZEROES.          01880000
           03  WS-LINE-QTY             PIC S9(9) VALUE +0       COMP-3. 01890000
           03  WS-TOTAL-BASIS          PIC S9(13)V99                    01900000
                                                 VALUE +0       COMP-3. 01910000
           03  WS-AMOUNT-SPREAD        PIC S9(9)V99                     01920000
                                                 VALUE +0       COMP-3. 01930000
           03  WS-SHARE                PIC S9(9)V99                     01940000
                                                 VALUE +0       COMP-3. 01950000
           03  WS-PER-UNIT             PIC S9(7)V9(4)                   01960000
                                                 VALUE +0       COMP-3. 01970000
           03  WS-LANDED-UNIT-COST     PIC S9(8)V99                     01980000
                                                 VALUE +0       COMP-3. 01990000
           03  WS-COST-EXTENSION       PIC S9(13)V99                    02000000
                                                 VALUE +0       COMP-3. 02010000
           03  WS-DATE.                                                 02020000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          02030000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          02040000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          02050000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       02060000
                                       PIC 9(8).                        02070000
           EJECT                                                        02080000
      ***************************************************************** 02090000
      *    CONTROL CARD AREAS                                         * 02100000
      ***************************************************************** 02110000
                                                                        02120000
       01  WS-CONTROL-CARD.                                             02130000
           03  WCC-PREFIX              PIC X(5).                        02140000
           03  FILLER                  PIC X(1).                        02150000
           03  WCC-PO-NUMBER           PIC X(9).                        02160000
           03  FILLER                  PIC X(1).                        02170000
           03  WCC-CHARGE-TYPE         PIC X(1).                        02180000
               88  WCC-TYPE-VALID                VALUE 'F' 'D' 'B'.     02190000
           03  FILLER                  PIC X(1).                        02200000
           03  WCC-BASIS               PIC X(1).                        02210000
               88  WCC-BASIS-VALID               VALUE 'V' 'W' 'Q'.     02220000
               88  WCC-BY-VALUE                  VALUE 'V'.             02230000
               88  WCC-BY-WEIGHT                 VALUE 'W'.             02240000
           03  FILLER                  PIC X(1).                        02250000
           03  WCC-AMOUNT              PIC X(11).                       02260000
           03  WCC-AMOUNT-NUM REDEFINES WCC-AMOUNT                      02270000
                                       PIC 9(9)V99.                     02280000
           03  FILLER                  PIC X(1).                        02290000
           03  WCC-REFERENCE           PIC X(20).                       02300000
           03  FILLER                  PIC X(1).                        02310000
           03  WCC-ASN-NUMBER          PIC X(15).                       02320000
           03  FILLER                  PIC X(12).                       02330000
                                                                        02340000
       01  WS-CONTROL-CARD-NUM.                                         02350000
           03  WCN-PREFIX              PIC 9(5)  VALUE ZEROES.          02360000
           03  WCN-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          02370000
           03  WCN-AMOUNT              PIC S9(9)V99                     02380000
                                                 VALUE +0       COMP-3. 02390000
           EJECT                                                        02400000
      ***************************************************************** 02410000
      *    RECEIVED LINES OF THE PURCHASE ORDER BEING CHARGED         * 02420000
      ***************************************************************** 02430000
                                                                        02440000
       01  WS-LINE-TABLE.                                               02450000
           05  WS-LT-ENTRY             OCCURS 200 TIMES.                02460000
               10  WS-LT-PO-LINE       PIC 9(5).                        02470000
               10  WS-LT-ITEM-NUMBER   PIC X(32).                       02480000
               10  WS-LT-SUPPLIER-ID   PIC X(32).                       02490000
               10  WS-LT-QTY           PIC S9(9)            COMP-3.     02500000
               10  WS-LT-UNIT-PRICE    PIC S9(8)V99         COMP-3.     02510000
               10  WS-LT-BASIS         PIC S9(13)V99        COMP-3.     02520000
                                                                        02530000
      ***************************************************************** 02540000
      *    PURCHASE ORDERS CHARGED IN THIS RUN (FOR THE REPORT)       * 02550000
      ***************************************************************** 02560000
                                                                        02570000
       01  WS-RPT-PO-TABLE.                                             02580000
           05  WS-RP-ENTRY             OCCURS 500 TIMES.                02590000
               10  WS-RP-PREFIX        PIC 9(5).                        02600000
               10  WS-RP-PO-NUMBER     PIC 9(9).                        02610000
                                                                        02620000
      ***************************************************************** 02630000
      *    LANDED CHARGES PER UNIT BY LINE FOR THE REPORTED ORDER     * 02640000
      ***************************************************************** 02650000
                                                                        02660000
       01  WS-RPT-LINE-TABLE.                                           02670000
           05  WS-RL-ENTRY             OCCURS 200 TIMES.                02680000
               10  WS-RL-PO-LINE       PIC 9(5).                        02690000
               10  WS-RL-FREIGHT       PIC S9(7)V9(4)       COMP-3.     02700000
               10  WS-RL-DUTY          PIC S9(7)V9(4)       COMP-3.     02710000
               10  WS-RL-BROKERAGE     PIC S9(7)V9(4)       COMP-3.     02720000
           EJECT                                                        02730000
      ***************************************************************** 02740000
      *    DISPLAY AREA                                               * 02750000
      ***************************************************************** 02760000
                                                                        02770000
       01  WS-DISPLAY-LINES.                                            02780000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02790000
           03  WS-DL-BLANK.                                             02800000
               05  FILLER         PIC X(01) VALUE '*'.                  02810000
               05  FILLER         PIC X(78) VALUE SPACES.               02820000
               05  FILLER         PIC X(01) VALUE '*'.                  02830000
           03  WS-DL-LINE.                                              02840000
               05  FILLER         PIC X(01) VALUE '*'.                  02850000
               05  WS-DL-LINE-TEXT                                      02860000
                                  PIC X(78) VALUE SPACES.               02870000
               05  FILLER         PIC X(01) VALUE '*'.                  02880000
           03  WS-DL-RUN-DATE.                                          02890000
               05  FILLER         PIC X(01) VALUE '*'.                  02900000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               02910000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               02920000
               05  FILLER         PIC X(01) VALUE '/'.                  02930000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               02940000
               05  FILLER         PIC X(01) VALUE '/'.                  02950000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               02960000
               05  FILLER         PIC X(56) VALUE SPACES.               02970000
               05  FILLER         PIC X(01) VALUE '*'.                  02980000
           03  WS-DL-TOTAL.                                             02990000
               05  FILLER         PIC X(01) VALUE '*'.                  03000000
               05  FILLER         PIC X(45) VALUE SPACES.               03010000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          03020000
               05  FILLER         PIC X(3)  VALUE ' - '.                03030000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               03040000
               05  FILLER         PIC X(01) VALUE '*'.                  03050000
           EJECT                                                        03060000
      ***************************************************************** 03070000
      *    CHARGE REGISTER AND LANDED COST REPORT LINES               * 03080000
      ***************************************************************** 03090000
                                                                        03100000
       01  WS-DL-REJECT.                                                03110000
           03  FILLER                  PIC X(01) VALUE '*'.             03120000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   03130000
           03  WS-DL-RJ-CARD           PIC X(31) VALUE SPACES.          03140000
           03  FILLER                  PIC X(03) VALUE ' - '.           03150000
           03  WS-DL-RJ-REASON         PIC X(31) VALUE SPACES.          03160000
           03  FILLER                  PIC X(01) VALUE '*'.             03170000
                                                                        03180000
       01  WS-DL-PO.                                                    03190000
           03  FILLER                  PIC X(01) VALUE '*'.             03200000
           03  FILLER                  PIC X(17)                        03210000
                   VALUE '  PURCHASE ORDER '.                           03220000
           03  WS-DL-PO-NUMBER         PIC 9(09) VALUE ZEROES.          03230000
           03  FILLER                  PIC X(11)                        03240000
                   VALUE '  SUPPLIER '.                                 03250000
           03  WS-DL-PO-SUPPLIER       PIC X(32) VALUE SPACES.          03260000
           03  FILLER                  PIC X(09) VALUE SPACES.          03270000
           03  FILLER                  PIC X(01) VALUE '*'.             03280000
                                                                        03290000
       01  WS-DL-CHARGE.                                                03300000
           03  FILLER                  PIC X(01) VALUE '*'.             03310000
           03  WS-DL-CH-ACTION         PIC X(11) VALUE SPACES.          03320000
           03  WS-DL-CH-SEQ            PIC 9(03) VALUE ZEROES.          03330000
           03  FILLER                  PIC X(01) VALUE SPACES.          03340000
           03  WS-DL-CH-TYPE           PIC X(10) VALUE SPACES.          03350000
           03  FILLER                  PIC X(04) VALUE ' BY '.          03360000
           03  WS-DL-CH-BASIS          PIC X(08) VALUE SPACES.          03370000
           03  FILLER                  PIC X(05) VALUE ' REF '.         03380000
           03  WS-DL-CH-REFERENCE      PIC X(20) VALUE SPACES.          03390000
           03  FILLER                  PIC X(01) VALUE SPACES.          03400000
           03  WS-DL-CH-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.               03410000
           03  FILLER                  PIC X(02) VALUE SPACES.          03420000
           03  FILLER                  PIC X(01) VALUE '*'.             03430000
                                                                        03440000
       01  WS-DL-CHARGE-ASN.                                            03450000
           03  FILLER                  PIC X(01) VALUE '*'.             03460000
           03  FILLER                  PIC X(23)                        03470000
                   VALUE '               FOR ASN '.                     03480000
           03  WS-DL-CA-ASN-NUMBER     PIC X(15) VALUE SPACES.          03490000
           03  FILLER                  PIC X(40) VALUE SPACES.          03500000
           03  FILLER                  PIC X(01) VALUE '*'.             03510000
                                                                        03520000
       01  WS-DL-LC-HEADING.                                            03530000
           03  FILLER                  PIC X(01) VALUE '*'.             03540000
           03  FILLER                  PIC X(39)                        03550000
                   VALUE '  LINE ITEM           QTY  BASE/UNIT  '.      03560000
           03  FILLER                  PIC X(39)                        03570000
                   VALUE 'FRT/UNIT DUTY/UNIT BRKG/UNIT LANDED/UNT'.     03580000
           03  FILLER                  PIC X(01) VALUE '*'.             03590000
                                                                        03600000
       01  WS-DL-LC-LINE.                                               03610000
           03  FILLER                  PIC X(01) VALUE '*'.             03620000
           03  FILLER                  PIC X(01) VALUE SPACES.          03630000
           03  WS-DL-LC-PO-LINE        PIC ZZZZ9.                       03640000
           03  FILLER                  PIC X(01) VALUE SPACES.          03650000
           03  WS-DL-LC-ITEM           PIC X(10) VALUE SPACES.          03660000
           03  FILLER                  PIC X(01) VALUE SPACES.          03670000
           03  WS-DL-LC-QTY            PIC ZZZ,ZZ9.                     03680000
           03  FILLER                  PIC X(01) VALUE SPACES.          03690000
           03  WS-DL-LC-BASE           PIC ZZZ,ZZ9.99.                  03700000
           03  FILLER                  PIC X(01) VALUE SPACES.          03710000
           03  WS-DL-LC-FREIGHT        PIC ZZ,ZZ9.99.                   03720000
           03  FILLER                  PIC X(01) VALUE SPACES.          03730000
           03  WS-DL-LC-DUTY           PIC ZZ,ZZ9.99.                   03740000
           03  FILLER                  PIC X(01) VALUE SPACES.          03750000
           03  WS-DL-LC-BROKERAGE      PIC ZZ,ZZ9.99.                   03760000
           03  FILLER                  PIC X(01) VALUE SPACES.          03770000
           03  WS-DL-LC-LANDED         PIC ZZZ,ZZ9.99.                  03780000
           03  FILLER                  PIC X(01) VALUE SPACES.          03790000
           03  FILLER                  PIC X(01) VALUE '*'.             03800000
           EJECT                                                        03810000
      ***************************************************************** 03820000
      *    DB2  DEFINITIONS                                           * 03830000
      ***************************************************************** 03840000
                                                                        03850000
      ***************************************************************** 03860000
      *         SQL COMMUNICATIONS AREA                               * 03870000
      ***************************************************************** 03880000
                                                                        03890000
           EXEC SQL                                                     03900000
              INCLUDE SQLCA                                             03910000
           END-EXEC.                                                    03920000
           EJECT                                                        03930000
           EXEC SQL                                                     03940000
              INCLUDE DITEM                                             03950000
           END-EXEC.                                                    03960000
           EJECT                                                        03970000
      ***************************************************************** 03980000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03990000
      ***************************************************************** 04000000
                                                                        04010000
           COPY PDAERRWS.                                               04020000
                                                                        04030000
       01  WS-PDA-BATCH-ERROR-01.                                       04040000
           05  FILLER             PIC X     VALUE SPACES.               04050000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             04060000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          04070000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB105'.            04080000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      04090000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04100000
                                                                        04110000
       01  WS-PDA-BATCH-ERROR-02.                                       04120000
           05  FILLER             PIC X(8)  VALUE SPACES.               04130000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04140000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04150000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04160000
           EJECT                                                        04170000
      ***************************************************************** 04180000
      *    P R O C E D U R E    D I V I S I O N                       * 04190000
      ***************************************************************** 04200000
                                                                        04210000
       PROCEDURE DIVISION.                                              04220000
                                                                        04230000
      ***************************************************************** 04240000
      *                                                               * 04250000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04260000
      *                                                               * 04270000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, POST EVERY     * 04280000
      *                CHARGE CARD, PRINT THE LANDED COST REPORT AND  * 04290000
      *                THE ENDING COUNTS                              * 04300000
      *                                                               * 04310000
      *    CALLED BY:  NONE                                           * 04320000
      *                                                               * 04330000
      ***************************************************************** 04340000
                                                                        04350000
       P00000-MAINLINE.                                                 04360000
                                                                        04370000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04380000
                                                                        04390000
           DISPLAY ' '.                                                 04400000
           DISPLAY WS-DL-ASTERISK.                                      04410000
           DISPLAY WS-DL-BLANK.                                         04420000
           MOVE '  PDAB105 - LANDED COST ALLOCATION'                    04430000
               TO WS-DL-LINE-TEXT.                                      04440000
           DISPLAY WS-DL-LINE.                                          04450000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      04460000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        04470000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            04480000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          04490000
           DISPLAY WS-DL-RUN-DATE.                                      04500000
           DISPLAY WS-DL-BLANK.                                         04510000
           DISPLAY WS-DL-ASTERISK.                                      04520000
           DISPLAY ' '.                                                 04530000
                                                                        04540000
           OPEN INPUT CONTROL-CARD.                                     04550000
                                                                        04560000
           OPEN INPUT VSAM-PURCHASE-ORDER.                              04570000
                                                                        04580000
           IF NOT PURCHORF-OK                                           04590000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   04600000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               04610000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04620000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04630000
           END-IF.                                                      04640000
                                                                        04650000
           OPEN INPUT VSAM-ASN-RECEIPT.                                 04660000
                                                                        04670000
           IF NOT ASNRECF-OK AND NOT ASNRECF-EMPTY                      04680000
               MOVE 'OPEN EXPECTED RECEIPT FILE FAILED' TO WPBE-MESSAGE 04690000
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                04700000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04710000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04720000
           END-IF.                                                      04730000
                                                                        04740000
           OPEN I-O VSAM-LANDED-COST.                                   04750000
                                                                        04760000
           IF NOT LANDCSTF-OK AND NOT LANDCSTF-EMPTY                    04770000
               MOVE 'OPEN LANDED COST FILE FAILED' TO WPBE-MESSAGE      04780000
               MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS               04790000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04800000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04810000
           END-IF.                                                      04820000
                                                                        04830000
           OPEN I-O VSAM-ITEM-COST.                                     04840000
                                                                        04850000
           IF NOT ITMCSTF-OK AND NOT ITMCSTF-EMPTY                      04860000
               MOVE 'OPEN ITEM COST FILE FAILED' TO WPBE-MESSAGE        04870000
               MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS                04880000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04890000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04900000
           END-IF.                                                      04910000
                                                                        04920000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 04930000
               UNTIL END-OF-PROCESS.                                    04940000
                                                                        04950000
           CLOSE CONTROL-CARD.                                          04960000
                                                                        04970000
           DISPLAY ' '.                                                 04980000
           DISPLAY WS-DL-ASTERISK.                                      04990000
                                                                        05000000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  05010000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           05020000
           DISPLAY WS-DL-TOTAL.                                         05030000
                                                                        05040000
           MOVE 'CHARGES POSTED' TO WS-DL-T-TITLE.                      05050000
           MOVE WS-CHARGES-POSTED TO WS-DL-T-CNT.                       05060000
           DISPLAY WS-DL-TOTAL.                                         05070000
                                                                        05080000
           MOVE 'LINE SHARES POSTED' TO WS-DL-T-TITLE.                  05090000
           MOVE WS-LINES-CHARGED TO WS-DL-T-CNT.                        05100000
           DISPLAY WS-DL-TOTAL.                                         05110000
                                                                        05120000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      05130000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       05140000
           DISPLAY WS-DL-TOTAL.                                         05150000
                                                                        05160000
           DISPLAY WS-DL-ASTERISK.                                      05170000
           DISPLAY ' '.                                                 05180000
                                                                        05190000
           PERFORM P80000-LANDED-COST-REPORT THRU P80000-EXIT.          05200000
                                                                        05210000
           CLOSE VSAM-PURCHASE-ORDER                                    05220000
                 VSAM-ASN-RECEIPT                                       05230000
                 VSAM-LANDED-COST                                       05240000
                 VSAM-ITEM-COST.                                        05250000
                                                                        05260000
           MOVE ZEROES TO RETURN-CODE.                                  05270000
                                                                        05280000
           GOBACK.                                                      05290000
                                                                        05300000
       P00000-EXIT.                                                     05310000
           EXIT.                                                        05320000
           EJECT                                                        05330000
      ***************************************************************** 05340000
      *                                                               * 05350000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 05360000
      *                                                               * 05370000
      *    FUNCTION :  READ THE NEXT CHARGE CARD, VALIDATE IT, LOAD   * 05380000
      *                THE RECEIVED LINES IT SPREADS OVER AND POST    * 05390000
      *                THE CHARGE                                     * 05400000
      *                                                               * 05410000
      *    CALLED BY:  P00000-MAINLINE                                * 05420000
      *                                                               * 05430000
      ***************************************************************** 05440000
                                                                        05450000
       P10000-PROCESS-CARD.                                             05460000
                                                                        05470000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05480000
               AT END                                                   05490000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     05500000
                   GO TO P10000-EXIT.                                   05510000
                                                                        05520000
           ADD +1 TO WS-CARDS-READ.                                     05530000
                                                                        05540000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       05550000
                                                                        05560000
           IF WCC-PREFIX NOT NUMERIC                                    05570000
              OR WCC-PO-NUMBER NOT NUMERIC                              05580000
              OR WCC-AMOUNT NOT NUMERIC                                 05590000
               MOVE 'CARD FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON        05600000
               GO TO P10000-REJECT                                      05610000
           END-IF.                                                      05620000
                                                                        05630000
           MOVE WCC-PREFIX TO WCN-PREFIX.                               05640000
           MOVE WCC-PO-NUMBER TO WCN-PO-NUMBER.                         05650000
           MOVE WCC-AMOUNT-NUM TO WCN-AMOUNT.                           05660000
                                                                        05670000
           IF WCN-PO-NUMBER = ZEROES                                    05680000
               MOVE 'PURCHASE ORDER IS ZERO' TO WS-DL-RJ-REASON         05690000
               GO TO P10000-REJECT                                      05700000
           END-IF.                                                      05710000
                                                                        05720000
           IF WCN-AMOUNT = ZEROES                                       05730000
               MOVE 'AMOUNT IS ZERO' TO WS-DL-RJ-REASON                 05740000
               GO TO P10000-REJECT                                      05750000
           END-IF.                                                      05760000
                                                                        05770000
           IF NOT WCC-TYPE-VALID                                        05780000
               MOVE 'CHARGE TYPE NOT F, D OR B' TO WS-DL-RJ-REASON      05790000
               GO TO P10000-REJECT                                      05800000
           END-IF.                                                      05810000
                                                                        05820000
           IF NOT WCC-BASIS-VALID                                       05830000
               MOVE 'SPREAD BASIS NOT V, W OR Q' TO WS-DL-RJ-REASON     05840000
               GO TO P10000-REJECT                                      05850000
           END-IF.                                                      05860000
                                                                        05870000
           PERFORM P20000-LOAD-PO-LINES THRU P20000-EXIT.               05880000
                                                                        05890000
           IF WS-LINE-COUNT = ZEROES                                    05900000
               MOVE 'NO RECEIVED LINES TO SPREAD TO'                    05910000
                   TO WS-DL-RJ-REASON                                   05920000
               GO TO P10000-REJECT                                      05930000
           END-IF.                                                      05940000
                                                                        05950000
           IF LINE-TABLE-FULL                                           05960000
               MOVE 'TOO MANY RECEIVED LINES' TO WS-DL-RJ-REASON        05970000
               GO TO P10000-REJECT                                      05980000
           END-IF.                                                      05990000
                                                                        06000000
           IF WS-TOTAL-BASIS NOT > ZEROES                               06010000
               MOVE 'NOTHING TO SPREAD BY (BASIS 0)'                    06020000
                   TO WS-DL-RJ-REASON                                   06030000
               GO TO P10000-REJECT                                      06040000
           END-IF.                                                      06050000
                                                                        06060000
           PERFORM P30000-NEXT-CHARGE-SEQ THRU P30000-EXIT.             06070000
                                                                        06080000
           IF WS-CHARGE-SEQ = ZEROES                                    06090000
               MOVE 'CHARGE SEQUENCE EXHAUSTED' TO WS-DL-RJ-REASON      06100000
               GO TO P10000-REJECT                                      06110000
           END-IF.                                                      06120000
                                                                        06130000
           PERFORM P40000-POST-CHARGE THRU P40000-EXIT.                 06140000
                                                                        06150000
           GO TO P10000-EXIT.                                           06160000
                                                                        06170000
       P10000-REJECT.                                                   06180000
                                                                        06190000
           DISPLAY WS-DL-REJECT.                                        06200000
           ADD +1 TO WS-CARDS-REJECTED.                                 06210000
                                                                        06220000
       P10000-EXIT.                                                     06230000
           EXIT.                                                        06240000
           EJECT                                                        06250000
      ***************************************************************** 06260000
      *                                                               * 06270000
      *    PARAGRAPH:  P20000-LOAD-PO-LINES                           * 06280000
      *                                                               * 06290000
      *    FUNCTION :  LOAD THE RECEIVED LINES OF THE PURCHASE ORDER  * 06300000
      *                WITH THEIR QUANTITY AND SPREAD BASIS.  DROP-   * 06310000
      *                SHIP LINES NEVER REACH STOCK AND ARE LEFT OUT  * 06320000
      *                                                               * 06330000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 06340000
      *                                                               * 06350000
      ***************************************************************** 06360000
                                                                        06370000
       P20000-LOAD-PO-LINES.                                            06380000
                                                                        06390000
           MOVE ZEROES TO WS-LINE-COUNT.                                06400000
           MOVE ZEROES TO WS-TOTAL-BASIS.                               06410000
           MOVE 'N' TO WS-LINE-TABLE-FULL-SW.                           06420000
           MOVE 'N' TO WS-END-OF-PO-SW.                                 06430000
                                                                        06440000
           MOVE WCN-PREFIX TO PURCHASE-ORDER-PREFIX.                    06450000
           MOVE WCN-PO-NUMBER TO PURCHASE-ORDER-NUMBER.                 06460000
           MOVE ZEROES TO PURCHASE-ORDER-LINE.                          06470000
                                                                        06480000
           START VSAM-PURCHASE-ORDER                                    06490000
               KEY NOT LESS THAN PURCHASE-ORDER-KEY.                    06500000
                                                                        06510000
           IF PURCHORF-NOTFOUND OR PURCHORF-END                         06520000
               GO TO P20000-EXIT                                        06530000
           END-IF.                                                      06540000
                                                                        06550000
           IF NOT PURCHORF-OK                                           06560000
               MOVE 'START PURCHASE ORDER FAILED' TO WPBE-MESSAGE       06570000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               06580000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          06590000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06600000
           END-IF.                                                      06610000
                                                                        06620000
           PERFORM P21000-LOAD-PO-LINE THRU P21000-EXIT                 06630000
               UNTIL END-OF-PO.                                         06640000
                                                                        06650000
       P20000-EXIT.                                                     06660000
           EXIT.                                                        06670000
           EJECT                                                        06680000
      ***************************************************************** 06690000
      *                                                               * 06700000
      *    PARAGRAPH:  P21000-LOAD-PO-LINE                            * 06710000
      *                                                               * 06720000
      *    FUNCTION :  READ THE NEXT PURCHASE ORDER LINE AND, WHEN    * 06730000
      *                IT HAS A RECEIVED QUANTITY TO CHARGE, ADD IT   * 06740000
      *                TO THE LINE TABLE                              * 06750000
      *                                                               * 06760000
      *    CALLED BY:  P20000-LOAD-PO-LINES                           * 06770000
      *                                                               * 06780000
      ***************************************************************** 06790000
                                                                        06800000
       P21000-LOAD-PO-LINE.                                             06810000
                                                                        06820000
           READ VSAM-PURCHASE-ORDER NEXT.                               06830000
                                                                        06840000
           IF PURCHORF-END                                              06850000
               MOVE 'Y' TO WS-END-OF-PO-SW                              06860000
               GO TO P21000-EXIT                                        06870000
           END-IF.                                                      06880000
                                                                        06890000
           IF NOT PURCHORF-OK                                           06900000
               MOVE 'READ NEXT PURCHASE ORDER FAILED' TO WPBE-MESSAGE   06910000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               06920000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          06930000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06940000
           END-IF.                                                      06950000
                                                                        06960000
           IF PURCHASE-ORDER-PREFIX NOT = WCN-PREFIX                    06970000
              OR PURCHASE-ORDER-NUMBER NOT = WCN-PO-NUMBER              06980000
               MOVE 'Y' TO WS-END-OF-PO-SW                              06990000
               GO TO P21000-EXIT                                        07000000
           END-IF.                                                      07010000
                                                                        07020000
           IF PURCHASE-ORDER-FROM-DROP-SHIP                             07030000
              OR PURCHASE-ORDER-QTY-RECEIVED = ZEROES                   07040000
               GO TO P21000-EXIT                                        07050000
           END-IF.                                                      07060000
                                                                        07070000
      ***************************************************************** 07080000
      *    A CHARGE FOR ONE SHIPMENT COVERS ONLY WHAT THE ASN         * 07090000
      *    RECEIVED ON THE LINE                                       * 07100000
      ***************************************************************** 07110000
                                                                        07120000
           IF WCC-ASN-NUMBER = SPACES                                   07130000
               MOVE PURCHASE-ORDER-QTY-RECEIVED TO WS-LINE-QTY          07140000
           ELSE                                                         07150000
               PERFORM P22000-ASN-QUANTITY THRU P22000-EXIT             07160000
           END-IF.                                                      07170000
                                                                        07180000
           IF WS-LINE-QTY = ZEROES                                      07190000
               GO TO P21000-EXIT                                        07200000
           END-IF.                                                      07210000
                                                                        07220000
           IF WS-LINE-COUNT NOT < WS-LINE-MAX                           07230000
               MOVE 'Y' TO WS-LINE-TABLE-FULL-SW                        07240000
               MOVE 'Y' TO WS-END-OF-PO-SW                              07250000
               GO TO P21000-EXIT                                        07260000
           END-IF.                                                      07270000
                                                                        07280000
           ADD +1 TO WS-LINE-COUNT.                                     07290000
           MOVE WS-LINE-COUNT TO WS-SUB.                                07300000
                                                                        07310000
           MOVE PURCHASE-ORDER-LINE TO WS-LT-PO-LINE (WS-SUB).          07320000
           MOVE PURCHASE-ORDER-ITEM-NUMBER                              07330000
               TO WS-LT-ITEM-NUMBER (WS-SUB).                           07340000
           MOVE PURCHASE-ORDER-SUPPLIER-ID                              07350000
               TO WS-LT-SUPPLIER-ID (WS-SUB).                           07360000
           MOVE WS-LINE-QTY TO WS-LT-QTY (WS-SUB).                      07370000
           MOVE PURCHASE-ORDER-UNIT-PRICE                               07380000
               TO WS-LT-UNIT-PRICE (WS-SUB).                            07390000
                                                                        07400000
           EVALUATE TRUE                                                07410000
               WHEN WCC-BY-VALUE                                        07420000
                   COMPUTE WS-LT-BASIS (WS-SUB) =                       07430000
                       WS-LINE-QTY * PURCHASE-ORDER-UNIT-PRICE          07440000
               WHEN WCC-BY-WEIGHT                                       07450000
                   PERFORM P23000-GET-WEIGHT THRU P23000-EXIT           07460000
                   COMPUTE WS-LT-BASIS (WS-SUB) =                       07470000
                       WS-LINE-QTY * ITEM-WEIGHT-PER-UNIT               07480000
               WHEN OTHER                                               07490000
                   MOVE WS-LINE-QTY TO WS-LT-BASIS (WS-SUB)             07500000
           END-EVALUATE.                                                07510000
                                                                        07520000
           ADD WS-LT-BASIS (WS-SUB) TO WS-TOTAL-BASIS.                  07530000
                                                                        07540000
       P21000-EXIT.                                                     07550000
           EXIT.                                                        07560000
           EJECT                                                        07570000
      ***************************************************************** 07580000
      *                                                               * 07590000
      *    PARAGRAPH:  P22000-ASN-QUANTITY                            * 07600000
      *                                                               * 07610000
      *    FUNCTION :  TOTAL THE QUANTITY RECEIVED ON THE CARD'S ASN  * 07620000
      *                FOR THE CURRENT PURCHASE ORDER LINE, ACROSS    * 07630000
      *                ITS LOTS                                       * 07640000
      *                                                               * 07650000
      *    CALLED BY:  P21000-LOAD-PO-LINE                            * 07660000
      *                                                               * 07670000
      ***************************************************************** 07680000
                                                                        07690000
       P22000-ASN-QUANTITY.                                             07700000
                                                                        07710000
           MOVE ZEROES TO WS-LINE-QTY.                                  07720000
           MOVE 'N' TO WS-END-OF-ASN-SW.                                07730000
                                                                        07740000
           MOVE WCN-PREFIX TO ASN-PREFIX.                               07750000
           MOVE WCC-ASN-NUMBER TO ASN-NUMBER.                           07760000
           MOVE PURCHASE-ORDER-NUMBER TO ASN-PO-NUMBER.                 07770000
           MOVE PURCHASE-ORDER-LINE TO ASN-PO-LINE.                     07780000
           MOVE LOW-VALUES TO ASN-LOT-NUMBER.                           07790000
                                                                        07800000
           START VSAM-ASN-RECEIPT                                       07810000
               KEY NOT LESS THAN ASN-RECEIPT-KEY.                       07820000
                                                                        07830000
           IF ASNRECF-NOTFOUND OR ASNRECF-END OR ASNRECF-EMPTY          07840000
               GO TO P22000-EXIT                                        07850000
           END-IF.                                                      07860000
                                                                        07870000
           IF NOT ASNRECF-OK                                            07880000
               MOVE 'START EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE     07890000
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                07900000
               MOVE 'P22000' TO WPBE-PARAGRAPH                          07910000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07920000
           END-IF.                                                      07930000
                                                                        07940000
           PERFORM P22100-ADD-ASN-LOT THRU P22100-EXIT                  07950000
               UNTIL END-OF-ASN.                                        07960000
                                                                        07970000
       P22000-EXIT.                                                     07980000
           EXIT.                                                        07990000
           EJECT                                                        08000000
      ***************************************************************** 08010000
      *                                                               * 08020000
      *    PARAGRAPH:  P22100-ADD-ASN-LOT                             * 08030000
      *                                                               * 08040000
      *    FUNCTION :  READ THE NEXT ASN LINE / LOT AND ADD ITS       * 08050000
      *                RECEIVED QUANTITY WHILE IT IS STILL THE SAME   * 08060000
      *                ASN, PURCHASE ORDER AND LINE                   * 08070000
      *                                                               * 08080000
      *    CALLED BY:  P22000-ASN-QUANTITY                            * 08090000
      *                                                               * 08100000
      ***************************************************************** 08110000
                                                                        08120000
       P22100-ADD-ASN-LOT.                                              08130000
                                                                        08140000
           READ VSAM-ASN-RECEIPT NEXT.                                  08150000
                                                                        08160000
           IF ASNRECF-END                                               08170000
               MOVE 'Y' TO WS-END-OF-ASN-SW                             08180000
               GO TO P22100-EXIT                                        08190000
           END-IF.                                                      08200000
                                                                        08210000
           IF NOT ASNRECF-OK                                            08220000
               MOVE 'READ NEXT EXPECTED RECEIPT FAILED'                 08230000
                   TO WPBE-MESSAGE                                      08240000
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                08250000
               MOVE 'P22100' TO WPBE-PARAGRAPH                          08260000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08270000
           END-IF.                                                      08280000
                                                                        08290000
           IF ASN-PREFIX NOT = WCN-PREFIX                               08300000
              OR ASN-NUMBER NOT = WCC-ASN-NUMBER                        08310000
              OR ASN-PO-NUMBER NOT = PURCHASE-ORDER-NUMBER              08320000
              OR ASN-PO-LINE NOT = PURCHASE-ORDER-LINE                  08330000
               MOVE 'Y' TO WS-END-OF-ASN-SW                             08340000
               GO TO P22100-EXIT                                        08350000
           END-IF.                                                      08360000
                                                                        08370000
           IF ASN-LINE-RECEIVED                                         08380000
               ADD ASN-QTY-RECEIVED TO WS-LINE-QTY                      08390000
           END-IF.                                                      08400000
                                                                        08410000
       P22100-EXIT.                                                     08420000
           EXIT.                                                        08430000
           EJECT                                                        08440000
      ***************************************************************** 08450000
      *                                                               * 08460000
      *    PARAGRAPH:  P23000-GET-WEIGHT                              * 08470000
      *                                                               * 08480000
      *    FUNCTION :  GET THE SHIPPING WEIGHT OF ONE UNIT OF THE     * 08490000
      *                LINE ITEM.  AN ITEM NOT ON FILE WEIGHS ZERO    * 08500000
      *                                                               * 08510000
      *    CALLED BY:  P21000-LOAD-PO-LINE                            * 08520000
      *                                                               * 08530000
      ***************************************************************** 08540000
                                                                        08550000
       P23000-GET-WEIGHT.                                               08560000
                                                                        08570000
           MOVE PURCHASE-ORDER-ITEM-PRE TO ITEM-PREFIX.                 08580000
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO ITEM-NUMBER.              08590000
                                                                        08600000
           EXEC SQL                                                     08610000
               SELECT  WEIGHT_PER_UNIT                                  08620000
               INTO    :ITEM-WEIGHT-PER-UNIT                            08630000
               FROM    ITEM                                             08640000
               WHERE   PREFIX = :ITEM-PREFIX                            08650000
                 AND   NUMBER = :ITEM-NUMBER                            08660000
           END-EXEC.                                                    08670000
                                                                        08680000
           EVALUATE TRUE                                                08690000
               WHEN SQLCODE = +0                                        08700000
                   CONTINUE                                             08710000
               WHEN SQLCODE = +100                                      08720000
                   MOVE ZEROES TO ITEM-WEIGHT-PER-UNIT                  08730000
               WHEN OTHER                                               08740000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      08750000
                   MOVE 'PDAB105' TO WPDE-PROGRAM-ID                    08760000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     08770000
                   MOVE 'SELECT ITEM WEIGHT' TO WPDE-FUNCTION           08780000
                   MOVE 'P23000' TO WPDE-PARAGRAPH                      08790000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08800000
           END-EVALUATE.                                                08810000
                                                                        08820000
       P23000-EXIT.                                                     08830000
           EXIT.                                                        08840000
           EJECT                                                        08850000
      ***************************************************************** 08860000
      *                                                               * 08870000
      *    PARAGRAPH:  P30000-NEXT-CHARGE-SEQ                         * 08880000
      *                                                               * 08890000
      *    FUNCTION :  FIND THE NEXT CHARGE SEQUENCE FOR THE          * 08900000
      *                PURCHASE ORDER -- ONE PAST THE HIGHEST ON      * 08910000
      *                FILE.  ZERO IS RETURNED WHEN 999 ARE USED      * 08920000
      *                                                               * 08930000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 08940000
      *                                                               * 08950000
      ***************************************************************** 08960000
                                                                        08970000
       P30000-NEXT-CHARGE-SEQ.                                          08980000
                                                                        08990000
           MOVE ZEROES TO WS-CHARGE-SEQ.                                09000000
           MOVE 'N' TO WS-END-OF-CHARGES-SW.                            09010000
                                                                        09020000
           MOVE WCN-PREFIX TO LANDED-COST-PREFIX.                       09030000
           MOVE WCN-PO-NUMBER TO LANDED-COST-PO-NUMBER.                 09040000
           MOVE ZEROES TO LANDED-COST-CHARGE-SEQ                        09050000
                          LANDED-COST-PO-LINE.                          09060000
                                                                        09070000
           START VSAM-LANDED-COST                                       09080000
               KEY NOT LESS THAN LANDED-COST-KEY.                       09090000
                                                                        09100000
           IF LANDCSTF-OK                                               09110000
               PERFORM P31000-READ-CHARGE-SEQ THRU P31000-EXIT          09120000
                   UNTIL END-OF-CHARGES                                 09130000
           ELSE                                                         09140000
               IF NOT LANDCSTF-NOTFOUND                                 09150000
                  AND NOT LANDCSTF-END                                  09160000
                  AND NOT LANDCSTF-EMPTY                                09170000
                   MOVE 'START LANDED COST FAILED' TO WPBE-MESSAGE      09180000
                   MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS           09190000
                   MOVE 'P30000' TO WPBE-PARAGRAPH                      09200000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09210000
               END-IF                                                   09220000
           END-IF.                                                      09230000
                                                                        09240000
           IF WS-CHARGE-SEQ = 999                                       09250000
               MOVE ZEROES TO WS-CHARGE-SEQ                             09260000
           ELSE                                                         09270000
               ADD 1 TO WS-CHARGE-SEQ                                   09280000
           END-IF.                                                      09290000
                                                                        09300000
       P30000-EXIT.                                                     09310000
           EXIT.                                                        09320000
           EJECT                                                        09330000
      ***************************************************************** 09340000
      *                                                               * 09350000
      *    PARAGRAPH:  P31000-READ-CHARGE-SEQ                         * 09360000
      *                                                               * 09370000
      *    FUNCTION :  READ THE NEXT LANDED COST RECORD AND KEEP THE  * 09380000
      *                HIGHEST CHARGE SEQUENCE OF THE PURCHASE ORDER  * 09390000
      *                                                               * 09400000
      *    CALLED BY:  P30000-NEXT-CHARGE-SEQ                         * 09410000
      *                                                               * 09420000
      ***************************************************************** 09430000
                                                                        09440000
       P31000-READ-CHARGE-SEQ.                                          09450000
                                                                        09460000
           READ VSAM-LANDED-COST NEXT.                                  09470000
                                                                        09480000
           IF LANDCSTF-END                                              09490000
               MOVE 'Y' TO WS-END-OF-CHARGES-SW                         09500000
               GO TO P31000-EXIT                                        09510000
           END-IF.                                                      09520000
                                                                        09530000
           IF NOT LANDCSTF-OK                                           09540000
               MOVE 'READ NEXT LANDED COST FAILED' TO WPBE-MESSAGE      09550000
               MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS               09560000
               MOVE 'P31000' TO WPBE-PARAGRAPH                          09570000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09580000
           END-IF.                                                      09590000
                                                                        09600000
           IF LANDED-COST-PREFIX NOT = WCN-PREFIX                       09610000
              OR LANDED-COST-PO-NUMBER NOT = WCN-PO-NUMBER              09620000
               MOVE 'Y' TO WS-END-OF-CHARGES-SW                         09630000
               GO TO P31000-EXIT                                        09640000
           END-IF.                                                      09650000
                                                                        09660000
           MOVE LANDED-COST-CHARGE-SEQ TO WS-CHARGE-SEQ.                09670000
                                                                        09680000
       P31000-EXIT.                                                     09690000
           EXIT.                                                        09700000
           EJECT                                                        09710000
      ***************************************************************** 09720000
      *                                                               * 09730000
      *    PARAGRAPH:  P40000-POST-CHARGE                             * 09740000
      *                                                               * 09750000
      *    FUNCTION :  RECORD THE CHARGE, SPREAD IT OVER THE LOADED   * 09760000
      *                LINES AND NOTE THE PURCHASE ORDER FOR THE      * 09770000
      *                REPORT                                         * 09780000
      *                                                               * 09790000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 09800000
      *                                                               * 09810000
      ***************************************************************** 09820000
                                                                        09830000
       P40000-POST-CHARGE.                                              09840000
                                                                        09850000
           MOVE WCN-PREFIX TO LANDED-COST-PREFIX.                       09860000
           MOVE WCN-PO-NUMBER TO LANDED-COST-PO-NUMBER.                 09870000
           MOVE WS-CHARGE-SEQ TO LANDED-COST-CHARGE-SEQ.                09880000
           MOVE ZEROES TO LANDED-COST-PO-LINE.                          09890000
           MOVE WCC-CHARGE-TYPE TO LANDED-COST-CHARGE-TYPE.             09900000
           MOVE WCC-BASIS TO LANDED-COST-BASIS.                         09910000
           MOVE WCN-AMOUNT TO LANDED-COST-AMOUNT.                       09920000
           MOVE ZEROES TO LANDED-COST-LINE-QTY.                         09930000
           MOVE WCC-REFERENCE TO LANDED-COST-REFERENCE.                 09940000
           MOVE WCC-ASN-NUMBER TO LANDED-COST-ASN-NUMBER.               09950000
           MOVE WS-DATE-CCYYMMDD TO LANDED-COST-DATE-POSTED.            09960000
                                                                        09970000
           WRITE LANDED-COST-RECORD.                                    09980000
                                                                        09990000
           IF NOT LANDCSTF-OK                                           10000000
               MOVE 'WRITE LANDED COST CHARGE FAILED' TO WPBE-MESSAGE   10010000
               MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS               10020000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          10030000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10040000
           END-IF.                                                      10050000
                                                                        10060000
           MOVE '  POSTED   ' TO WS-DL-CH-ACTION.                       10070000
           PERFORM P85000-DISPLAY-CHARGE THRU P85000-EXIT.              10080000
                                                                        10090000
           MOVE ZEROES TO WS-AMOUNT-SPREAD.                             10100000
                                                                        10110000
           PERFORM P50000-SPREAD-LINE THRU P50000-EXIT                  10120000
               VARYING WS-SUB FROM 1 BY 1                               10130000
                 UNTIL WS-SUB > WS-LINE-COUNT.                          10140000
                                                                        10150000
           PERFORM P70000-NOTE-PO THRU P70000-EXIT.                     10160000
                                                                        10170000
           ADD +1 TO WS-CHARGES-POSTED.                                 10180000
                                                                        10190000
       P40000-EXIT.                                                     10200000
           EXIT.                                                        10210000
           EJECT                                                        10220000
      ***************************************************************** 10230000
      *                                                               * 10240000
      *    PARAGRAPH:  P50000-SPREAD-LINE                             * 10250000
      *                                                               * 10260000
      *    FUNCTION :  WORK OUT ONE LINE'S SHARE OF THE CHARGE IN     * 10270000
      *                PROPORTION TO ITS BASIS (THE LAST LINE TAKES   * 10280000
      *                WHAT IS LEFT, SO THE SHARES ADD UP TO THE      * 10290000
      *                CHARGE), RECORD IT AND POST IT TO COST         * 10300000
      *                                                               * 10310000
      *    CALLED BY:  P40000-POST-CHARGE                             * 10320000
      *                                                               * 10330000
      ***************************************************************** 10340000
                                                                        10350000
       P50000-SPREAD-LINE.                                              10360000
                                                                        10370000
           IF WS-SUB = WS-LINE-COUNT                                    10380000
               COMPUTE WS-SHARE = WCN-AMOUNT - WS-AMOUNT-SPREAD         10390000
           ELSE                                                         10400000
               COMPUTE WS-SHARE ROUNDED =                               10410000
                   WCN-AMOUNT * WS-LT-BASIS (WS-SUB) / WS-TOTAL-BASIS   10420000
           END-IF.                                                      10430000
                                                                        10440000
           ADD WS-SHARE TO WS-AMOUNT-SPREAD.                            10450000
                                                                        10460000
           MOVE WCN-PREFIX TO LANDED-COST-PREFIX.                       10470000
           MOVE WCN-PO-NUMBER TO LANDED-COST-PO-NUMBER.                 10480000
           MOVE WS-CHARGE-SEQ TO LANDED-COST-CHARGE-SEQ.                10490000
           MOVE WS-LT-PO-LINE (WS-SUB) TO LANDED-COST-PO-LINE.          10500000
           MOVE WCC-CHARGE-TYPE TO LANDED-COST-CHARGE-TYPE.             10510000
           MOVE WCC-BASIS TO LANDED-COST-BASIS.                         10520000
           MOVE WS-SHARE TO LANDED-COST-AMOUNT.                         10530000
           MOVE WS-LT-QTY (WS-SUB) TO LANDED-COST-LINE-QTY.             10540000
           MOVE WCC-REFERENCE TO LANDED-COST-REFERENCE.                 10550000
           MOVE WCC-ASN-NUMBER TO LANDED-COST-ASN-NUMBER.               10560000
           MOVE WS-DATE-CCYYMMDD TO LANDED-COST-DATE-POSTED.            10570000
                                                                        10580000
           WRITE LANDED-COST-RECORD.                                    10590000
                                                                        10600000
           IF NOT LANDCSTF-OK                                           10610000
               MOVE 'WRITE LANDED COST SHARE FAILED' TO WPBE-MESSAGE    10620000
               MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS               10630000
               MOVE 'P50000' TO WPBE-PARAGRAPH                          10640000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10650000
           END-IF.                                                      10660000
                                                                        10670000
           PERFORM P60000-POST-AVERAGE-COST THRU P60000-EXIT.           10680000
                                                                        10690000
           ADD +1 TO WS-LINES-CHARGED.                                  10700000
                                                                        10710000
       P50000-EXIT.                                                     10720000
           EXIT.                                                        10730000
           EJECT                                                        10740000
      ***************************************************************** 10750000
      *                                                               * 10760000
      *    PARAGRAPH:  P60000-POST-AVERAGE-COST                       * 10770000
      *                                                               * 10780000
      *    FUNCTION :  ADD THE LINE'S SHARE TO THE ITEM / SUPPLIER    * 10790000
      *                ROLLING AVERAGE COST.  THE SHARE RAISES THE    * 10800000
      *                VALUE OF THE CURRENT QUANTITY BASIS WITHOUT    * 10810000
      *                ADDING UNITS.  WITH NO COST RECORD (OR NO      * 10820000
      *                BASIS) THE RECEIVED QUANTITY STARTS THE        * 10830000
      *                AVERAGE AT THE LANDED UNIT COST                * 10840000
      *                                                               * 10850000
      *    CALLED BY:  P50000-SPREAD-LINE                             * 10860000
      *                                                               * 10870000
      ***************************************************************** 10880000
                                                                        10890000
       P60000-POST-AVERAGE-COST.                                        10900000
                                                                        10910000
           MOVE WCN-PREFIX TO ITEM-COST-PREFIX.                         10920000
           MOVE WS-LT-ITEM-NUMBER (WS-SUB) TO ITEM-COST-ITEM-NUMBER.    10930000
           MOVE WS-LT-SUPPLIER-ID (WS-SUB) TO ITEM-COST-SUPPLIER-ID.    10940000
                                                                        10950000
           READ VSAM-ITEM-COST.                                         10960000
                                                                        10970000
           IF ITMCSTF-OK                                                10980000
               IF ITEM-COST-QTY-BASIS > ZEROES                          10990000
                   COMPUTE WS-COST-EXTENSION =                          11000000
                       (ITEM-COST-AVG-UNIT-COST * ITEM-COST-QTY-BASIS)  11010000
                       + WS-SHARE                                       11020000
                   COMPUTE ITEM-COST-AVG-UNIT-COST ROUNDED =            11030000
                       WS-COST-EXTENSION / ITEM-COST-QTY-BASIS          11040000
               ELSE                                                     11050000
                   COMPUTE ITEM-COST-AVG-UNIT-COST ROUNDED =            11060000
                       WS-LT-UNIT-PRICE (WS-SUB) +                      11070000
                       (WS-SHARE / WS-LT-QTY (WS-SUB))                  11080000
                   MOVE WS-LT-QTY (WS-SUB) TO ITEM-COST-QTY-BASIS       11090000
               END-IF                                                   11100000
               REWRITE ITEM-COST-RECORD                                 11110000
           ELSE                                                         11120000
               IF ITMCSTF-NOTFOUND OR ITMCSTF-EMPTY                     11130000
                   MOVE WCN-PREFIX TO ITEM-COST-PREFIX                  11140000
                   MOVE WS-LT-ITEM-NUMBER (WS-SUB)                      11150000
                       TO ITEM-COST-ITEM-NUMBER                         11160000
                   MOVE WS-LT-SUPPLIER-ID (WS-SUB)                      11170000
                       TO ITEM-COST-SUPPLIER-ID                         11180000
                   COMPUTE ITEM-COST-AVG-UNIT-COST ROUNDED =            11190000
                       WS-LT-UNIT-PRICE (WS-SUB) +                      11200000
                       (WS-SHARE / WS-LT-QTY (WS-SUB))                  11210000
                   MOVE WS-LT-QTY (WS-SUB) TO ITEM-COST-QTY-BASIS       11220000
                   WRITE ITEM-COST-RECORD                               11230000
               ELSE                                                     11240000
                   MOVE 'READ ITEM COST FAILED' TO WPBE-MESSAGE         11250000
                   MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS            11260000
                   MOVE 'P60000' TO WPBE-PARAGRAPH                      11270000
                   PERFORM P99999-ABEND THRU P99999-EXIT                11280000
               END-IF                                                   11290000
           END-IF.                                                      11300000
                                                                        11310000
           IF NOT ITMCSTF-OK                                            11320000
               MOVE 'WRITE ITEM COST FAILED' TO WPBE-MESSAGE            11330000
               MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS                11340000
               MOVE 'P60000' TO WPBE-PARAGRAPH                          11350000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11360000
           END-IF.                                                      11370000
                                                                        11380000
       P60000-EXIT.                                                     11390000
           EXIT.                                                        11400000
           EJECT                                                        11410000
      ***************************************************************** 11420000
      *                                                               * 11430000
      *    PARAGRAPH:  P70000-NOTE-PO                                 * 11440000
      *                                                               * 11450000
      *    FUNCTION :  ADD THE PURCHASE ORDER TO THE LIST REPORTED    * 11460000
      *                AT THE END OF THE RUN, ONCE                    * 11470000
      *                                                               * 11480000
      *    CALLED BY:  P40000-POST-CHARGE                             * 11490000
      *                                                               * 11500000
      ***************************************************************** 11510000
                                                                        11520000
       P70000-NOTE-PO.                                                  11530000
                                                                        11540000
           MOVE 'N' TO WS-FOUND-SW.                                     11550000
                                                                        11560000
           PERFORM P71000-MATCH-PO THRU P71000-EXIT                     11570000
               VARYING WS-RPT-SUB FROM 1 BY 1                           11580000
                 UNTIL WS-RPT-SUB > WS-RPT-PO-COUNT                     11590000
                    OR ENTRY-FOUND.                                     11600000
                                                                        11610000
           IF ENTRY-FOUND                                               11620000
              OR WS-RPT-PO-COUNT NOT < WS-RPT-PO-MAX                    11630000
               GO TO P70000-EXIT                                        11640000
           END-IF.                                                      11650000
                                                                        11660000
           ADD +1 TO WS-RPT-PO-COUNT.                                   11670000
           MOVE WCN-PREFIX TO WS-RP-PREFIX (WS-RPT-PO-COUNT).           11680000
           MOVE WCN-PO-NUMBER TO WS-RP-PO-NUMBER (WS-RPT-PO-COUNT).     11690000
                                                                        11700000
       P70000-EXIT.                                                     11710000
           EXIT.                                                        11720000
           EJECT                                                        11730000
      ***************************************************************** 11740000
      *                                                               * 11750000
      *    PARAGRAPH:  P71000-MATCH-PO                                * 11760000
      *                                                               * 11770000
      *    FUNCTION :  COMPARE ONE REPORT LIST ENTRY TO THE CARD      * 11780000
      *                PURCHASE ORDER                                 * 11790000
      *                                                               * 11800000
      *    CALLED BY:  P70000-NOTE-PO                                 * 11810000
      *                                                               * 11820000
      ***************************************************************** 11830000
                                                                        11840000
       P71000-MATCH-PO.                                                 11850000
                                                                        11860000
           IF WS-RP-PREFIX (WS-RPT-SUB) = WCN-PREFIX                    11870000
              AND WS-RP-PO-NUMBER (WS-RPT-SUB) = WCN-PO-NUMBER          11880000
               MOVE 'Y' TO WS-FOUND-SW                                  11890000
           END-IF.                                                      11900000
                                                                        11910000
       P71000-EXIT.                                                     11920000
           EXIT.                                                        11930000
           EJECT                                                        11940000
      ***************************************************************** 11950000
      *                                                               * 11960000
      *    PARAGRAPH:  P80000-LANDED-COST-REPORT                      * 11970000
      *                                                               * 11980000
      *    FUNCTION :  REPORT EVERY PURCHASE ORDER CHARGED IN THE     * 11990000
      *                RUN -- ITS LANDED CHARGES AND, PER RECEIVED    * 12000000
      *                LINE, THE BASE, CHARGE AND LANDED UNIT COSTS   * 12010000
      *                                                               * 12020000
      *    CALLED BY:  P00000-MAINLINE                                * 12030000
      *                                                               * 12040000
      ***************************************************************** 12050000
                                                                        12060000
       P80000-LANDED-COST-REPORT.                                       12070000
                                                                        12080000
           DISPLAY ' '.                                                 12090000
           DISPLAY WS-DL-ASTERISK.                                      12100000
           MOVE '  LANDED COST BY RECEIPT' TO WS-DL-LINE-TEXT.          12110000
           DISPLAY WS-DL-LINE.                                          12120000
                                                                        12130000
           IF WS-RPT-PO-COUNT = ZEROES                                  12140000
               DISPLAY WS-DL-BLANK                                      12150000
               MOVE '  NO LANDED CHARGES POSTED' TO WS-DL-LINE-TEXT     12160000
               DISPLAY WS-DL-LINE                                       12170000
               DISPLAY WS-DL-ASTERISK                                   12180000
               GO TO P80000-EXIT                                        12190000
           END-IF.                                                      12200000
                                                                        12210000
           PERFORM P81000-REPORT-PO THRU P81000-EXIT                    12220000
               VARYING WS-RPT-SUB FROM 1 BY 1                           12230000
                 UNTIL WS-RPT-SUB > WS-RPT-PO-COUNT.                    12240000
                                                                        12250000
           DISPLAY WS-DL-ASTERISK.                                      12260000
           DISPLAY ' '.                                                 12270000
                                                                        12280000
       P80000-EXIT.                                                     12290000
           EXIT.                                                        12300000
           EJECT                                                        12310000
      ***************************************************************** 12320000
      *                                                               * 12330000
      *    PARAGRAPH:  P81000-REPORT-PO                               * 12340000
      *                                                               * 12350000
      *    FUNCTION :  LIST ONE PURCHASE ORDER -- EVERY LANDED        * 12360000
      *                CHARGE ON FILE FOR IT, THEN ITS CHARGED LINES  * 12370000
      *                                                               * 12380000
      *    CALLED BY:  P80000-LANDED-COST-REPORT                      * 12390000
      *                                                               * 12400000
      ***************************************************************** 12410000
                                                                        12420000
       P81000-REPORT-PO.                                                12430000
                                                                        12440000
           MOVE WS-RP-PREFIX (WS-RPT-SUB) TO WCN-PREFIX.                12450000
           MOVE WS-RP-PO-NUMBER (WS-RPT-SUB) TO WCN-PO-NUMBER.          12460000
                                                                        12470000
           MOVE WCN-PREFIX TO PURCHASE-ORDER-PREFIX.                    12480000
           MOVE WCN-PO-NUMBER TO PURCHASE-ORDER-NUMBER.                 12490000
           MOVE ZEROES TO PURCHASE-ORDER-LINE.                          12500000
           MOVE SPACES TO WS-DL-PO-SUPPLIER.                            12510000
                                                                        12520000
           START VSAM-PURCHASE-ORDER                                    12530000
               KEY NOT LESS THAN PURCHASE-ORDER-KEY.                    12540000
                                                                        12550000
           IF PURCHORF-OK                                               12560000
               READ VSAM-PURCHASE-ORDER NEXT                            12570000
               IF PURCHORF-OK                                           12580000
                   MOVE PURCHASE-ORDER-SUPPLIER-ID                      12590000
                       TO WS-DL-PO-SUPPLIER                             12600000
               END-IF                                                   12610000
           END-IF.                                                      12620000
                                                                        12630000
           DISPLAY WS-DL-BLANK.                                         12640000
           MOVE WCN-PO-NUMBER TO WS-DL-PO-NUMBER.                       12650000
           DISPLAY WS-DL-PO.                                            12660000
                                                                        12670000
      ***************************************************************** 12680000
      *    CHARGES, AND EACH LINE'S SHARE PER UNIT BY CHARGE TYPE     * 12690000
      ***************************************************************** 12700000
                                                                        12710000
           MOVE ZEROES TO WS-RL-COUNT.                                  12720000
           MOVE 'N' TO WS-END-OF-CHARGES-SW.                            12730000
                                                                        12740000
           MOVE WCN-PREFIX TO LANDED-COST-PREFIX.                       12750000
           MOVE WCN-PO-NUMBER TO LANDED-COST-PO-NUMBER.                 12760000
           MOVE ZEROES TO LANDED-COST-CHARGE-SEQ                        12770000
                          LANDED-COST-PO-LINE.                          12780000
                                                                        12790000
           START VSAM-LANDED-COST                                       12800000
               KEY NOT LESS THAN LANDED-COST-KEY.                       12810000
                                                                        12820000
           IF NOT LANDCSTF-OK                                           12830000
               MOVE 'START LANDED COST FAILED' TO WPBE-MESSAGE          12840000
               MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS               12850000
               MOVE 'P81000' TO WPBE-PARAGRAPH                          12860000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12870000
           END-IF.                                                      12880000
                                                                        12890000
           PERFORM P82000-REPORT-CHARGE THRU P82000-EXIT                12900000
               UNTIL END-OF-CHARGES.                                    12910000
                                                                        12920000
           DISPLAY WS-DL-LC-HEADING.                                    12930000
                                                                        12940000
           PERFORM P84000-REPORT-LINE THRU P84000-EXIT                  12950000
               VARYING WS-RL-SUB FROM 1 BY 1                            12960000
                 UNTIL WS-RL-SUB > WS-RL-COUNT.                         12970000
                                                                        12980000
       P81000-EXIT.                                                     12990000
           EXIT.                                                        13000000
           EJECT                                                        13010000
      ***************************************************************** 13020000
      *                                                               * 13030000
      *    PARAGRAPH:  P82000-REPORT-CHARGE                           * 13040000
      *                                                               * 13050000
      *    FUNCTION :  READ THE NEXT LANDED COST RECORD OF THE        * 13060000
      *                PURCHASE ORDER -- LIST A CHARGE, OR ADD A      * 13070000
      *                LINE SHARE PER UNIT TO THE LINE TABLE          * 13080000
      *                                                               * 13090000
      *    CALLED BY:  P81000-REPORT-PO                               * 13100000
      *                                                               * 13110000
      ***************************************************************** 13120000
                                                                        13130000
       P82000-REPORT-CHARGE.                                            13140000
                                                                        13150000
           READ VSAM-LANDED-COST NEXT.                                  13160000
                                                                        13170000
           IF LANDCSTF-END                                              13180000
               MOVE 'Y' TO WS-END-OF-CHARGES-SW                         13190000
               GO TO P82000-EXIT                                        13200000
           END-IF.                                                      13210000
                                                                        13220000
           IF NOT LANDCSTF-OK                                           13230000
               MOVE 'READ NEXT LANDED COST FAILED' TO WPBE-MESSAGE      13240000
               MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS               13250000
               MOVE 'P82000' TO WPBE-PARAGRAPH                          13260000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13270000
           END-IF.                                                      13280000
                                                                        13290000
           IF LANDED-COST-PREFIX NOT = WCN-PREFIX                       13300000
              OR LANDED-COST-PO-NUMBER NOT = WCN-PO-NUMBER              13310000
               MOVE 'Y' TO WS-END-OF-CHARGES-SW                         13320000
               GO TO P82000-EXIT                                        13330000
           END-IF.                                                      13340000
                                                                        13350000
           IF LANDED-COST-PO-LINE = ZEROES                              13360000
               MOVE '    CHARGE ' TO WS-DL-CH-ACTION                    13370000
               PERFORM P85000-DISPLAY-CHARGE THRU P85000-EXIT           13380000
               GO TO P82000-EXIT                                        13390000
           END-IF.                                                      13400000
                                                                        13410000
           IF LANDED-COST-LINE-QTY = ZEROES                             13420000
               GO TO P82000-EXIT                                        13430000
           END-IF.                                                      13440000
                                                                        13450000
           PERFORM P83000-FIND-LINE THRU P83000-EXIT.                   13460000
                                                                        13470000
           IF NOT ENTRY-FOUND                                           13480000
               GO TO P82000-EXIT                                        13490000
           END-IF.                                                      13500000
                                                                        13510000
           COMPUTE WS-PER-UNIT ROUNDED =                                13520000
               LANDED-COST-AMOUNT / LANDED-COST-LINE-QTY.               13530000
                                                                        13540000
           EVALUATE TRUE                                                13550000
               WHEN LANDED-COST-FREIGHT                                 13560000
                   ADD WS-PER-UNIT TO WS-RL-FREIGHT (WS-RL-SUB)         13570000
               WHEN LANDED-COST-DUTY                                    13580000
                   ADD WS-PER-UNIT TO WS-RL-DUTY (WS-RL-SUB)            13590000
               WHEN OTHER                                               13600000
                   ADD WS-PER-UNIT TO WS-RL-BROKERAGE (WS-RL-SUB)       13610000
           END-EVALUATE.                                                13620000
                                                                        13630000
       P82000-EXIT.                                                     13640000
           EXIT.                                                        13650000
           EJECT                                                        13660000
      ***************************************************************** 13670000
      *                                                               * 13680000
      *    PARAGRAPH:  P83000-FIND-LINE                               * 13690000
      *                                                               * 13700000
      *    FUNCTION :  FIND THE SHARE'S PURCHASE ORDER LINE IN THE    * 13710000
      *                REPORT LINE TABLE, ADDING IT WHEN NEW.  THE    * 13720000
      *                ENTRY IS LEFT IN WS-RL-SUB                     * 13730000
      *                                                               * 13740000
      *    CALLED BY:  P82000-REPORT-CHARGE                           * 13750000
      *                                                               * 13760000
      ***************************************************************** 13770000
                                                                        13780000
       P83000-FIND-LINE.                                                13790000
                                                                        13800000
           MOVE 'N' TO WS-FOUND-SW.                                     13810000
                                                                        13820000
           PERFORM P83100-MATCH-LINE THRU P83100-EXIT                   13830000
               VARYING WS-RL-SUB FROM 1 BY 1                            13840000
                 UNTIL WS-RL-SUB > WS-RL-COUNT                          13850000
                    OR ENTRY-FOUND.                                     13860000
                                                                        13870000
           IF ENTRY-FOUND                                               13880000
               SUBTRACT 1 FROM WS-RL-SUB                                13890000
               GO TO P83000-EXIT                                        13900000
           END-IF.                                                      13910000
                                                                        13920000
           IF WS-RL-COUNT NOT < WS-LINE-MAX                             13930000
               GO TO P83000-EXIT                                        13940000
           END-IF.                                                      13950000
                                                                        13960000
           ADD +1 TO WS-RL-COUNT.                                       13970000
           MOVE WS-RL-COUNT TO WS-RL-SUB.                               13980000
           MOVE LANDED-COST-PO-LINE TO WS-RL-PO-LINE (WS-RL-SUB).       13990000
           MOVE ZEROES TO WS-RL-FREIGHT (WS-RL-SUB)                     14000000
                          WS-RL-DUTY (WS-RL-SUB)                        14010000
                          WS-RL-BROKERAGE (WS-RL-SUB).                  14020000
           MOVE 'Y' TO WS-FOUND-SW.                                     14030000
                                                                        14040000
       P83000-EXIT.                                                     14050000
           EXIT.                                                        14060000
           EJECT                                                        14070000
      ***************************************************************** 14080000
      *                                                               * 14090000
      *    PARAGRAPH:  P83100-MATCH-LINE                              * 14100000
      *                                                               * 14110000
      *    FUNCTION :  COMPARE ONE REPORT LINE ENTRY TO THE SHARE     * 14120000
      *                                                               * 14130000
      *    CALLED BY:  P83000-FIND-LINE                               * 14140000
      *                                                               * 14150000
      ***************************************************************** 14160000
                                                                        14170000
       P83100-MATCH-LINE.                                               14180000
                                                                        14190000
           IF WS-RL-PO-LINE (WS-RL-SUB) = LANDED-COST-PO-LINE           14200000
               MOVE 'Y' TO WS-FOUND-SW                                  14210000
           END-IF.                                                      14220000
                                                                        14230000
       P83100-EXIT.                                                     14240000
           EXIT.                                                        14250000
           EJECT                                                        14260000
      ***************************************************************** 14270000
      *                                                               * 14280000
      *    PARAGRAPH:  P84000-REPORT-LINE                             * 14290000
      *                                                               * 14300000
      *    FUNCTION :  LIST ONE CHARGED LINE -- THE PO UNIT PRICE,    * 14310000
      *                EACH LANDED CHARGE PER UNIT AND THE LANDED     * 14320000
      *                UNIT COST                                      * 14330000
      *                                                               * 14340000
      *    CALLED BY:  P81000-REPORT-PO                               * 14350000
      *                                                               * 14360000
      ***************************************************************** 14370000
                                                                        14380000
       P84000-REPORT-LINE.                                              14390000
                                                                        14400000
           MOVE WCN-PREFIX TO PURCHASE-ORDER-PREFIX.                    14410000
           MOVE WCN-PO-NUMBER TO PURCHASE-ORDER-NUMBER.                 14420000
           MOVE WS-RL-PO-LINE (WS-RL-SUB) TO PURCHASE-ORDER-LINE.       14430000
                                                                        14440000
           READ VSAM-PURCHASE-ORDER.                                    14450000
                                                                        14460000
           IF NOT PURCHORF-OK                                           14470000
               MOVE SPACES TO PURCHASE-ORDER-ITEM-NUMBER                14480000
               MOVE ZEROES TO PURCHASE-ORDER-QTY-RECEIVED               14490000
                              PURCHASE-ORDER-UNIT-PRICE                 14500000
           END-IF.                                                      14510000
                                                                        14520000
           COMPUTE WS-LANDED-UNIT-COST ROUNDED =                        14530000
               PURCHASE-ORDER-UNIT-PRICE                                14540000
               + WS-RL-FREIGHT (WS-RL-SUB)                              14550000
               + WS-RL-DUTY (WS-RL-SUB)                                 14560000
               + WS-RL-BROKERAGE (WS-RL-SUB).                           14570000
                                                                        14580000
           MOVE WS-RL-PO-LINE (WS-RL-SUB) TO WS-DL-LC-PO-LINE.          14590000
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO WS-DL-LC-ITEM.            14600000
           MOVE PURCHASE-ORDER-QTY-RECEIVED TO WS-DL-LC-QTY.            14610000
           MOVE PURCHASE-ORDER-UNIT-PRICE TO WS-DL-LC-BASE.             14620000
           MOVE WS-RL-FREIGHT (WS-RL-SUB) TO WS-DL-LC-FREIGHT.          14630000
           MOVE WS-RL-DUTY (WS-RL-SUB) TO WS-DL-LC-DUTY.                14640000
           MOVE WS-RL-BROKERAGE (WS-RL-SUB) TO WS-DL-LC-BROKERAGE.      14650000
           MOVE WS-LANDED-UNIT-COST TO WS-DL-LC-LANDED.                 14660000
           DISPLAY WS-DL-LC-LINE.                                       14670000
                                                                        14680000
       P84000-EXIT.                                                     14690000
           EXIT.                                                        14700000
           EJECT                                                        14710000
      ***************************************************************** 14720000
      *                                                               * 14730000
      *    PARAGRAPH:  P85000-DISPLAY-CHARGE                          * 14740000
      *                                                               * 14750000
      *    FUNCTION :  LIST THE CURRENT LANDED CHARGE RECORD UNDER    * 14760000
      *                THE ACTION ALREADY MOVED TO WS-DL-CH-ACTION    * 14770000
      *                                                               * 14780000
      *    CALLED BY:  P40000-POST-CHARGE                             * 14790000
      *                P82000-REPORT-CHARGE                           * 14800000
      *                                                               * 14810000
      ***************************************************************** 14820000
                                                                        14830000
       P85000-DISPLAY-CHARGE.                                           14840000
                                                                        14850000
           MOVE LANDED-COST-CHARGE-SEQ TO WS-DL-CH-SEQ.                 14860000
                                                                        14870000
           EVALUATE TRUE                                                14880000
               WHEN LANDED-COST-FREIGHT                                 14890000
                   MOVE 'FREIGHT' TO WS-DL-CH-TYPE                      14900000
               WHEN LANDED-COST-DUTY                                    14910000
                   MOVE 'DUTY' TO WS-DL-CH-TYPE                         14920000
               WHEN OTHER                                               14930000
                   MOVE 'BROKERAGE' TO WS-DL-CH-TYPE                    14940000
           END-EVALUATE.                                                14950000
                                                                        14960000
           EVALUATE TRUE                                                14970000
               WHEN LANDED-COST-BY-VALUE                                14980000
                   MOVE 'VALUE' TO WS-DL-CH-BASIS                       14990000
               WHEN LANDED-COST-BY-WEIGHT                               15000000
                   MOVE 'WEIGHT' TO WS-DL-CH-BASIS                      15010000
               WHEN OTHER                                               15020000
                   MOVE 'QUANTITY' TO WS-DL-CH-BASIS                    15030000
           END-EVALUATE.                                                15040000
                                                                        15050000
           MOVE LANDED-COST-REFERENCE TO WS-DL-CH-REFERENCE.            15060000
           MOVE LANDED-COST-AMOUNT TO WS-DL-CH-AMOUNT.                  15070000
           DISPLAY WS-DL-CHARGE.                                        15080000
                                                                        15090000
           IF LANDED-COST-ASN-NUMBER NOT = SPACES                       15100000
               MOVE LANDED-COST-ASN-NUMBER TO WS-DL-CA-ASN-NUMBER       15110000
               DISPLAY WS-DL-CHARGE-ASN                                 15120000
           END-IF.                                                      15130000
                                                                        15140000
       P85000-EXIT.                                                     15150000
           EXIT.                                                        15160000
           EJECT                                                        15170000
      ***************************************************************** 15180000
      *                                                               * 15190000
      *    PARAGRAPH:  P99999-ABEND                                   * 15200000
      *                                                               * 15210000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 15220000
      *                ERROR HAS BEEN ENCOUNTERED                     * 15230000
      *                                                               * 15240000
      *    CALLED BY:  VARIOUS                                        * 15250000
      *                                                               * 15260000
      ***************************************************************** 15270000
                                                                        15280000
       P99999-ABEND.                                                    15290000
                                                                        15300000
           DISPLAY ' '.                                                 15310000
           DISPLAY WPEA-ERROR-01.                                       15320000
           DISPLAY WPEA-ERROR-02.                                       15330000
           DISPLAY WPEA-ERROR-03.                                       15340000
           DISPLAY WPEA-ERROR-04.                                       15350000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               15360000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               15370000
           DISPLAY WPEA-ERROR-04.                                       15380000
           DISPLAY WPEA-ERROR-03.                                       15390000
           DISPLAY WPEA-ERROR-02.                                       15400000
           DISPLAY WPEA-ERROR-01.                                       15410000
           DISPLAY ' '.                                                 15420000
                                                                        15430000
           MOVE 16 TO RETURN-CODE.                                      15440000
                                                                        15450000
           GOBACK.                                                      15460000
                                                                        15470000
       P99999-EXIT.                                                     15480000
           EXIT.                                                        15490000
