       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB95.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB95                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB95 IS THE NIGHTLY OUTBOUND SHIP       * 00100000
      *             NOTICE (EDI ADVANCE SHIP NOTICE) FEED, RUN AFTER  * 00110000
      *             THE SHIPMENT MANIFEST (PDAB56).  IT SCANS THE     * 00120000
      *             ORDER LINES ON ORDER1DB AND ORDER2DB FOR LINE     * 00130000
      *             SHIPMENTS POSTED BY PDAB28 WITH TODAY'S SHIP      * 00140000
      *             DATE (OR THE DATE NAMED ON AN OPTIONAL            * 00150000
      *             DATE=CCYYMMDD CONTROL CARD) AND, FOR EVERY        * 00160000
      *             SHIPMENT WHOSE CUSTOMER IS FLAGGED AS AN EDI      * 00170000
      *             TRADING PARTNER ON THE CUSTOMER FILE, WRITES AN   * 00180000
      *             EDI-STYLE SHIP NOTICE TO THE INTERFACE FILE:      * 00190000
      *               HDR  ORDER, CUSTOMER PO, SHIP DATE, SHIPPER     * 00200000
      *                    AND CARRIER NAME                           * 00210000
      *               CTN  ONE PER CARTON PACKED (PDAB94) WITH ITS    * 00220000
      *                    TRACKING NUMBER (THE CARTON LABEL BARCODE  * 00230000
      *                    -- PREFIX AND CARTON NUMBER), WEIGHT AND   * 00240000
      *                    QUANTITY                                   * 00250000
      *               LIN  ONE PER LINE SHIPPED WITH THE CUSTOMER'S   * 00260000
      *                    OWN PART NUMBER (PDA045 CROSS-REFERENCE)   * 00270000
      *                    AND THE QUANTITY SHIPPED, FOLLOWED BY      * 00280000
      *               PCK  THE CARTONS THE LINE WAS PACKED IN, AND    * 00290000
      *               LOT  THE LOTS SHIPPED (PDAB28 LOT TRACE)        * 00300000
      *             A CTL TRAILER CARRIES THE NOTICE, LINE AND        * 00310000
      *             CARTON COUNTS AS CONTROL TOTALS.  EACH NOTICE     * 00320000
      *             SENT IS RECORDED ON THE SHIP NOTICE REGISTER SO   * 00330000
      *             A RERUN NEVER DOUBLE-SENDS.                       * 00340000
      *                                                               * 00350000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00360000
      *             ORDER DATABASES      -  IMS HIDAM    (READ-ONLY)  * 00370000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00380000
      *             CUSTOMER XREF FILE   -  VSAM KSDS    (INPUT)      * 00390000
      *             CARTON FILE          -  VSAM KSDS    (INPUT)      * 00400000
      *             LOT TRACE FILE       -  VSAM KSDS    (INPUT)      * 00410000
      *             SHIP NOTICE REGISTER -  VSAM KSDS    (UPDATE)     * 00420000
      *             SHIPPER              -  DB2          (READ-ONLY)  * 00430000
      *             EDI SHIP NOTICE FILE -  SEQUENTIAL   (OUTPUT)     * 00440000
      *                                                               * 00450000
      ***************************************************************** 00460000
      *             PROGRAM CHANGE LOG                                * 00470000
      *             -------------------                               * 00480000
      *                                                               * 00490000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00500000
      *  --------   --------------------  --------------------------  * 00510000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00520000
      *                                                               * 00530000
      ***************************************************************** 00540000
           EJECT                                                        00550000
       ENVIRONMENT DIVISION.                                            00560000
                                                                        00570000
       INPUT-OUTPUT SECTION.                                            00580000
                                                                        00590000
       FILE-CONTROL.                                                    00600000
                                                                        00610000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00620000
                                                                        00630000
           SELECT EDI-SHIP-NOTICE-FILE ASSIGN TO OEDIASN.               00640000
                                                                        00650000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00660000
                                       ORGANIZATION IS INDEXED          00670000
                                       ACCESS IS RANDOM                 00680000
                                       RECORD KEY IS CUSTOMER-KEY       00690000
                                       FILE STATUS IS                   00700000
                                           WS-CUSTOMER-STATUS.          00710000
                                                                        00720000
           SELECT VSAM-CUST-XREF       ASSIGN TO VCUSTXRF               00730000
                                       ORGANIZATION IS INDEXED          00740000
                                       ACCESS IS DYNAMIC                00750000
                                       RECORD KEY IS CUSTOMER-XREF-KEY  00760000
                                       FILE STATUS IS WS-XREF-STATUS.   00770000
                                                                        00780000
           SELECT VSAM-CARTON          ASSIGN TO VCARTON                00790000
                                       ORGANIZATION IS INDEXED          00800000
                                       ACCESS IS DYNAMIC                00810000
                                       RECORD KEY IS CARTON-KEY         00820000
                                       FILE STATUS IS WS-CARTON-STATUS. 00830000
                                                                        00840000
           SELECT VSAM-LOT-TRACE       ASSIGN TO VLOTTRAN               00850000
                                       ORGANIZATION IS INDEXED          00860000
                                       ACCESS IS SEQUENTIAL             00870000
                                       RECORD KEY IS LOT-TRACE-KEY      00880000
                                       FILE STATUS IS WS-LOTTRC-STATUS. 00890000
                                                                        00900000
           SELECT VSAM-SHIP-NOTICE     ASSIGN TO VSHIPNOT               00910000
                                       ORGANIZATION IS INDEXED          00920000
                                       ACCESS IS RANDOM                 00930000
                                       RECORD KEY IS SHIP-NOTICE-KEY    00940000
                                       FILE STATUS IS WS-NOTICE-STATUS. 00950000
           EJECT                                                        00960000
       DATA DIVISION.                                                   00970000
                                                                        00980000
       FILE SECTION.                                                    00990000
                                                                        01000000
       FD  CONTROL-CARD                                                 01010000
           LABEL RECORDS ARE STANDARD                                   01020000
           RECORDING MODE IS F                                          01030000
           RECORD CONTAINS 80 CHARACTERS                                01040000
           BLOCK CONTAINS 27920 CHARACTERS.                             01050000
                                                                        01060000
       01  CONTROL-CARD-REC            PIC X(80).                       01070000
                                                                        01080000
       FD  EDI-SHIP-NOTICE-FILE                                         01090000
           LABEL RECORDS ARE STANDARD                                   01100000
           RECORDING MODE IS F                                          01110000
           RECORD CONTAINS 128 CHARACTERS.                              01120000
                                                                        01130000
       01  EDI-SHIP-NOTICE-REC         PIC X(128).                      01140000
                                                                        01150000
       FD  VSAM-CUSTOMER                                                01160000
           RECORD CONTAINS 800 CHARACTERS.                              01170000
                                                                        01180000
           COPY VCUSTOMR.                                               01190000
                                                                        01200000
       FD  VSAM-CUST-XREF                                               01210000
           RECORD CONTAINS 128 CHARACTERS.                              01220000
                                                                        01230000
           COPY VCUSTXRF.                                               01240000
                                                                        01250000
       FD  VSAM-CARTON                                                  01260000
           RECORD CONTAINS 512 CHARACTERS.                              01270000
                                                                        01280000
           COPY VCARTON.                                                01290000
                                                                        01300000
       FD  VSAM-LOT-TRACE                                               01310000
           RECORD CONTAINS 150 CHARACTERS.                              01320000
                                                                        01330000
           COPY VLOTTRAN.                                               01340000
                                                                        01350000
       FD  VSAM-SHIP-NOTICE                                             01360000
           RECORD CONTAINS 128 CHARACTERS.                              01370000
                                                                        01380000
           COPY VSHIPNOT.                                               01390000
           EJECT                                                        01400000
       WORKING-STORAGE SECTION.                                         01410000
                                                                        01420000
      ***************************************************************** 01430000
      *    SWITCHES                                                   * 01440000
      ***************************************************************** 01450000
                                                                        01460000
       01  WS-SWITCHES.                                                 01470000
           05  WS-END-OF-ORDER1-SW     PIC X     VALUE 'N'.             01480000
               88  END-OF-ORDER1                 VALUE 'Y'.             01490000
           05  WS-END-OF-ORDER2-SW     PIC X     VALUE 'N'.             01500000
               88  END-OF-ORDER2                 VALUE 'Y'.             01510000
           05  WS-END-OF-LINES-SW      PIC X     VALUE 'N'.             01520000
               88  END-OF-LINES                  VALUE 'Y'.             01530000
           05  WS-END-OF-CARTONS-SW    PIC X     VALUE 'N'.             01540000
               88  END-OF-CARTONS                VALUE 'Y'.             01550000
           05  WS-END-OF-LOT-TRACE-SW  PIC X     VALUE 'N'.             01560000
               88  END-OF-LOT-TRACE              VALUE 'Y'.             01570000
           EJECT                                                        01580000
      ***************************************************************** 01590000
      *    MISCELLANEOUS WORK FIELDS                                  * 01600000
      ***************************************************************** 01610000
                                                                        01620000
       01  WS-MISCELLANEOUS-FIELDS.                                     01630000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          01640000
               88  OP-GOOD-RETURN                VALUE '  '.            01650000
               88  OP-END-OF-DATABASE            VALUE 'GB'.            01660000
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            01670000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01680000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01690000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01700000
           03  WS-XREF-STATUS          PIC XX    VALUE SPACES.          01710000
               88  XREFF-OK                      VALUE '  ' '00'.       01720000
               88  XREFF-EMPTY                   VALUE '47' '35'.       01730000
           03  WS-CARTON-STATUS        PIC XX    VALUE SPACES.          01740000
               88  CARTONF-OK                    VALUE '  ' '00'.       01750000
               88  CARTONF-EMPTY                 VALUE '47' '35'.       01760000
           03  WS-LOTTRC-STATUS        PIC XX    VALUE SPACES.          01770000
               88  LOTTRCF-OK                    VALUE '  ' '00'.       01780000
               88  LOTTRCF-EMPTY                 VALUE '47' '35'.       01790000
               88  LOTTRCF-END                   VALUE '10'.            01800000
           03  WS-NOTICE-STATUS        PIC XX    VALUE SPACES.          01810000
               88  NOTICEF-OK                    VALUE '  ' '00'.       01820000
               88  NOTICEF-NOTFOUND              VALUE '23'.            01830000
               88  NOTICEF-EMPTY                 VALUE '47' '35'.       01840000
           03  WS-CURR-DATABASE        PIC X     VALUE SPACES.          01850000
           03  WS-SHIP-DATE            PIC 9(8)  VALUE ZEROES.          01860000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 01870000
           03  WS-NOTICES-SENT         PIC S9(7) VALUE +0       COMP-3. 01880000
           03  WS-NOTICES-SKIPPED      PIC S9(7) VALUE +0       COMP-3. 01890000
           03  WS-LINES-SENT           PIC S9(7) VALUE +0       COMP-3. 01900000
           03  WS-CARTONS-SENT         PIC S9(7) VALUE +0       COMP-3. 01910000
           03  WS-LOTS-LOADED          PIC S9(7) VALUE +0       COMP-3. 01920000
           03  WS-NDX                  PIC S9(4) VALUE +0       COMP.   01930000
           03  WS-CNDX                 PIC S9(4) VALUE +0       COMP.   01940000
           03  WS-CLNDX                PIC S9(4) VALUE +0       COMP.   01950000
           03  WS-LNDX                 PIC S9(4) VALUE +0       COMP.   01960000
           03  WS-DATE.                                                 01970000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01980000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01990000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          02000000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       02010000
                                       PIC 9(8).                        02020000
           EJECT                                                        02030000
      ***************************************************************** 02040000
      *    CONTROL CARD AREA                                          * 02050000
      ***************************************************************** 02060000
                                                                        02070000
       01  WS-CONTROL-CARD.                                             02080000
           03  WCC-KEYWORD             PIC X(5).                        02090000
           03  WCC-DATE                PIC X(8).                        02100000
           03  WCC-DATE-NUM REDEFINES WCC-DATE                          02110000
                                       PIC 9(8).                        02120000
           03  FILLER                  PIC X(67).                       02130000
           EJECT                                                        02140000
      ***************************************************************** 02150000
      *    LINES OF THE HELD ORDER SHIPPED ON THE SHIP DATE           * 02160000
      ***************************************************************** 02170000
                                                                        02180000
       01  WS-LINE-TABLE.                                               02190000
           03  WS-LIN-MAX              PIC S9(4) VALUE +100     COMP.   02200000
           03  WS-LIN-COUNT            PIC S9(4) VALUE +0       COMP.   02210000
           03  WS-LIN-ENTRY            OCCURS 100 TIMES.                02220000
               05  WS-LN-ITEM-SEQ      PIC 9(05).                       02230000
               05  WS-LN-ITEM-NUMBER   PIC X(32).                       02240000
               05  WS-LN-QTY-SHIPPED   PIC S9(09)      COMP-3.          02250000
               05  WS-LN-SHIPPER       PIC 9(10).                       02260000
                                                                        02270000
      ***************************************************************** 02280000
      *    CARTONS OF THE HELD ORDER SHIPPED ON THE SHIP DATE         * 02290000
      ***************************************************************** 02300000
                                                                        02310000
       01  WS-CARTON-TABLE.                                             02320000
           03  WS-CTN-MAX              PIC S9(4) VALUE +50      COMP.   02330000
           03  WS-CTN-COUNT            PIC S9(4) VALUE +0       COMP.   02340000
           03  WS-CTN-ENTRY            OCCURS 50 TIMES.                 02350000
               05  WS-CT-SEQUENCE      PIC 9(03).                       02360000
               05  WS-CT-NUMBER        PIC 9(09).                       02370000
               05  WS-CT-WEIGHT        PIC 9(05)V99    COMP-3.          02380000
               05  WS-CT-TOTAL-QTY     PIC 9(09)       COMP-3.          02390000
               05  WS-CT-LINE-COUNT    PIC 9(03).                       02400000
               05  WS-CT-LINE          OCCURS 10 TIMES.                 02410000
                   07  WS-CT-ITEM-SEQ  PIC 9(05).                       02420000
                   07  WS-CT-QTY       PIC 9(09)       COMP-3.          02430000
                                                                        02440000
      ***************************************************************** 02450000
      *    LOT SHIPMENTS JOURNALED ON THE SHIP DATE (LOT TRACE TYPE   * 02460000
      *    S), LOADED ONCE -- THE LOT TRACE IS KEYED BY LOT, NOT BY   * 02470000
      *    ORDER                                                      * 02480000
      ***************************************************************** 02490000
                                                                        02500000
       01  WS-LOT-TABLE.                                                02510000
           03  WS-LOT-MAX              PIC S9(4) VALUE +1000    COMP.   02520000
           03  WS-LOT-COUNT            PIC S9(4) VALUE +0       COMP.   02530000
           03  WS-LOT-ENTRY            OCCURS 1000 TIMES.               02540000
               05  WS-LT-PREFIX        PIC 9(05).                       02550000
               05  WS-LT-ORDER-NUMBER  PIC 9(10).                       02560000
               05  WS-LT-ITEM-NUMBER   PIC X(32).                       02570000
               05  WS-LT-LOT-NUMBER    PIC X(10).                       02580000
               05  WS-LT-WHSE          PIC X(08).                       02590000
               05  WS-LT-QUANTITY      PIC S9(09)      COMP-3.          02600000
           EJECT                                                        02610000
      ***************************************************************** 02620000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 02630000
      ***************************************************************** 02640000
                                                                        02650000
       01  WS-GN                       PIC X(4)  VALUE 'GN  '.          02660000
       01  WS-GNP                      PIC X(4)  VALUE 'GNP '.          02670000
                                                                        02680000
       01  ORDER-SSA-UNQUAL.                                            02690000
           03  FILLER                  PIC X(8)  VALUE 'ORDER'.         02700000
           03  FILLER                  PIC X     VALUE SPACES.          02710000
                                                                        02720000
       01  ORDITEM-SSA-UNQUAL.                                          02730000
           03  FILLER                  PIC X(8)  VALUE 'ORDITEM'.       02740000
           03  FILLER                  PIC X     VALUE SPACES.          02750000
           EJECT                                                        02760000
      ***************************************************************** 02770000
      *    IMS RECORD AREAS                                           * 02780000
      ***************************************************************** 02790000
                                                                        02800000
           COPY ORDER.                                                  02810000
           EJECT                                                        02820000
           COPY IORDITEM.                                               02830000
           EJECT                                                        02840000
      ***************************************************************** 02850000
      *    EDI SEGMENT RECORDS                                        * 02860000
      ***************************************************************** 02870000
                                                                        02880000
       01  WS-EDI-HDR.                                                  02890000
           03  FILLER                  PIC X(3)  VALUE 'HDR'.           02900000
           03  WNH-ORDER-NUMBER        PIC 9(10) VALUE ZEROES.          02910000
           03  WNH-SHIP-DATE           PIC 9(8)  VALUE ZEROES.          02920000
           03  WNH-CUSTOMER-ID         PIC X(32) VALUE SPACES.          02930000
           03  WNH-PURCHASE-NUMBER     PIC 9(13) VALUE ZEROES.          02940000
           03  WNH-SHIPPER-NUMBER      PIC 9(10) VALUE ZEROES.          02950000
           03  WNH-CARRIER-NAME        PIC X(30) VALUE SPACES.          02960000
           03  WNH-CARTON-COUNT        PIC 9(3)  VALUE ZEROES.          02970000
           03  WNH-LINE-COUNT          PIC 9(3)  VALUE ZEROES.          02980000
           03  FILLER                  PIC X(16) VALUE SPACES.          02990000
                                                                        03000000
       01  WS-EDI-CTN.                                                  03010000
           03  FILLER                  PIC X(3)  VALUE 'CTN'.           03020000
           03  WNC-CARTON-SEQUENCE     PIC 9(3)  VALUE ZEROES.          03030000
           03  WNC-TRACKING-NUMBER.                                     03040000
               05  WNC-TRK-PREFIX      PIC 9(5)  VALUE ZEROES.          03050000
               05  WNC-TRK-CARTON      PIC 9(9)  VALUE ZEROES.          03060000
           03  WNC-WEIGHT              PIC 9(5)V99                      03070000
                                                 VALUE ZEROES.          03080000
           03  WNC-TOTAL-QTY           PIC 9(9)  VALUE ZEROES.          03090000
           03  WNC-LINE-COUNT          PIC 9(3)  VALUE ZEROES.          03100000
           03  FILLER                  PIC X(89) VALUE SPACES.          03110000
                                                                        03120000
       01  WS-EDI-LIN.                                                  03130000
           03  FILLER                  PIC X(3)  VALUE 'LIN'.           03140000
           03  WNL-ITEM-SEQUENCE       PIC 9(5)  VALUE ZEROES.          03150000
           03  WNL-ITEM-NUMBER         PIC X(32) VALUE SPACES.          03160000
           03  WNL-CUST-PART           PIC X(32) VALUE SPACES.          03170000
           03  WNL-QTY-SHIPPED         PIC 9(9)  VALUE ZEROES.          03180000
           03  WNL-SHIPPER-NUMBER      PIC 9(10) VALUE ZEROES.          03190000
           03  FILLER                  PIC X(37) VALUE SPACES.          03200000
                                                                        03210000
       01  WS-EDI-PCK.                                                  03220000
           03  FILLER                  PIC X(3)  VALUE 'PCK'.           03230000
           03  WNP-ITEM-SEQUENCE       PIC 9(5)  VALUE ZEROES.          03240000
           03  WNP-CARTON-SEQUENCE     PIC 9(3)  VALUE ZEROES.          03250000
           03  WNP-TRACKING-NUMBER.                                     03260000
               05  WNP-TRK-PREFIX      PIC 9(5)  VALUE ZEROES.          03270000
               05  WNP-TRK-CARTON      PIC 9(9)  VALUE ZEROES.          03280000
           03  WNP-QUANTITY            PIC 9(9)  VALUE ZEROES.          03290000
           03  FILLER                  PIC X(94) VALUE SPACES.          03300000
                                                                        03310000
       01  WS-EDI-LOT.                                                  03320000
           03  FILLER                  PIC X(3)  VALUE 'LOT'.           03330000
           03  WNO-ITEM-SEQUENCE       PIC 9(5)  VALUE ZEROES.          03340000
           03  WNO-LOT-NUMBER          PIC X(10) VALUE SPACES.          03350000
           03  WNO-WHSE                PIC X(8)  VALUE SPACES.          03360000
           03  WNO-QUANTITY            PIC 9(9)  VALUE ZEROES.          03370000
           03  FILLER                  PIC X(93) VALUE SPACES.          03380000
                                                                        03390000
       01  WS-EDI-CTL.                                                  03400000
           03  FILLER                  PIC X(3)  VALUE 'CTL'.           03410000
           03  WNX-NOTICE-COUNT        PIC 9(7)  VALUE ZEROES.          03420000
           03  WNX-LINE-COUNT          PIC 9(7)  VALUE ZEROES.          03430000
           03  WNX-CARTON-COUNT        PIC 9(7)  VALUE ZEROES.          03440000
           03  WNX-SHIP-DATE           PIC 9(8)  VALUE ZEROES.          03450000
           03  FILLER                  PIC X(96) VALUE SPACES.          03460000
           EJECT                                                        03470000
      ***************************************************************** 03480000
      *    DB2  DEFINITIONS                                           * 03490000
      ***************************************************************** 03500000
                                                                        03510000
      ***************************************************************** 03520000
      *         SQL COMMUNICATIONS AREA                               * 03530000
      ***************************************************************** 03540000
                                                                        03550000
           EXEC SQL                                                     03560000
              INCLUDE SQLCA                                             03570000
           END-EXEC.                                                    03580000
           EJECT                                                        03590000
           EXEC SQL                                                     03600000
              INCLUDE DSHIPPER                                          03610000
           END-EXEC.                                                    03620000
           EJECT                                                        03630000
      ***************************************************************** 03640000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03650000
      ***************************************************************** 03660000
                                                                        03670000
           COPY PDAERRWS.                                               03680000
                                                                        03690000
       01  WS-PDA-BATCH-ERROR-01.                                       03700000
           05  FILLER             PIC X     VALUE SPACES.               03710000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03720000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03730000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB95'.             03740000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03750000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03760000
                                                                        03770000
       01  WS-PDA-BATCH-ERROR-02.                                       03780000
           05  FILLER             PIC X(8)  VALUE SPACES.               03790000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03800000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03810000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03820000
           EJECT                                                        03830000
      ***************************************************************** 03840000
      *    LINKAGE SECTION                                            * 03850000
      ***************************************************************** 03860000
                                                                        03870000
       LINKAGE SECTION.                                                 03880000
                                                                        03890000
      ****************************************************************  03900000
      *****  I-O PCB                                                    03910000
      ****************************************************************  03920000
                                                                        03930000
       01  IO-PCB.                                                      03940000
           05  FILLER                  PIC X(10) VALUE SPACES.          03950000
           05  IO-STATUS               PIC XX    VALUE SPACES.          03960000
           05  FILLER                  PIC X(20) VALUE SPACES.          03970000
                                                                        03980000
      ****************************************************************  03990000
      *****  ORDER1DB PCB (CICS PATH)                                   04000000
      ****************************************************************  04010000
                                                                        04020000
           COPY PCBORDER.                                               04030000
                                                                        04040000
      ****************************************************************  04050000
      *****  ORDER2DB PCB (IMS/DC PATH) - SAME MASK SHAPE AS PCBORDER   04060000
      ****************************************************************  04070000
                                                                        04080000
       01  ORDER2-PCB.                                                  04090000
           05  OP2-DBDNAME             PIC X(8)  VALUE SPACES.          04100000
           05  OP2-SEG-LEVEL           PIC XX    VALUE SPACES.          04110000
           05  OP2-STATUS              PIC XX    VALUE SPACES.          04120000
           05  FILLER                  PIC X(8)  VALUE SPACES.          04130000
           05  OP2-SEG-NAME            PIC X(8)  VALUE SPACES.          04140000
           05  FILLER                  PIC X(8)  VALUE SPACES.          04150000
           05  OP2-FEEDBACK-AREA       PIC X(80) VALUE SPACES.          04160000
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
      *    FUNCTION :  PROGRAM ENTRY.  LOAD THE SHIP DATE'S LOT       * 04280000
      *                SHIPMENTS, SEND A SHIP NOTICE FOR EVERY        * 04290000
      *                TRADING-PARTNER SHIPMENT ON BOTH ORDER         * 04300000
      *                DATABASES AND WRITE THE CONTROL TOTALS         * 04310000
      *                TRAILER                                        * 04320000
      *                                                               * 04330000
      *    CALLED BY:  NONE                                           * 04340000
      *                                                               * 04350000
      ***************************************************************** 04360000
                                                                        04370000
       P00000-MAINLINE.                                                 04380000
                                                                        04390000
           ENTRY 'DLITCBL' USING                                        04400000
                           IO-PCB                                       04410000
                           ORDER-PCB                                    04420000
                           ORDER2-PCB.                                  04430000
                                                                        04440000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04450000
           MOVE WS-DATE-CCYYMMDD TO WS-SHIP-DATE.                       04460000
                                                                        04470000
           OPEN INPUT CONTROL-CARD.                                     04480000
                                                                        04490000
           PERFORM P05000-READ-DATE-CARD THRU P05000-EXIT.              04500000
                                                                        04510000
           CLOSE CONTROL-CARD.                                          04520000
                                                                        04530000
           OPEN OUTPUT EDI-SHIP-NOTICE-FILE.                            04540000
                                                                        04550000
           OPEN INPUT VSAM-CUSTOMER.                                    04560000
                                                                        04570000
           IF NOT CUSTOMER-OK                                           04580000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         04590000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              04600000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04610000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04620000
           END-IF.                                                      04630000
                                                                        04640000
           OPEN INPUT VSAM-CUST-XREF.                                   04650000
                                                                        04660000
           IF NOT XREFF-OK AND NOT XREFF-EMPTY                          04670000
               MOVE 'OPEN CUSTOMER XREF FAILED' TO WPBE-MESSAGE         04680000
               MOVE WS-XREF-STATUS TO WPBE-FILE-STATUS                  04690000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04700000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04710000
           END-IF.                                                      04720000
                                                                        04730000
           OPEN INPUT VSAM-CARTON.                                      04740000
                                                                        04750000
           IF NOT CARTONF-OK AND NOT CARTONF-EMPTY                      04760000
               MOVE 'OPEN CARTON FILE FAILED' TO WPBE-MESSAGE           04770000
               MOVE WS-CARTON-STATUS TO WPBE-FILE-STATUS                04780000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04790000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04800000
           END-IF.                                                      04810000
                                                                        04820000
           OPEN INPUT VSAM-LOT-TRACE.                                   04830000
                                                                        04840000
           IF NOT LOTTRCF-OK AND NOT LOTTRCF-EMPTY                      04850000
               MOVE 'OPEN LOT TRACE FILE FAILED' TO WPBE-MESSAGE        04860000
               MOVE WS-LOTTRC-STATUS TO WPBE-FILE-STATUS                04870000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04880000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04890000
           END-IF.                                                      04900000
                                                                        04910000
           IF LOTTRCF-OK                                                04920000
               PERFORM P06000-LOAD-LOT THRU P06000-EXIT                 04930000
                   UNTIL END-OF-LOT-TRACE                               04940000
               CLOSE VSAM-LOT-TRACE                                     04950000
           END-IF.                                                      04960000
                                                                        04970000
           OPEN I-O VSAM-SHIP-NOTICE.                                   04980000
                                                                        04990000
           IF NOT NOTICEF-OK                                            05000000
               MOVE 'OPEN SHIP NOTICE REGISTER FAILED' TO WPBE-MESSAGE  05010000
               MOVE WS-NOTICE-STATUS TO WPBE-FILE-STATUS                05020000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          05030000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05040000
           END-IF.                                                      05050000
                                                                        05060000
           PERFORM P10000-SCAN-ORDER1 THRU P10000-EXIT                  05070000
               UNTIL END-OF-ORDER1.                                     05080000
                                                                        05090000
           PERFORM P20000-SCAN-ORDER2 THRU P20000-EXIT                  05100000
               UNTIL END-OF-ORDER2.                                     05110000
                                                                        05120000
      ***************************************************************** 05130000
      *    CONTROL TOTALS TRAILER                                     * 05140000
      ***************************************************************** 05150000
                                                                        05160000
           MOVE WS-NOTICES-SENT TO WNX-NOTICE-COUNT.                    05170000
           MOVE WS-LINES-SENT TO WNX-LINE-COUNT.                        05180000
           MOVE WS-CARTONS-SENT TO WNX-CARTON-COUNT.                    05190000
           MOVE WS-SHIP-DATE TO WNX-SHIP-DATE.                          05200000
           WRITE EDI-SHIP-NOTICE-REC FROM WS-EDI-CTL.                   05210000
                                                                        05220000
           CLOSE VSAM-CUSTOMER                                          05230000
                 VSAM-CUST-XREF                                         05240000
                 VSAM-CARTON                                            05250000
                 VSAM-SHIP-NOTICE                                       05260000
                 EDI-SHIP-NOTICE-FILE.                                  05270000
                                                                        05280000
           DISPLAY 'PDAB95 - ORDER ROOTS READ     ' WS-ORDERS-READ.     05290000
           DISPLAY 'PDAB95 - LOT SHIPMENTS LOADED ' WS-LOTS-LOADED.     05300000
           DISPLAY 'PDAB95 - SHIP NOTICES SENT    ' WS-NOTICES-SENT.    05310000
           DISPLAY 'PDAB95 - ALREADY SENT SKIPPED '                     05320000
               WS-NOTICES-SKIPPED.                                      05330000
           DISPLAY 'PDAB95 - LINES SENT           ' WS-LINES-SENT.      05340000
           DISPLAY 'PDAB95 - CARTONS SENT         ' WS-CARTONS-SENT.    05350000
                                                                        05360000
           GOBACK.                                                      05370000
                                                                        05380000
       P00000-EXIT.                                                     05390000
           EXIT.                                                        05400000
           EJECT                                                        05410000
      ***************************************************************** 05420000
      *                                                               * 05430000
      *    PARAGRAPH:  P05000-READ-DATE-CARD                          * 05440000
      *                                                               * 05450000
      *    FUNCTION :  READ THE OPTIONAL DATE=CCYYMMDD CONTROL CARD   * 05460000
      *                OVERRIDING THE SHIP DATE                       * 05470000
      *                                                               * 05480000
      *    CALLED BY:  P00000-MAINLINE                                * 05490000
      *                                                               * 05500000
      ***************************************************************** 05510000
                                                                        05520000
       P05000-READ-DATE-CARD.                                           05530000
                                                                        05540000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05550000
               AT END                                                   05560000
                   GO TO P05000-EXIT.                                   05570000
                                                                        05580000
           IF WCC-KEYWORD = 'DATE='                                     05590000
              AND WCC-DATE NUMERIC                                      05600000
               MOVE WCC-DATE-NUM TO WS-SHIP-DATE                        05610000
           END-IF.                                                      05620000
                                                                        05630000
       P05000-EXIT.                                                     05640000
           EXIT.                                                        05650000
           EJECT                                                        05660000
      ***************************************************************** 05670000
      *                                                               * 05680000
      *    PARAGRAPH:  P06000-LOAD-LOT                                * 05690000
      *                                                               * 05700000
      *    FUNCTION :  READ THE NEXT LOT TRACE RECORD AND KEEP IT     * 05710000
      *                WHEN IT IS AN ORDER SHIPMENT JOURNALED ON THE  * 05720000
      *                SHIP DATE                                      * 05730000
      *                                                               * 05740000
      *    CALLED BY:  P00000-MAINLINE                                * 05750000
      *                                                               * 05760000
      ***************************************************************** 05770000
                                                                        05780000
       P06000-LOAD-LOT.                                                 05790000
                                                                        05800000
           READ VSAM-LOT-TRACE.                                         05810000
                                                                        05820000
           IF LOTTRCF-END                                               05830000
               MOVE 'Y' TO WS-END-OF-LOT-TRACE-SW                       05840000
               GO TO P06000-EXIT                                        05850000
           END-IF.                                                      05860000
                                                                        05870000
           IF NOT LOTTRCF-OK                                            05880000
               MOVE 'READ LOT TRACE FAILED' TO WPBE-MESSAGE             05890000
               MOVE WS-LOTTRC-STATUS TO WPBE-FILE-STATUS                05900000
               MOVE 'P06000' TO WPBE-PARAGRAPH                          05910000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05920000
           END-IF.                                                      05930000
                                                                        05940000
           IF NOT LOT-TRACE-SHIPMENT                                    05950000
              OR LOT-TRACE-DATE NOT = WS-SHIP-DATE                      05960000
               GO TO P06000-EXIT                                        05970000
           END-IF.                                                      05980000
                                                                        05990000
           IF WS-LOT-COUNT NOT < WS-LOT-MAX                             06000000
               GO TO P06000-EXIT                                        06010000
           END-IF.                                                      06020000
                                                                        06030000
           ADD +1 TO WS-LOT-COUNT.                                      06040000
           MOVE LOT-TRACE-PREFIX TO WS-LT-PREFIX (WS-LOT-COUNT).        06050000
           MOVE LOT-TRACE-REFERENCE                                     06060000
               TO WS-LT-ORDER-NUMBER (WS-LOT-COUNT).                    06070000
           MOVE LOT-TRACE-ITEM-NUMBER                                   06080000
               TO WS-LT-ITEM-NUMBER (WS-LOT-COUNT).                     06090000
           MOVE LOT-TRACE-LOT-NUMBER                                    06100000
               TO WS-LT-LOT-NUMBER (WS-LOT-COUNT).                      06110000
           MOVE LOT-TRACE-WHSE TO WS-LT-WHSE (WS-LOT-COUNT).            06120000
           MOVE LOT-TRACE-QUANTITY TO WS-LT-QUANTITY (WS-LOT-COUNT).    06130000
                                                                        06140000
           ADD +1 TO WS-LOTS-LOADED.                                    06150000
                                                                        06160000
       P06000-EXIT.                                                     06170000
           EXIT.                                                        06180000
           EJECT                                                        06190000
      ***************************************************************** 06200000
      *                                                               * 06210000
      *    PARAGRAPH:  P10000-SCAN-ORDER1                             * 06220000
      *                                                               * 06230000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER1DB AND      * 06240000
      *                SEND ITS SHIP NOTICE                           * 06250000
      *                                                               * 06260000
      *    CALLED BY:  P00000-MAINLINE                                * 06270000
      *                                                               * 06280000
      ***************************************************************** 06290000
                                                                        06300000
       P10000-SCAN-ORDER1.                                              06310000
                                                                        06320000
           CALL 'CBLTDLI' USING                                         06330000
                          WS-GN                                         06340000
                          ORDER-PCB                                     06350000
                          ORDER-SEGMENT                                 06360000
                          ORDER-SSA-UNQUAL                              06370000
           END-CALL.                                                    06380000
                                                                        06390000
           MOVE OP-STATUS TO WS-OP-STATUS.                              06400000
                                                                        06410000
           EVALUATE TRUE                                                06420000
               WHEN OP-GOOD-RETURN                                      06430000
                   ADD +1 TO WS-ORDERS-READ                             06440000
                   MOVE '1' TO WS-CURR-DATABASE                         06450000
                   PERFORM P30000-PROCESS-ORDER THRU P30000-EXIT        06460000
               WHEN OP-END-OF-DATABASE                                  06470000
               WHEN OP-SEGMENT-NOT-FOUND                                06480000
                   MOVE 'Y' TO WS-END-OF-ORDER1-SW                      06490000
               WHEN OTHER                                               06500000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      06510000
                   MOVE 'PDAB95' TO WPIE-PROGRAM-ID                     06520000
                   MOVE 'P10000' TO WPIE-PARAGRAPH                      06530000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   06540000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    06550000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    06560000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                06570000
                   MOVE 'GN ORDER ROOT SEGMENT' TO WPIE-COMMAND         06580000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06590000
           END-EVALUATE.                                                06600000
                                                                        06610000
       P10000-EXIT.                                                     06620000
           EXIT.                                                        06630000
           EJECT                                                        06640000
      ***************************************************************** 06650000
      *                                                               * 06660000
      *    PARAGRAPH:  P20000-SCAN-ORDER2                             * 06670000
      *                                                               * 06680000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER2DB AND      * 06690000
      *                SEND ITS SHIP NOTICE                           * 06700000
      *                                                               * 06710000
      *    CALLED BY:  P00000-MAINLINE                                * 06720000
      *                                                               * 06730000
      ***************************************************************** 06740000
                                                                        06750000
       P20000-SCAN-ORDER2.                                              06760000
                                                                        06770000
           CALL 'CBLTDLI' USING                                         06780000
                          WS-GN                                         06790000
                          ORDER2-PCB                                    06800000
                          ORDER-SEGMENT                                 06810000
                          ORDER-SSA-UNQUAL                              06820000
           END-CALL.                                                    06830000
                                                                        06840000
           MOVE OP2-STATUS TO WS-OP-STATUS.                             06850000
                                                                        06860000
           EVALUATE TRUE                                                06870000
               WHEN OP-GOOD-RETURN                                      06880000
                   ADD +1 TO WS-ORDERS-READ                             06890000
                   MOVE '2' TO WS-CURR-DATABASE                         06900000
                   PERFORM P30000-PROCESS-ORDER THRU P30000-EXIT        06910000
               WHEN OP-END-OF-DATABASE                                  06920000
               WHEN OP-SEGMENT-NOT-FOUND                                06930000
                   MOVE 'Y' TO WS-END-OF-ORDER2-SW                      06940000
               WHEN OTHER                                               06950000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      06960000
                   MOVE 'PDAB95' TO WPIE-PROGRAM-ID                     06970000
                   MOVE 'P20000' TO WPIE-PARAGRAPH                      06980000
                   MOVE OP2-STATUS TO WPIE-STATUS-CODE                  06990000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    07000000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    07010000
                   MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                07020000
                   MOVE 'GN ORDER ROOT SEGMENT' TO WPIE-COMMAND         07030000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07040000
           END-EVALUATE.                                                07050000
                                                                        07060000
       P20000-EXIT.                                                     07070000
           EXIT.                                                        07080000
           EJECT                                                        07090000
      ***************************************************************** 07100000
      *                                                               * 07110000
      *    PARAGRAPH:  P30000-PROCESS-ORDER                           * 07120000
      *                                                               * 07130000
      *    FUNCTION :  FOR A TRADING-PARTNER ORDER WHOSE NOTICE FOR   * 07140000
      *                THE SHIP DATE HAS NOT BEEN SENT, COLLECT THE   * 07150000
      *                LINES AND CARTONS SHIPPED ON THE SHIP DATE     * 07160000
      *                AND SEND THE SHIP NOTICE                       * 07170000
      *                                                               * 07180000
      *    CALLED BY:  P10000-SCAN-ORDER1                             * 07190000
      *                P20000-SCAN-ORDER2                             * 07200000
      *                                                               * 07210000
      ***************************************************************** 07220000
                                                                        07230000
       P30000-PROCESS-ORDER.                                            07240000
                                                                        07250000
      ***************************************************************** 07260000
      *    ONLY EDI TRADING PARTNERS GET THE FEED                     * 07270000
      ***************************************************************** 07280000
                                                                        07290000
           MOVE ORDER-CUSTOMER-PREFIX TO CUSTOMER-PREFIX.               07300000
           MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.                       07310000
                                                                        07320000
           READ VSAM-CUSTOMER.                                          07330000
                                                                        07340000
           IF NOT CUSTOMER-OK                                           07350000
               GO TO P30000-EXIT                                        07360000
           END-IF.                                                      07370000
                                                                        07380000
           IF NOT CUSTOMER-EDI-INVOICES                                 07390000
               GO TO P30000-EXIT                                        07400000
           END-IF.                                                      07410000
                                                                        07420000
      ***************************************************************** 07430000
      *    A SHIPMENT WHOSE NOTICE IS ALREADY ON THE REGISTER IS NOT  * 07440000
      *    SENT AGAIN                                                 * 07450000
      ***************************************************************** 07460000
                                                                        07470000
           MOVE ORDER-PREFIX TO SHIP-NOTICE-PREFIX.                     07480000
           MOVE WS-CURR-DATABASE TO SHIP-NOTICE-DATABASE.               07490000
           MOVE ORDER-NUMBER TO SHIP-NOTICE-ORDER-NUMBER.               07500000
           MOVE WS-SHIP-DATE TO SHIP-NOTICE-SHIP-DATE.                  07510000
                                                                        07520000
           READ VSAM-SHIP-NOTICE.                                       07530000
                                                                        07540000
           IF NOTICEF-OK                                                07550000
               ADD +1 TO WS-NOTICES-SKIPPED                             07560000
               GO TO P30000-EXIT                                        07570000
           END-IF.                                                      07580000
                                                                        07590000
           IF NOT NOTICEF-NOTFOUND                                      07600000
               MOVE 'READ SHIP NOTICE REGISTER FAILED' TO WPBE-MESSAGE  07610000
               MOVE WS-NOTICE-STATUS TO WPBE-FILE-STATUS                07620000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          07630000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07640000
           END-IF.                                                      07650000
                                                                        07660000
      ***************************************************************** 07670000
      *    COLLECT THE LINES SHIPPED ON THE SHIP DATE                 * 07680000
      ***************************************************************** 07690000
                                                                        07700000
           MOVE +0 TO WS-LIN-COUNT.                                     07710000
           MOVE 'N' TO WS-END-OF-LINES-SW.                              07720000
                                                                        07730000
           PERFORM P31000-COLLECT-LINE THRU P31000-EXIT                 07740000
               UNTIL END-OF-LINES.                                      07750000
                                                                        07760000
           IF WS-LIN-COUNT = +0                                         07770000
               GO TO P30000-EXIT                                        07780000
           END-IF.                                                      07790000
                                                                        07800000
           PERFORM P32000-LOAD-CARTONS THRU P32000-EXIT.                07810000
                                                                        07820000
           PERFORM P33000-READ-CARRIER THRU P33000-EXIT.                07830000
                                                                        07840000
           PERFORM P40000-SEND-NOTICE THRU P40000-EXIT.                 07850000
                                                                        07860000
       P30000-EXIT.                                                     07870000
           EXIT.                                                        07880000
           EJECT                                                        07890000
      ***************************************************************** 07900000
      *                                                               * 07910000
      *    PARAGRAPH:  P31000-COLLECT-LINE                            * 07920000
      *                                                               * 07930000
      *    FUNCTION :  GET THE NEXT LINE OF THE HELD ORDER FROM ITS   * 07940000
      *                DATABASE AND KEEP IT WHEN IT SHIPPED ON THE    * 07950000
      *                SHIP DATE                                      * 07960000
      *                                                               * 07970000
      *    CALLED BY:  P30000-PROCESS-ORDER                           * 07980000
      *                                                               * 07990000
      ***************************************************************** 08000000
                                                                        08010000
       P31000-COLLECT-LINE.                                             08020000
                                                                        08030000
           IF WS-CURR-DATABASE = '1'                                    08040000
               CALL 'CBLTDLI' USING                                     08050000
                              WS-GNP                                    08060000
                              ORDER-PCB                                 08070000
                              ORDER-ITEM-SEGMENT                        08080000
                              ORDITEM-SSA-UNQUAL                        08090000
               END-CALL                                                 08100000
               MOVE OP-STATUS TO WS-OP-STATUS                           08110000
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                    08120000
           ELSE                                                         08130000
               CALL 'CBLTDLI' USING                                     08140000
                              WS-GNP                                    08150000
                              ORDER2-PCB                                08160000
                              ORDER-ITEM-SEGMENT                        08170000
                              ORDITEM-SSA-UNQUAL                        08180000
               END-CALL                                                 08190000
               MOVE OP2-STATUS TO WS-OP-STATUS                          08200000
               MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                    08210000
           END-IF.                                                      08220000
                                                                        08230000
           EVALUATE TRUE                                                08240000
               WHEN OP-GOOD-RETURN                                      08250000
                   CONTINUE                                             08260000
               WHEN OP-END-OF-DATABASE                                  08270000
               WHEN OP-SEGMENT-NOT-FOUND                                08280000
                   MOVE 'Y' TO WS-END-OF-LINES-SW                       08290000
                   GO TO P31000-EXIT                                    08300000
               WHEN OTHER                                               08310000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      08320000
                   MOVE 'PDAB95' TO WPIE-PROGRAM-ID                     08330000
                   MOVE 'P31000' TO WPIE-PARAGRAPH                      08340000
                   MOVE WS-OP-STATUS TO WPIE-STATUS-CODE                08350000
                   MOVE 'GNP ' TO WPIE-FUNCTION-CODE                    08360000
                   MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME                  08370000
                   MOVE 'GNP ORDER ITEM SEGMENT' TO WPIE-COMMAND        08380000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08390000
           END-EVALUATE.                                                08400000
                                                                        08410000
           IF ORDER-ITEM-SHIP-DATE NOT = WS-SHIP-DATE                   08420000
              OR ORDER-ITEM-QTY-SHIPPED = ZEROES                        08430000
               GO TO P31000-EXIT                                        08440000
           END-IF.                                                      08450000
                                                                        08460000
           IF WS-LIN-COUNT NOT < WS-LIN-MAX                             08470000
               GO TO P31000-EXIT                                        08480000
           END-IF.                                                      08490000
                                                                        08500000
           ADD +1 TO WS-LIN-COUNT.                                      08510000
           MOVE ORDER-ITEM-SEQUENCE TO WS-LN-ITEM-SEQ (WS-LIN-COUNT).   08520000
           MOVE ORDER-ITEM-ITEM-NUMBER                                  08530000
               TO WS-LN-ITEM-NUMBER (WS-LIN-COUNT).                     08540000
           MOVE ORDER-ITEM-QTY-SHIPPED                                  08550000
               TO WS-LN-QTY-SHIPPED (WS-LIN-COUNT).                     08560000
           MOVE ORDER-ITEM-SHIPPER-NUMBER                               08570000
               TO WS-LN-SHIPPER (WS-LIN-COUNT).                         08580000
                                                                        08590000
       P31000-EXIT.                                                     08600000
           EXIT.                                                        08610000
           EJECT                                                        08620000
      ***************************************************************** 08630000
      *                                                               * 08640000
      *    PARAGRAPH:  P32000-LOAD-CARTONS                            * 08650000
      *                                                               * 08660000
      *    FUNCTION :  LOAD THE HELD ORDER'S CARTONS MANIFESTED ON    * 08670000
      *                THE SHIP DATE (OR PACKED AND NOT YET           * 08680000
      *                MANIFESTED) FROM THE CARTON FILE               * 08690000
      *                                                               * 08700000
      *    CALLED BY:  P30000-PROCESS-ORDER                           * 08710000
      *                                                               * 08720000
      ***************************************************************** 08730000
                                                                        08740000
       P32000-LOAD-CARTONS.                                             08750000
                                                                        08760000
           MOVE +0 TO WS-CTN-COUNT.                                     08770000
                                                                        08780000
           MOVE ORDER-PREFIX TO CARTON-PREFIX.                          08790000
           MOVE WS-CURR-DATABASE TO CARTON-DATABASE.                    08800000
           MOVE ORDER-NUMBER TO CARTON-ORDER-NUMBER.                    08810000
           MOVE ZEROES TO CARTON-SEQUENCE.                              08820000
                                                                        08830000
           START VSAM-CARTON                                            08840000
               KEY NOT LESS THAN CARTON-KEY.                            08850000
                                                                        08860000
           IF NOT CARTONF-OK                                            08870000
               GO TO P32000-EXIT                                        08880000
           END-IF.                                                      08890000
                                                                        08900000
           MOVE 'N' TO WS-END-OF-CARTONS-SW.                            08910000
                                                                        08920000
           PERFORM P32100-LOAD-CARTON THRU P32100-EXIT                  08930000
               UNTIL END-OF-CARTONS.                                    08940000
                                                                        08950000
       P32000-EXIT.                                                     08960000
           EXIT.                                                        08970000
                                                                        08980000
       P32100-LOAD-CARTON.                                              08990000
                                                                        09000000
           READ VSAM-CARTON NEXT.                                       09010000
                                                                        09020000
           IF NOT CARTONF-OK                                            09030000
              OR CARTON-PREFIX NOT = ORDER-PREFIX                       09040000
              OR CARTON-DATABASE NOT = WS-CURR-DATABASE                 09050000
              OR CARTON-ORDER-NUMBER NOT = ORDER-NUMBER                 09060000
               MOVE 'Y' TO WS-END-OF-CARTONS-SW                         09070000
               GO TO P32100-EXIT                                        09080000
           END-IF.                                                      09090000
                                                                        09100000
           IF CARTON-DATE-MANIFESTED NOT = ZEROES                       09110000
              AND CARTON-DATE-MANIFESTED NOT = WS-SHIP-DATE             09120000
               GO TO P32100-EXIT                                        09130000
           END-IF.                                                      09140000
                                                                        09150000
           IF WS-CTN-COUNT NOT < WS-CTN-MAX                             09160000
               MOVE 'Y' TO WS-END-OF-CARTONS-SW                         09170000
               GO TO P32100-EXIT                                        09180000
           END-IF.                                                      09190000
                                                                        09200000
           ADD +1 TO WS-CTN-COUNT.                                      09210000
           MOVE CARTON-SEQUENCE TO WS-CT-SEQUENCE (WS-CTN-COUNT).       09220000
           MOVE CARTON-NUMBER TO WS-CT-NUMBER (WS-CTN-COUNT).           09230000
           MOVE CARTON-WEIGHT TO WS-CT-WEIGHT (WS-CTN-COUNT).           09240000
           MOVE CARTON-TOTAL-QTY TO WS-CT-TOTAL-QTY (WS-CTN-COUNT).     09250000
           MOVE CARTON-LINE-COUNT TO WS-CT-LINE-COUNT (WS-CTN-COUNT).   09260000
                                                                        09270000
           PERFORM P32200-LOAD-CARTON-LINE THRU P32200-EXIT             09280000
               VARYING WS-CLNDX FROM 1 BY 1                             09290000
                   UNTIL WS-CLNDX > 10.                                 09300000
                                                                        09310000
       P32100-EXIT.                                                     09320000
           EXIT.                                                        09330000
                                                                        09340000
       P32200-LOAD-CARTON-LINE.                                         09350000
                                                                        09360000
           MOVE CARTON-LINE-ITEM-SEQ (WS-CLNDX)                         09370000
               TO WS-CT-ITEM-SEQ (WS-CTN-COUNT, WS-CLNDX).              09380000
           MOVE CARTON-LINE-QTY (WS-CLNDX)                              09390000
               TO WS-CT-QTY (WS-CTN-COUNT, WS-CLNDX).                   09400000
                                                                        09410000
       P32200-EXIT.                                                     09420000
           EXIT.                                                        09430000
           EJECT                                                        09440000
      ***************************************************************** 09450000
      *                                                               * 09460000
      *    PARAGRAPH:  P33000-READ-CARRIER                            * 09470000
      *                                                               * 09480000
      *    FUNCTION :  NAME THE CARRIER OF THE SHIPMENT FROM THE      * 09490000
      *                SHIPPER TABLE, USING THE SHIPPER OF THE FIRST  * 09500000
      *                LINE SHIPPED                                   * 09510000
      *                                                               * 09520000
      *    CALLED BY:  P30000-PROCESS-ORDER                           * 09530000
      *                                                               * 09540000
      ***************************************************************** 09550000
                                                                        09560000
       P33000-READ-CARRIER.                                             09570000
                                                                        09580000
           MOVE WS-LN-SHIPPER (1) TO SHIPPER-NUMBER.                    09590000
           MOVE SPACES TO SHIPPER-CARRIER-NAME.                         09600000
                                                                        09610000
           EXEC SQL                                                     09620000
               SELECT  CARRIER_NAME                                     09630000
               INTO    :SHIPPER-CARRIER-NAME                            09640000
               FROM    SHIPPER                                          09650000
               WHERE   SHIPPER_NUMBER = :SHIPPER-NUMBER                 09660000
           END-EXEC.                                                    09670000
                                                                        09680000
           EVALUATE TRUE                                                09690000
               WHEN SQLCODE = +0                                        09700000
                   CONTINUE                                             09710000
               WHEN SQLCODE = +100                                      09720000
                   MOVE 'CARRIER NOT ON FILE' TO SHIPPER-CARRIER-NAME   09730000
               WHEN OTHER                                               09740000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09750000
                   MOVE 'PDAB95' TO WPDE-PROGRAM-ID                     09760000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09770000
                   MOVE 'SELECT SHIPPER' TO WPDE-FUNCTION               09780000
                   MOVE 'P33000' TO WPDE-PARAGRAPH                      09790000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09800000
           END-EVALUATE.                                                09810000
                                                                        09820000
       P33000-EXIT.                                                     09830000
           EXIT.                                                        09840000
           EJECT                                                        09850000
      ***************************************************************** 09860000
      *                                                               * 09870000
      *    PARAGRAPH:  P40000-SEND-NOTICE                             * 09880000
      *                                                               * 09890000
      *    FUNCTION :  WRITE THE HDR, CTN AND LIN (WITH PCK AND LOT)  * 09900000
      *                SEGMENTS OF THE HELD SHIPMENT AND RECORD THE   * 09910000
      *                NOTICE ON THE SHIP NOTICE REGISTER             * 09920000
      *                                                               * 09930000
      *    CALLED BY:  P30000-PROCESS-ORDER                           * 09940000
      *                                                               * 09950000
      ***************************************************************** 09960000
                                                                        09970000
       P40000-SEND-NOTICE.                                              09980000
                                                                        09990000
           MOVE ORDER-NUMBER TO WNH-ORDER-NUMBER.                       10000000
           MOVE WS-SHIP-DATE TO WNH-SHIP-DATE.                          10010000
           MOVE ORDER-CUSTOMER-ID TO WNH-CUSTOMER-ID.                   10020000
           MOVE ORDER-PURCHASE-NUMBER TO WNH-PURCHASE-NUMBER.           10030000
           MOVE WS-LN-SHIPPER (1) TO WNH-SHIPPER-NUMBER.                10040000
           MOVE SHIPPER-CARRIER-NAME TO WNH-CARRIER-NAME.               10050000
           MOVE WS-CTN-COUNT TO WNH-CARTON-COUNT.                       10060000
           MOVE WS-LIN-COUNT TO WNH-LINE-COUNT.                         10070000
           WRITE EDI-SHIP-NOTICE-REC FROM WS-EDI-HDR.                   10080000
                                                                        10090000
           PERFORM P41000-WRITE-CARTON THRU P41000-EXIT                 10100000
               VARYING WS-CNDX FROM 1 BY 1                              10110000
                   UNTIL WS-CNDX > WS-CTN-COUNT.                        10120000
                                                                        10130000
           PERFORM P42000-WRITE-LINE THRU P42000-EXIT                   10140000
               VARYING WS-NDX FROM 1 BY 1                               10150000
                   UNTIL WS-NDX > WS-LIN-COUNT.                         10160000
                                                                        10170000
      ***************************************************************** 10180000
      *    RECORD THE NOTICE SO A RERUN SKIPS THE SHIPMENT            * 10190000
      ***************************************************************** 10200000
                                                                        10210000
           MOVE ORDER-PREFIX TO SHIP-NOTICE-PREFIX.                     10220000
           MOVE WS-CURR-DATABASE TO SHIP-NOTICE-DATABASE.               10230000
           MOVE ORDER-NUMBER TO SHIP-NOTICE-ORDER-NUMBER.               10240000
           MOVE WS-SHIP-DATE TO SHIP-NOTICE-SHIP-DATE.                  10250000
           MOVE ORDER-CUSTOMER-ID TO SHIP-NOTICE-CUSTOMER-ID.           10260000
           MOVE WS-DATE-CCYYMMDD TO SHIP-NOTICE-DATE-SENT.              10270000
           MOVE WS-LN-SHIPPER (1) TO SHIP-NOTICE-SHIPPER-NUMBER.        10280000
           MOVE WS-LIN-COUNT TO SHIP-NOTICE-LINE-COUNT.                 10290000
           MOVE WS-CTN-COUNT TO SHIP-NOTICE-CARTON-COUNT.               10300000
                                                                        10310000
           WRITE SHIP-NOTICE-RECORD.                                    10320000
                                                                        10330000
           IF NOT NOTICEF-OK                                            10340000
               MOVE 'WRITE SHIP NOTICE REGISTER FAILED' TO WPBE-MESSAGE 10350000
               MOVE WS-NOTICE-STATUS TO WPBE-FILE-STATUS                10360000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          10370000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10380000
           END-IF.                                                      10390000
                                                                        10400000
           ADD +1 TO WS-NOTICES-SENT.                                   10410000
           ADD WS-LIN-COUNT TO WS-LINES-SENT.                           10420000
           ADD WS-CTN-COUNT TO WS-CARTONS-SENT.                         10430000
                                                                        10440000
       P40000-EXIT.                                                     10450000
           EXIT.                                                        10460000
           EJECT                                                        10470000
      ***************************************************************** 10480000
      *                                                               * 10490000
      *    PARAGRAPH:  P41000-WRITE-CARTON                            * 10500000
      *                                                               * 10510000
      *    FUNCTION :  WRITE ONE CTN SEGMENT FOR A CARTON OF THE      * 10520000
      *                SHIPMENT.  THE TRACKING NUMBER IS THE CARTON   * 10530000
      *                LABEL BARCODE -- PREFIX AND CARTON NUMBER      * 10540000
      *                                                               * 10550000
      *    CALLED BY:  P40000-SEND-NOTICE                             * 10560000
      *                                                               * 10570000
      ***************************************************************** 10580000
                                                                        10590000
       P41000-WRITE-CARTON.                                             10600000
                                                                        10610000
           MOVE WS-CT-SEQUENCE (WS-CNDX) TO WNC-CARTON-SEQUENCE.        10620000
           MOVE ORDER-PREFIX TO WNC-TRK-PREFIX.                         10630000
           MOVE WS-CT-NUMBER (WS-CNDX) TO WNC-TRK-CARTON.               10640000
           MOVE WS-CT-WEIGHT (WS-CNDX) TO WNC-WEIGHT.                   10650000
           MOVE WS-CT-TOTAL-QTY (WS-CNDX) TO WNC-TOTAL-QTY.             10660000
           MOVE WS-CT-LINE-COUNT (WS-CNDX) TO WNC-LINE-COUNT.           10670000
           WRITE EDI-SHIP-NOTICE-REC FROM WS-EDI-CTN.                   10680000
                                                                        10690000
       P41000-EXIT.                                                     10700000
           EXIT.                                                        10710000
           EJECT                                                        10720000
      ***************************************************************** 10730000
      *                                                               * 10740000
      *    PARAGRAPH:  P42000-WRITE-LINE                              * 10750000
      *                                                               * 10760000
      *    FUNCTION :  WRITE THE LIN SEGMENT FOR A LINE SHIPPED,      * 10770000
      *                FOLLOWED BY A PCK SEGMENT FOR EACH CARTON THE  * 10780000
      *                LINE WAS PACKED IN AND A LOT SEGMENT FOR EACH  * 10790000
      *                LOT SHIPPED ON IT                              * 10800000
      *                                                               * 10810000
      *    CALLED BY:  P40000-SEND-NOTICE                             * 10820000
      *                                                               * 10830000
      ***************************************************************** 10840000
                                                                        10850000
       P42000-WRITE-LINE.                                               10860000
                                                                        10870000
           MOVE WS-LN-ITEM-SEQ (WS-NDX) TO WNL-ITEM-SEQUENCE.           10880000
           MOVE WS-LN-ITEM-NUMBER (WS-NDX) TO WNL-ITEM-NUMBER.          10890000
           MOVE WS-LN-QTY-SHIPPED (WS-NDX) TO WNL-QTY-SHIPPED.          10900000
           MOVE WS-LN-SHIPPER (WS-NDX) TO WNL-SHIPPER-NUMBER.           10910000
                                                                        10920000
           PERFORM P43000-FIND-CUST-PART THRU P43000-EXIT.              10930000
                                                                        10940000
           WRITE EDI-SHIP-NOTICE-REC FROM WS-EDI-LIN.                   10950000
                                                                        10960000
           PERFORM P44000-WRITE-PACK THRU P44000-EXIT                   10970000
               VARYING WS-CNDX FROM 1 BY 1                              10980000
                   UNTIL WS-CNDX > WS-CTN-COUNT                         10990000
                     AFTER WS-CLNDX FROM 1 BY 1                         11000000
                   UNTIL WS-CLNDX > 10.                                 11010000
                                                                        11020000
           PERFORM P45000-WRITE-LOT THRU P45000-EXIT                    11030000
               VARYING WS-LNDX FROM 1 BY 1                              11040000
                   UNTIL WS-LNDX > WS-LOT-COUNT.                        11050000
                                                                        11060000
       P42000-EXIT.                                                     11070000
           EXIT.                                                        11080000
           EJECT                                                        11090000
      ***************************************************************** 11100000
      *                                                               * 11110000
      *    PARAGRAPH:  P43000-FIND-CUST-PART                          * 11120000
      *                                                               * 11130000
      *    FUNCTION :  SCAN THE CUSTOMER'S CROSS-REFERENCE RECORDS    * 11140000
      *                FOR THE CUSTOMER PART NUMBER THAT MAPS TO THE  * 11150000
      *                LINE'S ITEM (SPACES WHEN THERE IS NONE)        * 11160000
      *                                                               * 11170000
      *    CALLED BY:  P42000-WRITE-LINE                              * 11180000
      *                                                               * 11190000
      ***************************************************************** 11200000
                                                                        11210000
       P43000-FIND-CUST-PART.                                           11220000
                                                                        11230000
           MOVE SPACES TO WNL-CUST-PART.                                11240000
                                                                        11250000
           MOVE ORDER-PREFIX TO CUSTOMER-XREF-PREFIX.                   11260000
           MOVE ORDER-CUSTOMER-ID TO CUSTOMER-XREF-CUSTOMER-ID.         11270000
           MOVE LOW-VALUES TO CUSTOMER-XREF-CUST-PART.                  11280000
                                                                        11290000
           START VSAM-CUST-XREF                                         11300000
               KEY NOT LESS THAN CUSTOMER-XREF-KEY.                     11310000
                                                                        11320000
           IF NOT XREFF-OK                                              11330000
               GO TO P43000-EXIT                                        11340000
           END-IF.                                                      11350000
                                                                        11360000
       P43000-SCAN-NEXT.                                                11370000
                                                                        11380000
           READ VSAM-CUST-XREF NEXT.                                    11390000
                                                                        11400000
           IF NOT XREFF-OK                                              11410000
               GO TO P43000-EXIT                                        11420000
           END-IF.                                                      11430000
                                                                        11440000
           IF CUSTOMER-XREF-PREFIX NOT = ORDER-PREFIX                   11450000
              OR CUSTOMER-XREF-CUSTOMER-ID NOT = ORDER-CUSTOMER-ID      11460000
               GO TO P43000-EXIT                                        11470000
           END-IF.                                                      11480000
                                                                        11490000
           IF CUSTOMER-XREF-ITEM-NUMBER NOT =                           11500000
                  WS-LN-ITEM-NUMBER (WS-NDX)                            11510000
               GO TO P43000-SCAN-NEXT                                   11520000
           END-IF.                                                      11530000
                                                                        11540000
           MOVE CUSTOMER-XREF-CUST-PART TO WNL-CUST-PART.               11550000
                                                                        11560000
       P43000-EXIT.                                                     11570000
           EXIT.                                                        11580000
           EJECT                                                        11590000
      ***************************************************************** 11600000
      *                                                               * 11610000
      *    PARAGRAPH:  P44000-WRITE-PACK                              * 11620000
      *                                                               * 11630000
      *    FUNCTION :  WRITE A PCK SEGMENT WHEN THE CARTON LINE IS    * 11640000
      *                THE ORDER LINE BEING SENT                      * 11650000
      *                                                               * 11660000
      *    CALLED BY:  P42000-WRITE-LINE                              * 11670000
      *                                                               * 11680000
      ***************************************************************** 11690000
                                                                        11700000
       P44000-WRITE-PACK.                                               11710000
                                                                        11720000
           IF WS-CLNDX > WS-CT-LINE-COUNT (WS-CNDX)                     11730000
               GO TO P44000-EXIT                                        11740000
           END-IF.                                                      11750000
                                                                        11760000
           IF WS-CT-ITEM-SEQ (WS-CNDX, WS-CLNDX) NOT =                  11770000
                  WS-LN-ITEM-SEQ (WS-NDX)                               11780000
               GO TO P44000-EXIT                                        11790000
           END-IF.                                                      11800000
                                                                        11810000
           MOVE WS-LN-ITEM-SEQ (WS-NDX) TO WNP-ITEM-SEQUENCE.           11820000
           MOVE WS-CT-SEQUENCE (WS-CNDX) TO WNP-CARTON-SEQUENCE.        11830000
           MOVE ORDER-PREFIX TO WNP-TRK-PREFIX.                         11840000
           MOVE WS-CT-NUMBER (WS-CNDX) TO WNP-TRK-CARTON.               11850000
           MOVE WS-CT-QTY (WS-CNDX, WS-CLNDX) TO WNP-QUANTITY.          11860000
           WRITE EDI-SHIP-NOTICE-REC FROM WS-EDI-PCK.                   11870000
                                                                        11880000
       P44000-EXIT.                                                     11890000
           EXIT.                                                        11900000
           EJECT                                                        11910000
      ***************************************************************** 11920000
      *                                                               * 11930000
      *    PARAGRAPH:  P45000-WRITE-LOT                               * 11940000
      *                                                               * 11950000
      *    FUNCTION :  WRITE A LOT SEGMENT WHEN THE LOT SHIPMENT IS   * 11960000
      *                FOR THE ORDER AND ITEM OF THE LINE BEING SENT  * 11970000
      *                                                               * 11980000
      *    CALLED BY:  P42000-WRITE-LINE                              * 11990000
      *                                                               * 12000000
      ***************************************************************** 12010000
                                                                        12020000
       P45000-WRITE-LOT.                                                12030000
                                                                        12040000
           IF WS-LT-PREFIX (WS-LNDX) NOT = ORDER-PREFIX                 12050000
              OR WS-LT-ORDER-NUMBER (WS-LNDX) NOT = ORDER-NUMBER        12060000
              OR WS-LT-ITEM-NUMBER (WS-LNDX) NOT =                      12070000
                     WS-LN-ITEM-NUMBER (WS-NDX)                         12080000
               GO TO P45000-EXIT                                        12090000
           END-IF.                                                      12100000
                                                                        12110000
           MOVE WS-LN-ITEM-SEQ (WS-NDX) TO WNO-ITEM-SEQUENCE.           12120000
           MOVE WS-LT-LOT-NUMBER (WS-LNDX) TO WNO-LOT-NUMBER.           12130000
           MOVE WS-LT-WHSE (WS-LNDX) TO WNO-WHSE.                       12140000
           MOVE WS-LT-QUANTITY (WS-LNDX) TO WNO-QUANTITY.               12150000
           WRITE EDI-SHIP-NOTICE-REC FROM WS-EDI-LOT.                   12160000
                                                                        12170000
       P45000-EXIT.                                                     12180000
           EXIT.                                                        12190000
           EJECT                                                        12200000
      ***************************************************************** 12210000
      *                                                               * 12220000
      *    PARAGRAPH:  P99999-ABEND                                   * 12230000
      *                                                               * 12240000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 12250000
      *                ERROR HAS BEEN ENCOUNTERED                     * 12260000
      *                                                               * 12270000
      *    CALLED BY:  VARIOUS                                        * 12280000
      *                                                               * 12290000
      ***************************************************************** 12300000
                                                                        12310000
       P99999-ABEND.                                                    12320000
                                                                        12330000
           DISPLAY ' '.                                                 12340000
           DISPLAY WPEA-ERROR-01.                                       12350000
           DISPLAY WPEA-ERROR-02.                                       12360000
           DISPLAY WPEA-ERROR-03.                                       12370000
           DISPLAY WPEA-ERROR-04.                                       12380000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               12390000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               12400000
           DISPLAY WPEA-ERROR-04.                                       12410000
           DISPLAY WPEA-ERROR-03.                                       12420000
           DISPLAY WPEA-ERROR-02.                                       12430000
           DISPLAY WPEA-ERROR-01.                                       12440000
           DISPLAY ' '.                                                 12450000
                                                                        12460000
           MOVE 16 TO RETURN-CODE.                                      12470000
                                                                        12480000
           GOBACK.                                                      12490000
                                                                        12500000
       P99999-EXIT.                                                     12510000
           EXIT.                                                        12520000
