       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB92.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB92                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB92 LOADS THE SUPPLIERS' ADVANCE SHIP  * 00100000
      *             NOTICES (EDI 856 STYLE) INTO THE EXPECTED RECEIPT * 00110000
      *             FILE.  EACH ASN RECORD NAMES A RELEASED PURCHASE  * 00120000
      *             ORDER LINE, THE QUANTITY SHIPPED, THE LOT NUMBER  * 00130000
      *             (WHEN LOT TRACKED) AND THE EXPECTED ARRIVAL DATE. * 00140000
      *             VALID LINES ARE WRITTEN AS OPEN EXPECTED RECEIPTS * 00150000
      *             FOR PDAB23 TO RECEIVE AGAINST WITH A SINGLE ASN   * 00160000
      *             CARD.  A LINE IS REJECTED WHEN THE PURCHASE ORDER * 00170000
      *             LINE IS NOT ON FILE, BELONGS TO ANOTHER SUPPLIER, * 00180000
      *             IS NOT RELEASED OR IS CLOSED, OR THE SAME ASN     * 00190000
      *             LINE AND LOT IS ALREADY ON FILE.                  * 00200000
      *             A DROP-SHIP PURCHASE ORDER LINE (SOURCE 'D') IS   * 00201000
      *             SHIPPED BY THE SUPPLIER STRAIGHT TO OUR CUSTOMER, * 00202000
      *             SO NOTHING IS EXPECTED AT THE DOCK.  ITS ASN LINE * 00203000
      *             RECEIVES THE PURCHASE ORDER LINE HERE, MARKS THE  * 00204000
      *             DROP-SHIP INSTRUCTION SHIPPED WHEN THE LINE IS    * 00205000
      *             COMPLETE, AND WRITES A SHIPMENT CONFIRMATION CARD * 00206000
      *             FOR PDAB28 TO POST AGAINST THE CUSTOMER ORDER     * 00207000
      *             LINE NAMED ON THE DROP-SHIP INSTRUCTION.          * 00208000
      *                                                               * 00210000
      *             ASN RECORD LAYOUT (120 BYTES):                    * 00220000
      *               COL   1      RECORD TYPE       (N)              * 00230000
      *               COL   2-  6  PREFIX            (NUMERIC)        * 00240000
      *               COL   7- 21  ASN NUMBER                         * 00250000
      *               COL  22- 53  SUPPLIER ID                        * 00260000
      *               COL  54- 62  PURCHASE ORDER NO (NUMERIC)        * 00270000
      *               COL  63- 67  LINE NUMBER       (NUMERIC)        * 00280000
      *               COL  68- 76  QUANTITY SHIPPED  (NUMERIC)        * 00290000
      *               COL  77- 86  LOT NUMBER        (OPTIONAL)       * 00300000
      *               COL  87- 94  SHIP DATE         (CCYYMMDD)       * 00310000
      *               COL  95-102  EXPECTED ARRIVAL  (CCYYMMDD)       * 00320000
      *               COL 103-112  SHIPPER NUMBER    (OPTIONAL)       * 00325000
      *                                                               * 00330000
      * FILES   :   ADVANCE SHIP NOTICES -  SEQUENTIAL   (INPUT)      * 00340000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (UPDATE)     * 00350000
      *             EXPECTED RECEIPTS    -  VSAM KSDS    (UPDATE)     * 00360000
      *             DROP-SHIP INSTRUCTIONS - VSAM KSDS   (UPDATE)     * 00361000
      *             DROP-SHIP SHIPMENTS  -  SEQUENTIAL   (OUTPUT)     * 00362000
      *                                                               * 00370000
      ***************************************************************** 00380000
      *             PROGRAM CHANGE LOG                                * 00390000
      *             -------------------                               * 00400000
      *                                                               * 00410000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00420000
      *  --------   --------------------  --------------------------  * 00430000
      *  10/15/26   R. MCALLEN            DROP-SHIP ASN RECEIVES PO   * 00431000
      *                                   LINE, WRITES PDAB28 CARD    * 00432000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00440000
      *                                                               * 00450000
      ***************************************************************** 00460000
           EJECT                                                        00470000
       ENVIRONMENT DIVISION.                                            00480000
                                                                        00490000
       INPUT-OUTPUT SECTION.                                            00500000
                                                                        00510000
       FILE-CONTROL.                                                    00520000
                                                                        00530000
           SELECT ASN-INPUT-FILE       ASSIGN TO IASNIN.                00540000
                                                                        00550000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00560000
                                       ORGANIZATION IS INDEXED          00570000
                                       ACCESS IS RANDOM                 00580000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00590000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00600000
                                                                        00610000
           SELECT VSAM-ASN-RECEIPT     ASSIGN TO VASNREC                00620000
                                       ORGANIZATION IS INDEXED          00630000
                                       ACCESS IS RANDOM                 00640000
                                       RECORD KEY IS ASN-RECEIPT-KEY    00650000
                                       FILE STATUS IS WS-ASNREC-STATUS. 00660000
                                                                        00661000
           SELECT VSAM-DROP-SHIP       ASSIGN TO VDROPSHP               00662000
                                       ORGANIZATION IS INDEXED          00663000
                                       ACCESS IS RANDOM                 00664000
                                       RECORD KEY IS DROP-SHIP-KEY      00665000
                                       FILE STATUS IS WS-DROPSHP-STATUS.00666000
                                                                        00667000
           SELECT DROP-SHIP-CARD-FILE  ASSIGN TO ODSCARD.               00668000
           EJECT                                                        00670000
       DATA DIVISION.                                                   00680000
                                                                        00690000
       FILE SECTION.                                                    00700000
                                                                        00710000
       FD  ASN-INPUT-FILE                                               00720000
           LABEL RECORDS ARE STANDARD                                   00730000
           RECORDING MODE IS F                                          00740000
           RECORD CONTAINS 120 CHARACTERS.                              00750000
                                                                        00760000
       01  ASN-INPUT-REC               PIC X(120).                      00770000
                                                                        00780000
       FD  VSAM-PURCHASE-ORDER                                          00790000
           RECORD CONTAINS 200 CHARACTERS.                              00800000
                                                                        00810000
           COPY VPURCHOR.                                               00820000
                                                                        00830000
       FD  VSAM-ASN-RECEIPT                                             00840000
           RECORD CONTAINS 160 CHARACTERS.                              00850000
                                                                        00860000
           COPY VASNREC.                                                00870000
                                                                        00870500
       FD  VSAM-DROP-SHIP                                               00871000
           RECORD CONTAINS 400 CHARACTERS.                              00871500
                                                                        00872000
           COPY VDROPSHP.                                               00872500
                                                                        00873000
       FD  DROP-SHIP-CARD-FILE                                          00873500
           LABEL RECORDS ARE STANDARD                                   00874000
           RECORDING MODE IS F                                          00874500
           RECORD CONTAINS 80 CHARACTERS.                               00875000
                                                                        00875500
       01  DROP-SHIP-CARD-REC          PIC X(80).                       00876000
           EJECT                                                        00880000
       WORKING-STORAGE SECTION.                                         00890000
                                                                        00900000
      ***************************************************************** 00910000
      *    SWITCHES                                                   * 00920000
      ***************************************************************** 00930000
                                                                        00940000
       01  WS-SWITCHES.                                                 00950000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00960000
               88  END-OF-PROCESS                VALUE 'Y'.             00970000
           05  WS-ASN-VALID-SW         PIC X     VALUE 'N'.             00980000
               88  ASN-VALID                     VALUE 'Y'.             00990000
           EJECT                                                        01000000
      ***************************************************************** 01010000
      *    MISCELLANEOUS WORK FIELDS                                  * 01020000
      ***************************************************************** 01030000
                                                                        01040000
       01  WS-MISCELLANEOUS-FIELDS.                                     01050000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01060000
               88  PURCHORD-OK                   VALUE '  ' '00'.       01070000
               88  PURCHORD-NOTFOUND             VALUE '23'.            01080000
           03  WS-ASNREC-STATUS        PIC XX    VALUE SPACES.          01090000
               88  ASNRECF-OK                    VALUE '  ' '00'.       01100000
               88  ASNRECF-DUPLICATE             VALUE '22'.            01110000
               88  ASNRECF-EMPTY                 VALUE '47' '35'.       01120000
           03  WS-DROPSHP-STATUS       PIC XX    VALUE SPACES.          01121000
               88  DROPSHP-OK                    VALUE '  ' '00'.       01122000
               88  DROPSHP-NOTFOUND              VALUE '23'.            01123000
           03  WS-ASN-READ             PIC S9(7) VALUE +0       COMP-3. 01130000
           03  WS-ASN-LOADED           PIC S9(7) VALUE +0       COMP-3. 01140000
           03  WS-ASN-REJECTED         PIC S9(7) VALUE +0       COMP-3. 01150000
           03  WS-TOTAL-SHIPPED        PIC S9(9) VALUE +0       COMP-3. 01160000
           03  WS-DROP-SHIPS-POSTED    PIC S9(7) VALUE +0       COMP-3. 01165000
           03  WS-DATE.                                                 01170000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01180000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01190000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01200000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01210000
                                       PIC 9(8).                        01220000
           03  WS-EDIT-DATE            PIC 9(8)  VALUE ZEROES.          01230000
           03  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.                   01240000
               05  WS-ED-YEAR          PIC 9(4).                        01250000
               05  WS-ED-MONTH         PIC 99.                          01260000
               05  WS-ED-DAY           PIC 99.                          01270000
           EJECT                                                        01280000
      ***************************************************************** 01290000
      *    ADVANCE SHIP NOTICE RECORD AREA                            * 01300000
      ***************************************************************** 01310000
                                                                        01320000
       01  WS-ASN-INPUT.                                                01330000
           03  WAS-RECORD-TYPE         PIC X(1).                        01340000
               88  WAS-ASN-LINE                  VALUE 'N'.             01350000
           03  WAS-PREFIX              PIC X(5).                        01360000
           03  WAS-ASN-NUMBER          PIC X(15).                       01370000
           03  WAS-SUPPLIER-ID         PIC X(32).                       01380000
           03  WAS-PO-NUMBER           PIC X(9).                        01390000
           03  WAS-LINE                PIC X(5).                        01400000
           03  WAS-QUANTITY            PIC X(9).                        01410000
           03  WAS-LOT-NUMBER          PIC X(10).                       01420000
           03  WAS-SHIP-DATE           PIC X(8).                        01430000
           03  WAS-EXPECTED-DATE       PIC X(8).                        01440000
           03  WAS-SHIPPER-NUMBER      PIC X(10).                       01445000
           03  FILLER                  PIC X(8).                        01450000
                                                                        01460000
       01  WS-ASN-INPUT-NUM.                                            01470000
           03  WAN-PREFIX              PIC 9(5)  VALUE ZEROES.          01480000
           03  WAN-PO-NUMBER           PIC 9(9)  VALUE ZEROES.          01490000
           03  WAN-LINE                PIC 9(5)  VALUE ZEROES.          01500000
           03  WAN-QUANTITY            PIC 9(9)  VALUE ZEROES.          01510000
           03  WAN-SHIP-DATE           PIC 9(8)  VALUE ZEROES.          01520000
           03  WAN-EXPECTED-DATE       PIC 9(8)  VALUE ZEROES.          01530000
           03  WAN-SHIPPER-NUMBER      PIC 9(10) VALUE ZEROES.          01530100
           EJECT                                                        01530200
      ***************************************************************** 01530300
      *    DROP-SHIP SHIPMENT CONFIRMATION CARD (PDAB28 LAYOUT)       * 01530400
      ***************************************************************** 01530500
                                                                        01530600
       01  WS-DROP-SHIP-CARD.                                           01530700
           03  WDC-DATABASE            PIC X(1).                        01530800
           03  FILLER                  PIC X(1).                        01530900
           03  WDC-PREFIX              PIC 9(5).                        01531000
           03  FILLER                  PIC X(1).                        01531100
           03  WDC-ORDER-NUMBER        PIC 9(10).                       01531200
           03  FILLER                  PIC X(1).                        01531300
           03  WDC-ITEM-SEQ            PIC 9(5).                        01531400
           03  FILLER                  PIC X(1).                        01531500
           03  WDC-QUANTITY            PIC 9(9).                        01531600
           03  FILLER                  PIC X(1).                        01531700
           03  WDC-SHIPPER             PIC 9(10).                       01531800
           03  FILLER                  PIC X(1).                        01531900
           03  WDC-SHIP-DATE           PIC 9(8).                        01532000
           03  FILLER                  PIC X(2).                        01532100
           03  FILLER                  PIC X(1).                        01532200
           03  WDC-WHSE                PIC X(8).                        01532300
           03  WDC-SOURCE              PIC X(1).                        01532400
           03  WDC-PO-NUMBER           PIC 9(9).                        01532500
           03  WDC-PO-LINE             PIC 9(5).                        01532600
           EJECT                                                        01540000
      ***************************************************************** 01550000
      *    DISPLAY AREA                                               * 01560000
      ***************************************************************** 01570000
                                                                        01580000
       01  WS-DISPLAY-LINES.                                            01590000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01600000
           03  WS-DL-BLANK.                                             01610000
               05  FILLER         PIC X(01) VALUE '*'.                  01620000
               05  FILLER         PIC X(78) VALUE SPACES.               01630000
               05  FILLER         PIC X(01) VALUE '*'.                  01640000
           03  WS-DL-LINE.                                              01650000
               05  FILLER         PIC X(01) VALUE '*'.                  01660000
               05  WS-DL-LINE-TEXT                                      01670000
                                  PIC X(78) VALUE SPACES.               01680000
               05  FILLER         PIC X(01) VALUE '*'.                  01690000
           03  WS-DL-RUN-DATE.                                          01700000
               05  FILLER         PIC X(01) VALUE '*'.                  01710000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               01720000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               01730000
               05  FILLER         PIC X(01) VALUE '/'.                  01740000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               01750000
               05  FILLER         PIC X(01) VALUE '/'.                  01760000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               01770000
               05  FILLER         PIC X(56) VALUE SPACES.               01780000
               05  FILLER         PIC X(01) VALUE '*'.                  01790000
           03  WS-DL-TOTAL.                                             01800000
               05  FILLER         PIC X(01) VALUE '*'.                  01810000
               05  FILLER         PIC X(45) VALUE SPACES.               01820000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01830000
               05  FILLER         PIC X(3)  VALUE ' - '.                01840000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01850000
               05  FILLER         PIC X(01) VALUE '*'.                  01860000
           EJECT                                                        01870000
      ***************************************************************** 01880000
      *    ASN LOAD REGISTER LINES                                    * 01890000
      ***************************************************************** 01900000
                                                                        01910000
       01  WS-DL-ASN.                                                   01920000
           03  FILLER                  PIC X(01) VALUE '*'.             01930000
           03  FILLER                  PIC X(02) VALUE SPACES.          01940000
           03  WS-DL-AS-ASN            PIC X(15) VALUE SPACES.          01950000
           03  FILLER                  PIC X(01) VALUE ' '.             01960000
           03  WS-DL-AS-NUMBER         PIC 9(09) VALUE ZEROES.          01970000
           03  FILLER                  PIC X(01) VALUE '-'.             01980000
           03  WS-DL-AS-LINE           PIC 9(05) VALUE ZEROES.          01990000
           03  FILLER                  PIC X(05) VALUE ' QTY '.         02000000
           03  WS-DL-AS-QTY            PIC ZZZ,ZZZ,ZZ9.                 02010000
           03  FILLER                  PIC X(05) VALUE ' LOT '.         02020000
           03  WS-DL-AS-LOT            PIC X(10) VALUE SPACES.          02030000
           03  FILLER                  PIC X(05) VALUE ' DUE '.         02040000
           03  WS-DL-AS-EXPECTED       PIC 9(08) VALUE ZEROES.          02050000
           03  FILLER                  PIC X(01) VALUE SPACES.          02060000
           03  FILLER                  PIC X(01) VALUE '*'.             02070000
                                                                        02080000
       01  WS-DL-REJECT.                                                02090000
           03  FILLER                  PIC X(01) VALUE '*'.             02100000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   02110000
           03  WS-DL-RJ-CARD           PIC X(31) VALUE SPACES.          02120000
           03  FILLER                  PIC X(03) VALUE ' - '.           02130000
           03  WS-DL-RJ-REASON         PIC X(31) VALUE SPACES.          02140000
           03  FILLER                  PIC X(01) VALUE '*'.             02150000
                                                                        02150500
       01  WS-DL-DROP.                                                  02151000
           03  FILLER                  PIC X(01) VALUE '*'.             02151500
           03  FILLER                  PIC X(02) VALUE SPACES.          02152000
           03  WS-DL-DS-ASN            PIC X(15) VALUE SPACES.          02152500
           03  FILLER                  PIC X(01) VALUE ' '.             02153000
           03  WS-DL-DS-NUMBER         PIC 9(09) VALUE ZEROES.          02153500
           03  FILLER                  PIC X(01) VALUE '-'.             02154000
           03  WS-DL-DS-LINE           PIC 9(05) VALUE ZEROES.          02154500
           03  FILLER                  PIC X(05) VALUE ' QTY '.         02155000
           03  WS-DL-DS-QTY            PIC ZZZ,ZZZ,ZZ9.                 02155500
           03  FILLER                  PIC X(07) VALUE ' ORDER '.       02156000
           03  WS-DL-DS-ORDER          PIC 9(10) VALUE ZEROES.          02156500
           03  FILLER                  PIC X(01) VALUE '-'.             02157000
           03  WS-DL-DS-SEQ            PIC 9(05) VALUE ZEROES.          02157500
           03  FILLER                  PIC X(06) VALUE SPACES.          02158000
           03  FILLER                  PIC X(01) VALUE '*'.             02158500
           EJECT                                                        02160000
      ***************************************************************** 02170000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02180000
      ***************************************************************** 02190000
                                                                        02200000
           COPY PDAERRWS.                                               02210000
                                                                        02220000
       01  WS-PDA-BATCH-ERROR-01.                                       02230000
           05  FILLER             PIC X     VALUE SPACES.               02240000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02250000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02260000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB92'.             02270000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02280000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02290000
                                                                        02300000
       01  WS-PDA-BATCH-ERROR-02.                                       02310000
           05  FILLER             PIC X(8)  VALUE SPACES.               02320000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02330000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02340000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02350000
           EJECT                                                        02360000
      ***************************************************************** 02370000
      *    P R O C E D U R E    D I V I S I O N                       * 02380000
      ***************************************************************** 02390000
                                                                        02400000
       PROCEDURE DIVISION.                                              02410000
                                                                        02420000
      ***************************************************************** 02430000
      *                                                               * 02440000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02450000
      *                                                               * 02460000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, LOAD EVERY     * 02470000
      *                ADVANCE SHIP NOTICE LINE, PRINT THE ENDING     * 02480000
      *                COUNTS                                         * 02490000
      *                                                               * 02500000
      *    CALLED BY:  NONE                                           * 02510000
      *                                                               * 02520000
      ***************************************************************** 02530000
                                                                        02540000
       P00000-MAINLINE.                                                 02550000
                                                                        02560000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02570000
                                                                        02580000
           DISPLAY ' '.                                                 02590000
           DISPLAY WS-DL-ASTERISK.                                      02600000
           DISPLAY WS-DL-BLANK.                                         02610000
           MOVE '  PDAB92 - ADVANCE SHIP NOTICE LOAD REGISTER'          02620000
               TO WS-DL-LINE-TEXT.                                      02630000
           DISPLAY WS-DL-LINE.                                          02640000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      02650000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        02660000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            02670000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          02680000
           DISPLAY WS-DL-RUN-DATE.                                      02690000
           DISPLAY WS-DL-BLANK.                                         02700000
           DISPLAY WS-DL-ASTERISK.                                      02710000
           DISPLAY ' '.                                                 02720000
                                                                        02730000
           OPEN INPUT ASN-INPUT-FILE.                                   02740000
                                                                        02750000
           OPEN I-O VSAM-PURCHASE-ORDER.                                02760000
                                                                        02770000
           IF NOT PURCHORD-OK                                           02780000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   02790000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               02800000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02810000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02820000
           END-IF.                                                      02830000
                                                                        02840000
           OPEN I-O VSAM-ASN-RECEIPT.                                   02850000
                                                                        02860000
           IF NOT ASNRECF-OK AND NOT ASNRECF-EMPTY                      02870000
               MOVE 'OPEN EXPECTED RECEIPT FILE FAILED' TO WPBE-MESSAGE 02880000
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                02890000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02900000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02910000
           END-IF.                                                      02920000
                                                                        02930000
           OPEN I-O VSAM-DROP-SHIP.                                     02930500
                                                                        02931000
           IF NOT DROPSHP-OK                                            02931500
               MOVE 'OPEN DROP-SHIP FILE FAILED' TO WPBE-MESSAGE        02932000
               MOVE WS-DROPSHP-STATUS TO WPBE-FILE-STATUS               02932500
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02933000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02933500
           END-IF.                                                      02934000
                                                                        02934500
           OPEN OUTPUT DROP-SHIP-CARD-FILE.                             02935000
                                                                        02935500
           PERFORM P10000-PROCESS-ASN THRU P10000-EXIT                  02940000
               UNTIL END-OF-PROCESS.                                    02950000
                                                                        02960000
           CLOSE ASN-INPUT-FILE                                         02970000
                 VSAM-PURCHASE-ORDER                                    02980000
                 VSAM-ASN-RECEIPT                                       02985000
                 VSAM-DROP-SHIP                                         02990000
                 DROP-SHIP-CARD-FILE.                                   02995000
                                                                        03000000
           DISPLAY ' '.                                                 03010000
           DISPLAY WS-DL-ASTERISK.                                      03020000
                                                                        03030000
           MOVE 'ASN LINES READ' TO WS-DL-T-TITLE.                      03040000
           MOVE WS-ASN-READ TO WS-DL-T-CNT.                             03050000
           DISPLAY WS-DL-TOTAL.                                         03060000
                                                                        03070000
           MOVE 'ASN LINES LOADED' TO WS-DL-T-TITLE.                    03080000
           MOVE WS-ASN-LOADED TO WS-DL-T-CNT.                           03090000
           DISPLAY WS-DL-TOTAL.                                         03100000
                                                                        03110000
           MOVE 'ASN LINES REJECTED' TO WS-DL-T-TITLE.                  03120000
           MOVE WS-ASN-REJECTED TO WS-DL-T-CNT.                         03130000
           DISPLAY WS-DL-TOTAL.                                         03140000
                                                                        03150000
           MOVE 'UNITS EXPECTED' TO WS-DL-T-TITLE.                      03160000
           MOVE WS-TOTAL-SHIPPED TO WS-DL-T-CNT.                        03170000
           DISPLAY WS-DL-TOTAL.                                         03171000
                                                                        03172000
           MOVE 'DROP-SHIP LINES POSTED' TO WS-DL-T-TITLE.              03173000
           MOVE WS-DROP-SHIPS-POSTED TO WS-DL-T-CNT.                    03174000
           DISPLAY WS-DL-TOTAL.                                         03180000
                                                                        03190000
           DISPLAY WS-DL-ASTERISK.                                      03200000
           DISPLAY ' '.                                                 03210000
                                                                        03220000
           MOVE ZEROES TO RETURN-CODE.                                  03230000
                                                                        03240000
           GOBACK.                                                      03250000
                                                                        03260000
       P00000-EXIT.                                                     03270000
           EXIT.                                                        03280000
           EJECT                                                        03290000
      ***************************************************************** 03300000
      *                                                               * 03310000
      *    PARAGRAPH:  P10000-PROCESS-ASN                             * 03320000
      *                                                               * 03330000
      *    FUNCTION :  READ AND VALIDATE THE NEXT ASN LINE AND LOAD   * 03340000
      *                IT IF IT IS VALID                              * 03350000
      *                                                               * 03360000
      *    CALLED BY:  P00000-MAINLINE                                * 03370000
      *                                                               * 03380000
      ***************************************************************** 03390000
                                                                        03400000
       P10000-PROCESS-ASN.                                              03410000
                                                                        03420000
           READ ASN-INPUT-FILE INTO WS-ASN-INPUT                        03430000
               AT END                                                   03440000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03450000
                   GO TO P10000-EXIT.                                   03460000
                                                                        03470000
           ADD +1 TO WS-ASN-READ.                                       03480000
                                                                        03490000
           PERFORM P20000-VALIDATE-ASN THRU P20000-EXIT.                03500000
                                                                        03510000
           IF NOT ASN-VALID                                             03520000
               ADD +1 TO WS-ASN-REJECTED                                03530000
               DISPLAY WS-DL-REJECT                                     03540000
               GO TO P10000-EXIT                                        03550000
           END-IF.                                                      03560000
                                                                        03570000
           IF PURCHASE-ORDER-FROM-DROP-SHIP                             03571000
               PERFORM P40000-POST-DROP-SHIP THRU P40000-EXIT           03572000
           ELSE                                                         03573000
               PERFORM P30000-LOAD-ASN THRU P30000-EXIT                 03574000
           END-IF.                                                      03575000
                                                                        03590000
       P10000-EXIT.                                                     03600000
           EXIT.                                                        03610000
           EJECT                                                        03620000
      ***************************************************************** 03630000
      *                                                               * 03640000
      *    PARAGRAPH:  P20000-VALIDATE-ASN                            * 03650000
      *                                                               * 03660000
      *    FUNCTION :  VALIDATE THE ASN FIELDS AND THE PURCHASE ORDER * 03670000
      *                LINE THEY NAME                                 * 03680000
      *                                                               * 03690000
      *    CALLED BY:  P10000-PROCESS-ASN                             * 03700000
      *                                                               * 03710000
      ***************************************************************** 03720000
                                                                        03730000
       P20000-VALIDATE-ASN.                                             03740000
                                                                        03750000
           MOVE 'N' TO WS-ASN-VALID-SW.                                 03760000
           MOVE WS-ASN-INPUT TO WS-DL-RJ-CARD.                          03770000
                                                                        03780000
           IF NOT WAS-ASN-LINE                                          03790000
               MOVE 'INVALID RECORD TYPE' TO WS-DL-RJ-REASON            03800000
               GO TO P20000-EXIT                                        03810000
           END-IF.                                                      03820000
                                                                        03830000
           IF WAS-ASN-NUMBER = SPACES                                   03840000
               MOVE 'ASN NUMBER IS BLANK' TO WS-DL-RJ-REASON            03850000
               GO TO P20000-EXIT                                        03860000
           END-IF.                                                      03870000
                                                                        03880000
           IF WAS-PREFIX NOT NUMERIC                                    03890000
              OR WAS-PO-NUMBER NOT NUMERIC                              03900000
              OR WAS-LINE NOT NUMERIC                                   03910000
              OR WAS-QUANTITY NOT NUMERIC                               03920000
               MOVE 'ASN FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON         03930000
               GO TO P20000-EXIT                                        03940000
           END-IF.                                                      03950000
                                                                        03960000
           MOVE WAS-PREFIX TO WAN-PREFIX.                               03970000
           MOVE WAS-PO-NUMBER TO WAN-PO-NUMBER.                         03980000
           MOVE WAS-LINE TO WAN-LINE.                                   03990000
           MOVE WAS-QUANTITY TO WAN-QUANTITY.                           04000000
                                                                        04010000
           IF WAN-QUANTITY = ZEROES                                     04020000
               MOVE 'QUANTITY IS ZERO' TO WS-DL-RJ-REASON               04030000
               GO TO P20000-EXIT                                        04040000
           END-IF.                                                      04050000
                                                                        04060000
           IF WAN-PO-NUMBER = ZEROES OR WAN-LINE = ZEROES               04070000
               MOVE 'PO OR LINE NUMBER IS ZERO' TO WS-DL-RJ-REASON      04080000
               GO TO P20000-EXIT                                        04090000
           END-IF.                                                      04100000
                                                                        04110000
      ***************************************************************** 04120000
      *    SHIP DATE IS OPTIONAL, EXPECTED ARRIVAL IS REQUIRED        * 04130000
      ***************************************************************** 04140000
                                                                        04150000
           MOVE ZEROES TO WAN-SHIP-DATE.                                04160000
                                                                        04170000
           IF WAS-SHIP-DATE NOT = SPACES                                04180000
               IF WAS-SHIP-DATE NOT NUMERIC                             04190000
                   MOVE 'SHIP DATE NOT NUMERIC' TO WS-DL-RJ-REASON      04200000
                   GO TO P20000-EXIT                                    04210000
               END-IF                                                   04220000
               MOVE WAS-SHIP-DATE TO WAN-SHIP-DATE                      04230000
           END-IF.                                                      04240000
                                                                        04250000
           IF WAS-EXPECTED-DATE NOT NUMERIC                             04260000
               MOVE 'ARRIVAL DATE NOT NUMERIC' TO WS-DL-RJ-REASON       04270000
               GO TO P20000-EXIT                                        04280000
           END-IF.                                                      04290000
                                                                        04300000
           MOVE WAS-EXPECTED-DATE TO WS-EDIT-DATE.                      04310000
                                                                        04320000
           IF WS-ED-MONTH < 01 OR WS-ED-MONTH > 12                      04330000
              OR WS-ED-DAY < 01 OR WS-ED-DAY > 31                       04340000
               MOVE 'ARRIVAL DATE NOT VALID' TO WS-DL-RJ-REASON         04350000
               GO TO P20000-EXIT                                        04360000
           END-IF.                                                      04370000
                                                                        04380000
           MOVE WS-EDIT-DATE TO WAN-EXPECTED-DATE.                      04390000
                                                                        04390500
           MOVE ZEROES TO WAN-SHIPPER-NUMBER.                           04391000
                                                                        04391500
           IF WAS-SHIPPER-NUMBER NOT = SPACES                           04392000
               IF WAS-SHIPPER-NUMBER NOT NUMERIC                        04392500
                   MOVE 'SHIPPER NUMBER NOT NUMERIC' TO WS-DL-RJ-REASON 04393000
                   GO TO P20000-EXIT                                    04393500
               END-IF                                                   04394000
               MOVE WAS-SHIPPER-NUMBER TO WAN-SHIPPER-NUMBER            04394500
           END-IF.                                                      04395000
                                                                        04400000
      ***************************************************************** 04410000
      *    THE PURCHASE ORDER LINE MUST EXIST, BELONG TO THE          * 04420000
      *    SUPPLIER AND BE RELEASED AND STILL RECEIVABLE              * 04430000
      ***************************************************************** 04440000
                                                                        04450000
           MOVE WAN-PREFIX TO PURCHASE-ORDER-PREFIX.                    04460000
           MOVE WAN-PO-NUMBER TO PURCHASE-ORDER-NUMBER.                 04470000
           MOVE WAN-LINE TO PURCHASE-ORDER-LINE.                        04480000
                                                                        04490000
           READ VSAM-PURCHASE-ORDER.                                    04500000
                                                                        04510000
           IF PURCHORD-NOTFOUND                                         04520000
               MOVE 'PO LINE NOT ON FILE' TO WS-DL-RJ-REASON            04530000
               GO TO P20000-EXIT                                        04540000
           END-IF.                                                      04550000
                                                                        04560000
           IF NOT PURCHORD-OK                                           04570000
               MOVE 'READ PURCHASE ORDER FAILED' TO WPBE-MESSAGE        04580000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               04590000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          04600000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04610000
           END-IF.                                                      04620000
                                                                        04630000
           IF PURCHASE-ORDER-SUPPLIER-ID NOT = WAS-SUPPLIER-ID          04640000
               MOVE 'SUPPLIER DOES NOT MATCH PO' TO WS-DL-RJ-REASON     04650000
               GO TO P20000-EXIT                                        04660000
           END-IF.                                                      04670000
                                                                        04680000
           IF PURCHASE-ORDER-SUGGESTED                                  04690000
               MOVE 'PO NOT RELEASED BY BUYER' TO WS-DL-RJ-REASON       04700000
               GO TO P20000-EXIT                                        04710000
           END-IF.                                                      04720000
                                                                        04730000
           IF PURCHASE-ORDER-RECEIVED OR PURCHASE-ORDER-CANCELLED       04740000
               MOVE 'PO LINE CLOSED OR CANCELLED' TO WS-DL-RJ-REASON    04750000
               GO TO P20000-EXIT                                        04760000
           END-IF.                                                      04770000
                                                                        04780000
           MOVE 'Y' TO WS-ASN-VALID-SW.                                 04790000
                                                                        04800000
       P20000-EXIT.                                                     04810000
           EXIT.                                                        04820000
           EJECT                                                        04830000
      ***************************************************************** 04840000
      *                                                               * 04850000
      *    PARAGRAPH:  P30000-LOAD-ASN                                * 04860000
      *                                                               * 04870000
      *    FUNCTION :  WRITE THE ASN LINE TO THE EXPECTED RECEIPT     * 04880000
      *                FILE AS AN OPEN EXPECTED RECEIPT               * 04890000
      *                                                               * 04900000
      *    CALLED BY:  P10000-PROCESS-ASN                             * 04910000
      *                                                               * 04920000
      ***************************************************************** 04930000
                                                                        04940000
       P30000-LOAD-ASN.                                                 04950000
                                                                        04960000
           MOVE SPACES TO ASN-RECEIPT-RECORD.                           04970000
           MOVE WAN-PREFIX TO ASN-PREFIX.                               04980000
           MOVE WAS-ASN-NUMBER TO ASN-NUMBER.                           04990000
           MOVE WAN-PO-NUMBER TO ASN-PO-NUMBER.                         05000000
           MOVE WAN-LINE TO ASN-PO-LINE.                                05010000
           MOVE WAS-LOT-NUMBER TO ASN-LOT-NUMBER.                       05020000
           MOVE WAS-SUPPLIER-ID TO ASN-SUPPLIER-ID.                     05030000
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO ASN-ITEM-NUMBER.          05040000
           MOVE WAN-QUANTITY TO ASN-QTY-SHIPPED.                        05050000
           MOVE ZEROES TO ASN-QTY-RECEIVED                              05060000
                          ASN-DATE-RECEIVED.                            05070000
           MOVE WAN-SHIP-DATE TO ASN-SHIP-DATE.                         05080000
           MOVE WAN-EXPECTED-DATE TO ASN-EXPECTED-DATE.                 05090000
           MOVE WS-DATE-CCYYMMDD TO ASN-DATE-LOADED.                    05100000
           MOVE 'O' TO ASN-LINE-STATUS.                                 05110000
           MOVE 'S' TO ASN-LINE-SOURCE.                                 05120000
           MOVE 'N' TO ASN-DISC-REPORTED-SW.                            05130000
                                                                        05140000
           WRITE ASN-RECEIPT-RECORD.                                    05150000
                                                                        05160000
           IF ASNRECF-DUPLICATE                                         05170000
               MOVE 'ASN LINE ALREADY LOADED' TO WS-DL-RJ-REASON        05180000
               DISPLAY WS-DL-REJECT                                     05190000
               ADD +1 TO WS-ASN-REJECTED                                05200000
               GO TO P30000-EXIT                                        05210000
           END-IF.                                                      05220000
                                                                        05230000
           IF NOT ASNRECF-OK                                            05240000
               MOVE 'WRITE EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE     05250000
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                05260000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          05270000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05280000
           END-IF.                                                      05290000
                                                                        05300000
           MOVE ASN-NUMBER TO WS-DL-AS-ASN.                             05310000
           MOVE ASN-PO-NUMBER TO WS-DL-AS-NUMBER.                       05320000
           MOVE ASN-PO-LINE TO WS-DL-AS-LINE.                           05330000
           MOVE ASN-QTY-SHIPPED TO WS-DL-AS-QTY.                        05340000
           MOVE ASN-LOT-NUMBER TO WS-DL-AS-LOT.                         05350000
           MOVE ASN-EXPECTED-DATE TO WS-DL-AS-EXPECTED.                 05360000
           DISPLAY WS-DL-ASN.                                           05370000
                                                                        05380000
           ADD +1 TO WS-ASN-LOADED.                                     05390000
           ADD WAN-QUANTITY TO WS-TOTAL-SHIPPED.                        05400000
                                                                        05410000
       P30000-EXIT.                                                     05420000
           EXIT.                                                        05430000
           EJECT                                                        05440000
      ***************************************************************** 05450000
      *                                                               * 05460000
      *    PARAGRAPH:  P40000-POST-DROP-SHIP                          * 05460050
      *                                                               * 05460100
      *    FUNCTION :  RECEIVE A DROP-SHIP PURCHASE ORDER LINE FROM   * 05460150
      *                THE SUPPLIER'S ASN AND WRITE THE SHIPMENT      * 05460200
      *                CONFIRMATION CARD THAT POSTS THE SHIPMENT TO   * 05460250
      *                THE CUSTOMER ORDER LINE (PDAB28)               * 05460300
      *                                                               * 05460350
      *    CALLED BY:  P10000-PROCESS-ASN                             * 05460400
      *                                                               * 05460450
      ***************************************************************** 05460500
                                                                        05460550
       P40000-POST-DROP-SHIP.                                           05460600
                                                                        05460650
           MOVE PURCHASE-ORDER-KEY TO DROP-SHIP-KEY.                    05460700
                                                                        05460750
           READ VSAM-DROP-SHIP.                                         05460800
                                                                        05460850
           IF DROPSHP-NOTFOUND                                          05460900
               MOVE 'DROP-SHIP ORDER LINK NOT FOUND' TO WS-DL-RJ-REASON 05460950
               DISPLAY WS-DL-REJECT                                     05461000
               ADD +1 TO WS-ASN-REJECTED                                05461050
               GO TO P40000-EXIT                                        05461100
           END-IF.                                                      05461150
                                                                        05461200
           IF NOT DROPSHP-OK                                            05461250
               MOVE 'READ DROP-SHIP FILE FAILED' TO WPBE-MESSAGE        05461300
               MOVE WS-DROPSHP-STATUS TO WPBE-FILE-STATUS               05461350
               MOVE 'P40000' TO WPBE-PARAGRAPH                          05461400
               PERFORM P99999-ABEND THRU P99999-EXIT                    05461450
           END-IF.                                                      05461500
                                                                        05461550
      ***************************************************************** 05461600
      *    THE SUPPLIER'S SHIPMENT IS THE RECEIPT OF THE LINE -- THE  * 05461650
      *    SHIP DATE, ELSE THE RUN DATE, IS THE DATE RECEIVED         * 05461700
      ***************************************************************** 05461750
                                                                        05461800
           ADD WAN-QUANTITY TO PURCHASE-ORDER-QTY-RECEIVED.             05461850
                                                                        05461900
           IF WAN-SHIP-DATE > ZEROES                                    05461950
               MOVE WAN-SHIP-DATE TO PURCHASE-ORDER-DATE-RECEIVED       05462000
           ELSE                                                         05462050
               MOVE WS-DATE-CCYYMMDD TO PURCHASE-ORDER-DATE-RECEIVED    05462100
           END-IF.                                                      05462150
                                                                        05462200
           IF PURCHASE-ORDER-QTY-RECEIVED NOT < PURCHASE-ORDER-QUANTITY 05462250
               MOVE 'R' TO PURCHASE-ORDER-STATUS                        05462300
           ELSE                                                         05462350
               MOVE 'P' TO PURCHASE-ORDER-STATUS                        05462400
           END-IF.                                                      05462450
                                                                        05462500
           REWRITE PURCHASE-ORDER-RECORD.                               05462550
                                                                        05462600
           IF NOT PURCHORD-OK                                           05462650
               MOVE 'REWRITE PURCHASE ORDER FAILED' TO WPBE-MESSAGE     05462700
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               05462750
               MOVE 'P40000' TO WPBE-PARAGRAPH                          05462800
               PERFORM P99999-ABEND THRU P99999-EXIT                    05462850
           END-IF.                                                      05462900
                                                                        05462950
           IF PURCHASE-ORDER-RECEIVED                                   05463000
               MOVE 'S' TO DROP-SHIP-STATUS                             05463050
                                                                        05463100
               REWRITE DROP-SHIP-RECORD                                 05463150
                                                                        05463200
               IF NOT DROPSHP-OK                                        05463250
                   MOVE 'REWRITE DROP-SHIP FILE FAILED' TO WPBE-MESSAGE 05463300
                   MOVE WS-DROPSHP-STATUS TO WPBE-FILE-STATUS           05463350
                   MOVE 'P40000' TO WPBE-PARAGRAPH                      05463400
                   PERFORM P99999-ABEND THRU P99999-EXIT                05463450
               END-IF                                                   05463500
           END-IF.                                                      05463550
                                                                        05463600
      ***************************************************************** 05463650
      *    SHIPMENT CONFIRMATION CARD FOR THE CUSTOMER ORDER LINE     * 05463700
      ***************************************************************** 05463750
                                                                        05463800
           MOVE SPACES TO WS-DROP-SHIP-CARD.                            05463850
           MOVE DROP-SHIP-ORDER-DB TO WDC-DATABASE.                     05463900
           MOVE DROP-SHIP-PREFIX TO WDC-PREFIX.                         05463950
           MOVE DROP-SHIP-ORDER-NUMBER TO WDC-ORDER-NUMBER.             05464000
           MOVE DROP-SHIP-ORDER-SEQUENCE TO WDC-ITEM-SEQ.               05464050
           MOVE WAN-QUANTITY TO WDC-QUANTITY.                           05464100
           MOVE WAN-SHIPPER-NUMBER TO WDC-SHIPPER.                      05464150
           MOVE PURCHASE-ORDER-DATE-RECEIVED TO WDC-SHIP-DATE.          05464200
           MOVE 'D' TO WDC-SOURCE.                                      05464250
           MOVE PURCHASE-ORDER-NUMBER TO WDC-PO-NUMBER.                 05464300
           MOVE PURCHASE-ORDER-LINE TO WDC-PO-LINE.                     05464350
                                                                        05464400
           WRITE DROP-SHIP-CARD-REC FROM WS-DROP-SHIP-CARD.             05464450
                                                                        05464500
           MOVE WAS-ASN-NUMBER TO WS-DL-DS-ASN.                         05464550
           MOVE PURCHASE-ORDER-NUMBER TO WS-DL-DS-NUMBER.               05464600
           MOVE PURCHASE-ORDER-LINE TO WS-DL-DS-LINE.                   05464650
           MOVE WAN-QUANTITY TO WS-DL-DS-QTY.                           05464700
           MOVE DROP-SHIP-ORDER-NUMBER TO WS-DL-DS-ORDER.               05464750
           MOVE DROP-SHIP-ORDER-SEQUENCE TO WS-DL-DS-SEQ.               05464800
           DISPLAY WS-DL-DROP.                                          05464850
                                                                        05464900
           ADD +1 TO WS-DROP-SHIPS-POSTED.                              05464950
                                                                        05465000
       P40000-EXIT.                                                     05465050
           EXIT.                                                        05465100
           EJECT                                                        05465150
      ***************************************************************** 05465200
      *                                                               * 05465250
      *    PARAGRAPH:  P99999-ABEND                                   * 05470000
      *                                                               * 05480000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 05490000
      *                ERROR HAS BEEN ENCOUNTERED                     * 05500000
      *                                                               * 05510000
      *    CALLED BY:  VARIOUS                                        * 05520000
      *                                                               * 05530000
      ***************************************************************** 05540000
                                                                        05550000
       P99999-ABEND.                                                    05560000
                                                                        05570000
           DISPLAY ' '.                                                 05580000
           DISPLAY WPEA-ERROR-01.                                       05590000
           DISPLAY WPEA-ERROR-02.                                       05600000
           DISPLAY WPEA-ERROR-03.                                       05610000
           DISPLAY WPEA-ERROR-04.                                       05620000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               05630000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               05640000
           DISPLAY WPEA-ERROR-04.                                       05650000
           DISPLAY WPEA-ERROR-03.                                       05660000
           DISPLAY WPEA-ERROR-02.                                       05670000
           DISPLAY WPEA-ERROR-01.                                       05680000
           DISPLAY ' '.                                                 05690000
                                                                        05700000
           MOVE 16 TO RETURN-CODE.                                      05710000
                                                                        05720000
           GOBACK.                                                      05730000
                                                                        05740000
       P99999-EXIT.                                                     05750000
           EXIT.                                                        05760000
