       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB94.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB94                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB94 IS THE PACK CONFIRMATION BATCH     * 00100000
      *             PROGRAM, RUN BETWEEN THE PICK LIST (PDAB55) AND   * 00110000
      *             THE SHIPMENT MANIFEST (PDAB56).  IT READS THE     * 00120000
      *             PACKERS' CONFIRMATION CARDS -- ONE PER ORDER LINE * 00130000
      *             PACKED IN A CARTON, IN ORDER AND CARTON SEQUENCE  * 00140000
      *             -- AND FOR EACH CARTON:                           * 00150000
      *               - CHECKS EACH LINE IS ON THE ORDER AND THAT THE * 00160000
      *                 ORDER'S CARTONS DO NOT HOLD MORE OF A LINE    * 00170000
      *                 THAN WAS ORDERED                              * 00180000
      *               - ASSIGNS THE NEXT CARTON NUMBER FOR THE PREFIX * 00190000
      *                 AND WRITES THE CARTON, ITS LINES AND ITS      * 00200000
      *                 ACTUAL WEIGHT TO THE CARTON FILE              * 00210000
      *             WHEN AN ORDER'S CARDS ARE DONE ONE LABEL RECORD   * 00220000
      *             PER CARTON IS WRITTEN TO THE LABEL PRINT FILE     * 00230000
      *             WITH THE SHIP-TO, THE ORDER, CARTON N OF M AND    * 00240000
      *             THE BARCODE DATA (PREFIX AND CARTON NUMBER).  AN  * 00250000
      *             ORDER THAT ALREADY HAS CARTONS ON FILE IS NOT     * 00260000
      *             PACKED AGAIN.                                     * 00270000
      *                                                               * 00280000
      *             CONTROL CARD LAYOUT (ONE PACKED LINE PER CARD):   * 00290000
      *               COL  1      DATABASE     (1=ORDER1DB 2=ORDER2DB)* 00300000
      *               COL  3- 7   PREFIX            (NUMERIC)         * 00310000
      *               COL  9-18   ORDER NUMBER      (NUMERIC)         * 00320000
      *               COL 20-22   CARTON SEQUENCE   (NUMERIC)         * 00330000
      *               COL 24-28   ITEM SEQUENCE     (NUMERIC)         * 00340000
      *               COL 30-38   QUANTITY PACKED   (NUMERIC)         * 00350000
      *               COL 40-46   CARTON WEIGHT     (99999V99, ON AT  * 00360000
      *                                              LEAST ONE CARD   * 00370000
      *                                              OF THE CARTON)   * 00380000
      *                                                               * 00390000
      * FILES   :   CONTROL CARDS              -  SEQUENTIAL (INPUT)  * 00400000
      *             ORDER DATABASE (ORDER1DB)  -  IMS     (READ-ONLY) * 00410000
      *             ORDER DATABASE (ORDER2DB)  -  IMS     (READ-ONLY) * 00420000
      *             CUSTOMER FILE              -  VSAM KSDS  (INPUT)  * 00430000
      *             CARTON FILE                -  VSAM KSDS  (UPDATE) * 00440000
      *             CARTON LABEL FILE          -  SEQUENTIAL (OUTPUT) * 00450000
      *                                                               * 00460000
      ***************************************************************** 00470000
      *             PROGRAM CHANGE LOG                                * 00480000
      *             -------------------                               * 00490000
      *                                                               * 00500000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00510000
      *  --------   --------------------  --------------------------  * 00520000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00530000
      *                                                               * 00540000
      ***************************************************************** 00550000
           EJECT                                                        00560000
       ENVIRONMENT DIVISION.                                            00570000
                                                                        00580000
       INPUT-OUTPUT SECTION.                                            00590000
                                                                        00600000
       FILE-CONTROL.                                                    00610000
                                                                        00620000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00630000
                                                                        00640000
           SELECT CARTON-LABEL-FILE    ASSIGN TO OCTNLABL.              00650000
                                                                        00660000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00670000
                                       ORGANIZATION IS INDEXED          00680000
                                       ACCESS IS RANDOM                 00690000
                                       RECORD KEY IS CUSTOMER-KEY       00700000
                                       FILE STATUS IS                   00710000
                                           WS-CUSTOMER-STATUS.          00720000
                                                                        00730000
           SELECT VSAM-CARTON          ASSIGN TO VCARTON                00740000
                                       ORGANIZATION IS INDEXED          00750000
                                       ACCESS IS DYNAMIC                00760000
                                       RECORD KEY IS CARTON-KEY         00770000
                                       FILE STATUS IS WS-CARTON-STATUS. 00780000
           EJECT                                                        00790000
       DATA DIVISION.                                                   00800000
                                                                        00810000
       FILE SECTION.                                                    00820000
                                                                        00830000
       FD  CONTROL-CARD                                                 00840000
           LABEL RECORDS ARE STANDARD                                   00850000
           RECORDING MODE IS F                                          00860000
           RECORD CONTAINS 80 CHARACTERS                                00870000
           BLOCK CONTAINS 27920 CHARACTERS.                             00880000
                                                                        00890000
       01  CONTROL-CARD-REC            PIC X(80).                       00900000
                                                                        00910000
       FD  CARTON-LABEL-FILE                                            00920000
           LABEL RECORDS ARE STANDARD                                   00930000
           RECORDING MODE IS F                                          00940000
           RECORD CONTAINS 400 CHARACTERS.                              00950000
                                                                        00960000
       01  CARTON-LABEL-REC            PIC X(400).                      00970000
                                                                        00980000
       FD  VSAM-CUSTOMER                                                00990000
           RECORD CONTAINS 800 CHARACTERS.                              01000000
                                                                        01010000
           COPY VCUSTOMR.                                               01020000
                                                                        01030000
       FD  VSAM-CARTON                                                  01040000
           RECORD CONTAINS 512 CHARACTERS.                              01050000
                                                                        01060000
           COPY VCARTON.                                                01070000
           EJECT                                                        01080000
       WORKING-STORAGE SECTION.                                         01090000
                                                                        01100000
      ***************************************************************** 01110000
      *    SWITCHES                                                   * 01120000
      ***************************************************************** 01130000
                                                                        01140000
       01  WS-SWITCHES.                                                 01150000
           05  WS-END-OF-CARDS-SW      PIC X     VALUE 'N'.             01160000
               88  END-OF-CARDS                  VALUE 'Y'.             01170000
           05  WS-ORDER-VALID-SW       PIC X     VALUE 'N'.             01180000
               88  ORDER-VALID                   VALUE 'Y'.             01190000
           05  WS-PACKED-FOUND-SW      PIC X     VALUE 'N'.             01200000
               88  PACKED-FOUND                  VALUE 'Y'.             01210000
           EJECT                                                        01220000
      ***************************************************************** 01230000
      *    MISCELLANEOUS WORK FIELDS                                  * 01240000
      ***************************************************************** 01250000
                                                                        01260000
       01  WS-MISCELLANEOUS-FIELDS.                                     01270000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          01280000
               88  OP-GOOD-RETURN                VALUE '  '.            01290000
               88  OP-NOT-FOUND                  VALUE 'GE'.            01300000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01310000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01320000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01330000
           03  WS-CARTON-STATUS        PIC XX    VALUE SPACES.          01340000
               88  CARTONF-OK                    VALUE '  ' '00'.       01350000
               88  CARTONF-DUPLICATE             VALUE '22'.            01360000
               88  CARTONF-NOTFOUND              VALUE '23'.            01370000
               88  CARTONF-END                   VALUE '10'.            01380000
               88  CARTONF-EMPTY                 VALUE '47' '35'.       01390000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01400000
           03  WS-CARDS-PACKED         PIC S9(7) VALUE +0       COMP-3. 01410000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01420000
           03  WS-CARTONS-PACKED       PIC S9(7) VALUE +0       COMP-3. 01430000
           03  WS-ORDERS-PACKED        PIC S9(7) VALUE +0       COMP-3. 01440000
           03  WS-LABELS-WRITTEN       PIC S9(7) VALUE +0       COMP-3. 01450000
           03  WS-NEXT-CARTON-NUMBER   PIC 9(9)  VALUE ZEROES.          01460000
           03  WS-NEW-PACKED-QTY       PIC S9(9) VALUE +0       COMP-3. 01470000
           03  WS-ORDER-SHIPPER        PIC 9(10) VALUE ZEROES.          01480000
           03  WS-ORDER-REASON         PIC X(22) VALUE SPACES.          01490000
           03  WS-CURR-CARTON          PIC X(3)  VALUE SPACES.          01500000
           03  WS-NDX                  PIC S9(4) VALUE +0       COMP.   01510000
           03  WS-PK-NDX               PIC S9(4) VALUE +0       COMP.   01520000
           03  WS-DATE.                                                 01530000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01540000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01550000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01560000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01570000
                                       PIC 9(8).                        01580000
           EJECT                                                        01590000
      ***************************************************************** 01600000
      *    CONTROL CARD AREA                                          * 01610000
      ***************************************************************** 01620000
                                                                        01630000
       01  WS-CONTROL-CARD.                                             01640000
           03  WCC-DATABASE            PIC X(1).                        01650000
               88  WCC-ORDER1DB                  VALUE '1'.             01660000
               88  WCC-ORDER2DB                  VALUE '2'.             01670000
               88  WCC-DATABASE-VALID            VALUE '1' '2'.         01680000
           03  FILLER                  PIC X(1).                        01690000
           03  WCC-PREFIX              PIC X(5).                        01700000
           03  FILLER                  PIC X(1).                        01710000
           03  WCC-ORDER-NUMBER        PIC X(10).                       01720000
           03  FILLER                  PIC X(1).                        01730000
           03  WCC-CARTON-SEQ          PIC X(3).                        01740000
           03  FILLER                  PIC X(1).                        01750000
           03  WCC-ITEM-SEQ            PIC X(5).                        01760000
           03  FILLER                  PIC X(1).                        01770000
           03  WCC-QUANTITY            PIC X(9).                        01780000
           03  FILLER                  PIC X(1).                        01790000
           03  WCC-WEIGHT              PIC X(7).                        01800000
           03  WCC-WEIGHT-NUM REDEFINES WCC-WEIGHT                      01810000
                                       PIC 9(5)V99.                     01820000
           03  FILLER                  PIC X(34).                       01830000
                                                                        01840000
       01  WS-CONTROL-CARD-NUM.                                         01850000
           03  WCN-QUANTITY            PIC 9(9)  VALUE ZEROES.          01860000
                                                                        01870000
      ***************************************************************** 01880000
      *    CARD BREAK KEYS -- HIGH-VALUES AT END OF CARDS             * 01890000
      ***************************************************************** 01900000
                                                                        01910000
       01  WS-CARD-KEY.                                                 01920000
           03  WS-CK-ORDER-KEY.                                         01930000
               05  WS-CK-DATABASE      PIC X(1)  VALUE SPACES.          01940000
               05  WS-CK-PREFIX        PIC X(5)  VALUE SPACES.          01950000
               05  WS-CK-ORDER-NUMBER  PIC X(10) VALUE SPACES.          01960000
           03  WS-CK-CARTON            PIC X(3)  VALUE SPACES.          01970000
                                                                        01980000
       01  WS-CURR-ORDER-KEY.                                           01990000
           03  WS-CO-DATABASE          PIC X(1)  VALUE SPACES.          02000000
           03  WS-CO-PREFIX            PIC X(5)  VALUE SPACES.          02010000
           03  WS-CO-ORDER-NUMBER      PIC X(10) VALUE SPACES.          02020000
           EJECT                                                        02030000
      ***************************************************************** 02040000
      *    CARTON BEING PACKED                                        * 02050000
      ***************************************************************** 02060000
                                                                        02070000
       01  WS-CARTON-WORK.                                              02080000
           03  WS-CW-LINE-COUNT        PIC S9(4)           COMP.        02090000
           03  WS-CW-WEIGHT            PIC 9(5)V99         COMP-3.      02100000
           03  WS-CW-TOTAL-QTY         PIC 9(9)            COMP-3.      02110000
           03  WS-CW-LINE              OCCURS 10 TIMES.                 02120000
               05  WS-CW-ITEM-SEQ      PIC 9(5).                        02130000
               05  WS-CW-ITEM-NUMBER   PIC X(32).                       02140000
               05  WS-CW-QTY           PIC 9(9)            COMP-3.      02150000
                                                                        02160000
      ***************************************************************** 02170000
      *    QUANTITY PACKED PER ORDER LINE ACROSS THE ORDER'S CARTONS  * 02180000
      ***************************************************************** 02190000
                                                                        02200000
       01  WS-PACKED-TABLE.                                             02210000
           03  WS-PK-MAX               PIC S9(4) VALUE +100     COMP.   02220000
           03  WS-PK-COUNT             PIC S9(4) VALUE +0       COMP.   02230000
           03  WS-PK-ENTRY             OCCURS 100 TIMES.                02240000
               05  WS-PK-ITEM-SEQ      PIC 9(5).                        02250000
               05  WS-PK-QTY           PIC S9(9)           COMP-3.      02260000
                                                                        02270000
      ***************************************************************** 02280000
      *    CARTONS WRITTEN FOR THE ORDER, LABELLED AT THE ORDER BREAK * 02290000
      ***************************************************************** 02300000
                                                                        02310000
       01  WS-ORDER-CARTON-TABLE.                                       02320000
           03  WS-OC-MAX               PIC S9(4) VALUE +99      COMP.   02330000
           03  WS-OC-COUNT             PIC S9(4) VALUE +0       COMP.   02340000
           03  WS-OC-ENTRY             OCCURS 99 TIMES.                 02350000
               05  WS-OC-CARTON-NUMBER PIC 9(9).                        02360000
               05  WS-OC-SEQUENCE      PIC 9(3).                        02370000
               05  WS-OC-WEIGHT        PIC 9(5)V99         COMP-3.      02380000
           EJECT                                                        02390000
      ***************************************************************** 02400000
      *    CARTON LABEL RECORD                                        * 02410000
      ***************************************************************** 02420000
                                                                        02430000
       01  WS-CARTON-LABEL.                                             02440000
           03  WCL-BARCODE-DATA.                                        02450000
               05  WCL-BC-PREFIX       PIC 9(05) VALUE ZEROES.          02460000
               05  WCL-BC-CARTON       PIC 9(09) VALUE ZEROES.          02470000
           03  WCL-CARTON-NUMBER       PIC 9(09) VALUE ZEROES.          02480000
           03  WCL-ORDER-PREFIX        PIC 9(05) VALUE ZEROES.          02490000
           03  WCL-ORDER-NUMBER        PIC 9(10) VALUE ZEROES.          02500000
           03  WCL-CARTON-SEQ          PIC 9(03) VALUE ZEROES.          02510000
           03  WCL-CARTON-COUNT        PIC 9(03) VALUE ZEROES.          02520000
           03  WCL-WEIGHT              PIC 9(05)V99                     02530000
                                                 VALUE ZEROES.          02540000
           03  WCL-SHIPPER-NUMBER      PIC 9(10) VALUE ZEROES.          02550000
           03  WCL-PACK-DATE           PIC 9(08) VALUE ZEROES.          02560000
           03  WCL-SHIP-TO-NAME        PIC X(64) VALUE SPACES.          02570000
           03  WCL-SHIP-TO-ADDRESS     PIC X(128) VALUE SPACES.         02580000
           03  WCL-SHIP-TO-CITY        PIC X(32) VALUE SPACES.          02590000
           03  WCL-SHIP-TO-STATE       PIC X(32) VALUE SPACES.          02600000
           03  WCL-SHIP-TO-ZIP         PIC X(12) VALUE SPACES.          02610000
           03  FILLER                  PIC X(63) VALUE SPACES.          02620000
           EJECT                                                        02630000
      ***************************************************************** 02640000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 02650000
      ***************************************************************** 02660000
                                                                        02670000
       01  WS-GU                       PIC X(4)  VALUE 'GU  '.          02680000
                                                                        02690000
       01  ORDER-QUAL-SSA.                                              02700000
           05  ORDER-QUAL-SEGMENT      PIC X(08)   VALUE 'ORDER '.      02710000
           05  ORDER-QUAL-LPAREN       PIC X(01)   VALUE '('.           02720000
           05  ORDER-QUAL-FIELD-NAME                                    02730000
                                       PIC X(08)   VALUE 'ORDKEY '.     02740000
           05  ORDER-QUAL-OPERATOR     PIC X(02)   VALUE 'EQ'.          02750000
           05  ORDER-QUAL-FIELD-VALUE.                                  02760000
               10  ORDER-QUAL-PREFIX   PIC X(05)   VALUE SPACES.        02770000
               10  ORDER-QUAL-NUMBER   PIC X(10)   VALUE SPACES.        02780000
           05  ORDER-QUAL-RPAREN       PIC X(01)   VALUE ')'.           02790000
                                                                        02800000
       01  ORDITEM-QUAL-SSA.                                            02810000
           05  ORDITEM-QUAL-SEGMENT    PIC X(08)   VALUE 'ORDITEM'.     02820000
           05  ORDITEM-QUAL-LPAREN     PIC X(01)   VALUE '('.           02830000
           05  ORDITEM-QUAL-FIELD-NAME                                  02840000
                                       PIC X(08)   VALUE 'ITEMKEY'.     02850000
           05  ORDITEM-QUAL-OPERATOR   PIC X(02)   VALUE 'EQ'.          02860000
           05  ORDITEM-QUAL-FIELD-VALUE.                                02870000
               10  ORDITEM-QUAL-PREFIX PIC X(05)   VALUE SPACES.        02880000
               10  ORDITEM-QUAL-SEQ    PIC X(05)   VALUE SPACES.        02890000
           05  ORDITEM-QUAL-RPAREN     PIC X(01)   VALUE ')'.           02900000
           EJECT                                                        02910000
      ***************************************************************** 02920000
      *    IMS RECORD AREAS                                           * 02930000
      ***************************************************************** 02940000
                                                                        02950000
           COPY ORDER.                                                  02960000
           EJECT                                                        02970000
           COPY IORDITEM.                                               02980000
           EJECT                                                        02990000
      ***************************************************************** 03000000
      *    DISPLAY AREA                                               * 03010000
      ***************************************************************** 03020000
                                                                        03030000
       01  WS-DISPLAY-LINES.                                            03040000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         03050000
           03  WS-DL-TOTAL.                                             03060000
               05  FILLER         PIC X(01) VALUE '*'.                  03070000
               05  FILLER         PIC X(45) VALUE SPACES.               03080000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          03090000
               05  FILLER         PIC X(3)  VALUE ' - '.                03100000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               03110000
               05  FILLER         PIC X(01) VALUE '*'.                  03120000
                                                                        03130000
       01  WS-DL-PACKED.                                                03140000
           03  FILLER                  PIC X(01) VALUE '*'.             03150000
           03  FILLER                  PIC X(09) VALUE '  CARTON '.     03160000
           03  WS-DL-PK-CARTON         PIC 9(09) VALUE ZEROES.          03170000
           03  FILLER                  PIC X(07) VALUE ' ORDER '.       03180000
           03  WS-DL-PK-PREFIX         PIC X(05) VALUE SPACES.          03190000
           03  FILLER                  PIC X(01) VALUE '-'.             03200000
           03  WS-DL-PK-ORDER          PIC X(10) VALUE SPACES.          03210000
           03  FILLER                  PIC X(05) VALUE ' BOX '.         03220000
           03  WS-DL-PK-SEQ            PIC X(03) VALUE SPACES.          03230000
           03  FILLER                  PIC X(07) VALUE ' LINES '.       03240000
           03  WS-DL-PK-LINES          PIC Z9.                          03250000
           03  FILLER                  PIC X(04) VALUE ' WT '.          03260000
           03  WS-DL-PK-WEIGHT         PIC ZZ,ZZ9.99.                   03270000
           03  FILLER                  PIC X(07) VALUE SPACES.          03280000
           03  FILLER                  PIC X(01) VALUE '*'.             03290000
                                                                        03300000
       01  WS-DL-REJECT.                                                03310000
           03  FILLER                  PIC X(01) VALUE '*'.             03320000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   03330000
           03  WS-DL-RJ-CARD           PIC X(40) VALUE SPACES.          03340000
           03  FILLER                  PIC X(03) VALUE ' - '.           03350000
           03  WS-DL-RJ-REASON         PIC X(22) VALUE SPACES.          03360000
           03  FILLER                  PIC X(01) VALUE '*'.             03370000
           EJECT                                                        03380000
      ***************************************************************** 03390000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03400000
      ***************************************************************** 03410000
                                                                        03420000
           COPY PDAERRWS.                                               03430000
                                                                        03440000
       01  WS-PDA-BATCH-ERROR-01.                                       03450000
           05  FILLER             PIC X     VALUE SPACES.               03460000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03470000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03480000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB94'.             03490000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03500000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03510000
                                                                        03520000
       01  WS-PDA-BATCH-ERROR-02.                                       03530000
           05  FILLER             PIC X(8)  VALUE SPACES.               03540000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03550000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03560000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03570000
           EJECT                                                        03580000
      ***************************************************************** 03590000
      *    LINKAGE SECTION                                            * 03600000
      ***************************************************************** 03610000
                                                                        03620000
       LINKAGE SECTION.                                                 03630000
                                                                        03640000
      ****************************************************************  03650000
      *****  I-O PCB                                                    03660000
      ****************************************************************  03670000
                                                                        03680000
       01  IO-PCB.                                                      03690000
           05  FILLER                  PIC X(10) VALUE SPACES.          03700000
           05  IO-STATUS               PIC XX    VALUE SPACES.          03710000
           05  FILLER                  PIC X(20) VALUE SPACES.          03720000
                                                                        03730000
      ****************************************************************  03740000
      *****  ORDER1DB PCB (CICS PATH)                                   03750000
      ****************************************************************  03760000
                                                                        03770000
           COPY PCBORDER.                                               03780000
                                                                        03790000
      ****************************************************************  03800000
      *****  ORDER2DB PCB (IMS/DC PATH) - SAME MASK SHAPE AS PCBORDER   03810000
      ****************************************************************  03820000
                                                                        03830000
       01  ORDER2-PCB.                                                  03840000
           05  OP2-DBDNAME             PIC X(8)  VALUE SPACES.          03850000
           05  OP2-SEG-LEVEL           PIC XX    VALUE SPACES.          03860000
           05  OP2-STATUS              PIC XX    VALUE SPACES.          03870000
           05  FILLER                  PIC X(8)  VALUE SPACES.          03880000
           05  OP2-SEG-NAME            PIC X(8)  VALUE SPACES.          03890000
           05  FILLER                  PIC X(8)  VALUE SPACES.          03900000
           05  OP2-FEEDBACK-AREA       PIC X(80) VALUE SPACES.          03910000
           EJECT                                                        03920000
      ***************************************************************** 03930000
      *    P R O C E D U R E    D I V I S I O N                       * 03940000
      ***************************************************************** 03950000
                                                                        03960000
       PROCEDURE DIVISION.                                              03970000
                                                                        03980000
      ***************************************************************** 03990000
      *                                                               * 04000000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04010000
      *                                                               * 04020000
      *    FUNCTION :  PROGRAM ENTRY.  PACK EVERY ORDER ON THE        * 04030000
      *                CONFIRMATION CARDS AND PRINT THE ENDING COUNTS * 04040000
      *                                                               * 04050000
      *    CALLED BY:  NONE                                           * 04060000
      *                                                               * 04070000
      ***************************************************************** 04080000
                                                                        04090000
       P00000-MAINLINE.                                                 04100000
                                                                        04110000
           ENTRY 'DLITCBL' USING                                        04120000
                           IO-PCB                                       04130000
                           ORDER-PCB                                    04140000
                           ORDER2-PCB.                                  04150000
                                                                        04160000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04170000
                                                                        04180000
           OPEN INPUT CONTROL-CARD.                                     04190000
                                                                        04200000
           OPEN OUTPUT CARTON-LABEL-FILE.                               04210000
                                                                        04220000
           OPEN INPUT VSAM-CUSTOMER.                                    04230000
                                                                        04240000
           IF NOT CUSTOMER-OK                                           04250000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         04260000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              04270000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04280000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04290000
           END-IF.                                                      04300000
                                                                        04310000
           OPEN I-O VSAM-CARTON.                                        04320000
                                                                        04330000
           IF NOT CARTONF-OK AND NOT CARTONF-EMPTY                      04340000
               MOVE 'OPEN CARTON FILE FAILED' TO WPBE-MESSAGE           04350000
               MOVE WS-CARTON-STATUS TO WPBE-FILE-STATUS                04360000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04370000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04380000
           END-IF.                                                      04390000
                                                                        04400000
           PERFORM P10000-READ-CARD THRU P10000-EXIT.                   04410000
                                                                        04420000
           PERFORM P20000-PROCESS-ORDER THRU P20000-EXIT                04430000
               UNTIL END-OF-CARDS.                                      04440000
                                                                        04450000
           CLOSE CONTROL-CARD                                           04460000
                 CARTON-LABEL-FILE                                      04470000
                 VSAM-CUSTOMER                                          04480000
                 VSAM-CARTON.                                           04490000
                                                                        04500000
           DISPLAY ' '.                                                 04510000
           DISPLAY WS-DL-ASTERISK.                                      04520000
                                                                        04530000
           MOVE 'PACK CARDS READ' TO WS-DL-T-TITLE.                     04540000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           04550000
           DISPLAY WS-DL-TOTAL.                                         04560000
                                                                        04570000
           MOVE 'LINES PACKED' TO WS-DL-T-TITLE.                        04580000
           MOVE WS-CARDS-PACKED TO WS-DL-T-CNT.                         04590000
           DISPLAY WS-DL-TOTAL.                                         04600000
                                                                        04610000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      04620000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       04630000
           DISPLAY WS-DL-TOTAL.                                         04640000
                                                                        04650000
           MOVE 'CARTONS PACKED' TO WS-DL-T-TITLE.                      04660000
           MOVE WS-CARTONS-PACKED TO WS-DL-T-CNT.                       04670000
           DISPLAY WS-DL-TOTAL.                                         04680000
                                                                        04690000
           MOVE 'ORDERS PACKED' TO WS-DL-T-TITLE.                       04700000
           MOVE WS-ORDERS-PACKED TO WS-DL-T-CNT.                        04710000
           DISPLAY WS-DL-TOTAL.                                         04720000
                                                                        04730000
           MOVE 'CARTON LABELS WRITTEN' TO WS-DL-T-TITLE.               04740000
           MOVE WS-LABELS-WRITTEN TO WS-DL-T-CNT.                       04750000
           DISPLAY WS-DL-TOTAL.                                         04760000
                                                                        04770000
           DISPLAY WS-DL-ASTERISK.                                      04780000
           DISPLAY ' '.                                                 04790000
                                                                        04800000
           GOBACK.                                                      04810000
                                                                        04820000
       P00000-EXIT.                                                     04830000
           EXIT.                                                        04840000
           EJECT                                                        04850000
      ***************************************************************** 04860000
      *                                                               * 04870000
      *    PARAGRAPH:  P10000-READ-CARD                               * 04880000
      *                                                               * 04890000
      *    FUNCTION :  READ THE NEXT PACK CONFIRMATION CARD AND SET   * 04900000
      *                ITS ORDER AND CARTON BREAK KEYS                * 04910000
      *                                                               * 04920000
      *    CALLED BY:  P00000-MAINLINE                                * 04930000
      *                P31000-ADD-LINE                                * 04940000
      *                                                               * 04950000
      ***************************************************************** 04960000
                                                                        04970000
       P10000-READ-CARD.                                                04980000
                                                                        04990000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05000000
               AT END                                                   05010000
                   MOVE 'Y' TO WS-END-OF-CARDS-SW                       05020000
                   MOVE HIGH-VALUES TO WS-CARD-KEY                      05030000
                   GO TO P10000-EXIT.                                   05040000
                                                                        05050000
           ADD +1 TO WS-CARDS-READ.                                     05060000
                                                                        05070000
           MOVE WCC-DATABASE TO WS-CK-DATABASE.                         05080000
           MOVE WCC-PREFIX TO WS-CK-PREFIX.                             05090000
           MOVE WCC-ORDER-NUMBER TO WS-CK-ORDER-NUMBER.                 05100000
           MOVE WCC-CARTON-SEQ TO WS-CK-CARTON.                         05110000
                                                                        05120000
       P10000-EXIT.                                                     05130000
           EXIT.                                                        05140000
           EJECT                                                        05150000
      ***************************************************************** 05160000
      *                                                               * 05170000
      *    PARAGRAPH:  P20000-PROCESS-ORDER                           * 05180000
      *                                                               * 05190000
      *    FUNCTION :  VALIDATE THE ORDER NAMED ON THE CURRENT CARD,  * 05200000
      *                PACK EACH OF ITS CARTONS AND LABEL THEM        * 05210000
      *                                                               * 05220000
      *    CALLED BY:  P00000-MAINLINE                                * 05230000
      *                                                               * 05240000
      ***************************************************************** 05250000
                                                                        05260000
       P20000-PROCESS-ORDER.                                            05270000
                                                                        05280000
           MOVE WS-CK-ORDER-KEY TO WS-CURR-ORDER-KEY.                   05290000
           MOVE +0 TO WS-PK-COUNT                                       05300000
                      WS-OC-COUNT.                                      05310000
                                                                        05320000
           PERFORM P21000-VALIDATE-ORDER THRU P21000-EXIT.              05330000
                                                                        05340000
           PERFORM P30000-PROCESS-CARTON THRU P30000-EXIT               05350000
               UNTIL END-OF-CARDS                                       05360000
                  OR WS-CK-ORDER-KEY NOT = WS-CURR-ORDER-KEY.           05370000
                                                                        05380000
           IF WS-OC-COUNT > +0                                          05390000
               PERFORM P50000-WRITE-LABEL THRU P50000-EXIT              05400000
                   VARYING WS-NDX FROM 1 BY 1                           05410000
                       UNTIL WS-NDX > WS-OC-COUNT                       05420000
               ADD +1 TO WS-ORDERS-PACKED                               05430000
           END-IF.                                                      05440000
                                                                        05450000
       P20000-EXIT.                                                     05460000
           EXIT.                                                        05470000
           EJECT                                                        05480000
      ***************************************************************** 05490000
      *                                                               * 05500000
      *    PARAGRAPH:  P21000-VALIDATE-ORDER                          * 05510000
      *                                                               * 05520000
      *    FUNCTION :  CHECK THE ORDER KEY, READ THE ORDER ROOT AND   * 05530000
      *                ITS CUSTOMER SHIP-TO, AND REFUSE AN ORDER THAT * 05540000
      *                ALREADY HAS CARTONS ON FILE.  A FAILED ORDER   * 05550000
      *                REJECTS EVERY CARD FOR IT WITH THE REASON SET  * 05560000
      *                HERE                                           * 05570000
      *                                                               * 05580000
      *    CALLED BY:  P20000-PROCESS-ORDER                           * 05590000
      *                                                               * 05600000
      ***************************************************************** 05610000
                                                                        05620000
       P21000-VALIDATE-ORDER.                                           05630000
                                                                        05640000
           MOVE 'N' TO WS-ORDER-VALID-SW.                               05650000
                                                                        05660000
           IF NOT WCC-DATABASE-VALID                                    05670000
               MOVE 'DATABASE NOT 1 OR 2' TO WS-ORDER-REASON            05680000
               GO TO P21000-EXIT                                        05690000
           END-IF.                                                      05700000
                                                                        05710000
           IF WCC-PREFIX NOT NUMERIC                                    05720000
              OR WCC-ORDER-NUMBER NOT NUMERIC                           05730000
               MOVE 'ORDER KEY NOT NUMERIC' TO WS-ORDER-REASON          05740000
               GO TO P21000-EXIT                                        05750000
           END-IF.                                                      05760000
                                                                        05770000
           MOVE WCC-PREFIX TO ORDER-QUAL-PREFIX.                        05780000
           MOVE WCC-ORDER-NUMBER TO ORDER-QUAL-NUMBER.                  05790000
                                                                        05800000
           IF WCC-ORDER1DB                                              05810000
               CALL 'CBLTDLI' USING                                     05820000
                              WS-GU                                     05830000
                              ORDER-PCB                                 05840000
                              ORDER-SEGMENT                             05850000
                              ORDER-QUAL-SSA                            05860000
               END-CALL                                                 05870000
               MOVE OP-STATUS TO WS-OP-STATUS                           05880000
           ELSE                                                         05890000
               CALL 'CBLTDLI' USING                                     05900000
                              WS-GU                                     05910000
                              ORDER2-PCB                                05920000
                              ORDER-SEGMENT                             05930000
                              ORDER-QUAL-SSA                            05940000
               END-CALL                                                 05950000
               MOVE OP2-STATUS TO WS-OP-STATUS                          05960000
           END-IF.                                                      05970000
                                                                        05980000
           IF OP-NOT-FOUND                                              05990000
               MOVE 'ORDER NOT FOUND' TO WS-ORDER-REASON                06000000
               GO TO P21000-EXIT                                        06010000
           END-IF.                                                      06020000
                                                                        06030000
           IF NOT OP-GOOD-RETURN                                        06040000
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE                          06050000
               MOVE 'PDAB94' TO WPIE-PROGRAM-ID                         06060000
               MOVE 'P21000' TO WPIE-PARAGRAPH                          06070000
               MOVE WS-OP-STATUS TO WPIE-STATUS-CODE                    06080000
               MOVE 'GU  ' TO WPIE-FUNCTION-CODE                        06090000
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME                        06100000
               MOVE 'ORDERXDB' TO WPIE-DATABASE-NAME                    06110000
               MOVE 'GU ORDER ROOT SEGMENT' TO WPIE-COMMAND             06120000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06130000
           END-IF.                                                      06140000
                                                                        06150000
      ***************************************************************** 06160000
      *    AN ORDER IS PACKED ONCE -- ANY CARTON ON FILE REFUSES IT   * 06170000
      ***************************************************************** 06180000
                                                                        06190000
           MOVE WCC-PREFIX TO CARTON-PRE.                               06200000
           MOVE WCC-DATABASE TO CARTON-DATABASE.                        06210000
           MOVE ORDER-NUMBER TO CARTON-ORDER-NUMBER.                    06220000
           MOVE ZEROES TO CARTON-SEQUENCE.                              06230000
                                                                        06240000
           START VSAM-CARTON                                            06250000
               KEY NOT LESS THAN CARTON-KEY.                            06260000
                                                                        06270000
           IF CARTONF-OK                                                06280000
               READ VSAM-CARTON NEXT                                    06290000
               IF CARTONF-OK                                            06300000
                  AND CARTON-PRE = WCC-PREFIX                           06310000
                  AND CARTON-DATABASE = WCC-DATABASE                    06320000
                  AND CARTON-ORDER-NUMBER = ORDER-NUMBER                06330000
                   MOVE 'ORDER ALREADY PACKED' TO WS-ORDER-REASON       06340000
                   GO TO P21000-EXIT                                    06350000
               END-IF                                                   06360000
           END-IF.                                                      06370000
                                                                        06380000
           MOVE ORDER-SHIPPER-NUMBER TO WS-ORDER-SHIPPER.               06390000
                                                                        06400000
           MOVE ORDER-CUSTOMER-PREFIX TO CUSTOMER-PREFIX.               06410000
           MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.                       06420000
                                                                        06430000
           READ VSAM-CUSTOMER.                                          06440000
                                                                        06450000
           IF NOT CUSTOMER-OK                                           06460000
               MOVE SPACES TO CUSTOMER-SHIP-TO-INFO                     06470000
           END-IF.                                                      06480000
                                                                        06490000
           MOVE 'Y' TO WS-ORDER-VALID-SW.                               06500000
                                                                        06510000
       P21000-EXIT.                                                     06520000
           EXIT.                                                        06530000
           EJECT                                                        06540000
      ***************************************************************** 06550000
      *                                                               * 06560000
      *    PARAGRAPH:  P30000-PROCESS-CARTON                          * 06570000
      *                                                               * 06580000
      *    FUNCTION :  GATHER THE LINES OF ONE CARTON FROM ITS CARDS  * 06590000
      *                AND WRITE THE CARTON.  A CARTON WITH NO WEIGHT * 06600000
      *                IS REJECTED AND ITS LINES BACKED OUT OF THE    * 06610000
      *                ORDER'S PACKED QUANTITIES                      * 06620000
      *                                                               * 06630000
      *    CALLED BY:  P20000-PROCESS-ORDER                           * 06640000
      *                                                               * 06650000
      ***************************************************************** 06660000
                                                                        06670000
       P30000-PROCESS-CARTON.                                           06680000
                                                                        06690000
           MOVE WS-CK-CARTON TO WS-CURR-CARTON.                         06700000
           INITIALIZE WS-CARTON-WORK.                                   06710000
                                                                        06720000
           PERFORM P31000-ADD-LINE THRU P31000-EXIT                     06730000
               UNTIL END-OF-CARDS                                       06740000
                  OR WS-CK-ORDER-KEY NOT = WS-CURR-ORDER-KEY            06750000
                  OR WS-CK-CARTON NOT = WS-CURR-CARTON.                 06760000
                                                                        06770000
           IF WS-CW-LINE-COUNT = +0                                     06780000
               GO TO P30000-EXIT                                        06790000
           END-IF.                                                      06800000
                                                                        06810000
           MOVE SPACES TO WS-DL-RJ-CARD.                                06820000
           STRING 'CARTON ' WS-CO-PREFIX '-' WS-CO-ORDER-NUMBER         06830000
                  '-' WS-CURR-CARTON                                    06840000
                  DELIMITED BY SIZE INTO WS-DL-RJ-CARD.                 06850000
                                                                        06860000
           IF WS-CW-WEIGHT = ZEROES                                     06870000
               MOVE 'CARTON WEIGHT MISSING' TO WS-DL-RJ-REASON          06880000
               PERFORM P32000-REJECT-CARTON THRU P32000-EXIT            06890000
               GO TO P30000-EXIT                                        06900000
           END-IF.                                                      06910000
                                                                        06920000
           IF WS-OC-COUNT NOT < WS-OC-MAX                               06930000
               MOVE 'TOO MANY CARTONS' TO WS-DL-RJ-REASON               06940000
               PERFORM P32000-REJECT-CARTON THRU P32000-EXIT            06950000
               GO TO P30000-EXIT                                        06960000
           END-IF.                                                      06970000
                                                                        06980000
           PERFORM P40000-WRITE-CARTON THRU P40000-EXIT.                06990000
                                                                        07000000
       P30000-EXIT.                                                     07010000
           EXIT.                                                        07020000
           EJECT                                                        07030000
      ***************************************************************** 07040000
      *                                                               * 07050000
      *    PARAGRAPH:  P31000-ADD-LINE                                * 07060000
      *                                                               * 07070000
      *    FUNCTION :  VALIDATE ONE PACKED LINE CARD AGAINST THE      * 07080000
      *                ORDER, ADD IT TO THE CARTON AND READ THE NEXT  * 07090000
      *                CARD                                           * 07100000
      *                                                               * 07110000
      *    CALLED BY:  P30000-PROCESS-CARTON                          * 07120000
      *                                                               * 07130000
      ***************************************************************** 07140000
                                                                        07150000
       P31000-ADD-LINE.                                                 07160000
                                                                        07170000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       07180000
                                                                        07190000
           IF NOT ORDER-VALID                                           07200000
               MOVE WS-ORDER-REASON TO WS-DL-RJ-REASON                  07210000
               GO TO P31000-REJECT                                      07220000
           END-IF.                                                      07230000
                                                                        07240000
           IF WCC-CARTON-SEQ NOT NUMERIC                                07250000
              OR WCC-ITEM-SEQ NOT NUMERIC                               07260000
              OR WCC-QUANTITY NOT NUMERIC                               07270000
               MOVE 'CARD FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON        07280000
               GO TO P31000-REJECT                                      07290000
           END-IF.                                                      07300000
                                                                        07310000
           IF WCC-WEIGHT NOT = SPACES                                   07320000
              AND WCC-WEIGHT NOT NUMERIC                                07330000
               MOVE 'WEIGHT NOT NUMERIC' TO WS-DL-RJ-REASON             07340000
               GO TO P31000-REJECT                                      07350000
           END-IF.                                                      07360000
                                                                        07370000
           MOVE WCC-QUANTITY TO WCN-QUANTITY.                           07380000
                                                                        07390000
           IF WCN-QUANTITY = ZEROES                                     07400000
               MOVE 'QUANTITY IS ZERO' TO WS-DL-RJ-REASON               07410000
               GO TO P31000-REJECT                                      07420000
           END-IF.                                                      07430000
                                                                        07440000
           IF WS-CW-LINE-COUNT NOT < +10                                07450000
               MOVE 'OVER 10 LINES IN CARTON' TO WS-DL-RJ-REASON        07460000
               GO TO P31000-REJECT                                      07470000
           END-IF.                                                      07480000
                                                                        07490000
      ***************************************************************** 07500000
      *    THE LINE MUST BE ON THE ORDER                              * 07510000
      ***************************************************************** 07520000
                                                                        07530000
           MOVE WCC-PREFIX TO ORDER-QUAL-PREFIX                         07540000
                              ORDITEM-QUAL-PREFIX.                      07550000
           MOVE WCC-ORDER-NUMBER TO ORDER-QUAL-NUMBER.                  07560000
           MOVE WCC-ITEM-SEQ TO ORDITEM-QUAL-SEQ.                       07570000
                                                                        07580000
           IF WCC-ORDER1DB                                              07590000
               CALL 'CBLTDLI' USING                                     07600000
                              WS-GU                                     07610000
                              ORDER-PCB                                 07620000
                              ORDER-ITEM-SEGMENT                        07630000
                              ORDER-QUAL-SSA                            07640000
                              ORDITEM-QUAL-SSA                          07650000
               END-CALL                                                 07660000
               MOVE OP-STATUS TO WS-OP-STATUS                           07670000
           ELSE                                                         07680000
               CALL 'CBLTDLI' USING                                     07690000
                              WS-GU                                     07700000
                              ORDER2-PCB                                07710000
                              ORDER-ITEM-SEGMENT                        07720000
                              ORDER-QUAL-SSA                            07730000
                              ORDITEM-QUAL-SSA                          07740000
               END-CALL                                                 07750000
               MOVE OP2-STATUS TO WS-OP-STATUS                          07760000
           END-IF.                                                      07770000
                                                                        07780000
           IF OP-NOT-FOUND                                              07790000
               MOVE 'ORDER LINE NOT FOUND' TO WS-DL-RJ-REASON           07800000
               GO TO P31000-REJECT                                      07810000
           END-IF.                                                      07820000
                                                                        07830000
           IF NOT OP-GOOD-RETURN                                        07840000
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE                          07850000
               MOVE 'PDAB94' TO WPIE-PROGRAM-ID                         07860000
               MOVE 'P31000' TO WPIE-PARAGRAPH                          07870000
               MOVE WS-OP-STATUS TO WPIE-STATUS-CODE                    07880000
               MOVE 'GU  ' TO WPIE-FUNCTION-CODE                        07890000
               MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME                      07900000
               MOVE 'ORDERXDB' TO WPIE-DATABASE-NAME                    07910000
               MOVE 'GU ORDER ITEM SEGMENT' TO WPIE-COMMAND             07920000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07930000
           END-IF.                                                      07940000
                                                                        07950000
      ***************************************************************** 07960000
      *    THE ORDER'S CARTONS MAY NOT HOLD MORE THAN WAS ORDERED     * 07970000
      ***************************************************************** 07980000
                                                                        07990000
           MOVE 'N' TO WS-PACKED-FOUND-SW.                              08000000
                                                                        08010000
           PERFORM P31500-FIND-PACKED THRU P31500-EXIT                  08020000
               VARYING WS-PK-NDX FROM 1 BY 1                            08030000
                   UNTIL PACKED-FOUND                                   08040000
                      OR WS-PK-NDX > WS-PK-COUNT.                       08050000
                                                                        08060000
           IF NOT PACKED-FOUND                                          08070000
               IF WS-PK-COUNT NOT < WS-PK-MAX                           08080000
                   MOVE 'TOO MANY ORDER LINES' TO WS-DL-RJ-REASON       08090000
                   GO TO P31000-REJECT                                  08100000
               END-IF                                                   08110000
               ADD +1 TO WS-PK-COUNT                                    08120000
               MOVE WS-PK-COUNT TO WS-PK-NDX                            08130000
               MOVE WCC-ITEM-SEQ TO WS-PK-ITEM-SEQ (WS-PK-NDX)          08140000
               MOVE +0 TO WS-PK-QTY (WS-PK-NDX)                         08150000
           END-IF.                                                      08160000
                                                                        08170000
           COMPUTE WS-NEW-PACKED-QTY =                                  08180000
               WS-PK-QTY (WS-PK-NDX) + WCN-QUANTITY.                    08190000
                                                                        08200000
           IF WS-NEW-PACKED-QTY > ORDER-ITEM-QUANTITY                   08210000
               MOVE 'PACKED MORE THAN ORDERED' TO WS-DL-RJ-REASON       08220000
               GO TO P31000-REJECT                                      08230000
           END-IF.                                                      08240000
                                                                        08250000
           MOVE WS-NEW-PACKED-QTY TO WS-PK-QTY (WS-PK-NDX).             08260000
                                                                        08270000
           ADD +1 TO WS-CW-LINE-COUNT.                                  08280000
           MOVE WCC-ITEM-SEQ TO WS-CW-ITEM-SEQ (WS-CW-LINE-COUNT).      08290000
           MOVE ORDER-ITEM-ITEM-NUMBER                                  08300000
               TO WS-CW-ITEM-NUMBER (WS-CW-LINE-COUNT).                 08310000
           MOVE WCN-QUANTITY TO WS-CW-QTY (WS-CW-LINE-COUNT).           08320000
           ADD WCN-QUANTITY TO WS-CW-TOTAL-QTY.                         08330000
                                                                        08340000
           IF WCC-WEIGHT NUMERIC                                        08350000
              AND WCC-WEIGHT-NUM > ZEROES                               08360000
               MOVE WCC-WEIGHT-NUM TO WS-CW-WEIGHT                      08370000
           END-IF.                                                      08380000
                                                                        08390000
           GO TO P31000-READ-NEXT.                                      08400000
                                                                        08410000
       P31000-REJECT.                                                   08420000
                                                                        08430000
           DISPLAY WS-DL-REJECT.                                        08440000
           ADD +1 TO WS-CARDS-REJECTED.                                 08450000
                                                                        08460000
       P31000-READ-NEXT.                                                08470000
                                                                        08480000
           PERFORM P10000-READ-CARD THRU P10000-EXIT.                   08490000
                                                                        08500000
       P31000-EXIT.                                                     08510000
           EXIT.                                                        08520000
                                                                        08530000
       P31500-FIND-PACKED.                                              08540000
                                                                        08550000
           IF WS-PK-ITEM-SEQ (WS-PK-NDX) = WCC-ITEM-SEQ                 08560000
               MOVE 'Y' TO WS-PACKED-FOUND-SW                           08570000
           END-IF.                                                      08580000
                                                                        08590000
       P31500-EXIT.                                                     08600000
           EXIT.                                                        08610000
           EJECT                                                        08620000
      ***************************************************************** 08630000
      *                                                               * 08640000
      *    PARAGRAPH:  P32000-REJECT-CARTON                           * 08650000
      *                                                               * 08660000
      *    FUNCTION :  LIST A REJECTED CARTON, COUNT ITS CARDS AS     * 08670000
      *                REJECTED AND BACK ITS LINES OUT OF THE ORDER'S * 08680000
      *                PACKED QUANTITIES                              * 08690000
      *                                                               * 08700000
      *    CALLED BY:  P30000-PROCESS-CARTON                          * 08710000
      *                P40000-WRITE-CARTON                            * 08720000
      *                                                               * 08730000
      ***************************************************************** 08740000
                                                                        08750000
       P32000-REJECT-CARTON.                                            08760000
                                                                        08770000
           DISPLAY WS-DL-REJECT.                                        08780000
           ADD WS-CW-LINE-COUNT TO WS-CARDS-REJECTED.                   08790000
                                                                        08800000
           PERFORM P32100-BACK-OUT-LINE THRU P32100-EXIT                08810000
               VARYING WS-NDX FROM 1 BY 1                               08820000
                   UNTIL WS-NDX > WS-CW-LINE-COUNT.                     08830000
                                                                        08840000
       P32000-EXIT.                                                     08850000
           EXIT.                                                        08860000
                                                                        08870000
       P32100-BACK-OUT-LINE.                                            08880000
                                                                        08890000
           PERFORM P32200-FIND-BACK-OUT THRU P32200-EXIT                08900000
               VARYING WS-PK-NDX FROM 1 BY 1                            08910000
                   UNTIL WS-PK-NDX > WS-PK-COUNT.                       08920000
                                                                        08930000
       P32100-EXIT.                                                     08940000
           EXIT.                                                        08950000
                                                                        08960000
       P32200-FIND-BACK-OUT.                                            08970000
                                                                        08980000
           IF WS-PK-ITEM-SEQ (WS-PK-NDX) = WS-CW-ITEM-SEQ (WS-NDX)      08990000
               SUBTRACT WS-CW-QTY (WS-NDX) FROM WS-PK-QTY (WS-PK-NDX)   09000000
           END-IF.                                                      09010000
                                                                        09020000
       P32200-EXIT.                                                     09030000
           EXIT.                                                        09040000
           EJECT                                                        09050000
      ***************************************************************** 09060000
      *                                                               * 09070000
      *    PARAGRAPH:  P40000-WRITE-CARTON                            * 09080000
      *                                                               * 09090000
      *    FUNCTION :  ASSIGN THE NEXT CARTON NUMBER FROM THE PREFIX  * 09100000
      *                CONTROL RECORD AND WRITE THE PACKED CARTON,    * 09110000
      *                KEEPING IT FOR THE ORDER'S LABELS              * 09120000
      *                                                               * 09130000
      *    CALLED BY:  P30000-PROCESS-CARTON                          * 09140000
      *                                                               * 09150000
      ***************************************************************** 09160000
                                                                        09170000
       P40000-WRITE-CARTON.                                             09180000
                                                                        09190000
           MOVE WS-CO-PREFIX TO CARTON-PRE.                             09200000
           MOVE '0' TO CARTON-DATABASE.                                 09210000
           MOVE ZEROES TO CARTON-ORDER-NUMBER                           09220000
                          CARTON-SEQUENCE.                              09230000
                                                                        09240000
           READ VSAM-CARTON.                                            09250000
                                                                        09260000
           IF CARTONF-NOTFOUND                                          09270000
               MOVE SPACES TO CARTON-RECORD                             09280000
               MOVE WS-CO-PREFIX TO CARTON-PRE                          09290000
               MOVE '0' TO CARTON-DATABASE                              09300000
               MOVE ZEROES TO CARTON-ORDER-NUMBER                       09310000
                              CARTON-SEQUENCE                           09320000
                              CARTON-NUMBER                             09330000
                              CARTON-SHIPPER-NUMBER                     09340000
                              CARTON-WEIGHT                             09350000
                              CARTON-TOTAL-QTY                          09360000
                              CARTON-DATE-PACKED                        09370000
                              CARTON-DATE-MANIFESTED                    09380000
                              CARTON-LINE-COUNT                         09390000
               MOVE 'M' TO CARTON-STATUS                                09400000
               WRITE CARTON-RECORD                                      09410000
               READ VSAM-CARTON                                         09420000
           END-IF.                                                      09430000
                                                                        09440000
           IF NOT CARTONF-OK                                            09450000
               MOVE 'READ CARTON CONTROL FAILED' TO WPBE-MESSAGE        09460000
               MOVE WS-CARTON-STATUS TO WPBE-FILE-STATUS                09470000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          09480000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09490000
           END-IF.                                                      09500000
                                                                        09510000
           ADD 1 TO CARTON-NUMBER.                                      09520000
           MOVE CARTON-NUMBER TO WS-NEXT-CARTON-NUMBER.                 09530000
                                                                        09540000
           REWRITE CARTON-RECORD.                                       09550000
                                                                        09560000
           IF NOT CARTONF-OK                                            09570000
               MOVE 'REWRITE CARTON CONTROL FAILED' TO WPBE-MESSAGE     09580000
               MOVE WS-CARTON-STATUS TO WPBE-FILE-STATUS                09590000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          09600000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09610000
           END-IF.                                                      09620000
                                                                        09630000
      ***************************************************************** 09640000
      *    BUILD AND WRITE THE CARTON                                 * 09650000
      ***************************************************************** 09660000
                                                                        09670000
           MOVE SPACES TO CARTON-RECORD.                                09680000
           MOVE WS-CO-PREFIX TO CARTON-PRE.                             09690000
           MOVE WS-CO-DATABASE TO CARTON-DATABASE.                      09700000
           MOVE WS-CO-ORDER-NUMBER TO CARTON-ORDER-NUMBER.              09710000
           MOVE WS-CURR-CARTON TO CARTON-SEQUENCE.                      09720000
           MOVE WS-NEXT-CARTON-NUMBER TO CARTON-NUMBER.                 09730000
           MOVE WS-ORDER-SHIPPER TO CARTON-SHIPPER-NUMBER.              09740000
           MOVE WS-CW-WEIGHT TO CARTON-WEIGHT.                          09750000
           MOVE WS-CW-TOTAL-QTY TO CARTON-TOTAL-QTY.                    09760000
           MOVE WS-DATE-CCYYMMDD TO CARTON-DATE-PACKED.                 09770000
           MOVE ZEROES TO CARTON-DATE-MANIFESTED.                       09780000
           MOVE 'P' TO CARTON-STATUS.                                   09790000
           MOVE WS-CW-LINE-COUNT TO CARTON-LINE-COUNT.                  09800000
                                                                        09810000
           PERFORM P40100-MOVE-LINE THRU P40100-EXIT                    09820000
               VARYING WS-NDX FROM 1 BY 1                               09830000
                   UNTIL WS-NDX > 10.                                   09840000
                                                                        09850000
           WRITE CARTON-RECORD.                                         09860000
                                                                        09870000
           IF CARTONF-DUPLICATE                                         09880000
               MOVE 'DUPLICATE CARTON SEQ' TO WS-DL-RJ-REASON           09890000
               PERFORM P32000-REJECT-CARTON THRU P32000-EXIT            09900000
               GO TO P40000-EXIT                                        09910000
           END-IF.                                                      09920000
                                                                        09930000
           IF NOT CARTONF-OK                                            09940000
               MOVE 'WRITE CARTON FAILED' TO WPBE-MESSAGE               09950000
               MOVE WS-CARTON-STATUS TO WPBE-FILE-STATUS                09960000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          09970000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09980000
           END-IF.                                                      09990000
                                                                        10000000
           ADD +1 TO WS-OC-COUNT.                                       10010000
           MOVE CARTON-NUMBER TO WS-OC-CARTON-NUMBER (WS-OC-COUNT).     10020000
           MOVE CARTON-SEQUENCE TO WS-OC-SEQUENCE (WS-OC-COUNT).        10030000
           MOVE CARTON-WEIGHT TO WS-OC-WEIGHT (WS-OC-COUNT).            10040000
                                                                        10050000
           MOVE CARTON-NUMBER TO WS-DL-PK-CARTON.                       10060000
           MOVE WS-CO-PREFIX TO WS-DL-PK-PREFIX.                        10070000
           MOVE WS-CO-ORDER-NUMBER TO WS-DL-PK-ORDER.                   10080000
           MOVE WS-CURR-CARTON TO WS-DL-PK-SEQ.                         10090000
           MOVE WS-CW-LINE-COUNT TO WS-DL-PK-LINES.                     10100000
           MOVE CARTON-WEIGHT TO WS-DL-PK-WEIGHT.                       10110000
           DISPLAY WS-DL-PACKED.                                        10120000
                                                                        10130000
           ADD +1 TO WS-CARTONS-PACKED.                                 10140000
           ADD WS-CW-LINE-COUNT TO WS-CARDS-PACKED.                     10150000
                                                                        10160000
       P40000-EXIT.                                                     10170000
           EXIT.                                                        10180000
                                                                        10190000
       P40100-MOVE-LINE.                                                10200000
                                                                        10210000
           MOVE WS-CW-ITEM-SEQ (WS-NDX)                                 10220000
               TO CARTON-LINE-ITEM-SEQ (WS-NDX).                        10230000
           MOVE WS-CW-ITEM-NUMBER (WS-NDX)                              10240000
               TO CARTON-LINE-ITEM-NUMBER (WS-NDX).                     10250000
           MOVE WS-CW-QTY (WS-NDX) TO CARTON-LINE-QTY (WS-NDX).         10260000
                                                                        10270000
       P40100-EXIT.                                                     10280000
           EXIT.                                                        10290000
           EJECT                                                        10300000
      ***************************************************************** 10310000
      *                                                               * 10320000
      *    PARAGRAPH:  P50000-WRITE-LABEL                             * 10330000
      *                                                               * 10340000
      *    FUNCTION :  WRITE THE LABEL PRINT RECORD FOR ONE OF THE    * 10350000
      *                ORDER'S CARTONS -- SHIP-TO, ORDER, CARTON N OF * 10360000
      *                M, WEIGHT AND THE BARCODE DATA                 * 10370000
      *                                                               * 10380000
      *    CALLED BY:  P20000-PROCESS-ORDER                           * 10390000
      *                                                               * 10400000
      ***************************************************************** 10410000
                                                                        10420000
       P50000-WRITE-LABEL.                                              10430000
                                                                        10440000
           MOVE WS-CO-PREFIX TO WCL-BC-PREFIX                           10450000
                                WCL-ORDER-PREFIX.                       10460000
           MOVE WS-OC-CARTON-NUMBER (WS-NDX) TO WCL-BC-CARTON           10470000
                                                WCL-CARTON-NUMBER.      10480000
           MOVE WS-CO-ORDER-NUMBER TO WCL-ORDER-NUMBER.                 10490000
           MOVE WS-OC-SEQUENCE (WS-NDX) TO WCL-CARTON-SEQ.              10500000
           MOVE WS-OC-COUNT TO WCL-CARTON-COUNT.                        10510000
           MOVE WS-OC-WEIGHT (WS-NDX) TO WCL-WEIGHT.                    10520000
           MOVE WS-ORDER-SHIPPER TO WCL-SHIPPER-NUMBER.                 10530000
           MOVE WS-DATE-CCYYMMDD TO WCL-PACK-DATE.                      10540000
           MOVE CUSTOMER-SHIP-TO-NAME TO WCL-SHIP-TO-NAME.              10550000
           MOVE CUSTOMER-SHIP-TO-ADDRESS TO WCL-SHIP-TO-ADDRESS.        10560000
           MOVE CUSTOMER-SHIP-TO-CITY TO WCL-SHIP-TO-CITY.              10570000
           MOVE CUSTOMER-SHIP-TO-STATE TO WCL-SHIP-TO-STATE.            10580000
           MOVE CUSTOMER-SHIP-TO-POSTAL-CODE TO WCL-SHIP-TO-ZIP.        10590000
                                                                        10600000
           WRITE CARTON-LABEL-REC FROM WS-CARTON-LABEL.                 10610000
                                                                        10620000
           ADD +1 TO WS-LABELS-WRITTEN.                                 10630000
                                                                        10640000
       P50000-EXIT.                                                     10650000
           EXIT.                                                        10660000
           EJECT                                                        10670000
      ***************************************************************** 10680000
      *                                                               * 10690000
      *    PARAGRAPH:  P99999-ABEND                                   * 10700000
      *                                                               * 10710000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 10720000
      *                ERROR HAS BEEN ENCOUNTERED                     * 10730000
      *                                                               * 10740000
      *    CALLED BY:  VARIOUS                                        * 10750000
      *                                                               * 10760000
      ***************************************************************** 10770000
                                                                        10780000
       P99999-ABEND.                                                    10790000
                                                                        10800000
           DISPLAY ' '.                                                 10810000
           DISPLAY WPEA-ERROR-01.                                       10820000
           DISPLAY WPEA-ERROR-02.                                       10830000
           DISPLAY WPEA-ERROR-03.                                       10840000
           DISPLAY WPEA-ERROR-04.                                       10850000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               10860000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               10870000
           DISPLAY WPEA-ERROR-04.                                       10880000
           DISPLAY WPEA-ERROR-03.                                       10890000
           DISPLAY WPEA-ERROR-02.                                       10900000
           DISPLAY WPEA-ERROR-01.                                       10910000
           DISPLAY ' '.                                                 10920000
                                                                        10930000
           MOVE 16 TO RETURN-CODE.                                      10940000
                                                                        10950000
           GOBACK.                                                      10960000
                                                                        10970000
       P99999-EXIT.                                                     10980000
           EXIT.                                                        10990000
