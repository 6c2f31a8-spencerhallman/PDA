       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB97.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB97                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB97 IS THE NIGHTLY SHIPMENT            * 00100000
      *             CONSOLIDATION BATCH PROGRAM.  IT RUNS AFTER       * 00110000
      *             SHIPMENT POSTING (PDAB28) AND BEFORE THE          * 00120000
      *             MANIFEST (PDAB56) AND INVOICING (PDAB26).  IT     * 00130000
      *             SCANS ORDER1DB AND ORDER2DB FOR ORDERS WITH LINES * 00140000
      *             SHIPPED TODAY (OR ON THE DATE NAMED ON AN         * 00150000
      *             OPTIONAL DATE=CCYYMMDD CONTROL CARD), WEIGHS      * 00160000
      *             EACH ORDER'S SHIPPED LINES FROM ITEM              * 00170000
      *             WEIGHT_PER_UNIT AND RATES IT ON ITS OWN THROUGH   * 00180000
      *             PDAS11.  ORDERS FOR THE SAME CUSTOMER, SHIP-TO    * 00190000
      *             CODE (VORDSHIP) AND CARRIER ARE GROUPED -- UP TO  * 00200000
      *             TEN ORDERS TO A SHIPMENT -- AND THE COMBINED      * 00210000
      *             WEIGHT IS RE-RATED.  WHEN ONE SHIPMENT COSTS LESS * 00220000
      *             THAN THE SEPARATE ONES THE SAVING IS SPREAD BACK  * 00230000
      *             ACROSS THE MEMBER ORDERS' FREIGHT BY WEIGHT (THE  * 00240000
      *             LAST MEMBER TAKES THE ROUNDING), THE ORDER ROOTS  * 00250000
      *             ARE REPLACED, AND EVERY MEMBER IS RECORDED ON THE * 00260000
      *             CONSOLIDATION REGISTER WITH THE LIST OF ORDERS IT * 00270000
      *             RODE WITH.                                        * 00280000
      *                                                               * 00290000
      *             AN ORDER IS LEFT TO SHIP ON ITS OWN WHEN ITS      * 00300000
      *             CUSTOMER HAS OPTED OUT (CUSTOMER-NO-CONSOL-SW,    * 00310000
      *             PDA033), WHEN IT IS ALREADY INVOICED OR ALREADY   * 00320000
      *             ON THE REGISTER (RERUN PROTECTION), OR WHEN ITS   * 00330000
      *             LINES SHIPPED TODAY WENT BY MORE THAN ONE         * 00340000
      *             CARRIER.                                          * 00350000
      *                                                               * 00360000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00370000
      *             ORDER DATABASES        -  IMS HIDAM   (UPDATE)    * 00380000
      *             CUSTOMER FILE          -  VSAM KSDS   (INPUT)     * 00390000
      *             ORDER SHIP-TO FILE     -  VSAM KSDS   (INPUT)     * 00400000
      *             INVOICE REGISTER FILE  -  VSAM KSDS   (INPUT)     * 00410000
      *             CONSOLIDATION REGISTER -  VSAM KSDS   (UPDATE)    * 00420000
      *             ITEM                   -  DB2         (READ-ONLY) * 00430000
      *             SHIPPER_RATE (PDAS11)  -  DB2         (READ-ONLY) * 00440000
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
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00640000
                                       ORGANIZATION IS INDEXED          00650000
                                       ACCESS IS RANDOM                 00660000
                                       RECORD KEY IS CUSTOMER-KEY       00670000
                                       FILE STATUS IS                   00680000
                                           WS-CUSTOMER-STATUS.          00690000
                                                                        00700000
           SELECT VSAM-ORDER-SHIP-TO   ASSIGN TO VORDSHIP               00710000
                                       ORGANIZATION IS INDEXED          00720000
                                       ACCESS IS RANDOM                 00730000
                                       RECORD KEY IS ORDER-SHIP-TO-KEY  00740000
                                       FILE STATUS IS WS-OSHIP-STATUS.  00750000
                                                                        00760000
           SELECT VSAM-INVOICE         ASSIGN TO VINVOICE               00770000
                                       ORGANIZATION IS INDEXED          00780000
                                       ACCESS IS RANDOM                 00790000
                                       RECORD KEY IS INVOICE-KEY        00800000
                                       FILE STATUS IS WS-INVOICE-STATUS.00810000
                                                                        00820000
           SELECT VSAM-CONSOL          ASSIGN TO VCONSOL                00830000
                                       ORGANIZATION IS INDEXED          00840000
                                       ACCESS IS RANDOM                 00850000
                                       RECORD KEY IS CONSOL-KEY         00860000
                                       FILE STATUS IS WS-CONSOL-STATUS. 00870000
           EJECT                                                        00880000
       DATA DIVISION.                                                   00890000
                                                                        00900000
       FILE SECTION.                                                    00910000
                                                                        00920000
       FD  CONTROL-CARD                                                 00930000
           LABEL RECORDS ARE STANDARD                                   00940000
           RECORDING MODE IS F                                          00950000
           RECORD CONTAINS 80 CHARACTERS                                00960000
           BLOCK CONTAINS 27920 CHARACTERS.                             00970000
                                                                        00980000
       01  CONTROL-CARD-REC            PIC X(80).                       00990000
                                                                        01000000
       FD  VSAM-CUSTOMER                                                01010000
           RECORD CONTAINS 800 CHARACTERS.                              01020000
                                                                        01030000
           COPY VCUSTOMR.                                               01040000
                                                                        01050000
       FD  VSAM-ORDER-SHIP-TO                                           01060000
           RECORD CONTAINS 320 CHARACTERS.                              01070000
                                                                        01080000
           COPY VORDSHIP.                                               01090000
                                                                        01100000
       FD  VSAM-INVOICE                                                 01110000
           RECORD CONTAINS 110 CHARACTERS.                              01120000
                                                                        01130000
           COPY VINVOICE.                                               01140000
                                                                        01150000
       FD  VSAM-CONSOL                                                  01160000
           RECORD CONTAINS 300 CHARACTERS.                              01170000
                                                                        01180000
           COPY VCONSOL.                                                01190000
           EJECT                                                        01200000
       WORKING-STORAGE SECTION.                                         01210000
                                                                        01220000
      ***************************************************************** 01230000
      *    SWITCHES                                                   * 01240000
      ***************************************************************** 01250000
                                                                        01260000
       01  WS-SWITCHES.                                                 01270000
           05  WS-END-OF-ORDER1-SW     PIC X     VALUE 'N'.             01280000
               88  END-OF-ORDER1                 VALUE 'Y'.             01290000
           05  WS-END-OF-ORDER2-SW     PIC X     VALUE 'N'.             01300000
               88  END-OF-ORDER2                 VALUE 'Y'.             01310000
           05  WS-END-OF-LINES-SW      PIC X     VALUE 'N'.             01320000
               88  END-OF-LINES                  VALUE 'Y'.             01330000
           05  WS-MIXED-CARRIERS-SW    PIC X     VALUE 'N'.             01340000
               88  MIXED-CARRIERS                VALUE 'Y'.             01350000
           EJECT                                                        01360000
      ***************************************************************** 01370000
      *    MISCELLANEOUS WORK FIELDS                                  * 01380000
      ***************************************************************** 01390000
                                                                        01400000
       01  WS-MISCELLANEOUS-FIELDS.                                     01410000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          01420000
               88  OP-GOOD-RETURN                VALUE '  '.            01430000
               88  OP-END-OF-DATABASE            VALUE 'GB'.            01440000
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            01450000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01460000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01470000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01480000
           03  WS-OSHIP-STATUS         PIC XX    VALUE SPACES.          01490000
               88  OSHIPF-OK                     VALUE '  ' '00'.       01500000
               88  OSHIPF-NOTFOUND               VALUE '23'.            01510000
               88  OSHIPF-EMPTY                  VALUE '47' '35'.       01520000
           03  WS-INVOICE-STATUS       PIC XX    VALUE SPACES.          01530000
               88  INVOICEF-OK                   VALUE '  ' '00'.       01540000
               88  INVOICEF-NOTFOUND             VALUE '23'.            01550000
               88  INVOICEF-EMPTY                VALUE '47' '35'.       01560000
           03  WS-CONSOL-STATUS        PIC XX    VALUE SPACES.          01570000
               88  CONSOLF-OK                    VALUE '  ' '00'.       01580000
               88  CONSOLF-NOTFOUND              VALUE '23'.            01590000
               88  CONSOLF-EMPTY                 VALUE '47' '35'.       01600000
           03  WS-CURR-DATABASE        PIC X     VALUE SPACES.          01610000
           03  WS-SHIP-DATE            PIC 9(8)  VALUE ZEROES.          01620000
           03  WS-LINE-WEIGHT          PIC S9(7)V99                     01630000
                                                 VALUE +0       COMP-3. 01640000
           03  WS-ORD-WEIGHT           PIC S9(7)V99                     01650000
                                                 VALUE +0       COMP-3. 01660000
           03  WS-ORD-SHIPPER          PIC 9(10) VALUE ZEROES.          01670000
           03  WS-ORD-LINES            PIC S9(4) VALUE +0       COMP.   01680000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 01690000
           03  WS-ORDERS-SHIPPED       PIC S9(7) VALUE +0       COMP-3. 01700000
           03  WS-ORDERS-OPTED-OUT     PIC S9(7) VALUE +0       COMP-3. 01710000
           03  WS-ORDERS-INVOICED      PIC S9(7) VALUE +0       COMP-3. 01720000
           03  WS-ORDERS-ON-REGISTER   PIC S9(7) VALUE +0       COMP-3. 01730000
           03  WS-ORDERS-MIXED         PIC S9(7) VALUE +0       COMP-3. 01740000
           03  WS-ORDERS-CONSOLIDATED  PIC S9(7) VALUE +0       COMP-3. 01750000
           03  WS-GROUPS-FORMED        PIC S9(7) VALUE +0       COMP-3. 01760000
           03  WS-FREIGHT-SAVED        PIC S9(7)V99                     01770000
                                                 VALUE +0       COMP-3. 01780000
           03  WS-NDX                  PIC S9(4) VALUE +0       COMP.   01790000
           03  WS-NDX2                 PIC S9(4) VALUE +0       COMP.   01800000
           03  WS-MBR                  PIC S9(4) VALUE +0       COMP.   01810000
           03  WS-SUB                  PIC S9(4) VALUE +0       COMP.   01820000
           03  WS-DATE.                                                 01830000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01840000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01850000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01860000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01870000
                                       PIC 9(8).                        01880000
           EJECT                                                        01890000
      ***************************************************************** 01900000
      *    CONTROL CARD AREA                                          * 01910000
      ***************************************************************** 01920000
                                                                        01930000
       01  WS-CONTROL-CARD.                                             01940000
           03  WCC-KEYWORD             PIC X(5).                        01950000
           03  WCC-DATE                PIC X(8).                        01960000
           03  WCC-DATE-NUM REDEFINES WCC-DATE                          01970000
                                       PIC 9(8).                        01980000
           03  FILLER                  PIC X(67).                       01990000
           EJECT                                                        02000000
      ***************************************************************** 02010000
      *    CANDIDATE TABLE -- ONE ENTRY PER ORDER SHIPPED ON THE      * 02020000
      *    SHIP DATE THAT MAY RIDE WITH OTHERS, IN DATABASE SEQUENCE  * 02030000
      ***************************************************************** 02040000
                                                                        02050000
       01  WS-CANDIDATE-TABLE.                                          02060000
           03  WS-CAN-MAX              PIC S9(4) VALUE +1000    COMP.   02070000
           03  WS-CAN-COUNT            PIC S9(4) VALUE +0       COMP.   02080000
           03  WS-CAN-ENTRY            OCCURS 1000 TIMES.               02090000
               05  WS-CN-DATABASE      PIC X(01).                       02100000
               05  WS-CN-PREFIX        PIC 9(05).                       02110000
               05  WS-CN-ORDER-NUMBER  PIC 9(10).                       02120000
               05  WS-CN-CUSTOMER-ID   PIC X(32).                       02130000
               05  WS-CN-SHIP-CODE     PIC X(08).                       02140000
               05  WS-CN-SHIPPER       PIC 9(10).                       02150000
               05  WS-CN-WEIGHT        PIC S9(7)V99    COMP-3.          02160000
               05  WS-CN-FREIGHT       PIC S9(5)V99    COMP-3.          02170000
               05  WS-CN-GROUPED-SW    PIC X(01).                       02180000
                   88  WS-CN-GROUPED             VALUE 'Y'.             02190000
           EJECT                                                        02200000
      ***************************************************************** 02210000
      *    CONSOLIDATION GROUP BEING BUILT -- SUBSCRIPTS INTO THE     * 02220000
      *    CANDIDATE TABLE, AND THE SAVING TO SPREAD                  * 02230000
      ***************************************************************** 02240000
                                                                        02250000
       01  WS-GROUP-AREA.                                               02260000
           03  WS-GRP-MAX              PIC S9(4) VALUE +10      COMP.   02270000
           03  WS-GRP-COUNT            PIC S9(4) VALUE +0       COMP.   02280000
           03  WS-GRP-MEMBER           PIC S9(4) OCCURS 10 TIMES        02290000
                                                                COMP.   02300000
           03  WS-GRP-WEIGHT           PIC S9(7)V99                     02310000
                                                 VALUE +0       COMP-3. 02320000
           03  WS-GRP-SEPARATE         PIC S9(7)V99                     02330000
                                                 VALUE +0       COMP-3. 02340000
           03  WS-GRP-COMBINED         PIC S9(5)V99                     02350000
                                                 VALUE +0       COMP-3. 02360000
           03  WS-GRP-SAVING           PIC S9(7)V99                     02370000
                                                 VALUE +0       COMP-3. 02380000
           03  WS-GRP-SPREAD           PIC S9(7)V99                     02390000
                                                 VALUE +0       COMP-3. 02400000
           03  WS-GRP-SHARE            PIC S9(7)V99                     02410000
                                                 VALUE +0       COMP-3. 02420000
           03  WS-GRP-FREIGHT-BEFORE   PIC S9(5)V99                     02430000
                                                 VALUE +0       COMP-3. 02440000
           EJECT                                                        02450000
      ***************************************************************** 02460000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 02470000
      ***************************************************************** 02480000
                                                                        02490000
       01  WS-GN                       PIC X(4)  VALUE 'GN  '.          02500000
       01  WS-GNP                      PIC X(4)  VALUE 'GNP '.          02510000
       01  WS-GHU                      PIC X(4)  VALUE 'GHU '.          02520000
       01  WS-REPL                     PIC X(4)  VALUE 'REPL'.          02530000
                                                                        02540000
       01  ORDER-SSA-UNQUAL.                                            02550000
           03  FILLER                  PIC X(8)  VALUE 'ORDER'.         02560000
           03  FILLER                  PIC X     VALUE SPACES.          02570000
                                                                        02580000
       01  ORDITEM-SSA-UNQUAL.                                          02590000
           03  FILLER                  PIC X(8)  VALUE 'ORDITEM'.       02600000
           03  FILLER                  PIC X     VALUE SPACES.          02610000
                                                                        02620000
       01  ORDER-QUAL-SSA.                                              02630000
           05  ORDER-QUAL-SEGMENT      PIC X(08)   VALUE 'ORDER '.      02640000
           05  ORDER-QUAL-LPAREN       PIC X(01)   VALUE '('.           02650000
           05  ORDER-QUAL-FIELD-NAME                                    02660000
                                       PIC X(08)   VALUE 'ORDKEY '.     02670000
           05  ORDER-QUAL-OPERATOR     PIC X(02)   VALUE 'EQ'.          02680000
           05  ORDER-QUAL-FIELD-VALUE.                                  02690000
               10  ORDER-QUAL-PREFIX   PIC 9(05)   VALUE ZEROES.        02700000
               10  ORDER-QUAL-NUMBER   PIC 9(10)   VALUE ZEROES.        02710000
           05  ORDER-QUAL-RPAREN       PIC X(01)   VALUE ')'.           02720000
           EJECT                                                        02730000
      ***************************************************************** 02740000
      *    IMS RECORD AREAS                                           * 02750000
      ***************************************************************** 02760000
                                                                        02770000
           COPY ORDER.                                                  02780000
           EJECT                                                        02790000
           COPY IORDITEM.                                               02800000
           EJECT                                                        02810000
      ***************************************************************** 02820000
      *    FREIGHT RATING SUBROUTINE PARAMETERS                       * 02830000
      ***************************************************************** 02840000
                                                                        02850000
           COPY PDAS11CY.                                               02860000
           EJECT                                                        02870000
      ***************************************************************** 02880000
      *    DISPLAY AREA                                               * 02890000
      ***************************************************************** 02900000
                                                                        02910000
       01  WS-DISPLAY-LINES.                                            02920000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02930000
           03  WS-DL-TOTAL.                                             02940000
               05  FILLER         PIC X(01) VALUE '*'.                  02950000
               05  FILLER         PIC X(46) VALUE SPACES.               02960000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02970000
               05  FILLER         PIC X(3)  VALUE ' - '.                02980000
               05  WS-DL-T-TITLE  PIC X(22) VALUE SPACES.               02990000
               05  FILLER         PIC X(01) VALUE '*'.                  03000000
           03  WS-DL-AMOUNT.                                            03010000
               05  FILLER         PIC X(01) VALUE '*'.                  03020000
               05  FILLER         PIC X(39) VALUE SPACES.               03030000
               05  WS-DL-A-AMT    PIC ZZZ,ZZZ,ZZ9.99.                   03040000
               05  FILLER         PIC X(3)  VALUE ' - '.                03050000
               05  WS-DL-A-TITLE  PIC X(22) VALUE SPACES.               03060000
               05  FILLER         PIC X(01) VALUE '*'.                  03070000
                                                                        03080000
       01  WS-DL-GROUP.                                                 03090000
           03  FILLER                  PIC X(01) VALUE '*'.             03100000
           03  FILLER                  PIC X(07) VALUE ' GROUP '.       03110000
           03  WS-DL-GR-PREFIX         PIC 9(05) VALUE ZEROES.          03120000
           03  FILLER                  PIC X(01) VALUE '-'.             03130000
           03  WS-DL-GR-ORDER          PIC 9(10) VALUE ZEROES.          03140000
           03  FILLER                  PIC X(09) VALUE ' SHIPPER '.     03150000
           03  WS-DL-GR-SHIPPER        PIC 9(10) VALUE ZEROES.          03160000
           03  FILLER                  PIC X(08) VALUE ' ORDERS '.      03170000
           03  WS-DL-GR-COUNT          PIC Z9.                          03180000
           03  FILLER                  PIC X(07) VALUE ' SAVED '.       03190000
           03  WS-DL-GR-SAVED          PIC ZZ,ZZ9.99.                   03200000
           03  FILLER                  PIC X(10) VALUE SPACES.          03210000
           03  FILLER                  PIC X(01) VALUE '*'.             03220000
                                                                        03230000
       01  WS-DL-MEMBER.                                                03240000
           03  FILLER                  PIC X(01) VALUE '*'.             03250000
           03  FILLER                  PIC X(10) VALUE SPACES.          03260000
           03  WS-DL-MB-PREFIX         PIC 9(05) VALUE ZEROES.          03270000
           03  FILLER                  PIC X(01) VALUE '-'.             03280000
           03  WS-DL-MB-ORDER          PIC 9(10) VALUE ZEROES.          03290000
           03  FILLER                  PIC X(08) VALUE ' WEIGHT '.      03300000
           03  WS-DL-MB-WEIGHT         PIC Z,ZZZ,ZZ9.99.                03310000
           03  FILLER                  PIC X(09) VALUE ' FREIGHT '.     03320000
           03  WS-DL-MB-BEFORE         PIC ZZ,ZZ9.99.                   03330000
           03  FILLER                  PIC X(04) VALUE ' TO '.          03340000
           03  WS-DL-MB-AFTER          PIC ZZ,ZZ9.99.                   03350000
           03  FILLER                  PIC X(01) VALUE SPACES.          03360000
           03  FILLER                  PIC X(01) VALUE '*'.             03370000
           EJECT                                                        03380000
      ***************************************************************** 03390000
      *    DB2  DEFINITIONS                                           * 03400000
      ***************************************************************** 03410000
                                                                        03420000
      ***************************************************************** 03430000
      *         SQL COMMUNICATIONS AREA                               * 03440000
      ***************************************************************** 03450000
                                                                        03460000
           EXEC SQL                                                     03470000
              INCLUDE SQLCA                                             03480000
           END-EXEC.                                                    03490000
           EJECT                                                        03500000
           EXEC SQL                                                     03510000
              INCLUDE DITEM                                             03520000
           END-EXEC.                                                    03530000
           EJECT                                                        03540000
      ***************************************************************** 03550000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03560000
      ***************************************************************** 03570000
                                                                        03580000
           COPY PDAERRWS.                                               03590000
                                                                        03600000
       01  WS-PDA-BATCH-ERROR-01.                                       03610000
           05  FILLER             PIC X     VALUE SPACES.               03620000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03630000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03640000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB97'.             03650000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03660000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03670000
                                                                        03680000
       01  WS-PDA-BATCH-ERROR-02.                                       03690000
           05  FILLER             PIC X(8)  VALUE SPACES.               03700000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03710000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03720000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03730000
           EJECT                                                        03740000
      ***************************************************************** 03750000
      *    LINKAGE SECTION                                            * 03760000
      ***************************************************************** 03770000
                                                                        03780000
       LINKAGE SECTION.                                                 03790000
                                                                        03800000
      ****************************************************************  03810000
      *****  I-O PCB                                                    03820000
      ****************************************************************  03830000
                                                                        03840000
       01  IO-PCB.                                                      03850000
           05  FILLER                  PIC X(10) VALUE SPACES.          03860000
           05  IO-STATUS               PIC XX    VALUE SPACES.          03870000
           05  FILLER                  PIC X(20) VALUE SPACES.          03880000
                                                                        03890000
      ****************************************************************  03900000
      *****  ORDER1DB PCB (CICS PATH)                                   03910000
      ****************************************************************  03920000
                                                                        03930000
           COPY PCBORDER.                                               03940000
                                                                        03950000
      ****************************************************************  03960000
      *****  ORDER2DB PCB (IMS/DC PATH) - SAME MASK SHAPE AS PCBORDER   03970000
      ****************************************************************  03980000
                                                                        03990000
       01  ORDER2-PCB.                                                  04000000
           05  OP2-DBDNAME             PIC X(8)  VALUE SPACES.          04010000
           05  OP2-SEG-LEVEL           PIC XX    VALUE SPACES.          04020000
           05  OP2-STATUS              PIC XX    VALUE SPACES.          04030000
           05  FILLER                  PIC X(8)  VALUE SPACES.          04040000
           05  OP2-SEG-NAME            PIC X(8)  VALUE SPACES.          04050000
           05  FILLER                  PIC X(8)  VALUE SPACES.          04060000
           05  OP2-FEEDBACK-AREA       PIC X(80) VALUE SPACES.          04070000
           EJECT                                                        04080000
      ***************************************************************** 04090000
      *    P R O C E D U R E    D I V I S I O N                       * 04100000
      ***************************************************************** 04110000
                                                                        04120000
       PROCEDURE DIVISION.                                              04130000
                                                                        04140000
      ***************************************************************** 04150000
      *                                                               * 04160000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04170000
      *                                                               * 04180000
      *    FUNCTION :  PROGRAM ENTRY.  COLLECT THE DAY'S SHIPPED      * 04190000
      *                ORDERS FROM BOTH ORDER DATABASES, FORM THE     * 04200000
      *                CONSOLIDATION GROUPS AND PRINT THE COUNTS      * 04210000
      *                                                               * 04220000
      *    CALLED BY:  NONE                                           * 04230000
      *                                                               * 04240000
      ***************************************************************** 04250000
                                                                        04260000
       P00000-MAINLINE.                                                 04270000
                                                                        04280000
           ENTRY 'DLITCBL' USING                                        04290000
                           IO-PCB                                       04300000
                           ORDER-PCB                                    04310000
                           ORDER2-PCB.                                  04320000
                                                                        04330000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04340000
           MOVE WS-DATE-CCYYMMDD TO WS-SHIP-DATE.                       04350000
                                                                        04360000
           OPEN INPUT CONTROL-CARD.                                     04370000
                                                                        04380000
           PERFORM P05000-READ-DATE-CARD THRU P05000-EXIT.              04390000
                                                                        04400000
           CLOSE CONTROL-CARD.                                          04410000
                                                                        04420000
           OPEN INPUT VSAM-CUSTOMER.                                    04430000
                                                                        04440000
           IF NOT CUSTOMER-OK                                           04450000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         04460000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              04470000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04480000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04490000
           END-IF.                                                      04500000
                                                                        04510000
           OPEN INPUT VSAM-ORDER-SHIP-TO.                               04520000
                                                                        04530000
           IF NOT OSHIPF-OK AND NOT OSHIPF-EMPTY                        04540000
               MOVE 'OPEN ORDER SHIP-TO FAILED' TO WPBE-MESSAGE         04550000
               MOVE WS-OSHIP-STATUS TO WPBE-FILE-STATUS                 04560000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04570000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04580000
           END-IF.                                                      04590000
                                                                        04600000
           OPEN INPUT VSAM-INVOICE.                                     04610000
                                                                        04620000
           IF NOT INVOICEF-OK AND NOT INVOICEF-EMPTY                    04630000
               MOVE 'OPEN INVOICE FILE FAILED' TO WPBE-MESSAGE          04640000
               MOVE WS-INVOICE-STATUS TO WPBE-FILE-STATUS               04650000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04660000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04670000
           END-IF.                                                      04680000
                                                                        04690000
           OPEN I-O VSAM-CONSOL.                                        04700000
                                                                        04710000
           IF NOT CONSOLF-OK AND NOT CONSOLF-EMPTY                      04720000
               MOVE 'OPEN CONSOLIDATION REGISTER FAILED'                04730000
                   TO WPBE-MESSAGE                                      04740000
               MOVE WS-CONSOL-STATUS TO WPBE-FILE-STATUS                04750000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04760000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04770000
           END-IF.                                                      04780000
                                                                        04790000
           DISPLAY ' '.                                                 04800000
           DISPLAY WS-DL-ASTERISK.                                      04810000
                                                                        04820000
           MOVE +0 TO WS-CAN-COUNT.                                     04830000
                                                                        04840000
           PERFORM P10000-SCAN-ORDER1 THRU P10000-EXIT                  04850000
               UNTIL END-OF-ORDER1.                                     04860000
                                                                        04870000
           PERFORM P20000-SCAN-ORDER2 THRU P20000-EXIT                  04880000
               UNTIL END-OF-ORDER2.                                     04890000
                                                                        04900000
           PERFORM P50000-FORM-GROUPS THRU P50000-EXIT                  04910000
               VARYING WS-NDX FROM 1 BY 1                               04920000
                   UNTIL WS-NDX > WS-CAN-COUNT.                         04930000
                                                                        04940000
           CLOSE VSAM-CUSTOMER                                          04950000
                 VSAM-ORDER-SHIP-TO                                     04960000
                 VSAM-INVOICE                                           04970000
                 VSAM-CONSOL.                                           04980000
                                                                        04990000
           DISPLAY WS-DL-ASTERISK.                                      05000000
                                                                        05010000
           MOVE WS-ORDERS-READ TO WS-DL-T-CNT.                          05020000
           MOVE 'ORDER ROOTS READ' TO WS-DL-T-TITLE.                    05030000
           DISPLAY WS-DL-TOTAL.                                         05040000
                                                                        05050000
           MOVE WS-ORDERS-SHIPPED TO WS-DL-T-CNT.                       05060000
           MOVE 'ORDERS SHIPPED' TO WS-DL-T-TITLE.                      05070000
           DISPLAY WS-DL-TOTAL.                                         05080000
                                                                        05090000
           MOVE WS-ORDERS-OPTED-OUT TO WS-DL-T-CNT.                     05100000
           MOVE 'CUSTOMER OPTED OUT' TO WS-DL-T-TITLE.                  05110000
           DISPLAY WS-DL-TOTAL.                                         05120000
                                                                        05130000
           MOVE WS-ORDERS-INVOICED TO WS-DL-T-CNT.                      05140000
           MOVE 'ALREADY INVOICED' TO WS-DL-T-TITLE.                    05150000
           DISPLAY WS-DL-TOTAL.                                         05160000
                                                                        05170000
           MOVE WS-ORDERS-ON-REGISTER TO WS-DL-T-CNT.                   05180000
           MOVE 'ALREADY CONSOLIDATED' TO WS-DL-T-TITLE.                05190000
           DISPLAY WS-DL-TOTAL.                                         05200000
                                                                        05210000
           MOVE WS-ORDERS-MIXED TO WS-DL-T-CNT.                         05220000
           MOVE 'MIXED CARRIERS' TO WS-DL-T-TITLE.                      05230000
           DISPLAY WS-DL-TOTAL.                                         05240000
                                                                        05250000
           MOVE WS-GROUPS-FORMED TO WS-DL-T-CNT.                        05260000
           MOVE 'SHIPMENTS CONSOLIDATED' TO WS-DL-T-TITLE.              05270000
           DISPLAY WS-DL-TOTAL.                                         05280000
                                                                        05290000
           MOVE WS-ORDERS-CONSOLIDATED TO WS-DL-T-CNT.                  05300000
           MOVE 'ORDERS CONSOLIDATED' TO WS-DL-T-TITLE.                 05310000
           DISPLAY WS-DL-TOTAL.                                         05320000
                                                                        05330000
           MOVE WS-FREIGHT-SAVED TO WS-DL-A-AMT.                        05340000
           MOVE 'FREIGHT SAVED' TO WS-DL-A-TITLE.                       05350000
           DISPLAY WS-DL-AMOUNT.                                        05360000
                                                                        05370000
           DISPLAY WS-DL-ASTERISK.                                      05380000
           DISPLAY ' '.                                                 05390000
                                                                        05400000
           GOBACK.                                                      05410000
                                                                        05420000
       P00000-EXIT.                                                     05430000
           EXIT.                                                        05440000
           EJECT                                                        05450000
      ***************************************************************** 05460000
      *                                                               * 05470000
      *    PARAGRAPH:  P05000-READ-DATE-CARD                          * 05480000
      *                                                               * 05490000
      *    FUNCTION :  READ THE OPTIONAL DATE=CCYYMMDD CONTROL CARD   * 05500000
      *                OVERRIDING THE SHIP DATE                       * 05510000
      *                                                               * 05520000
      *    CALLED BY:  P00000-MAINLINE                                * 05530000
      *                                                               * 05540000
      ***************************************************************** 05550000
                                                                        05560000
       P05000-READ-DATE-CARD.                                           05570000
                                                                        05580000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05590000
               AT END                                                   05600000
                   GO TO P05000-EXIT.                                   05610000
                                                                        05620000
           IF WCC-KEYWORD = 'DATE='                                     05630000
              AND WCC-DATE NUMERIC                                      05640000
               MOVE WCC-DATE-NUM TO WS-SHIP-DATE                        05650000
           END-IF.                                                      05660000
                                                                        05670000
       P05000-EXIT.                                                     05680000
           EXIT.                                                        05690000
           EJECT                                                        05700000
      ***************************************************************** 05710000
      *                                                               * 05720000
      *    PARAGRAPH:  P10000-SCAN-ORDER1                             * 05730000
      *                                                               * 05740000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER1DB AND      * 05750000
      *                WEIGH ITS LINES SHIPPED ON THE SHIP DATE       * 05760000
      *                                                               * 05770000
      *    CALLED BY:  P00000-MAINLINE                                * 05780000
      *                                                               * 05790000
      ***************************************************************** 05800000
                                                                        05810000
       P10000-SCAN-ORDER1.                                              05820000
                                                                        05830000
           CALL 'CBLTDLI' USING                                         05840000
                          WS-GN                                         05850000
                          ORDER-PCB                                     05860000
                          ORDER-SEGMENT                                 05870000
                          ORDER-SSA-UNQUAL                              05880000
           END-CALL.                                                    05890000
                                                                        05900000
           MOVE OP-STATUS TO WS-OP-STATUS.                              05910000
                                                                        05920000
           EVALUATE TRUE                                                05930000
               WHEN OP-GOOD-RETURN                                      05940000
                   ADD +1 TO WS-ORDERS-READ                             05950000
                   PERFORM P30000-WEIGH-ORDER-1 THRU P30000-EXIT        05960000
               WHEN OP-END-OF-DATABASE                                  05970000
               WHEN OP-SEGMENT-NOT-FOUND                                05980000
                   MOVE 'Y' TO WS-END-OF-ORDER1-SW                      05990000
               WHEN OTHER                                               06000000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      06010000
                   MOVE 'PDAB97' TO WPIE-PROGRAM-ID                     06020000
                   MOVE 'P10000' TO WPIE-PARAGRAPH                      06030000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   06040000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    06050000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    06060000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                06070000
                   MOVE 'GN ORDER ROOT SEGMENT' TO WPIE-COMMAND         06080000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06090000
           END-EVALUATE.                                                06100000
                                                                        06110000
       P10000-EXIT.                                                     06120000
           EXIT.                                                        06130000
           EJECT                                                        06140000
      ***************************************************************** 06150000
      *                                                               * 06160000
      *    PARAGRAPH:  P20000-SCAN-ORDER2                             * 06170000
      *                                                               * 06180000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER2DB AND      * 06190000
      *                WEIGH ITS LINES SHIPPED ON THE SHIP DATE       * 06200000
      *                                                               * 06210000
      *    CALLED BY:  P00000-MAINLINE                                * 06220000
      *                                                               * 06230000
      ***************************************************************** 06240000
                                                                        06250000
       P20000-SCAN-ORDER2.                                              06260000
                                                                        06270000
           CALL 'CBLTDLI' USING                                         06280000
                          WS-GN                                         06290000
                          ORDER2-PCB                                    06300000
                          ORDER-SEGMENT                                 06310000
                          ORDER-SSA-UNQUAL                              06320000
           END-CALL.                                                    06330000
                                                                        06340000
           MOVE OP2-STATUS TO WS-OP-STATUS.                             06350000
                                                                        06360000
           EVALUATE TRUE                                                06370000
               WHEN OP-GOOD-RETURN                                      06380000
                   ADD +1 TO WS-ORDERS-READ                             06390000
                   PERFORM P35000-WEIGH-ORDER-2 THRU P35000-EXIT        06400000
               WHEN OP-END-OF-DATABASE                                  06410000
               WHEN OP-SEGMENT-NOT-FOUND                                06420000
                   MOVE 'Y' TO WS-END-OF-ORDER2-SW                      06430000
               WHEN OTHER                                               06440000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      06450000
                   MOVE 'PDAB97' TO WPIE-PROGRAM-ID                     06460000
                   MOVE 'P20000' TO WPIE-PARAGRAPH                      06470000
                   MOVE OP2-STATUS TO WPIE-STATUS-CODE                  06480000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    06490000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    06500000
                   MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                06510000
                   MOVE 'GN ORDER ROOT SEGMENT' TO WPIE-COMMAND         06520000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06530000
           END-EVALUATE.                                                06540000
                                                                        06550000
       P20000-EXIT.                                                     06560000
           EXIT.                                                        06570000
           EJECT                                                        06580000
      ***************************************************************** 06590000
      *                                                               * 06600000
      *    PARAGRAPH:  P30000-WEIGH-ORDER-1                           * 06610000
      *                                                               * 06620000
      *    FUNCTION :  WEIGH THE HELD ORDER1DB ORDER'S LINES SHIPPED  * 06630000
      *                ON THE SHIP DATE AND OFFER IT FOR              * 06640000
      *                CONSOLIDATION                                  * 06650000
      *                                                               * 06660000
      *    CALLED BY:  P10000-SCAN-ORDER1                             * 06670000
      *                                                               * 06680000
      ***************************************************************** 06690000
                                                                        06700000
       P30000-WEIGH-ORDER-1.                                            06710000
                                                                        06720000
           MOVE 'N' TO WS-END-OF-LINES-SW                               06730000
                       WS-MIXED-CARRIERS-SW.                            06740000
           MOVE '1' TO WS-CURR-DATABASE.                                06750000
           MOVE +0 TO WS-ORD-WEIGHT                                     06760000
                      WS-ORD-LINES.                                     06770000
           MOVE ZEROES TO WS-ORD-SHIPPER.                               06780000
                                                                        06790000
           PERFORM P31000-WEIGH-LINE-1 THRU P31000-EXIT                 06800000
               UNTIL END-OF-LINES.                                      06810000
                                                                        06820000
           PERFORM P45000-ADD-CANDIDATE THRU P45000-EXIT.               06830000
                                                                        06840000
       P30000-EXIT.                                                     06850000
           EXIT.                                                        06860000
                                                                        06870000
       P31000-WEIGH-LINE-1.                                             06880000
                                                                        06890000
           CALL 'CBLTDLI' USING                                         06900000
                          WS-GNP                                        06910000
                          ORDER-PCB                                     06920000
                          ORDER-ITEM-SEGMENT                            06930000
                          ORDITEM-SSA-UNQUAL                            06940000
           END-CALL.                                                    06950000
                                                                        06960000
           MOVE OP-STATUS TO WS-OP-STATUS.                              06970000
                                                                        06980000
           EVALUATE TRUE                                                06990000
               WHEN OP-GOOD-RETURN                                      07000000
                   PERFORM P40000-WEIGH-LINE THRU P40000-EXIT           07010000
               WHEN OP-END-OF-DATABASE                                  07020000
               WHEN OP-SEGMENT-NOT-FOUND                                07030000
                   MOVE 'Y' TO WS-END-OF-LINES-SW                       07040000
               WHEN OTHER                                               07050000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      07060000
                   MOVE 'PDAB97' TO WPIE-PROGRAM-ID                     07070000
                   MOVE 'P31000' TO WPIE-PARAGRAPH                      07080000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   07090000
                   MOVE 'GNP ' TO WPIE-FUNCTION-CODE                    07100000
                   MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME                  07110000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                07120000
                   MOVE 'GNP ORDER ITEM SEGMENT' TO WPIE-COMMAND        07130000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07140000
           END-EVALUATE.                                                07150000
                                                                        07160000
       P31000-EXIT.                                                     07170000
           EXIT.                                                        07180000
           EJECT                                                        07190000
      ***************************************************************** 07200000
      *                                                               * 07210000
      *    PARAGRAPH:  P35000-WEIGH-ORDER-2                           * 07220000
      *                                                               * 07230000
      *    FUNCTION :  WEIGH THE HELD ORDER2DB ORDER'S LINES SHIPPED  * 07240000
      *                ON THE SHIP DATE AND OFFER IT FOR              * 07250000
      *                CONSOLIDATION                                  * 07260000
      *                                                               * 07270000
      *    CALLED BY:  P20000-SCAN-ORDER2                             * 07280000
      *                                                               * 07290000
      ***************************************************************** 07300000
                                                                        07310000
       P35000-WEIGH-ORDER-2.                                            07320000
                                                                        07330000
           MOVE 'N' TO WS-END-OF-LINES-SW                               07340000
                       WS-MIXED-CARRIERS-SW.                            07350000
           MOVE '2' TO WS-CURR-DATABASE.                                07360000
           MOVE +0 TO WS-ORD-WEIGHT                                     07370000
                      WS-ORD-LINES.                                     07380000
           MOVE ZEROES TO WS-ORD-SHIPPER.                               07390000
                                                                        07400000
           PERFORM P36000-WEIGH-LINE-2 THRU P36000-EXIT                 07410000
               UNTIL END-OF-LINES.                                      07420000
                                                                        07430000
           PERFORM P45000-ADD-CANDIDATE THRU P45000-EXIT.               07440000
                                                                        07450000
       P35000-EXIT.                                                     07460000
           EXIT.                                                        07470000
                                                                        07480000
       P36000-WEIGH-LINE-2.                                             07490000
                                                                        07500000
           CALL 'CBLTDLI' USING                                         07510000
                          WS-GNP                                        07520000
                          ORDER2-PCB                                    07530000
                          ORDER-ITEM-SEGMENT                            07540000
                          ORDITEM-SSA-UNQUAL                            07550000
           END-CALL.                                                    07560000
                                                                        07570000
           MOVE OP2-STATUS TO WS-OP-STATUS.                             07580000
                                                                        07590000
           EVALUATE TRUE                                                07600000
               WHEN OP-GOOD-RETURN                                      07610000
                   PERFORM P40000-WEIGH-LINE THRU P40000-EXIT           07620000
               WHEN OP-END-OF-DATABASE                                  07630000
               WHEN OP-SEGMENT-NOT-FOUND                                07640000
                   MOVE 'Y' TO WS-END-OF-LINES-SW                       07650000
               WHEN OTHER                                               07660000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      07670000
                   MOVE 'PDAB97' TO WPIE-PROGRAM-ID                     07680000
                   MOVE 'P36000' TO WPIE-PARAGRAPH                      07690000
                   MOVE OP2-STATUS TO WPIE-STATUS-CODE                  07700000
                   MOVE 'GNP ' TO WPIE-FUNCTION-CODE                    07710000
                   MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME                  07720000
                   MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                07730000
                   MOVE 'GNP ORDER ITEM SEGMENT' TO WPIE-COMMAND        07740000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07750000
           END-EVALUATE.                                                07760000
                                                                        07770000
       P36000-EXIT.                                                     07780000
           EXIT.                                                        07790000
           EJECT                                                        07800000
      ***************************************************************** 07810000
      *                                                               * 07820000
      *    PARAGRAPH:  P40000-WEIGH-LINE                              * 07830000
      *                                                               * 07840000
      *    FUNCTION :  WHEN THE ORDER LINE SHIPPED ON THE SHIP DATE,  * 07850000
      *                ADD ITS WEIGHT TO THE ORDER AND NOTE ITS       * 07860000
      *                CARRIER -- A SECOND CARRIER MARKS THE ORDER    * 07870000
      *                AS MIXED                                       * 07880000
      *                                                               * 07890000
      *    CALLED BY:  P31000-WEIGH-LINE-1                            * 07900000
      *                P36000-WEIGH-LINE-2                            * 07910000
      *                                                               * 07920000
      ***************************************************************** 07930000
                                                                        07940000
       P40000-WEIGH-LINE.                                               07950000
                                                                        07960000
           IF ORDER-ITEM-SHIP-DATE NOT = WS-SHIP-DATE                   07970000
               GO TO P40000-EXIT                                        07980000
           END-IF.                                                      07990000
                                                                        08000000
           IF ORDER-ITEM-QTY-SHIPPED = ZEROES                           08010000
               GO TO P40000-EXIT                                        08020000
           END-IF.                                                      08030000
                                                                        08040000
           ADD +1 TO WS-ORD-LINES.                                      08050000
                                                                        08060000
           IF WS-ORD-SHIPPER = ZEROES                                   08070000
               MOVE ORDER-ITEM-SHIPPER-NUMBER TO WS-ORD-SHIPPER         08080000
           ELSE                                                         08090000
               IF ORDER-ITEM-SHIPPER-NUMBER NOT = WS-ORD-SHIPPER        08100000
                   MOVE 'Y' TO WS-MIXED-CARRIERS-SW                     08110000
               END-IF                                                   08120000
           END-IF.                                                      08130000
                                                                        08140000
           MOVE ZEROES TO WS-LINE-WEIGHT.                               08150000
           MOVE ORDER-ITEM-ITEM-PREFIX TO ITEM-PREFIX.                  08160000
           MOVE ORDER-ITEM-ITEM-NUMBER TO ITEM-NUMBER.                  08170000
                                                                        08180000
           EXEC SQL                                                     08190000
               SELECT  WEIGHT_PER_UNIT                                  08200000
               INTO    :ITEM-WEIGHT-PER-UNIT                            08210000
               FROM    ITEM                                             08220000
               WHERE   PREFIX = :ITEM-PREFIX                            08230000
                 AND   NUMBER = :ITEM-NUMBER                            08240000
           END-EXEC.                                                    08250000
                                                                        08260000
           IF SQLCODE = +0                                              08270000
               COMPUTE WS-LINE-WEIGHT =                                 08280000
                   ITEM-WEIGHT-PER-UNIT * ORDER-ITEM-QTY-SHIPPED        08290000
           END-IF.                                                      08300000
                                                                        08310000
           ADD WS-LINE-WEIGHT TO WS-ORD-WEIGHT.                         08320000
                                                                        08330000
       P40000-EXIT.                                                     08340000
           EXIT.                                                        08350000
           EJECT                                                        08360000
      ***************************************************************** 08370000
      *                                                               * 08380000
      *    PARAGRAPH:  P45000-ADD-CANDIDATE                           * 08390000
      *                                                               * 08400000
      *    FUNCTION :  ADD AN ORDER SHIPPED ON THE SHIP DATE TO THE   * 08410000
      *                CANDIDATE TABLE WITH ITS SHIP-TO CODE, CARRIER * 08420000
      *                AND THE FREIGHT IT WOULD COST SHIPPED ALONE,   * 08430000
      *                UNLESS IT IS ALREADY CONSOLIDATED OR INVOICED, * 08440000
      *                ITS CUSTOMER HAS OPTED OUT, OR IT WENT BY MORE * 08450000
      *                THAN ONE CARRIER                               * 08460000
      *                                                               * 08470000
      *    CALLED BY:  P30000-WEIGH-ORDER-1                           * 08480000
      *                P35000-WEIGH-ORDER-2                           * 08490000
      *                                                               * 08500000
      ***************************************************************** 08510000
                                                                        08520000
       P45000-ADD-CANDIDATE.                                            08530000
                                                                        08540000
           IF WS-ORD-LINES = +0                                         08550000
               GO TO P45000-EXIT                                        08560000
           END-IF.                                                      08570000
                                                                        08580000
           ADD +1 TO WS-ORDERS-SHIPPED.                                 08590000
                                                                        08600000
           IF MIXED-CARRIERS                                            08610000
               ADD +1 TO WS-ORDERS-MIXED                                08620000
               GO TO P45000-EXIT                                        08630000
           END-IF.                                                      08640000
                                                                        08650000
           IF WS-ORD-SHIPPER = ZEROES                                   08660000
              OR WS-ORD-WEIGHT NOT > +0                                 08670000
               GO TO P45000-EXIT                                        08680000
           END-IF.                                                      08690000
                                                                        08700000
           IF WS-CAN-COUNT NOT < WS-CAN-MAX                             08710000
               GO TO P45000-EXIT                                        08720000
           END-IF.                                                      08730000
                                                                        08740000
      ***************************************************************** 08750000
      *    RERUN PROTECTION -- ORDERS ALREADY ON THE REGISTER         * 08760000
      ***************************************************************** 08770000
                                                                        08780000
           MOVE ORDER-PREFIX TO CONSOL-PREFIX.                          08790000
           MOVE ORDER-NUMBER TO CONSOL-ORDER-NUMBER.                    08800000
                                                                        08810000
           READ VSAM-CONSOL.                                            08820000
                                                                        08830000
           IF CONSOLF-OK                                                08840000
               ADD +1 TO WS-ORDERS-ON-REGISTER                          08850000
               GO TO P45000-EXIT                                        08860000
           END-IF.                                                      08870000
                                                                        08880000
      ***************************************************************** 08890000
      *    AN INVOICED ORDER'S FREIGHT CAN NO LONGER BE REDUCED       * 08900000
      ***************************************************************** 08910000
                                                                        08920000
           MOVE ORDER-PREFIX TO INVOICE-PREFIX.                         08930000
           MOVE ORDER-NUMBER TO INVOICE-ORDER-NUMBER.                   08940000
                                                                        08950000
           READ VSAM-INVOICE.                                           08960000
                                                                        08970000
           IF INVOICEF-OK                                               08980000
               ADD +1 TO WS-ORDERS-INVOICED                             08990000
               GO TO P45000-EXIT                                        09000000
           END-IF.                                                      09010000
                                                                        09020000
      ***************************************************************** 09030000
      *    THE CUSTOMER MAY ASK FOR EVERY ORDER TO SHIP ON ITS OWN    * 09040000
      ***************************************************************** 09050000
                                                                        09060000
           MOVE ORDER-CUSTOMER-PREFIX TO CUSTOMER-PREFIX.               09070000
           MOVE ORDER-CUSTOMER-ID TO CUSTOMER-ID.                       09080000
                                                                        09090000
           READ VSAM-CUSTOMER.                                          09100000
                                                                        09110000
           IF CUSTOMER-OK                                               09120000
              AND CUSTOMER-NO-CONSOLIDATION                             09130000
               ADD +1 TO WS-ORDERS-OPTED-OUT                            09140000
               GO TO P45000-EXIT                                        09150000
           END-IF.                                                      09160000
                                                                        09170000
      ***************************************************************** 09180000
      *    SHIP-TO CODE FROZEN ON THE ORDER -- SPACES WHEN THE ORDER  * 09190000
      *    SHIPS TO THE CUSTOMER MASTER SHIP-TO ADDRESS               * 09200000
      ***************************************************************** 09210000
                                                                        09220000
           MOVE ORDER-PREFIX TO ORDER-SHIP-PREFIX.                      09230000
           MOVE ORDER-NUMBER TO ORDER-SHIP-ORDER-NUMBER.                09240000
                                                                        09250000
           READ VSAM-ORDER-SHIP-TO.                                     09260000
                                                                        09270000
           IF NOT OSHIPF-OK                                             09280000
               MOVE SPACES TO ORDER-SHIP-CODE                           09290000
           END-IF.                                                      09300000
                                                                        09310000
      ***************************************************************** 09320000
      *    FREIGHT FOR THE ORDER'S SHIPMENT ON ITS OWN                * 09330000
      ***************************************************************** 09340000
                                                                        09350000
           MOVE ORDER-PREFIX TO PDAS11-PREFIX.                          09360000
           MOVE WS-ORD-SHIPPER TO PDAS11-SHIPPER-NUMBER.                09370000
           MOVE WS-ORD-WEIGHT TO PDAS11-ORDER-WEIGHT.                   09380000
           MOVE ZEROES TO PDAS11-FREIGHT-AMOUNT.                        09390000
                                                                        09400000
           CALL 'PDAS11' USING PDAS11-PARMS.                            09410000
                                                                        09420000
           IF PDAS11-FREIGHT-ERROR                                      09430000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          09440000
               MOVE 'PDAB97' TO WPDE-PROGRAM-ID                         09450000
               MOVE PDAS11-SQLCODE TO WPDE-DB2-SQLCODE                  09460000
               MOVE 'PDAS11 RATE ORDER' TO WPDE-FUNCTION                09470000
               MOVE 'P45000' TO WPDE-PARAGRAPH                          09480000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09490000
           END-IF.                                                      09500000
                                                                        09510000
           IF NOT PDAS11-FREIGHT-RESOLVED                               09520000
               GO TO P45000-EXIT                                        09530000
           END-IF.                                                      09540000
                                                                        09550000
           ADD +1 TO WS-CAN-COUNT.                                      09560000
                                                                        09570000
           MOVE WS-CURR-DATABASE TO WS-CN-DATABASE (WS-CAN-COUNT).      09580000
           MOVE ORDER-PREFIX TO WS-CN-PREFIX (WS-CAN-COUNT).            09590000
           MOVE ORDER-NUMBER TO WS-CN-ORDER-NUMBER (WS-CAN-COUNT).      09600000
           MOVE ORDER-CUSTOMER-ID TO WS-CN-CUSTOMER-ID (WS-CAN-COUNT).  09610000
           MOVE ORDER-SHIP-CODE TO WS-CN-SHIP-CODE (WS-CAN-COUNT).      09620000
           MOVE WS-ORD-SHIPPER TO WS-CN-SHIPPER (WS-CAN-COUNT).         09630000
           MOVE WS-ORD-WEIGHT TO WS-CN-WEIGHT (WS-CAN-COUNT).           09640000
           MOVE PDAS11-FREIGHT-AMOUNT                                   09650000
               TO WS-CN-FREIGHT (WS-CAN-COUNT).                         09660000
           MOVE 'N' TO WS-CN-GROUPED-SW (WS-CAN-COUNT).                 09670000
                                                                        09680000
       P45000-EXIT.                                                     09690000
           EXIT.                                                        09700000
           EJECT                                                        09710000
      ***************************************************************** 09720000
      *                                                               * 09730000
      *    PARAGRAPH:  P50000-FORM-GROUPS                             * 09740000
      *                                                               * 09750000
      *    FUNCTION :  START A GROUP WITH THE NEXT CANDIDATE NOT YET  * 09760000
      *                GROUPED, GATHER THE LATER CANDIDATES FOR THE   * 09770000
      *                SAME CUSTOMER, SHIP-TO CODE AND CARRIER, AND   * 09780000
      *                RE-RATE THE COMBINED WEIGHT.  A GROUP OF TWO   * 09790000
      *                OR MORE THAT SAVES FREIGHT IS CONSOLIDATED     * 09800000
      *                                                               * 09810000
      *    CALLED BY:  P00000-MAINLINE                                * 09820000
      *                                                               * 09830000
      ***************************************************************** 09840000
                                                                        09850000
       P50000-FORM-GROUPS.                                              09860000
                                                                        09870000
           IF WS-CN-GROUPED (WS-NDX)                                    09880000
               GO TO P50000-EXIT                                        09890000
           END-IF.                                                      09900000
                                                                        09910000
           MOVE 'Y' TO WS-CN-GROUPED-SW (WS-NDX).                       09920000
           MOVE +1 TO WS-GRP-COUNT.                                     09930000
           MOVE WS-NDX TO WS-GRP-MEMBER (1).                            09940000
           MOVE WS-CN-WEIGHT (WS-NDX) TO WS-GRP-WEIGHT.                 09950000
           MOVE WS-CN-FREIGHT (WS-NDX) TO WS-GRP-SEPARATE.              09960000
                                                                        09970000
           COMPUTE WS-NDX2 = WS-NDX + 1.                                09980000
                                                                        09990000
           PERFORM P51000-MATCH-CANDIDATE THRU P51000-EXIT              10000000
               VARYING WS-NDX2 FROM WS-NDX2 BY 1                        10010000
                   UNTIL WS-NDX2 > WS-CAN-COUNT                         10020000
                      OR WS-GRP-COUNT NOT < WS-GRP-MAX.                 10030000
                                                                        10040000
           IF WS-GRP-COUNT < +2                                         10050000
               GO TO P50000-EXIT                                        10060000
           END-IF.                                                      10070000
                                                                        10080000
      ***************************************************************** 10090000
      *    RE-RATE THE COMBINED WEIGHT AS ONE SHIPMENT                * 10100000
      ***************************************************************** 10110000
                                                                        10120000
           MOVE WS-CN-PREFIX (WS-NDX) TO PDAS11-PREFIX.                 10130000
           MOVE WS-CN-SHIPPER (WS-NDX) TO PDAS11-SHIPPER-NUMBER.        10140000
           MOVE WS-GRP-WEIGHT TO PDAS11-ORDER-WEIGHT.                   10150000
           MOVE ZEROES TO PDAS11-FREIGHT-AMOUNT.                        10160000
                                                                        10170000
           CALL 'PDAS11' USING PDAS11-PARMS.                            10180000
                                                                        10190000
           IF PDAS11-FREIGHT-ERROR                                      10200000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          10210000
               MOVE 'PDAB97' TO WPDE-PROGRAM-ID                         10220000
               MOVE PDAS11-SQLCODE TO WPDE-DB2-SQLCODE                  10230000
               MOVE 'PDAS11 RATE GROUP' TO WPDE-FUNCTION                10240000
               MOVE 'P50000' TO WPDE-PARAGRAPH                          10250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10260000
           END-IF.                                                      10270000
                                                                        10280000
           IF NOT PDAS11-FREIGHT-RESOLVED                               10290000
               GO TO P50000-EXIT                                        10300000
           END-IF.                                                      10310000
                                                                        10320000
           MOVE PDAS11-FREIGHT-AMOUNT TO WS-GRP-COMBINED.               10330000
                                                                        10340000
           COMPUTE WS-GRP-SAVING = WS-GRP-SEPARATE - WS-GRP-COMBINED.   10350000
                                                                        10360000
           IF WS-GRP-SAVING NOT > +0                                    10370000
               GO TO P50000-EXIT                                        10380000
           END-IF.                                                      10390000
                                                                        10400000
      ***************************************************************** 10410000
      *    SPREAD THE SAVING ACROSS THE MEMBERS AND REGISTER THEM     * 10420000
      ***************************************************************** 10430000
                                                                        10440000
           ADD +1 TO WS-GROUPS-FORMED.                                  10450000
           ADD WS-GRP-SAVING TO WS-FREIGHT-SAVED.                       10460000
           MOVE +0 TO WS-GRP-SPREAD.                                    10470000
                                                                        10480000
           MOVE WS-CN-PREFIX (WS-NDX) TO WS-DL-GR-PREFIX.               10490000
           MOVE WS-CN-ORDER-NUMBER (WS-NDX) TO WS-DL-GR-ORDER.          10500000
           MOVE WS-CN-SHIPPER (WS-NDX) TO WS-DL-GR-SHIPPER.             10510000
           MOVE WS-GRP-COUNT TO WS-DL-GR-COUNT.                         10520000
           MOVE WS-GRP-SAVING TO WS-DL-GR-SAVED.                        10530000
           DISPLAY WS-DL-GROUP.                                         10540000
                                                                        10550000
           PERFORM P52000-APPLY-SAVING THRU P52000-EXIT                 10560000
               VARYING WS-MBR FROM 1 BY 1                               10570000
                   UNTIL WS-MBR > WS-GRP-COUNT.                         10580000
                                                                        10590000
       P50000-EXIT.                                                     10600000
           EXIT.                                                        10610000
           EJECT                                                        10620000
      ***************************************************************** 10630000
      *                                                               * 10640000
      *    PARAGRAPH:  P51000-MATCH-CANDIDATE                         * 10650000
      *                                                               * 10660000
      *    FUNCTION :  ADD A LATER CANDIDATE TO THE GROUP WHEN IT     * 10670000
      *                SHIPS FOR THE SAME CUSTOMER AND SHIP-TO CODE   * 10680000
      *                BY THE SAME CARRIER                            * 10690000
      *                                                               * 10700000
      *    CALLED BY:  P50000-FORM-GROUPS                             * 10710000
      *                                                               * 10720000
      ***************************************************************** 10730000
                                                                        10740000
       P51000-MATCH-CANDIDATE.                                          10750000
                                                                        10760000
           IF WS-CN-GROUPED (WS-NDX2)                                   10770000
               GO TO P51000-EXIT                                        10780000
           END-IF.                                                      10790000
                                                                        10800000
           IF WS-CN-PREFIX (WS-NDX2) NOT = WS-CN-PREFIX (WS-NDX)        10810000
              OR WS-CN-CUSTOMER-ID (WS-NDX2) NOT =                      10820000
                 WS-CN-CUSTOMER-ID (WS-NDX)                             10830000
              OR WS-CN-SHIP-CODE (WS-NDX2) NOT =                        10840000
                 WS-CN-SHIP-CODE (WS-NDX)                               10850000
              OR WS-CN-SHIPPER (WS-NDX2) NOT = WS-CN-SHIPPER (WS-NDX)   10860000
               GO TO P51000-EXIT                                        10870000
           END-IF.                                                      10880000
                                                                        10890000
           MOVE 'Y' TO WS-CN-GROUPED-SW (WS-NDX2).                      10900000
           ADD +1 TO WS-GRP-COUNT.                                      10910000
           MOVE WS-NDX2 TO WS-GRP-MEMBER (WS-GRP-COUNT).                10920000
           ADD WS-CN-WEIGHT (WS-NDX2) TO WS-GRP-WEIGHT.                 10930000
           ADD WS-CN-FREIGHT (WS-NDX2) TO WS-GRP-SEPARATE.              10940000
                                                                        10950000
       P51000-EXIT.                                                     10960000
           EXIT.                                                        10970000
           EJECT                                                        10980000
      ***************************************************************** 10990000
      *                                                               * 11000000
      *    PARAGRAPH:  P52000-APPLY-SAVING                            * 11010000
      *                                                               * 11020000
      *    FUNCTION :  REDUCE ONE MEMBER ORDER'S FREIGHT BY ITS SHARE * 11030000
      *                OF THE SAVING (BY WEIGHT, THE LAST MEMBER      * 11040000
      *                TAKING THE ROUNDING), REPLACE THE ORDER ROOT   * 11050000
      *                AND WRITE ITS CONSOLIDATION REGISTER RECORD    * 11060000
      *                                                               * 11070000
      *    CALLED BY:  P50000-FORM-GROUPS                             * 11080000
      *                                                               * 11090000
      ***************************************************************** 11100000
                                                                        11110000
       P52000-APPLY-SAVING.                                             11120000
                                                                        11130000
           MOVE WS-GRP-MEMBER (WS-MBR) TO WS-NDX2.                      11140000
                                                                        11150000
           IF WS-MBR = WS-GRP-COUNT                                     11160000
               COMPUTE WS-GRP-SHARE = WS-GRP-SAVING - WS-GRP-SPREAD     11170000
           ELSE                                                         11180000
               COMPUTE WS-GRP-SHARE ROUNDED =                           11190000
                   WS-GRP-SAVING * WS-CN-WEIGHT (WS-NDX2)               11200000
                                 / WS-GRP-WEIGHT                        11210000
           END-IF.                                                      11220000
                                                                        11230000
           ADD WS-GRP-SHARE TO WS-GRP-SPREAD.                           11240000
                                                                        11250000
           PERFORM P53000-GET-ORDER THRU P53000-EXIT.                   11260000
                                                                        11270000
           MOVE ORDER-FREIGHT-AMOUNT TO WS-GRP-FREIGHT-BEFORE.          11280000
                                                                        11290000
           IF WS-GRP-SHARE > ORDER-FREIGHT-AMOUNT                       11300000
               MOVE ZEROES TO ORDER-FREIGHT-AMOUNT                      11310000
           ELSE                                                         11320000
               SUBTRACT WS-GRP-SHARE FROM ORDER-FREIGHT-AMOUNT          11330000
           END-IF.                                                      11340000
                                                                        11350000
           PERFORM P54000-REPLACE-ORDER THRU P54000-EXIT.               11360000
                                                                        11370000
      ***************************************************************** 11380000
      *    REGISTER THE MEMBER WITH THE ORDERS IT RODE WITH           * 11390000
      ***************************************************************** 11400000
                                                                        11410000
           MOVE SPACES TO CONSOL-RECORD.                                11420000
           MOVE WS-CN-PREFIX (WS-NDX2) TO CONSOL-PREFIX.                11430000
           MOVE WS-CN-ORDER-NUMBER (WS-NDX2) TO CONSOL-ORDER-NUMBER.    11440000
           MOVE WS-SHIP-DATE TO CONSOL-SHIP-DATE.                       11450000
           MOVE WS-CN-PREFIX (WS-NDX) TO CONSOL-LEAD-PREFIX.            11460000
           MOVE WS-CN-ORDER-NUMBER (WS-NDX)                             11470000
               TO CONSOL-LEAD-ORDER-NUMBER.                             11480000
           MOVE WS-CN-CUSTOMER-ID (WS-NDX2) TO CONSOL-CUSTOMER-ID.      11490000
           MOVE WS-CN-SHIP-CODE (WS-NDX2) TO CONSOL-SHIP-CODE.          11500000
           MOVE WS-CN-SHIPPER (WS-NDX2) TO CONSOL-SHIPPER-NUMBER.       11510000
           MOVE WS-CN-WEIGHT (WS-NDX2) TO CONSOL-ORDER-WEIGHT.          11520000
           MOVE WS-GRP-WEIGHT TO CONSOL-GROUP-WEIGHT.                   11530000
           MOVE WS-GRP-FREIGHT-BEFORE TO CONSOL-FREIGHT-BEFORE.         11540000
           MOVE ORDER-FREIGHT-AMOUNT TO CONSOL-FREIGHT-AFTER.           11550000
           COMPUTE CONSOL-FREIGHT-SAVED =                               11560000
               WS-GRP-FREIGHT-BEFORE - ORDER-FREIGHT-AMOUNT.            11570000
           MOVE WS-GRP-COUNT TO CONSOL-ORDER-COUNT.                     11580000
                                                                        11590000
           PERFORM P55000-LIST-MEMBER THRU P55000-EXIT                  11600000
               VARYING WS-NDX2 FROM 1 BY 1                              11610000
                   UNTIL WS-NDX2 > 10.                                  11620000
                                                                        11630000
           WRITE CONSOL-RECORD.                                         11640000
                                                                        11650000
           IF NOT CONSOLF-OK                                            11660000
               MOVE 'WRITE CONSOLIDATION REGISTER FAILED'               11670000
                   TO WPBE-MESSAGE                                      11680000
               MOVE WS-CONSOL-STATUS TO WPBE-FILE-STATUS                11690000
               MOVE 'P52000' TO WPBE-PARAGRAPH                          11700000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11710000
           END-IF.                                                      11720000
                                                                        11730000
           ADD +1 TO WS-ORDERS-CONSOLIDATED.                            11740000
                                                                        11750000
           MOVE CONSOL-PREFIX TO WS-DL-MB-PREFIX.                       11760000
           MOVE CONSOL-ORDER-NUMBER TO WS-DL-MB-ORDER.                  11770000
           MOVE CONSOL-ORDER-WEIGHT TO WS-DL-MB-WEIGHT.                 11780000
           MOVE CONSOL-FREIGHT-BEFORE TO WS-DL-MB-BEFORE.               11790000
           MOVE CONSOL-FREIGHT-AFTER TO WS-DL-MB-AFTER.                 11800000
           DISPLAY WS-DL-MEMBER.                                        11810000
                                                                        11820000
       P52000-EXIT.                                                     11830000
           EXIT.                                                        11840000
           EJECT                                                        11850000
      ***************************************************************** 11860000
      *                                                               * 11870000
      *    PARAGRAPH:  P53000-GET-ORDER                               * 11880000
      *                                                               * 11890000
      *    FUNCTION :  RETRIEVE THE MEMBER ORDER ROOT WITH A HOLD     * 11900000
      *                FROM THE DATABASE IT WAS READ FROM             * 11910000
      *                                                               * 11920000
      *    CALLED BY:  P52000-APPLY-SAVING                            * 11930000
      *                                                               * 11940000
      ***************************************************************** 11950000
                                                                        11960000
       P53000-GET-ORDER.                                                11970000
                                                                        11980000
           MOVE WS-CN-PREFIX (WS-NDX2) TO ORDER-QUAL-PREFIX.            11990000
           MOVE WS-CN-ORDER-NUMBER (WS-NDX2) TO ORDER-QUAL-NUMBER.      12000000
                                                                        12010000
           IF WS-CN-DATABASE (WS-NDX2) = '1'                            12020000
               CALL 'CBLTDLI' USING                                     12030000
                              WS-GHU                                    12040000
                              ORDER-PCB                                 12050000
                              ORDER-SEGMENT                             12060000
                              ORDER-QUAL-SSA                            12070000
               END-CALL                                                 12080000
               MOVE OP-STATUS TO WS-OP-STATUS                           12090000
           ELSE                                                         12100000
               CALL 'CBLTDLI' USING                                     12110000
                              WS-GHU                                    12120000
                              ORDER2-PCB                                12130000
                              ORDER-SEGMENT                             12140000
                              ORDER-QUAL-SSA                            12150000
               END-CALL                                                 12160000
               MOVE OP2-STATUS TO WS-OP-STATUS                          12170000
           END-IF.                                                      12180000
                                                                        12190000
           IF NOT OP-GOOD-RETURN                                        12200000
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE                          12210000
               MOVE 'PDAB97' TO WPIE-PROGRAM-ID                         12220000
               MOVE 'P53000' TO WPIE-PARAGRAPH                          12230000
               MOVE WS-OP-STATUS TO WPIE-STATUS-CODE                    12240000
               MOVE 'GHU ' TO WPIE-FUNCTION-CODE                        12250000
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME                        12260000
               MOVE 'ORDERXDB' TO WPIE-DATABASE-NAME                    12270000
               MOVE 'GHU ORDER ROOT SEGMENT' TO WPIE-COMMAND            12280000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12290000
           END-IF.                                                      12300000
                                                                        12310000
       P53000-EXIT.                                                     12320000
           EXIT.                                                        12330000
           EJECT                                                        12340000
      ***************************************************************** 12350000
      *                                                               * 12360000
      *    PARAGRAPH:  P54000-REPLACE-ORDER                           * 12370000
      *                                                               * 12380000
      *    FUNCTION :  REPLACE THE HELD MEMBER ORDER ROOT WITH ITS    * 12390000
      *                REDUCED FREIGHT                                * 12400000
      *                                                               * 12410000
      *    CALLED BY:  P52000-APPLY-SAVING                            * 12420000
      *                                                               * 12430000
      ***************************************************************** 12440000
                                                                        12450000
       P54000-REPLACE-ORDER.                                            12460000
                                                                        12470000
           IF WS-CN-DATABASE (WS-NDX2) = '1'                            12480000
               CALL 'CBLTDLI' USING                                     12490000
                              WS-REPL                                   12500000
                              ORDER-PCB                                 12510000
                              ORDER-SEGMENT                             12520000
               END-CALL                                                 12530000
               MOVE OP-STATUS TO WS-OP-STATUS                           12540000
           ELSE                                                         12550000
               CALL 'CBLTDLI' USING                                     12560000
                              WS-REPL                                   12570000
                              ORDER2-PCB                                12580000
                              ORDER-SEGMENT                             12590000
               END-CALL                                                 12600000
               MOVE OP2-STATUS TO WS-OP-STATUS                          12610000
           END-IF.                                                      12620000
                                                                        12630000
           IF NOT OP-GOOD-RETURN                                        12640000
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE                          12650000
               MOVE 'PDAB97' TO WPIE-PROGRAM-ID                         12660000
               MOVE 'P54000' TO WPIE-PARAGRAPH                          12670000
               MOVE WS-OP-STATUS TO WPIE-STATUS-CODE                    12680000
               MOVE 'REPL' TO WPIE-FUNCTION-CODE                        12690000
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME                        12700000
               MOVE 'ORDERXDB' TO WPIE-DATABASE-NAME                    12710000
               MOVE 'REPL ORDER ROOT SEGMENT' TO WPIE-COMMAND           12720000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12730000
           END-IF.                                                      12740000
                                                                        12750000
       P54000-EXIT.                                                     12760000
           EXIT.                                                        12770000
           EJECT                                                        12780000
      ***************************************************************** 12790000
      *                                                               * 12800000
      *    PARAGRAPH:  P55000-LIST-MEMBER                             * 12810000
      *                                                               * 12820000
      *    FUNCTION :  COPY ONE GROUP MEMBER'S ORDER KEY INTO THE     * 12830000
      *                REGISTER RECORD'S MEMBER LIST (ZEROES PAST     * 12840000
      *                THE LAST MEMBER)                               * 12850000
      *                                                               * 12860000
      *    CALLED BY:  P52000-APPLY-SAVING                            * 12870000
      *                                                               * 12880000
      ***************************************************************** 12890000
                                                                        12900000
       P55000-LIST-MEMBER.                                              12910000
                                                                        12920000
           IF WS-NDX2 > WS-GRP-COUNT                                    12930000
               MOVE ZEROES TO CONSOL-MEMBER-PREFIX (WS-NDX2)            12940000
                              CONSOL-MEMBER-ORDER-NUMBER (WS-NDX2)      12950000
           ELSE                                                         12960000
               MOVE WS-GRP-MEMBER (WS-NDX2) TO WS-SUB                   12970000
               MOVE WS-CN-PREFIX (WS-SUB)                               12980000
                   TO CONSOL-MEMBER-PREFIX (WS-NDX2)                    12990000
               MOVE WS-CN-ORDER-NUMBER (WS-SUB)                         13000000
                   TO CONSOL-MEMBER-ORDER-NUMBER (WS-NDX2)              13010000
           END-IF.                                                      13020000
                                                                        13030000
       P55000-EXIT.                                                     13040000
           EXIT.                                                        13050000
           EJECT                                                        13060000
      ***************************************************************** 13070000
      *                                                               * 13080000
      *    PARAGRAPH:  P99999-ABEND                                   * 13090000
      *                                                               * 13100000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 13110000
      *                ERROR HAS BEEN ENCOUNTERED                     * 13120000
      *                                                               * 13130000
      *    CALLED BY:  VARIOUS                                        * 13140000
      *                                                               * 13150000
      ***************************************************************** 13160000
                                                                        13170000
       P99999-ABEND.                                                    13180000
                                                                        13190000
           DISPLAY ' '.                                                 13200000
           DISPLAY WPEA-ERROR-01.                                       13210000
           DISPLAY WPEA-ERROR-02.                                       13220000
           DISPLAY WPEA-ERROR-03.                                       13230000
           DISPLAY WPEA-ERROR-04.                                       13240000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               13250000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               13260000
           DISPLAY WPEA-ERROR-04.                                       13270000
           DISPLAY WPEA-ERROR-03.                                       13280000
           DISPLAY WPEA-ERROR-02.                                       13290000
           DISPLAY WPEA-ERROR-01.                                       13300000
           DISPLAY ' '.                                                 13310000
                                                                        13320000
           MOVE 16 TO RETURN-CODE.                                      13330000
                                                                        13340000
           GOBACK.                                                      13350000
                                                                        13360000
       P99999-EXIT.                                                     13370000
           EXIT.                                                        13380000
