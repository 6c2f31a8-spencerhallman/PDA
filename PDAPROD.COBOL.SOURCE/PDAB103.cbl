       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB103.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB103                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB103 IS THE MONTHLY SAFETY STOCK AND   * 00100000
      *             REORDER POINT RECALCULATION.  FOR EVERY CONTROL   * 00110000
      *             CARD (PREFIX, SERVICE LEVEL, APPLY SWITCH) IT     * 00120000
      *             LOADS THE PREFIX'S ITEM / SUPPLIERS AND MEASURES  * 00130000
      *             FOR EACH ONE:                                     * 00140000
      *               - DEMAND -- THE QUANTITY SHIPPED IN EACH OF THE * 00150000
      *                 LAST TWELVE CALENDAR MONTHS (COGS JOURNAL),   * 00160000
      *                 GIVING THE AVERAGE MONTHLY DEMAND AND ITS     * 00170000
      *                 VARIANCE;                                     * 00180000
      *               - LEAD TIME -- THE DAYS FROM CREATION TO FULL   * 00190000
      *                 RECEIPT OF EVERY RECEIVED REPLENISHMENT       * 00200000
      *                 PURCHASE ORDER LINE, GIVING THE AVERAGE LEAD  * 00210000
      *                 TIME AND ITS VARIANCE.                        * 00220000
      *             AT THE SERVICE LEVEL'S SAFETY FACTOR Z:           * 00230000
      *               SAFETY STOCK  = Z X SQRT( LT X VAR(D) +         * 00240000
      *                               D X D X VAR(LT) )               * 00250000
      *               REORDER POINT = D X LT + SAFETY STOCK           * 00260000
      *             (D AND LT IN MONTHS, BOTH ROUNDED UP TO WHOLE     * 00270000
      *             UNITS).  THE PROPOSAL REPORT SHOWS THE CURRENT    * 00280000
      *             AND RECOMMENDED VALUES AND THE EXPECTED CHANGE IN * 00290000
      *             INVENTORY DOLLARS (REORDER POINT CHANGE AT THE    * 00300000
      *             SUPPLIER UNIT PRICE).  AN ITEM / SUPPLIER WITH NO * 00310000
      *             RECEIVED LINE HAS NO MEASURED LEAD TIME AND IS    * 00320000
      *             LEFT AS IT IS.  WHEN THE APPLY SWITCH IS 'Y' THE  * 00330000
      *             RECOMMENDED VALUES ARE SET ON ITEM_SUPPLIER.      * 00340000
      *                                                               * 00350000
      *             CONTROL CARD LAYOUT (ONE PREFIX PER CARD):        * 00360000
      *               COL  1- 5   PREFIX            (NUMERIC)         * 00370000
      *               COL  7- 8   SERVICE LEVEL PERCENT -- 90, 95,    * 00380000
      *                           97, 98 OR 99                        * 00390000
      *               COL 10      APPLY SWITCH -- 'Y' SETS THE        * 00400000
      *                           APPROVED VALUES, OTHERWISE THE      * 00410000
      *                           REPORT IS A PROPOSAL ONLY           * 00420000
      *                                                               * 00430000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00440000
      *             COGS JOURNAL         -  VSAM KSDS    (INPUT)      * 00450000
      *             PURCHASE ORDER       -  VSAM KSDS    (INPUT)      * 00460000
      *             ITEM_SUPPLIER        -  DB2          (UPDATE)     * 00470000
      *                                                               * 00480000
      ***************************************************************** 00490000
      *             PROGRAM CHANGE LOG                                * 00500000
      *             -------------------                               * 00510000
      *                                                               * 00520000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00530000
      *  --------   --------------------  --------------------------  * 00540000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00550000
      *                                                               * 00560000
      ***************************************************************** 00570000
           EJECT                                                        00580000
       ENVIRONMENT DIVISION.                                            00590000
                                                                        00600000
       INPUT-OUTPUT SECTION.                                            00610000
                                                                        00620000
       FILE-CONTROL.                                                    00630000
                                                                        00640000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00650000
                                                                        00660000
           SELECT VSAM-COGS            ASSIGN TO VCOGS                  00670000
                                       ORGANIZATION IS INDEXED          00680000
                                       ACCESS IS DYNAMIC                00690000
                                       RECORD KEY IS COGS-KEY           00700000
                                       FILE STATUS IS WS-COGS-STATUS.   00710000
                                                                        00720000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00730000
                                       ORGANIZATION IS INDEXED          00740000
                                       ACCESS IS DYNAMIC                00750000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00760000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00770000
           EJECT                                                        00780000
       DATA DIVISION.                                                   00790000
                                                                        00800000
       FILE SECTION.                                                    00810000
                                                                        00820000
       FD  CONTROL-CARD                                                 00830000
           LABEL RECORDS ARE STANDARD                                   00840000
           RECORDING MODE IS F                                          00850000
           RECORD CONTAINS 80 CHARACTERS                                00860000
           BLOCK CONTAINS 27920 CHARACTERS.                             00870000
                                                                        00880000
       01  CONTROL-CARD-REC            PIC X(80).                       00890000
                                                                        00900000
       FD  VSAM-COGS                                                    00910000
           RECORD CONTAINS 128 CHARACTERS.                              00920000
                                                                        00930000
           COPY VCOGS.                                                  00940000
                                                                        00950000
       FD  VSAM-PURCHASE-ORDER                                          00960000
           RECORD CONTAINS 200 CHARACTERS.                              00970000
                                                                        00980000
           COPY VPURCHOR.                                               00990000
           EJECT                                                        01000000
       WORKING-STORAGE SECTION.                                         01010000
                                                                        01020000
      ***************************************************************** 01030000
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       * 01040000
      ***************************************************************** 01050000
       77  WS-SUB1                     PIC S9(4) COMP VALUE +0.         01060000
       77  WS-SUB2                     PIC S9(4) COMP VALUE +0.         01070000
       77  WS-ROW-MAX                  PIC S9(4) COMP VALUE +500.       01080000
       77  WS-ROW-USED                 PIC S9(4) COMP VALUE +0.         01090000
                                                                        01100000
      ***************************************************************** 01110000
      *    SWITCHES                                                   * 01120000
      ***************************************************************** 01130000
                                                                        01140000
       01  WS-SWITCHES.                                                 01150000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01160000
               88  END-OF-PROCESS                VALUE 'Y'.             01170000
           05  WS-END-OF-ROWS-SW       PIC X     VALUE 'N'.             01180000
               88  END-OF-ROWS                   VALUE 'Y'.             01190000
           05  WS-END-OF-FILE-SW       PIC X     VALUE 'N'.             01200000
               88  END-OF-FILE                   VALUE 'Y'.             01210000
           05  WS-COGS-EMPTY-SW        PIC X     VALUE 'N'.             01220000
               88  COGS-JOURNAL-EMPTY            VALUE 'Y'.             01230000
           05  WS-PURCHOR-EMPTY-SW     PIC X     VALUE 'N'.             01240000
               88  PURCHASE-ORDERS-EMPTY         VALUE 'Y'.             01250000
           05  WS-ENTRY-FOUND-SW       PIC X     VALUE 'N'.             01260000
               88  ENTRY-FOUND                   VALUE 'Y'.             01270000
           05  WS-APPLY-SW             PIC X     VALUE 'N'.             01280000
               88  APPLY-CHANGES                 VALUE 'Y'.             01290000
           EJECT                                                        01300000
      ***************************************************************** 01310000
      *    MISCELLANEOUS WORK FIELDS                                  * 01320000
      ***************************************************************** 01330000
                                                                        01340000
       01  WS-MISCELLANEOUS-FIELDS.                                     01350000
           03  WS-COGS-STATUS          PIC XX    VALUE SPACES.          01360000
               88  COGSF-OK                      VALUE '  ' '00'.       01370000
               88  COGSF-NOTFOUND                VALUE '23'.            01380000
               88  COGSF-EMPTY                   VALUE '47' '35'.       01390000
               88  COGSF-END                     VALUE '10'.            01400000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01410000
               88  PURCHORD-OK                   VALUE '  ' '00'.       01420000
               88  PURCHORD-NOTFOUND             VALUE '23'.            01430000
               88  PURCHORD-EMPTY                VALUE '47' '35'.       01440000
               88  PURCHORD-END                  VALUE '10'.            01450000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01460000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01470000
           03  WS-ROWS-REVIEWED        PIC S9(7) VALUE +0       COMP-3. 01480000
           03  WS-ROWS-NO-LEAD-TIME    PIC S9(7) VALUE +0       COMP-3. 01490000
           03  WS-ROWS-CHANGED         PIC S9(7) VALUE +0       COMP-3. 01500000
           03  WS-ROWS-APPLIED         PIC S9(7) VALUE +0       COMP-3. 01510000
           03  WS-ROWS-OVER-LIMIT      PIC S9(7) VALUE +0       COMP-3. 01520000
           03  WS-PREFIX-CHANGED       PIC S9(7) VALUE +0       COMP-3. 01530000
           03  WS-PREFIX-DOLLARS       PIC S9(11)V99                    01540000
                                                 VALUE +0       COMP-3. 01550000
           03  WS-Z-FACTOR             PIC 9V99  VALUE ZEROES.          01560000
           03  WS-LT-DAYS              PIC S9(7) VALUE +0       COMP-3. 01570000
           03  WS-SUM-QTY              PIC S9(11)                       01580000
                                                 VALUE +0       COMP-3. 01590000
           03  WS-SUM-QTY-SQUARED      PIC S9(18)                       01600000
                                                 VALUE +0       COMP-3. 01610000
           03  WS-AVG-DEMAND           PIC S9(9)V9(4)                   01620000
                                                 VALUE +0       COMP-3. 01630000
           03  WS-VAR-DEMAND           PIC S9(15)V9(4)                  01640000
                                                 VALUE +0       COMP-3. 01650000
           03  WS-AVG-LT-DAYS          PIC S9(5)V9(4)                   01660000
                                                 VALUE +0       COMP-3. 01670000
           03  WS-VAR-LT-DAYS          PIC S9(9)V9(4)                   01680000
                                                 VALUE +0       COMP-3. 01690000
           03  WS-LT-MONTHS            PIC S9(5)V9(6)                   01700000
                                                 VALUE +0       COMP-3. 01710000
           03  WS-VAR-LT-MONTHS        PIC S9(7)V9(6)                   01720000
                                                 VALUE +0       COMP-3. 01730000
           03  WS-STOCK-WORK           PIC S9(15)V9(4)                  01740000
                                                 VALUE +0       COMP-3. 01750000
           03  WS-NEW-SAFETY-STOCK     PIC S9(9) VALUE +0       COMP-3. 01760000
           03  WS-NEW-REORDER-POINT    PIC S9(9) VALUE +0       COMP-3. 01770000
           03  WS-DOLLAR-CHANGE        PIC S9(11)V99                    01780000
                                                 VALUE +0       COMP-3. 01790000
           03  WS-FROM-DATE            PIC 9(8)  VALUE ZEROES.          01800000
           03  WS-COGS-DATE            PIC 9(8)  VALUE ZEROES.          01810000
           03  FILLER                  REDEFINES WS-COGS-DATE.          01820000
               05  FILLER              PIC 9(4).                        01830000
               05  WS-COGS-MONTH       PIC 9(2).                        01840000
               05  FILLER              PIC 9(2).                        01850000
           03  WS-DATE.                                                 01860000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01870000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01880000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01890000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01900000
                                       PIC 9(8).                        01910000
           EJECT                                                        01920000
      ***************************************************************** 01930000
      *    SERVICE LEVEL PERCENT AND ITS SAFETY FACTOR (Z)            * 01940000
      ***************************************************************** 01950000
                                                                        01960000
       01  WS-SERVICE-LEVELS.                                           01970000
           03  FILLER                  PIC X(5)  VALUE '90128'.         01980000
           03  FILLER                  PIC X(5)  VALUE '95165'.         01990000
           03  FILLER                  PIC X(5)  VALUE '97188'.         02000000
           03  FILLER                  PIC X(5)  VALUE '98205'.         02010000
           03  FILLER                  PIC X(5)  VALUE '99233'.         02020000
       01  FILLER                      REDEFINES WS-SERVICE-LEVELS.     02030000
           03  WS-SL-ENTRY             OCCURS 5 TIMES.                  02040000
               05  WS-SL-PERCENT       PIC 9(2).                        02050000
               05  WS-SL-Z-FACTOR      PIC 9V99.                        02060000
           EJECT                                                        02070000
      ***************************************************************** 02080000
      *    ITEM / SUPPLIER TABLE FOR THE PREFIX -- CURRENT VALUES,    * 02090000
      *    TWELVE CALENDAR MONTH DEMAND BUCKETS AND LEAD TIME SUMS    * 02100000
      ***************************************************************** 02110000
                                                                        02120000
       01  WS-ROW-TABLE.                                                02130000
           03  WS-RT-ENTRY             OCCURS 500 TIMES.                02140000
               05  WS-RT-ITEM-NUMBER   PIC X(32).                       02150000
               05  WS-RT-SUPPLIER-ID   PIC X(32).                       02160000
               05  WS-RT-UNIT-PRICE    PIC S9(8)V99   COMP-3.           02170000
               05  WS-RT-REORDER-POINT PIC S9(9)      COMP-3.           02180000
               05  WS-RT-SAFETY-STOCK  PIC S9(9)      COMP-3.           02190000
               05  WS-RT-MONTH-QTY     OCCURS 12 TIMES                  02200000
                                       PIC S9(9)      COMP-3.           02210000
               05  WS-RT-LT-COUNT      PIC S9(5)      COMP-3.           02220000
               05  WS-RT-LT-DAYS       PIC S9(9)      COMP-3.           02230000
               05  WS-RT-LT-SQUARED    PIC S9(13)     COMP-3.           02240000
           EJECT                                                        02250000
      ***************************************************************** 02260000
      *    CONTROL CARD AREA                                          * 02270000
      ***************************************************************** 02280000
                                                                        02290000
       01  WS-CONTROL-CARD.                                             02300000
           03  WCC-PREFIX              PIC X(5).                        02310000
           03  FILLER                  PIC X(1).                        02320000
           03  WCC-SERVICE-LEVEL       PIC X(2).                        02330000
           03  FILLER                  PIC X(1).                        02340000
           03  WCC-APPLY               PIC X(1).                        02350000
           03  FILLER                  PIC X(70).                       02360000
                                                                        02370000
       01  WS-CONTROL-CARD-NUM.                                         02380000
           03  WCN-PREFIX              PIC 9(5)  VALUE ZEROES.          02390000
           03  WCN-SERVICE-LEVEL       PIC 9(2)  VALUE ZEROES.          02400000
           EJECT                                                        02410000
      ***************************************************************** 02420000
      *    DISPLAY AREA                                               * 02430000
      ***************************************************************** 02440000
                                                                        02450000
       01  WS-DISPLAY-LINES.                                            02460000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02470000
           03  WS-DL-BLANK.                                             02480000
               05  FILLER         PIC X(01) VALUE '*'.                  02490000
               05  FILLER         PIC X(78) VALUE SPACES.               02500000
               05  FILLER         PIC X(01) VALUE '*'.                  02510000
           03  WS-DL-LINE.                                              02520000
               05  FILLER         PIC X(01) VALUE '*'.                  02530000
               05  WS-DL-LINE-TEXT                                      02540000
                                  PIC X(78) VALUE SPACES.               02550000
               05  FILLER         PIC X(01) VALUE '*'.                  02560000
           03  WS-DL-RUN-DATE.                                          02570000
               05  FILLER         PIC X(01) VALUE '*'.                  02580000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               02590000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               02600000
               05  FILLER         PIC X(01) VALUE '/'.                  02610000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               02620000
               05  FILLER         PIC X(01) VALUE '/'.                  02630000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               02640000
               05  FILLER         PIC X(56) VALUE SPACES.               02650000
               05  FILLER         PIC X(01) VALUE '*'.                  02660000
           03  WS-DL-TOTAL.                                             02670000
               05  FILLER         PIC X(01) VALUE '*'.                  02680000
               05  FILLER         PIC X(43) VALUE SPACES.               02690000
               05  WS-DL-T-CNT    PIC Z,ZZZ,ZZ9.                        02700000
               05  FILLER         PIC X(3)  VALUE ' - '.                02710000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               02720000
               05  FILLER         PIC X(01) VALUE '*'.                  02730000
           03  WS-DL-PREFIX.                                            02740000
               05  FILLER         PIC X(01) VALUE '*'.                  02750000
               05  FILLER         PIC X(09) VALUE '  PREFIX '.          02760000
               05  WS-DL-PF-PREFIX                                      02770000
                                  PIC X(05) VALUE SPACES.               02780000
               05  FILLER         PIC X(17) VALUE                       02790000
                                  '   SERVICE LEVEL '.                  02800000
               05  WS-DL-PF-LEVEL PIC X(02) VALUE SPACES.               02810000
               05  FILLER         PIC X(04) VALUE '%   '.               02820000
               05  WS-DL-PF-MODE  PIC X(20) VALUE SPACES.               02830000
               05  FILLER         PIC X(21) VALUE SPACES.               02840000
               05  FILLER         PIC X(01) VALUE '*'.                  02850000
           03  WS-DL-ROW-1.                                             02860000
               05  FILLER         PIC X(01) VALUE '*'.                  02870000
               05  FILLER         PIC X(01) VALUE SPACES.               02880000
               05  WS-DL-R1-ITEM  PIC X(32) VALUE SPACES.               02890000
               05  FILLER         PIC X(06) VALUE ' SUPP '.             02900000
               05  WS-DL-R1-SUPPLIER                                    02910000
                                  PIC X(32) VALUE SPACES.               02920000
               05  FILLER         PIC X(01) VALUE SPACES.               02930000
               05  WS-DL-R1-FLAG  PIC X(06) VALUE SPACES.               02940000
               05  FILLER         PIC X(01) VALUE '*'.                  02950000
           03  WS-DL-ROW-2.                                             02960000
               05  FILLER         PIC X(01) VALUE '*'.                  02970000
               05  FILLER         PIC X(08) VALUE '   D/MO '.           02980000
               05  WS-DL-R2-DEMAND                                      02990000
                                  PIC Z(6)9.                            03000000
               05  FILLER         PIC X(04) VALUE ' LT '.               03010000
               05  WS-DL-R2-LEAD-TIME                                   03020000
                                  PIC ZZ9.                              03030000
               05  FILLER         PIC X(04) VALUE ' SS '.               03040000
               05  WS-DL-R2-SS-CURR                                     03050000
                                  PIC ZZZ,ZZ9.                          03060000
               05  FILLER         PIC X(01) VALUE '>'.                  03070000
               05  WS-DL-R2-SS-NEW                                      03080000
                                  PIC ZZZ,ZZ9.                          03090000
               05  FILLER         PIC X(05) VALUE ' ROP '.              03100000
               05  WS-DL-R2-ROP-CURR                                    03110000
                                  PIC ZZZ,ZZ9.                          03120000
               05  FILLER         PIC X(01) VALUE '>'.                  03130000
               05  WS-DL-R2-ROP-NEW                                     03140000
                                  PIC ZZZ,ZZ9.                          03150000
               05  FILLER         PIC X(03) VALUE ' $ '.                03160000
               05  WS-DL-R2-DOLLARS                                     03170000
                                  PIC -ZZ,ZZZ,ZZ9.99.                   03180000
               05  FILLER         PIC X(01) VALUE '*'.                  03190000
           03  WS-DL-NO-LEAD-TIME.                                      03200000
               05  FILLER         PIC X(01) VALUE '*'.                  03210000
               05  FILLER         PIC X(08) VALUE '   D/MO '.           03220000
               05  WS-DL-NL-DEMAND                                      03230000
                                  PIC Z(6)9.                            03240000
               05  FILLER         PIC X(45) VALUE                       03250000
                   '  NO RECEIVED PO LINE -- LEAD TIME UNMEASURED'.     03260000
               05  FILLER         PIC X(18) VALUE SPACES.               03270000
               05  FILLER         PIC X(01) VALUE '*'.                  03280000
           03  WS-DL-PREFIX-TOTAL.                                      03290000
               05  FILLER         PIC X(01) VALUE '*'.                  03300000
               05  FILLER         PIC X(19) VALUE                       03310000
                                  '  ROWS TO CHANGE   '.                03320000
               05  WS-DL-PT-CHANGED                                     03330000
                                  PIC Z,ZZZ,ZZ9.                        03340000
               05  FILLER         PIC X(30) VALUE                       03350000
                                  '    INVENTORY DOLLAR CHANGE   '.     03360000
               05  WS-DL-PT-DOLLARS                                     03370000
                                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.              03380000
               05  FILLER         PIC X(01) VALUE SPACES.               03390000
               05  FILLER         PIC X(01) VALUE '*'.                  03400000
           03  WS-DL-REJECT.                                            03410000
               05  FILLER         PIC X(01) VALUE '*'.                  03420000
               05  FILLER         PIC X(12) VALUE '  REJECTED '.        03430000
               05  WS-DL-RJ-CARD  PIC X(31) VALUE SPACES.               03440000
               05  FILLER         PIC X(03) VALUE ' - '.                03450000
               05  WS-DL-RJ-REASON                                      03460000
                                  PIC X(31) VALUE SPACES.               03470000
               05  FILLER         PIC X(01) VALUE '*'.                  03480000
           EJECT                                                        03490000
      ***************************************************************** 03500000
      *    DB2  DEFINITIONS                                           * 03510000
      ***************************************************************** 03520000
                                                                        03530000
      ***************************************************************** 03540000
      *         SQL COMMUNICATIONS AREA                               * 03550000
      ***************************************************************** 03560000
                                                                        03570000
           EXEC SQL                                                     03580000
              INCLUDE SQLCA                                             03590000
           END-EXEC.                                                    03600000
           EJECT                                                        03610000
           EXEC SQL                                                     03620000
              INCLUDE DITMSUP                                           03630000
           END-EXEC.                                                    03640000
           EJECT                                                        03650000
      ***************************************************************** 03660000
      *    CURSOR FOR THE PREFIX'S ITEM / SUPPLIER ROWS               * 03670000
      ***************************************************************** 03680000
                                                                        03690000
           EXEC SQL DECLARE STOCK_ROWS CURSOR FOR                       03700000
               SELECT  ITEM_NUMBER,                                     03710000
                       SUPPLIER_ID,                                     03720000
                       UNIT_PRICE,                                      03730000
                       REORDER_POINT,                                   03740000
                       SAFETY_STOCK                                     03750000
               FROM    ITEM_SUPPLIER                                    03760000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     03770000
                 AND   SUPPLIER_PREFIX = :ITEM-SUPPLIER-SUPPLIER-PREFIX 03780000
               ORDER BY ITEM_NUMBER,                                    03790000
                        SUPPLIER_ID                                     03800000
           END-EXEC.                                                    03810000
           EJECT                                                        03820000
      ***************************************************************** 03830000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03840000
      ***************************************************************** 03850000
                                                                        03860000
           COPY PDAERRWS.                                               03870000
                                                                        03880000
       01  WS-PDA-BATCH-ERROR-01.                                       03890000
           05  FILLER             PIC X     VALUE SPACES.               03900000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03910000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03920000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB103'.            03930000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03940000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03950000
                                                                        03960000
       01  WS-PDA-BATCH-ERROR-02.                                       03970000
           05  FILLER             PIC X(8)  VALUE SPACES.               03980000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03990000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04000000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04010000
           EJECT                                                        04020000
      ***************************************************************** 04030000
      *    P R O C E D U R E    D I V I S I O N                       * 04040000
      ***************************************************************** 04050000
                                                                        04060000
       PROCEDURE DIVISION.                                              04070000
                                                                        04080000
      ***************************************************************** 04090000
      *                                                               * 04100000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04110000
      *                                                               * 04120000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, RECALCULATE    * 04130000
      *                ONE PREFIX PER CONTROL CARD, PRINT THE COUNTS  * 04140000
      *                                                               * 04150000
      *    CALLED BY:  NONE                                           * 04160000
      *                                                               * 04170000
      ***************************************************************** 04180000
                                                                        04190000
       P00000-MAINLINE.                                                 04200000
                                                                        04210000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04220000
                                                                        04230000
      ***************************************************************** 04240000
      *    DEMAND IS MEASURED OVER THE YEAR ENDING TODAY              * 04250000
      ***************************************************************** 04260000
                                                                        04270000
           COMPUTE WS-FROM-DATE = WS-DATE-CCYYMMDD - 10000.             04280000
                                                                        04290000
           DISPLAY ' '.                                                 04300000
           DISPLAY WS-DL-ASTERISK.                                      04310000
           DISPLAY WS-DL-BLANK.                                         04320000
           MOVE '  PDAB103 - SAFETY STOCK AND REORDER POINT PROPOSAL'   04330000
               TO WS-DL-LINE-TEXT.                                      04340000
           DISPLAY WS-DL-LINE.                                          04350000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      04360000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        04370000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            04380000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          04390000
           DISPLAY WS-DL-RUN-DATE.                                      04400000
           DISPLAY WS-DL-BLANK.                                         04410000
           MOVE '  D/MO = AVG MONTHLY DEMAND, LT = AVG LEAD TIME DAYS'  04420000
               TO WS-DL-LINE-TEXT.                                      04430000
           DISPLAY WS-DL-LINE.                                          04440000
           MOVE '  SS / ROP = SAFETY STOCK / REORDER POINT, NOW > NEW'  04450000
               TO WS-DL-LINE-TEXT.                                      04460000
           DISPLAY WS-DL-LINE.                                          04470000
           MOVE '  $ = REORDER POINT CHANGE AT THE SUPPLIER UNIT PRICE' 04480000
               TO WS-DL-LINE-TEXT.                                      04490000
           DISPLAY WS-DL-LINE.                                          04500000
           DISPLAY WS-DL-BLANK.                                         04510000
           DISPLAY WS-DL-ASTERISK.                                      04520000
           DISPLAY ' '.                                                 04530000
                                                                        04540000
           OPEN INPUT CONTROL-CARD.                                     04550000
                                                                        04560000
           OPEN INPUT VSAM-COGS.                                        04570000
                                                                        04580000
           IF COGSF-EMPTY                                               04590000
               MOVE 'Y' TO WS-COGS-EMPTY-SW                             04600000
           ELSE                                                         04610000
               IF NOT COGSF-OK                                          04620000
                   MOVE 'OPEN COGS JOURNAL FAILED' TO WPBE-MESSAGE      04630000
                   MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS              04640000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      04650000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04660000
               END-IF                                                   04670000
           END-IF.                                                      04680000
                                                                        04690000
           OPEN INPUT VSAM-PURCHASE-ORDER.                              04700000
                                                                        04710000
           IF PURCHORD-EMPTY                                            04720000
               MOVE 'Y' TO WS-PURCHOR-EMPTY-SW                          04730000
           ELSE                                                         04740000
               IF NOT PURCHORD-OK                                       04750000
                   MOVE 'OPEN PURCHASE ORDER FAILED' TO WPBE-MESSAGE    04760000
                   MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS           04770000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      04780000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04790000
               END-IF                                                   04800000
           END-IF.                                                      04810000
                                                                        04820000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 04830000
               UNTIL END-OF-PROCESS.                                    04840000
                                                                        04850000
           CLOSE CONTROL-CARD.                                          04860000
                                                                        04870000
           IF NOT COGS-JOURNAL-EMPTY                                    04880000
               CLOSE VSAM-COGS                                          04890000
           END-IF.                                                      04900000
                                                                        04910000
           IF NOT PURCHASE-ORDERS-EMPTY                                 04920000
               CLOSE VSAM-PURCHASE-ORDER                                04930000
           END-IF.                                                      04940000
                                                                        04950000
           DISPLAY ' '.                                                 04960000
           DISPLAY WS-DL-ASTERISK.                                      04970000
                                                                        04980000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  04990000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           05000000
           DISPLAY WS-DL-TOTAL.                                         05010000
                                                                        05020000
           MOVE 'ROWS REVIEWED' TO WS-DL-T-TITLE.                       05030000
           MOVE WS-ROWS-REVIEWED TO WS-DL-T-CNT.                        05040000
           DISPLAY WS-DL-TOTAL.                                         05050000
                                                                        05060000
           MOVE 'ROWS WITH NO LEAD TIME' TO WS-DL-T-TITLE.              05070000
           MOVE WS-ROWS-NO-LEAD-TIME TO WS-DL-T-CNT.                    05080000
           DISPLAY WS-DL-TOTAL.                                         05090000
                                                                        05100000
           MOVE 'ROWS TO CHANGE' TO WS-DL-T-TITLE.                      05110000
           MOVE WS-ROWS-CHANGED TO WS-DL-T-CNT.                         05120000
           DISPLAY WS-DL-TOTAL.                                         05130000
                                                                        05140000
           MOVE 'ROWS CHANGED (APPLIED)' TO WS-DL-T-TITLE.              05150000
           MOVE WS-ROWS-APPLIED TO WS-DL-T-CNT.                         05160000
           DISPLAY WS-DL-TOTAL.                                         05170000
                                                                        05180000
           MOVE 'ROWS OVER TABLE LIMIT' TO WS-DL-T-TITLE.               05190000
           MOVE WS-ROWS-OVER-LIMIT TO WS-DL-T-CNT.                      05200000
           DISPLAY WS-DL-TOTAL.                                         05210000
                                                                        05220000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      05230000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       05240000
           DISPLAY WS-DL-TOTAL.                                         05250000
                                                                        05260000
           DISPLAY WS-DL-ASTERISK.                                      05270000
           DISPLAY ' '.                                                 05280000
                                                                        05290000
           MOVE ZEROES TO RETURN-CODE.                                  05300000
                                                                        05310000
           GOBACK.                                                      05320000
                                                                        05330000
       P00000-EXIT.                                                     05340000
           EXIT.                                                        05350000
           EJECT                                                        05360000
      ***************************************************************** 05370000
      *                                                               * 05380000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 05390000
      *                                                               * 05400000
      *    FUNCTION :  READ AND VALIDATE THE NEXT CONTROL CARD AND    * 05410000
      *                RECALCULATE ITS PREFIX                         * 05420000
      *                                                               * 05430000
      *    CALLED BY:  P00000-MAINLINE                                * 05440000
      *                                                               * 05450000
      ***************************************************************** 05460000
                                                                        05470000
       P10000-PROCESS-CARD.                                             05480000
                                                                        05490000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05500000
               AT END                                                   05510000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     05520000
                   GO TO P10000-EXIT.                                   05530000
                                                                        05540000
           ADD +1 TO WS-CARDS-READ.                                     05550000
                                                                        05560000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       05570000
                                                                        05580000
           IF WCC-PREFIX NOT NUMERIC                                    05590000
              OR WCC-SERVICE-LEVEL NOT NUMERIC                          05600000
               MOVE 'CARD FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON        05610000
               DISPLAY WS-DL-REJECT                                     05620000
               ADD +1 TO WS-CARDS-REJECTED                              05630000
               GO TO P10000-EXIT                                        05640000
           END-IF.                                                      05650000
                                                                        05660000
           MOVE WCC-PREFIX TO WCN-PREFIX.                               05670000
           MOVE WCC-SERVICE-LEVEL TO WCN-SERVICE-LEVEL.                 05680000
                                                                        05690000
           MOVE ZEROES TO WS-Z-FACTOR.                                  05700000
                                                                        05710000
           PERFORM P11000-FIND-LEVEL THRU P11000-EXIT                   05720000
               VARYING WS-SUB1 FROM 1 BY 1                              05730000
                   UNTIL WS-SUB1 > 5.                                   05740000
                                                                        05750000
           IF WS-Z-FACTOR = ZEROES                                      05760000
               MOVE 'SERVICE LEVEL NOT 90-99 TABLE' TO WS-DL-RJ-REASON  05770000
               DISPLAY WS-DL-REJECT                                     05780000
               ADD +1 TO WS-CARDS-REJECTED                              05790000
               GO TO P10000-EXIT                                        05800000
           END-IF.                                                      05810000
                                                                        05820000
           IF WCC-APPLY = 'Y'                                           05830000
               MOVE 'Y' TO WS-APPLY-SW                                  05840000
           ELSE                                                         05850000
               MOVE 'N' TO WS-APPLY-SW                                  05860000
           END-IF.                                                      05870000
                                                                        05880000
           PERFORM P20000-RECALC-PREFIX THRU P20000-EXIT.               05890000
                                                                        05900000
       P10000-EXIT.                                                     05910000
           EXIT.                                                        05920000
           EJECT                                                        05930000
      ***************************************************************** 05940000
      *                                                               * 05950000
      *    PARAGRAPH:  P11000-FIND-LEVEL                              * 05960000
      *                                                               * 05970000
      *    FUNCTION :  PICK UP THE SAFETY FACTOR OF THE CARD'S        * 05980000
      *                SERVICE LEVEL                                  * 05990000
      *                                                               * 06000000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 06010000
      *                                                               * 06020000
      ***************************************************************** 06030000
                                                                        06040000
       P11000-FIND-LEVEL.                                               06050000
                                                                        06060000
           IF WS-SL-PERCENT(WS-SUB1) = WCN-SERVICE-LEVEL                06070000
               MOVE WS-SL-Z-FACTOR(WS-SUB1) TO WS-Z-FACTOR              06080000
           END-IF.                                                      06090000
                                                                        06100000
       P11000-EXIT.                                                     06110000
           EXIT.                                                        06120000
           EJECT                                                        06130000
      ***************************************************************** 06140000
      *                                                               * 06150000
      *    PARAGRAPH:  P20000-RECALC-PREFIX                           * 06160000
      *                                                               * 06170000
      *    FUNCTION :  LOAD THE PREFIX'S ITEM / SUPPLIERS, GATHER     * 06180000
      *                THEIR DEMAND AND LEAD TIMES, THEN REPORT (AND  * 06190000
      *                OPTIONALLY APPLY) THE RECOMMENDATIONS          * 06200000
      *                                                               * 06210000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 06220000
      *                                                               * 06230000
      ***************************************************************** 06240000
                                                                        06250000
       P20000-RECALC-PREFIX.                                            06260000
                                                                        06270000
           MOVE WCC-PREFIX TO ITEM-SUPPLIER-ITEM-PREFIX                 06280000
                              ITEM-SUPPLIER-SUPPLIER-PREFIX.            06290000
                                                                        06300000
           MOVE +0 TO WS-ROW-USED                                       06310000
                      WS-PREFIX-CHANGED                                 06320000
                      WS-PREFIX-DOLLARS.                                06330000
                                                                        06340000
           PERFORM P30000-LOAD-ROWS THRU P30000-EXIT.                   06350000
                                                                        06360000
           IF NOT COGS-JOURNAL-EMPTY                                    06370000
               PERFORM P40000-LOAD-DEMAND THRU P40000-EXIT              06380000
           END-IF.                                                      06390000
                                                                        06400000
           IF NOT PURCHASE-ORDERS-EMPTY                                 06410000
               PERFORM P50000-LOAD-LEAD-TIMES THRU P50000-EXIT          06420000
           END-IF.                                                      06430000
                                                                        06440000
           MOVE WCC-PREFIX TO WS-DL-PF-PREFIX.                          06450000
           MOVE WCC-SERVICE-LEVEL TO WS-DL-PF-LEVEL.                    06460000
                                                                        06470000
           IF APPLY-CHANGES                                             06480000
               MOVE 'CHANGES APPLIED' TO WS-DL-PF-MODE                  06490000
           ELSE                                                         06500000
               MOVE 'PROPOSAL ONLY' TO WS-DL-PF-MODE                    06510000
           END-IF.                                                      06520000
                                                                        06530000
           DISPLAY WS-DL-PREFIX.                                        06540000
           DISPLAY WS-DL-BLANK.                                         06550000
                                                                        06560000
           PERFORM P60000-RECOMMEND THRU P60000-EXIT                    06570000
               VARYING WS-SUB1 FROM 1 BY 1                              06580000
                   UNTIL WS-SUB1 > WS-ROW-USED.                         06590000
                                                                        06600000
           MOVE WS-PREFIX-CHANGED TO WS-DL-PT-CHANGED.                  06610000
           MOVE WS-PREFIX-DOLLARS TO WS-DL-PT-DOLLARS.                  06620000
           DISPLAY WS-DL-BLANK.                                         06630000
           DISPLAY WS-DL-PREFIX-TOTAL.                                  06640000
           DISPLAY WS-DL-ASTERISK.                                      06650000
           DISPLAY ' '.                                                 06660000
                                                                        06670000
       P20000-EXIT.                                                     06680000
           EXIT.                                                        06690000
           EJECT                                                        06700000
      ***************************************************************** 06710000
      *                                                               * 06720000
      *    PARAGRAPH:  P30000-LOAD-ROWS                               * 06730000
      *                                                               * 06740000
      *    FUNCTION :  LOAD THE PREFIX'S ITEM / SUPPLIER ROWS AND     * 06750000
      *                THEIR CURRENT VALUES INTO THE ROW TABLE        * 06760000
      *                                                               * 06770000
      *    CALLED BY:  P20000-RECALC-PREFIX                           * 06780000
      *                                                               * 06790000
      ***************************************************************** 06800000
                                                                        06810000
       P30000-LOAD-ROWS.                                                06820000
                                                                        06830000
           EXEC SQL                                                     06840000
               OPEN STOCK_ROWS                                          06850000
           END-EXEC.                                                    06860000
                                                                        06870000
           IF SQLCODE NOT = +0                                          06880000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06890000
               MOVE 'PDAB103' TO WPDE-PROGRAM-ID                        06900000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06910000
               MOVE 'OPEN STOCK_ROWS' TO WPDE-FUNCTION                  06920000
               MOVE 'P30000' TO WPDE-PARAGRAPH                          06930000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06940000
           END-IF.                                                      06950000
                                                                        06960000
           MOVE 'N' TO WS-END-OF-ROWS-SW.                               06970000
                                                                        06980000
           PERFORM P31000-FETCH-ROW THRU P31000-EXIT                    06990000
               UNTIL END-OF-ROWS.                                       07000000
                                                                        07010000
           EXEC SQL                                                     07020000
               CLOSE STOCK_ROWS                                         07030000
           END-EXEC.                                                    07040000
                                                                        07050000
           IF SQLCODE NOT = +0                                          07060000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07070000
               MOVE 'PDAB103' TO WPDE-PROGRAM-ID                        07080000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07090000
               MOVE 'CLOSE STOCK_ROWS' TO WPDE-FUNCTION                 07100000
               MOVE 'P30000' TO WPDE-PARAGRAPH                          07110000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07120000
           END-IF.                                                      07130000
                                                                        07140000
       P30000-EXIT.                                                     07150000
           EXIT.                                                        07160000
           EJECT                                                        07170000
      ***************************************************************** 07180000
      *                                                               * 07190000
      *    PARAGRAPH:  P31000-FETCH-ROW                               * 07200000
      *                                                               * 07210000
      *    FUNCTION :  FETCH THE NEXT ITEM / SUPPLIER ROW AND ADD IT  * 07220000
      *                TO THE TABLE WITH EMPTY DEMAND AND LEAD TIME   * 07230000
      *                FIGURES.  ROWS BEYOND THE TABLE ARE COUNTED    * 07240000
      *                AND LEFT UNREVIEWED                            * 07250000
      *                                                               * 07260000
      *    CALLED BY:  P30000-LOAD-ROWS                               * 07270000
      *                                                               * 07280000
      ***************************************************************** 07290000
                                                                        07300000
       P31000-FETCH-ROW.                                                07310000
                                                                        07320000
           EXEC SQL                                                     07330000
               FETCH  STOCK_ROWS                                        07340000
               INTO   :ITEM-SUPPLIER-ITEM-NUMBER,                       07350000
                      :ITEM-SUPPLIER-SUPPLIER-ID,                       07360000
                      :ITEM-SUPPLIER-UNIT-PRICE,                        07370000
                      :ITEM-SUPPLIER-REORDER-POINT,                     07380000
                      :ITEM-SUPPLIER-SAFETY-STOCK                       07390000
           END-EXEC.                                                    07400000
                                                                        07410000
           EVALUATE TRUE                                                07420000
               WHEN SQLCODE = +0                                        07430000
                   CONTINUE                                             07440000
               WHEN SQLCODE = +100                                      07450000
                   MOVE 'Y' TO WS-END-OF-ROWS-SW                        07460000
                   GO TO P31000-EXIT                                    07470000
               WHEN OTHER                                               07480000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07490000
                   MOVE 'PDAB103' TO WPDE-PROGRAM-ID                    07500000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07510000
                   MOVE 'FETCH STOCK_ROWS' TO WPDE-FUNCTION             07520000
                   MOVE 'P31000' TO WPDE-PARAGRAPH                      07530000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07540000
           END-EVALUATE.                                                07550000
                                                                        07560000
           IF WS-ROW-USED NOT < WS-ROW-MAX                              07570000
               ADD +1 TO WS-ROWS-OVER-LIMIT                             07580000
               GO TO P31000-EXIT                                        07590000
           END-IF.                                                      07600000
                                                                        07610000
           ADD +1 TO WS-ROW-USED.                                       07620000
                                                                        07630000
           MOVE ITEM-SUPPLIER-ITEM-NUMBER                               07640000
               TO WS-RT-ITEM-NUMBER(WS-ROW-USED).                       07650000
           MOVE ITEM-SUPPLIER-SUPPLIER-ID                               07660000
               TO WS-RT-SUPPLIER-ID(WS-ROW-USED).                       07670000
           MOVE ITEM-SUPPLIER-UNIT-PRICE                                07680000
               TO WS-RT-UNIT-PRICE(WS-ROW-USED).                        07690000
           MOVE ITEM-SUPPLIER-REORDER-POINT                             07700000
               TO WS-RT-REORDER-POINT(WS-ROW-USED).                     07710000
           MOVE ITEM-SUPPLIER-SAFETY-STOCK                              07720000
               TO WS-RT-SAFETY-STOCK(WS-ROW-USED).                      07730000
           MOVE +0 TO WS-RT-LT-COUNT(WS-ROW-USED)                       07740000
                      WS-RT-LT-DAYS(WS-ROW-USED)                        07750000
                      WS-RT-LT-SQUARED(WS-ROW-USED).                    07760000
                                                                        07770000
           PERFORM P32000-ZERO-MONTHS THRU P32000-EXIT                  07780000
               VARYING WS-SUB2 FROM 1 BY 1                              07790000
                   UNTIL WS-SUB2 > 12.                                  07800000
                                                                        07810000
       P31000-EXIT.                                                     07820000
           EXIT.                                                        07830000
           EJECT                                                        07840000
      ***************************************************************** 07850000
      *                                                               * 07860000
      *    PARAGRAPH:  P32000-ZERO-MONTHS                             * 07870000
      *                                                               * 07880000
      *    FUNCTION :  ZERO THE TWELVE MONTH BUCKETS OF THE NEWEST    * 07890000
      *                ROW TABLE ENTRY                                * 07900000
      *                                                               * 07910000
      *    CALLED BY:  P31000-FETCH-ROW                               * 07920000
      *                                                               * 07930000
      ***************************************************************** 07940000
                                                                        07950000
       P32000-ZERO-MONTHS.                                              07960000
                                                                        07970000
           MOVE +0 TO WS-RT-MONTH-QTY(WS-ROW-USED WS-SUB2).             07980000
                                                                        07990000
       P32000-EXIT.                                                     08000000
           EXIT.                                                        08010000
           EJECT                                                        08020000
      ***************************************************************** 08030000
      *                                                               * 08040000
      *    PARAGRAPH:  P40000-LOAD-DEMAND                             * 08050000
      *                                                               * 08060000
      *    FUNCTION :  READ THE COGS JOURNAL FOR THE YEAR ENDING      * 08070000
      *                TODAY AND BUCKET EACH SHIPMENT OF THE PREFIX   * 08080000
      *                BY ITS CALENDAR MONTH                          * 08090000
      *                                                               * 08100000
      *    CALLED BY:  P20000-RECALC-PREFIX                           * 08110000
      *                                                               * 08120000
      ***************************************************************** 08130000
                                                                        08140000
       P40000-LOAD-DEMAND.                                              08150000
                                                                        08160000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               08170000
                                                                        08180000
      ***************************************************************** 08190000
      *    START PAST THE LAST RECORD OF THE SAME DAY A YEAR AGO, SO  * 08200000
      *    THAT DAY'S MONTH IS NOT COUNTED TWICE                      * 08210000
      ***************************************************************** 08220000
                                                                        08230000
           MOVE WS-FROM-DATE TO COGS-DATE.                              08240000
           MOVE 9999999 TO COGS-SEQ.                                    08250000
                                                                        08260000
           START VSAM-COGS                                              08270000
               KEY NOT LESS THAN COGS-KEY.                              08280000
                                                                        08290000
           IF COGSF-NOTFOUND OR COGSF-END                               08300000
               GO TO P40000-EXIT                                        08310000
           END-IF.                                                      08320000
                                                                        08330000
           IF NOT COGSF-OK                                              08340000
               MOVE 'START COGS JOURNAL FAILED' TO WPBE-MESSAGE         08350000
               MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS                  08360000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          08370000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08380000
           END-IF.                                                      08390000
                                                                        08400000
           PERFORM P41000-READ-SHIPMENT THRU P41000-EXIT                08410000
               UNTIL END-OF-FILE.                                       08420000
                                                                        08430000
       P40000-EXIT.                                                     08440000
           EXIT.                                                        08450000
           EJECT                                                        08460000
      ***************************************************************** 08470000
      *                                                               * 08480000
      *    PARAGRAPH:  P41000-READ-SHIPMENT                           * 08490000
      *                                                               * 08500000
      *    FUNCTION :  READ THE NEXT COGS RECORD AND, WHEN IT BELONGS * 08510000
      *                TO A LOADED ITEM / SUPPLIER, ADD ITS SHIPPED   * 08520000
      *                QUANTITY TO THE RECORD'S MONTH BUCKET          * 08530000
      *                                                               * 08540000
      *    CALLED BY:  P40000-LOAD-DEMAND                             * 08550000
      *                                                               * 08560000
      ***************************************************************** 08570000
                                                                        08580000
       P41000-READ-SHIPMENT.                                            08590000
                                                                        08600000
           READ VSAM-COGS NEXT RECORD.                                  08610000
                                                                        08620000
           IF COGSF-END                                                 08630000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            08640000
               GO TO P41000-EXIT                                        08650000
           END-IF.                                                      08660000
                                                                        08670000
           IF NOT COGSF-OK                                              08680000
               MOVE 'READ COGS JOURNAL FAILED' TO WPBE-MESSAGE          08690000
               MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS                  08700000
               MOVE 'P41000' TO WPBE-PARAGRAPH                          08710000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08720000
           END-IF.                                                      08730000
                                                                        08740000
           IF COGS-PREFIX NOT = WCN-PREFIX                              08750000
               GO TO P41000-EXIT                                        08760000
           END-IF.                                                      08770000
                                                                        08780000
           MOVE COGS-DATE TO WS-COGS-DATE.                              08790000
                                                                        08800000
           IF WS-COGS-MONTH < 01 OR WS-COGS-MONTH > 12                  08810000
               GO TO P41000-EXIT                                        08820000
           END-IF.                                                      08830000
                                                                        08840000
           MOVE COGS-ITEM-NUMBER TO ITEM-SUPPLIER-ITEM-NUMBER.          08850000
           MOVE COGS-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.          08860000
                                                                        08870000
           PERFORM P70000-FIND-ROW THRU P70000-EXIT.                    08880000
                                                                        08890000
           IF ENTRY-FOUND                                               08900000
               ADD COGS-QTY-SHIPPED                                     08910000
                   TO WS-RT-MONTH-QTY(WS-SUB2 WS-COGS-MONTH)            08920000
           END-IF.                                                      08930000
                                                                        08940000
       P41000-EXIT.                                                     08950000
           EXIT.                                                        08960000
           EJECT                                                        08970000
      ***************************************************************** 08980000
      *                                                               * 08990000
      *    PARAGRAPH:  P50000-LOAD-LEAD-TIMES                         * 09000000
      *                                                               * 09010000
      *    FUNCTION :  BROWSE THE PURCHASE ORDER FILE FOR THE PREFIX  * 09020000
      *                AND GATHER THE LEAD TIME OF EVERY RECEIVED     * 09030000
      *                REPLENISHMENT LINE                             * 09040000
      *                                                               * 09050000
      *    CALLED BY:  P20000-RECALC-PREFIX                           * 09060000
      *                                                               * 09070000
      ***************************************************************** 09080000
                                                                        09090000
       P50000-LOAD-LEAD-TIMES.                                          09100000
                                                                        09110000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               09120000
                                                                        09130000
           MOVE WCC-PREFIX TO PURCHASE-ORDER-PRE.                       09140000
           MOVE ZEROES TO PURCHASE-ORDER-NUMBER.                        09150000
           MOVE ZEROES TO PURCHASE-ORDER-LINE.                          09160000
                                                                        09170000
           START VSAM-PURCHASE-ORDER                                    09180000
               KEY NOT LESS THAN PURCHASE-ORDER-KEY.                    09190000
                                                                        09200000
           IF PURCHORD-NOTFOUND OR PURCHORD-END                         09210000
               GO TO P50000-EXIT                                        09220000
           END-IF.                                                      09230000
                                                                        09240000
           IF NOT PURCHORD-OK                                           09250000
               MOVE 'START PURCHASE ORDER FAILED' TO WPBE-MESSAGE       09260000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               09270000
               MOVE 'P50000' TO WPBE-PARAGRAPH                          09280000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09290000
           END-IF.                                                      09300000
                                                                        09310000
           PERFORM P51000-READ-PO-LINE THRU P51000-EXIT                 09320000
               UNTIL END-OF-FILE.                                       09330000
                                                                        09340000
       P50000-EXIT.                                                     09350000
           EXIT.                                                        09360000
           EJECT                                                        09370000
      ***************************************************************** 09380000
      *                                                               * 09390000
      *    PARAGRAPH:  P51000-READ-PO-LINE                            * 09400000
      *                                                               * 09410000
      *    FUNCTION :  READ THE NEXT PURCHASE ORDER LINE OF THE       * 09420000
      *                PREFIX.  A FULLY RECEIVED LINE THAT IS NOT A   * 09430000
      *                DROP-SHIP ADDS ITS DAYS FROM CREATION TO       * 09440000
      *                RECEIPT TO ITS ITEM / SUPPLIER'S LEAD TIMES    * 09450000
      *                                                               * 09460000
      *    CALLED BY:  P50000-LOAD-LEAD-TIMES                         * 09470000
      *                                                               * 09480000
      ***************************************************************** 09490000
                                                                        09500000
       P51000-READ-PO-LINE.                                             09510000
                                                                        09520000
           READ VSAM-PURCHASE-ORDER NEXT.                               09530000
                                                                        09540000
           IF PURCHORD-END OR PURCHORD-NOTFOUND                         09550000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            09560000
               GO TO P51000-EXIT                                        09570000
           END-IF.                                                      09580000
                                                                        09590000
           IF NOT PURCHORD-OK                                           09600000
               MOVE 'READ NEXT PURCHASE ORDER FAILED' TO WPBE-MESSAGE   09610000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               09620000
               MOVE 'P51000' TO WPBE-PARAGRAPH                          09630000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09640000
           END-IF.                                                      09650000
                                                                        09660000
           IF PURCHASE-ORDER-PRE NOT = WCC-PREFIX                       09670000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            09680000
               GO TO P51000-EXIT                                        09690000
           END-IF.                                                      09700000
                                                                        09710000
           IF NOT PURCHASE-ORDER-RECEIVED                               09720000
              OR PURCHASE-ORDER-FROM-DROP-SHIP                          09730000
              OR PURCHASE-ORDER-DATE-CREATED = ZEROES                   09740000
              OR PURCHASE-ORDER-DATE-RECEIVED <                         09750000
                 PURCHASE-ORDER-DATE-CREATED                            09760000
               GO TO P51000-EXIT                                        09770000
           END-IF.                                                      09780000
                                                                        09790000
           MOVE PURCHASE-ORDER-ITEM-NUMBER                              09800000
               TO ITEM-SUPPLIER-ITEM-NUMBER.                            09810000
           MOVE PURCHASE-ORDER-SUPPLIER-ID                              09820000
               TO ITEM-SUPPLIER-SUPPLIER-ID.                            09830000
                                                                        09840000
           PERFORM P70000-FIND-ROW THRU P70000-EXIT.                    09850000
                                                                        09860000
           IF NOT ENTRY-FOUND                                           09870000
               GO TO P51000-EXIT                                        09880000
           END-IF.                                                      09890000
                                                                        09900000
           COMPUTE WS-LT-DAYS =                                         09910000
               FUNCTION INTEGER-OF-DATE(PURCHASE-ORDER-DATE-RECEIVED)   09920000
             - FUNCTION INTEGER-OF-DATE(PURCHASE-ORDER-DATE-CREATED).   09930000
                                                                        09940000
           ADD +1 TO WS-RT-LT-COUNT(WS-SUB2).                           09950000
           ADD WS-LT-DAYS TO WS-RT-LT-DAYS(WS-SUB2).                    09960000
           COMPUTE WS-RT-LT-SQUARED(WS-SUB2) =                          09970000
               WS-RT-LT-SQUARED(WS-SUB2) + (WS-LT-DAYS * WS-LT-DAYS).   09980000
                                                                        09990000
       P51000-EXIT.                                                     10000000
           EXIT.                                                        10010000
           EJECT                                                        10020000
      ***************************************************************** 10030000
      *                                                               * 10040000
      *    PARAGRAPH:  P60000-RECOMMEND                               * 10050000
      *                                                               * 10060000
      *    FUNCTION :  WORK OUT ONE ROW'S RECOMMENDED SAFETY STOCK    * 10070000
      *                AND REORDER POINT, PRINT THEM AGAINST THE      * 10080000
      *                CURRENT VALUES AND, WHEN APPLYING, SET THEM    * 10090000
      *                                                               * 10100000
      *    CALLED BY:  P20000-RECALC-PREFIX                           * 10110000
      *                                                               * 10120000
      ***************************************************************** 10130000
                                                                        10140000
       P60000-RECOMMEND.                                                10150000
                                                                        10160000
           ADD +1 TO WS-ROWS-REVIEWED.                                  10170000
                                                                        10180000
           MOVE +0 TO WS-SUM-QTY                                        10190000
                      WS-SUM-QTY-SQUARED.                               10200000
                                                                        10210000
           PERFORM P61000-SUM-MONTH THRU P61000-EXIT                    10220000
               VARYING WS-SUB2 FROM 1 BY 1                              10230000
                   UNTIL WS-SUB2 > 12.                                  10240000
                                                                        10250000
      ***************************************************************** 10260000
      *    AVERAGE MONTHLY DEMAND AND ITS (POPULATION) VARIANCE       * 10270000
      ***************************************************************** 10280000
                                                                        10290000
           COMPUTE WS-AVG-DEMAND = WS-SUM-QTY / 12.                     10300000
                                                                        10310000
           COMPUTE WS-VAR-DEMAND =                                      10320000
               (WS-SUM-QTY-SQUARED / 12)                                10330000
             - (WS-AVG-DEMAND * WS-AVG-DEMAND).                         10340000
                                                                        10350000
           IF WS-VAR-DEMAND < ZEROES                                    10360000
               MOVE +0 TO WS-VAR-DEMAND                                 10370000
           END-IF.                                                      10380000
                                                                        10390000
           MOVE WS-RT-ITEM-NUMBER(WS-SUB1) TO WS-DL-R1-ITEM.            10400000
           MOVE WS-RT-SUPPLIER-ID(WS-SUB1) TO WS-DL-R1-SUPPLIER.        10410000
           MOVE SPACES TO WS-DL-R1-FLAG.                                10420000
                                                                        10430000
           IF WS-RT-LT-COUNT(WS-SUB1) = ZEROES                          10440000
               ADD +1 TO WS-ROWS-NO-LEAD-TIME                           10450000
               MOVE 'NO LT' TO WS-DL-R1-FLAG                            10460000
               DISPLAY WS-DL-ROW-1                                      10470000
               MOVE WS-AVG-DEMAND TO WS-DL-NL-DEMAND                    10480000
               DISPLAY WS-DL-NO-LEAD-TIME                               10490000
               GO TO P60000-EXIT                                        10500000
           END-IF.                                                      10510000
                                                                        10520000
      ***************************************************************** 10530000
      *    AVERAGE LEAD TIME AND ITS VARIANCE IN DAYS, THEN IN MONTHS * 10540000
      *    (30.4 DAYS A MONTH)                                        * 10550000
      ***************************************************************** 10560000
                                                                        10570000
           COMPUTE WS-AVG-LT-DAYS =                                     10580000
               WS-RT-LT-DAYS(WS-SUB1) / WS-RT-LT-COUNT(WS-SUB1).        10590000
                                                                        10600000
           COMPUTE WS-VAR-LT-DAYS =                                     10610000
               (WS-RT-LT-SQUARED(WS-SUB1) / WS-RT-LT-COUNT(WS-SUB1))    10620000
             - (WS-AVG-LT-DAYS * WS-AVG-LT-DAYS).                       10630000
                                                                        10640000
           IF WS-VAR-LT-DAYS < ZEROES                                   10650000
               MOVE +0 TO WS-VAR-LT-DAYS                                10660000
           END-IF.                                                      10670000
                                                                        10680000
           COMPUTE WS-LT-MONTHS = WS-AVG-LT-DAYS / 30.4.                10690000
                                                                        10700000
           COMPUTE WS-VAR-LT-MONTHS = WS-VAR-LT-DAYS / 924.16.          10710000
                                                                        10720000
      ***************************************************************** 10730000
      *    SAFETY STOCK AND LEAD TIME DEMAND, EACH ROUNDED UP         * 10740000
      ***************************************************************** 10750000
                                                                        10760000
           COMPUTE WS-STOCK-WORK =                                      10770000
               WS-Z-FACTOR *                                            10780000
               (((WS-LT-MONTHS * WS-VAR-DEMAND)                         10790000
               + (WS-AVG-DEMAND * WS-AVG-DEMAND * WS-VAR-LT-MONTHS))    10800000
                 ** 0.5).                                               10810000
                                                                        10820000
           IF WS-STOCK-WORK < ZEROES                                    10830000
               MOVE +0 TO WS-STOCK-WORK                                 10840000
           END-IF.                                                      10850000
                                                                        10860000
           COMPUTE WS-NEW-SAFETY-STOCK = WS-STOCK-WORK + 0.9999.        10870000
                                                                        10880000
           COMPUTE WS-STOCK-WORK = WS-AVG-DEMAND * WS-LT-MONTHS.        10890000
                                                                        10900000
           IF WS-STOCK-WORK < ZEROES                                    10910000
               MOVE +0 TO WS-STOCK-WORK                                 10920000
           END-IF.                                                      10930000
                                                                        10940000
           COMPUTE WS-NEW-REORDER-POINT =                               10950000
               WS-STOCK-WORK + 0.9999 + WS-NEW-SAFETY-STOCK.            10960000
                                                                        10970000
           COMPUTE WS-DOLLAR-CHANGE ROUNDED =                           10980000
               (WS-NEW-REORDER-POINT - WS-RT-REORDER-POINT(WS-SUB1))    10990000
               * WS-RT-UNIT-PRICE(WS-SUB1).                             11000000
                                                                        11010000
           IF WS-NEW-REORDER-POINT NOT = WS-RT-REORDER-POINT(WS-SUB1)   11020000
              OR WS-NEW-SAFETY-STOCK NOT = WS-RT-SAFETY-STOCK(WS-SUB1)  11030000
               ADD +1 TO WS-ROWS-CHANGED                                11040000
                         WS-PREFIX-CHANGED                              11050000
               ADD WS-DOLLAR-CHANGE TO WS-PREFIX-DOLLARS                11060000
               IF APPLY-CHANGES                                         11070000
                   PERFORM P62000-APPLY-ROW THRU P62000-EXIT            11080000
                   MOVE 'SET' TO WS-DL-R1-FLAG                          11090000
               ELSE                                                     11100000
                   MOVE 'CHANGE' TO WS-DL-R1-FLAG                       11110000
               END-IF                                                   11120000
           END-IF.                                                      11130000
                                                                        11140000
           DISPLAY WS-DL-ROW-1.                                         11150000
                                                                        11160000
           MOVE WS-AVG-DEMAND TO WS-DL-R2-DEMAND.                       11170000
           MOVE WS-AVG-LT-DAYS TO WS-DL-R2-LEAD-TIME.                   11180000
           MOVE WS-RT-SAFETY-STOCK(WS-SUB1) TO WS-DL-R2-SS-CURR.        11190000
           MOVE WS-NEW-SAFETY-STOCK TO WS-DL-R2-SS-NEW.                 11200000
           MOVE WS-RT-REORDER-POINT(WS-SUB1) TO WS-DL-R2-ROP-CURR.      11210000
           MOVE WS-NEW-REORDER-POINT TO WS-DL-R2-ROP-NEW.               11220000
           MOVE WS-DOLLAR-CHANGE TO WS-DL-R2-DOLLARS.                   11230000
           DISPLAY WS-DL-ROW-2.                                         11240000
                                                                        11250000
       P60000-EXIT.                                                     11260000
           EXIT.                                                        11270000
           EJECT                                                        11280000
      ***************************************************************** 11290000
      *                                                               * 11300000
      *    PARAGRAPH:  P61000-SUM-MONTH                               * 11310000
      *                                                               * 11320000
      *    FUNCTION :  ADD ONE MONTH'S DEMAND AND ITS SQUARE TO THE   * 11330000
      *                ROW'S SUMS                                     * 11340000
      *                                                               * 11350000
      *    CALLED BY:  P60000-RECOMMEND                               * 11360000
      *                                                               * 11370000
      ***************************************************************** 11380000
                                                                        11390000
       P61000-SUM-MONTH.                                                11400000
                                                                        11410000
           ADD WS-RT-MONTH-QTY(WS-SUB1 WS-SUB2) TO WS-SUM-QTY.          11420000
                                                                        11430000
           COMPUTE WS-SUM-QTY-SQUARED = WS-SUM-QTY-SQUARED              11440000
             + (WS-RT-MONTH-QTY(WS-SUB1 WS-SUB2)                        11450000
             *  WS-RT-MONTH-QTY(WS-SUB1 WS-SUB2)).                      11460000
                                                                        11470000
       P61000-EXIT.                                                     11480000
           EXIT.                                                        11490000
           EJECT                                                        11500000
      ***************************************************************** 11510000
      *                                                               * 11520000
      *    PARAGRAPH:  P62000-APPLY-ROW                               * 11530000
      *                                                               * 11540000
      *    FUNCTION :  SET THE RECOMMENDED SAFETY STOCK AND REORDER   * 11550000
      *                POINT ON THE ITEM / SUPPLIER ROW               * 11560000
      *                                                               * 11570000
      *    CALLED BY:  P60000-RECOMMEND                               * 11580000
      *                                                               * 11590000
      ***************************************************************** 11600000
                                                                        11610000
       P62000-APPLY-ROW.                                                11620000
                                                                        11630000
           MOVE WS-RT-ITEM-NUMBER(WS-SUB1) TO ITEM-SUPPLIER-ITEM-NUMBER.11640000
           MOVE WS-RT-SUPPLIER-ID(WS-SUB1) TO ITEM-SUPPLIER-SUPPLIER-ID.11650000
           MOVE WS-NEW-REORDER-POINT TO ITEM-SUPPLIER-REORDER-POINT.    11660000
           MOVE WS-NEW-SAFETY-STOCK TO ITEM-SUPPLIER-SAFETY-STOCK.      11670000
                                                                        11680000
           EXEC SQL                                                     11690000
               UPDATE  ITEM_SUPPLIER                                    11700000
               SET     REORDER_POINT   = :ITEM-SUPPLIER-REORDER-POINT,  11710000
                       SAFETY_STOCK    = :ITEM-SUPPLIER-SAFETY-STOCK    11720000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     11730000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     11740000
                 AND   SUPPLIER_PREFIX = :ITEM-SUPPLIER-SUPPLIER-PREFIX 11750000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     11760000
           END-EXEC.                                                    11770000
                                                                        11780000
           IF SQLCODE NOT = +0                                          11790000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          11800000
               MOVE 'PDAB103' TO WPDE-PROGRAM-ID                        11810000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         11820000
               MOVE 'UPDATE ITEM_SUPPLIER' TO WPDE-FUNCTION             11830000
               MOVE 'P62000' TO WPDE-PARAGRAPH                          11840000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11850000
           END-IF.                                                      11860000
                                                                        11870000
           ADD +1 TO WS-ROWS-APPLIED.                                   11880000
                                                                        11890000
       P62000-EXIT.                                                     11900000
           EXIT.                                                        11910000
           EJECT                                                        11920000
      ***************************************************************** 11930000
      *                                                               * 11940000
      *    PARAGRAPH:  P70000-FIND-ROW                                * 11950000
      *                                                               * 11960000
      *    FUNCTION :  LOCATE THE ROW TABLE ENTRY FOR THE ITEM AND    * 11970000
      *                SUPPLIER IN THE ITEM_SUPPLIER HOST VARIABLES,  * 11980000
      *                LEAVING ITS SUBSCRIPT IN WS-SUB2               * 11990000
      *                                                               * 12000000
      *    CALLED BY:  P41000-READ-SHIPMENT                           * 12010000
      *                P51000-READ-PO-LINE                            * 12020000
      *                                                               * 12030000
      ***************************************************************** 12040000
                                                                        12050000
       P70000-FIND-ROW.                                                 12060000
                                                                        12070000
           MOVE 'N' TO WS-ENTRY-FOUND-SW.                               12080000
                                                                        12090000
           PERFORM P71000-MATCH-ROW THRU P71000-EXIT                    12100000
               VARYING WS-SUB2 FROM 1 BY 1                              12110000
                   UNTIL WS-SUB2 > WS-ROW-USED                          12120000
                      OR ENTRY-FOUND.                                   12130000
                                                                        12140000
           IF ENTRY-FOUND                                               12150000
               SUBTRACT +1 FROM WS-SUB2                                 12160000
           END-IF.                                                      12170000
                                                                        12180000
       P70000-EXIT.                                                     12190000
           EXIT.                                                        12200000
           EJECT                                                        12210000
      ***************************************************************** 12220000
      *                                                               * 12230000
      *    PARAGRAPH:  P71000-MATCH-ROW                               * 12240000
      *                                                               * 12250000
      *    FUNCTION :  COMPARE ONE ROW TABLE ENTRY WITH THE ITEM AND  * 12260000
      *                SUPPLIER SOUGHT                                * 12270000
      *                                                               * 12280000
      *    CALLED BY:  P70000-FIND-ROW                                * 12290000
      *                                                               * 12300000
      ***************************************************************** 12310000
                                                                        12320000
       P71000-MATCH-ROW.                                                12330000
                                                                        12340000
           IF WS-RT-ITEM-NUMBER(WS-SUB2) = ITEM-SUPPLIER-ITEM-NUMBER    12350000
              AND WS-RT-SUPPLIER-ID(WS-SUB2) =                          12360000
                  ITEM-SUPPLIER-SUPPLIER-ID                             12370000
               MOVE 'Y' TO WS-ENTRY-FOUND-SW                            12380000
           END-IF.                                                      12390000
                                                                        12400000
       P71000-EXIT.                                                     12410000
           EXIT.                                                        12420000
           EJECT                                                        12430000
      ***************************************************************** 12440000
      *                                                               * 12450000
      *    PARAGRAPH:  P99999-ABEND                                   * 12460000
      *                                                               * 12470000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 12480000
      *                ERROR HAS BEEN ENCOUNTERED                     * 12490000
      *                                                               * 12500000
      *    CALLED BY:  VARIOUS                                        * 12510000
      *                                                               * 12520000
      ***************************************************************** 12530000
                                                                        12540000
       P99999-ABEND.                                                    12550000
                                                                        12560000
           DISPLAY ' '.                                                 12570000
           DISPLAY WPEA-ERROR-01.                                       12580000
           DISPLAY WPEA-ERROR-02.                                       12590000
           DISPLAY WPEA-ERROR-03.                                       12600000
           DISPLAY WPEA-ERROR-04.                                       12610000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               12620000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               12630000
           DISPLAY WPEA-ERROR-04.                                       12640000
           DISPLAY WPEA-ERROR-03.                                       12650000
           DISPLAY WPEA-ERROR-02.                                       12660000
           DISPLAY WPEA-ERROR-01.                                       12670000
           DISPLAY ' '.                                                 12680000
                                                                        12690000
           MOVE 16 TO RETURN-CODE.                                      12700000
                                                                        12710000
           GOBACK.                                                      12720000
                                                                        12730000
       P99999-EXIT.                                                     12740000
           EXIT.                                                        12750000
