       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB128.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB128                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB128 IS THE WEEKLY CATALOG DATA        * 00100000
      *             QUALITY REPORT.  BAD ITEM DATA FAILS QUIETLY      * 00110000
      *             DOWNSTREAM (FREIGHT UNDER-CHARGED, BLANK INVOICE  * 00120000
      *             LINES, UNSHIPPABLE OR UNBUYABLE ITEMS), SO EVERY  * 00130000
      *             ITEM, ITEM_SUPPLIER, CATEGORY AND KIT_COMPONENT   * 00140000
      *             ROW IS CHECKED AGAINST THE RULES BELOW.  EACH     * 00150000
      *             EXCEPTION IS LISTED WITH THE RULE BROKEN, GROUPED * 00160000
      *             BY CATEGORY OWNER (CATEGORY_OWNER, SET ON PDA035) * 00170000
      *             AND CATEGORY SO MERCHANDISING CAN CORRECT THEM.   * 00180000
      *             EXCEPTIONS WHOSE CATEGORY HAS NO OWNER, OR IS NOT * 00190000
      *             ON FILE, ARE LISTED FIRST UNDER NO OWNER.  THE    * 00200000
      *             EXCEPTIONS ARE HELD IN A TABLE IN REPORT ORDER;   * 00210000
      *             AN EXCEPTION THAT WILL NOT FIT IS COUNTED IN THE  * 00220000
      *             RULE TOTALS BUT NOT LISTED.                       * 00230000
      *                                                               * 00240000
      *             ITEMS DISCONTINUED ON OR BEFORE TODAY ARE NO      * 00250000
      *             LONGER SOLD AND ARE NOT CHECKED.                  * 00260000
      *                                                               * 00270000
      *             RULES:                                            * 00280000
      *               01  WEIGHT PER UNIT IS ZERO                     * 00290000
      *               02  UNIT OF MEASURE IS BLANK                    * 00300000
      *               03  DESCRIPTION IS BLANK                        * 00310000
      *               04  HAZMAT CLASS SET AND NO SHIPPER IS HAZMAT   * 00320000
      *                   QUALIFIED                                   * 00330000
      *               05  ITEM HAS NO ITEM_SUPPLIER ROW               * 00340000
      *               06  ITEM_SUPPLIER UNIT PRICE IS ZERO            * 00350000
      *               07  ITEM_SUPPLIER ROW FOR AN ITEM NOT ON FILE   * 00360000
      *               08  ITEM CATEGORY NOT ON THE CATEGORY TABLE     * 00370000
      *               09  CATEGORY HAS NO ACTIVE ITEMS                * 00380000
      *               10  KIT COMPONENT IS DISCONTINUED               * 00390000
      *               11  KIT COMPONENT IS NOT ON FILE                * 00400000
      *                                                               * 00410000
      * FILES   :   ITEM                 -  DB2          (READ-ONLY)  * 00420000
      *             ITEM_SUPPLIER        -  DB2          (READ-ONLY)  * 00430000
      *             CATEGORY             -  DB2          (READ-ONLY)  * 00440000
      *             KIT_COMPONENT        -  DB2          (READ-ONLY)  * 00450000
      *             SHIPPER              -  DB2          (READ-ONLY)  * 00460000
      *                                                               * 00470000
      ***************************************************************** 00480000
      *             PROGRAM CHANGE LOG                                * 00490000
      *             -------------------                               * 00500000
      *                                                               * 00510000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00520000
      *  --------   --------------------  --------------------------  * 00530000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00540000
      *                                                               * 00550000
      ***************************************************************** 00560000
           EJECT                                                        00570000
       ENVIRONMENT DIVISION.                                            00580000
                                                                        00590000
       DATA DIVISION.                                                   00600000
                                                                        00610000
       WORKING-STORAGE SECTION.                                         00620000
                                                                        00630000
      ***************************************************************** 00640000
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       * 00650000
      ***************************************************************** 00660000
       77  WS-SUB1                     PIC S9(4) COMP VALUE +0.         00670000
                                                                        00680000
      ***************************************************************** 00690000
      *    SWITCHES                                                   * 00700000
      ***************************************************************** 00710000
                                                                        00720000
       01  WS-SWITCHES.                                                 00730000
           05  WS-END-OF-ITEMS-SW      PIC X     VALUE 'N'.             00740000
               88  END-OF-ITEMS                  VALUE 'Y'.             00750000
           05  WS-END-OF-SUPPLIERS-SW  PIC X     VALUE 'N'.             00760000
               88  END-OF-SUPPLIERS              VALUE 'Y'.             00770000
           05  WS-END-OF-CATEGORIES-SW PIC X     VALUE 'N'.             00780000
               88  END-OF-CATEGORIES             VALUE 'Y'.             00790000
           05  WS-END-OF-KITS-SW       PIC X     VALUE 'N'.             00800000
               88  END-OF-KITS                   VALUE 'Y'.             00810000
           05  WS-END-OF-EXCEPTIONS-SW PIC X     VALUE 'N'.             00820000
               88  END-OF-EXCEPTIONS             VALUE 'Y'.             00830000
           05  WS-ITEM-FOUND-SW        PIC X     VALUE 'N'.             00840000
               88  ITEM-FOUND                    VALUE 'Y'.             00850000
           05  WS-ITEM-ACTIVE-SW       PIC X     VALUE 'N'.             00860000
               88  ITEM-ACTIVE                   VALUE 'Y'.             00870000
           05  WS-CATEGORY-FOUND-SW    PIC X     VALUE 'N'.             00880000
               88  CATEGORY-FOUND                VALUE 'Y'.             00890000
           EJECT                                                        00900000
      ***************************************************************** 00910000
      *    MISCELLANEOUS WORK FIELDS                                  * 00920000
      ***************************************************************** 00930000
                                                                        00940000
       01  WS-MISCELLANEOUS-FIELDS.                                     00950000
           03  WS-ITEMS-READ           PIC S9(7) VALUE +0       COMP-3. 00960000
           03  WS-ITEMS-DISCONTINUED   PIC S9(7) VALUE +0       COMP-3. 00970000
           03  WS-SUPPLIER-ROWS-READ   PIC S9(7) VALUE +0       COMP-3. 00980000
           03  WS-CATEGORIES-READ      PIC S9(7) VALUE +0       COMP-3. 00990000
           03  WS-KIT-ROWS-READ        PIC S9(7) VALUE +0       COMP-3. 01000000
           03  WS-EXCEPTIONS           PIC S9(7) VALUE +0       COMP-3. 01010000
           03  WS-OWNER-EXCEPTIONS     PIC S9(7) VALUE +0       COMP-3. 01020000
           03  WS-EXCEPTIONS-DROPPED   PIC S9(7) VALUE +0       COMP-3. 01030000
           03  WS-LOW                  PIC S9(8) VALUE +0       COMP.   01040000
           03  WS-HIGH                 PIC S9(8) VALUE +0       COMP.   01050000
           03  WS-MID                  PIC S9(8) VALUE +0       COMP.   01060000
           03  WS-NDX                  PIC S9(8) VALUE +0       COMP.   01070000
           03  WS-NDX2                 PIC S9(8) VALUE +0       COMP.   01080000
           03  WS-HAZMAT-SHIPPERS      PIC S9(9) VALUE +0       COMP.   01090000
           03  WS-SUPPLIER-ROWS        PIC S9(9) VALUE +0       COMP.   01100000
           03  WS-ACTIVE-ITEMS         PIC S9(9) VALUE +0       COMP.   01110000
           03  WS-TODAY                PIC X(8)  VALUE SPACES.          01120000
           03  WS-DATE.                                                 01130000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01140000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01150000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01160000
           03  WS-PREV-OWNER           PIC X(8)  VALUE SPACES.          01170000
           03  WS-PREV-CATEGORY-KEY    PIC X(64) VALUE SPACES.          01180000
           03  WS-EX-CATEGORY-KEY      PIC X(64) VALUE SPACES.          01190000
      *                                                                 01200000
      *    CATEGORY OF THE ITEM OR KIT BEING CHECKED, AND ITS OWNER     01210000
      *                                                                 01220000
           03  WS-CHK-CATEGORY         PIC X(32) VALUE SPACES.          01230000
           03  WS-CHK-SUB-CATEGORY     PIC X(32) VALUE SPACES.          01240000
           03  WS-CHK-OWNER            PIC X(8)  VALUE SPACES.          01250000
      *                                                                 01260000
      *    ITEM LOOKUP KEY                                              01270000
      *                                                                 01280000
           03  WS-LOOKUP-PREFIX        PIC X(5)  VALUE SPACES.          01290000
           03  WS-LOOKUP-NUMBER        PIC X(32) VALUE SPACES.          01300000
           EJECT                                                        01310000
      ***************************************************************** 01320000
      *    ONE EXCEPTION                                              * 01330000
      ***************************************************************** 01340000
                                                                        01350000
       01  WS-EXCEPTION.                                                01360000
           05  WS-EX-OWNER             PIC X(08) VALUE SPACES.          01370000
           05  WS-EX-CATEGORY          PIC X(32) VALUE SPACES.          01380000
           05  WS-EX-SUB-CATEGORY      PIC X(32) VALUE SPACES.          01390000
           05  WS-EX-PREFIX            PIC X(05) VALUE SPACES.          01400000
           05  WS-EX-ITEM-NUMBER       PIC X(32) VALUE SPACES.          01410000
           05  WS-EX-RULE              PIC 9(02) VALUE ZEROES.          01420000
           05  WS-EX-REFERENCE         PIC X(42) VALUE SPACES.          01430000
                                                                        01440000
       01  WS-EXCEPTION-R              REDEFINES WS-EXCEPTION.          01450000
           05  WS-EX-KEY               PIC X(111).                      01460000
           05  FILLER                  PIC X(42).                       01470000
                                                                        01480000
      ***************************************************************** 01490000
      *    EXCEPTIONS IN REPORT ORDER -- OWNER, CATEGORY, ITEM, RULE  * 01500000
      ***************************************************************** 01510000
                                                                        01520000
       01  WS-EXCEPTION-TABLE.                                          01530000
           03  WS-XT-MAX               PIC S9(8) VALUE +20000   COMP.   01540000
           03  WS-XT-USED              PIC S9(8) VALUE +0       COMP.   01550000
           03  WS-XT-ENTRY             OCCURS 20000 TIMES.              01560000
               05  WS-XT-KEY           PIC X(111).                      01570000
               05  WS-XT-REFERENCE     PIC X(42).                       01580000
           EJECT                                                        01590000
      ***************************************************************** 01600000
      *    RULE DESCRIPTIONS AND EXCEPTION COUNTS, BY RULE NUMBER     * 01610000
      ***************************************************************** 01620000
                                                                        01630000
       01  WS-RULE-TEXTS.                                               01640000
           05  FILLER                  PIC X(30) VALUE                  01650000
               'WEIGHT PER UNIT IS ZERO'.                               01660000
           05  FILLER                  PIC X(30) VALUE                  01670000
               'UNIT OF MEASURE IS BLANK'.                              01680000
           05  FILLER                  PIC X(30) VALUE                  01690000
               'DESCRIPTION IS BLANK'.                                  01700000
           05  FILLER                  PIC X(30) VALUE                  01710000
               'HAZMAT, NO QUALIFIED SHIPPER'.                          01720000
           05  FILLER                  PIC X(30) VALUE                  01730000
               'NO ITEM_SUPPLIER ROW'.                                  01740000
           05  FILLER                  PIC X(30) VALUE                  01750000
               'UNIT PRICE IS ZERO'.                                    01760000
           05  FILLER                  PIC X(30) VALUE                  01770000
               'SUPPLIER ROW, ITEM NOT ON FILE'.                        01780000
           05  FILLER                  PIC X(30) VALUE                  01790000
               'CATEGORY NOT ON FILE'.                                  01800000
           05  FILLER                  PIC X(30) VALUE                  01810000
               'CATEGORY HAS NO ACTIVE ITEMS'.                          01820000
           05  FILLER                  PIC X(30) VALUE                  01830000
               'KIT COMPONENT DISCONTINUED'.                            01840000
           05  FILLER                  PIC X(30) VALUE                  01850000
               'KIT COMPONENT NOT ON FILE'.                             01860000
                                                                        01870000
       01  WS-RULE-TABLE REDEFINES WS-RULE-TEXTS.                       01880000
           05  WS-RULE-TEXT            PIC X(30) OCCURS 11 TIMES.       01890000
                                                                        01900000
       01  WS-RULE-COUNTS.                                              01910000
           05  WS-RULE-COUNT           PIC S9(7) COMP-3 OCCURS 11 TIMES.01920000
           EJECT                                                        01930000
      ***************************************************************** 01940000
      *    DISPLAY AREA                                               * 01950000
      ***************************************************************** 01960000
                                                                        01970000
       01  WS-DISPLAY-LINES.                                            01980000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01990000
           03  WS-DL-BLANK.                                             02000000
               05  FILLER         PIC X(01) VALUE '*'.                  02010000
               05  FILLER         PIC X(78) VALUE SPACES.               02020000
               05  FILLER         PIC X(01) VALUE '*'.                  02030000
           03  WS-DL-LINE.                                              02040000
               05  FILLER         PIC X(01) VALUE '*'.                  02050000
               05  WS-DL-LINE-TEXT                                      02060000
                                  PIC X(78) VALUE SPACES.               02070000
               05  FILLER         PIC X(01) VALUE '*'.                  02080000
           03  WS-DL-RUN-DATE.                                          02090000
               05  FILLER         PIC X(01) VALUE '*'.                  02100000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               02110000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               02120000
               05  FILLER         PIC X(01) VALUE '/'.                  02130000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               02140000
               05  FILLER         PIC X(01) VALUE '/'.                  02150000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               02160000
               05  FILLER         PIC X(56) VALUE SPACES.               02170000
               05  FILLER         PIC X(01) VALUE '*'.                  02180000
           03  WS-DL-TOTAL.                                             02190000
               05  FILLER         PIC X(01) VALUE '*'.                  02200000
               05  FILLER         PIC X(38) VALUE SPACES.               02210000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02220000
               05  FILLER         PIC X(3)  VALUE ' - '.                02230000
               05  WS-DL-T-TITLE  PIC X(30) VALUE SPACES.               02240000
               05  FILLER         PIC X(01) VALUE '*'.                  02250000
           EJECT                                                        02260000
      ***************************************************************** 02270000
      *    EXCEPTION REPORT LINES                                     * 02280000
      ***************************************************************** 02290000
                                                                        02300000
       01  WS-DL-EXCEPTION-HEADING.                                     02310000
           03  FILLER                  PIC X(01) VALUE '*'.             02320000
           03  FILLER                  PIC X(06) VALUE SPACES.          02330000
           03  FILLER                  PIC X(06) VALUE 'PREFIX'.        02340000
           03  FILLER                  PIC X(33) VALUE 'ITEM NUMBER'.   02350000
           03  FILLER                  PIC X(30) VALUE 'EXCEPTION'.     02360000
           03  FILLER                  PIC X(03) VALUE SPACES.          02370000
           03  FILLER                  PIC X(01) VALUE '*'.             02380000
                                                                        02390000
       01  WS-DL-EXCEPTION-DETAIL.                                      02400000
           03  FILLER                  PIC X(01) VALUE '*'.             02410000
           03  FILLER                  PIC X(06) VALUE SPACES.          02420000
           03  WS-DL-ED-PREFIX         PIC X(05) VALUE SPACES.          02430000
           03  FILLER                  PIC X(01) VALUE SPACES.          02440000
           03  WS-DL-ED-ITEM           PIC X(32) VALUE SPACES.          02450000
           03  FILLER                  PIC X(01) VALUE SPACES.          02460000
           03  WS-DL-ED-RULE           PIC X(30) VALUE SPACES.          02470000
           03  FILLER                  PIC X(03) VALUE SPACES.          02480000
           03  FILLER                  PIC X(01) VALUE '*'.             02490000
           EJECT                                                        02500000
      ***************************************************************** 02510000
      *    DB2  DEFINITIONS                                           * 02520000
      ***************************************************************** 02530000
                                                                        02540000
      ***************************************************************** 02550000
      *         SQL COMMUNICATIONS AREA                               * 02560000
      ***************************************************************** 02570000
                                                                        02580000
           EXEC SQL                                                     02590000
              INCLUDE SQLCA                                             02600000
           END-EXEC.                                                    02610000
           EJECT                                                        02620000
           EXEC SQL                                                     02630000
              INCLUDE DITEM                                             02640000
           END-EXEC.                                                    02650000
           EJECT                                                        02660000
           EXEC SQL                                                     02670000
              INCLUDE DITMSUP                                           02680000
           END-EXEC.                                                    02690000
           EJECT                                                        02700000
           EXEC SQL                                                     02710000
              INCLUDE DCATGY                                            02720000
           END-EXEC.                                                    02730000
           EJECT                                                        02740000
           EXEC SQL                                                     02750000
              INCLUDE DKITCOMP                                          02760000
           END-EXEC.                                                    02770000
           EJECT                                                        02780000
           EXEC SQL                                                     02790000
              INCLUDE DSHIPPER                                          02800000
           END-EXEC.                                                    02810000
           EJECT                                                        02820000
      ***************************************************************** 02830000
      *    EVERY ITEM, IN KEY ORDER                                   * 02840000
      ***************************************************************** 02850000
                                                                        02860000
           EXEC SQL DECLARE ITEMCSR CURSOR FOR                          02870000
               SELECT   PREFIX,                                         02880000
                        NUMBER,                                         02890000
                        CATEGORY_NAME,                                  02900000
                        SUB_CATEGORY_NAME,                              02910000
                        UNIT_OF_MEASURE,                                02920000
                        DESCRIPTION,                                    02930000
                        WEIGHT_PER_UNIT,                                02940000
                        DISCONTINUED_SW,                                02950000
                        DISCONTINUED_DATE,                              02960000
                        HAZMAT_CLASS                                    02970000
               FROM     ITEM                                            02980000
               ORDER BY PREFIX,                                         02990000
                        NUMBER                                          03000000
           END-EXEC.                                                    03010000
                                                                        03020000
      ***************************************************************** 03030000
      *    EVERY ITEM / SUPPLIER ROW                                  * 03040000
      ***************************************************************** 03050000
                                                                        03060000
           EXEC SQL DECLARE SUPPCSR CURSOR FOR                          03070000
               SELECT   ITEM_PREFIX,                                    03080000
                        ITEM_NUMBER,                                    03090000
                        SUPPLIER_ID,                                    03100000
                        UNIT_PRICE                                      03110000
               FROM     ITEM_SUPPLIER                                   03120000
               ORDER BY ITEM_PREFIX,                                    03130000
                        ITEM_NUMBER,                                    03140000
                        SUPPLIER_ID                                     03150000
           END-EXEC.                                                    03160000
                                                                        03170000
      ***************************************************************** 03180000
      *    EVERY CATEGORY / SUB-CATEGORY ROW                          * 03190000
      ***************************************************************** 03200000
                                                                        03210000
           EXEC SQL DECLARE CATGCSR CURSOR FOR                          03220000
               SELECT   CATEGORY_NAME,                                  03230000
                        SUB_CATEGORY_NAME,                              03240000
                        CATEGORY_OWNER                                  03250000
               FROM     CATEGORY                                        03260000
               ORDER BY CATEGORY_NAME,                                  03270000
                        SUB_CATEGORY_NAME                               03280000
           END-EXEC.                                                    03290000
                                                                        03300000
      ***************************************************************** 03310000
      *    EVERY KIT COMPONENT ROW                                    * 03320000
      ***************************************************************** 03330000
                                                                        03340000
           EXEC SQL DECLARE KITCSR CURSOR FOR                           03350000
               SELECT   PREFIX,                                         03360000
                        KIT_ITEM_NUMBER,                                03370000
                        COMPONENT_ITEM_NUMBER                           03380000
               FROM     KIT_COMPONENT                                   03390000
               ORDER BY PREFIX,                                         03400000
                        KIT_ITEM_NUMBER,                                03410000
                        COMPONENT_ITEM_NUMBER                           03420000
           END-EXEC.                                                    03430000
           EJECT                                                        03440000
      ***************************************************************** 03450000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03460000
      ***************************************************************** 03470000
                                                                        03480000
           COPY PDAERRWS.                                               03490000
                                                                        03500000
       01  WS-PDA-BATCH-ERROR-01.                                       03510000
           05  FILLER             PIC X     VALUE SPACES.               03520000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03530000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03540000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB128'.            03550000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03560000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03570000
                                                                        03580000
       01  WS-PDA-BATCH-ERROR-02.                                       03590000
           05  FILLER             PIC X(8)  VALUE SPACES.               03600000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03610000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03620000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03630000
           EJECT                                                        03640000
      ***************************************************************** 03650000
      *    P R O C E D U R E    D I V I S I O N                       * 03660000
      ***************************************************************** 03670000
                                                                        03680000
       PROCEDURE DIVISION.                                              03690000
                                                                        03700000
      ***************************************************************** 03710000
      *                                                               * 03720000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03730000
      *                                                               * 03740000
      *    FUNCTION :  PROGRAM ENTRY.  CHECK THE CATALOG TABLES,      * 03750000
      *                PRINT THE EXCEPTIONS BY OWNER AND CATEGORY     * 03760000
      *                                                               * 03770000
      *    CALLED BY:  NONE                                           * 03780000
      *                                                               * 03790000
      ***************************************************************** 03800000
                                                                        03810000
       P00000-MAINLINE.                                                 03820000
                                                                        03830000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  03840000
           MOVE WS-DATE TO WS-TODAY.                                    03850000
                                                                        03860000
           MOVE ZEROES TO WS-RULE-COUNT(1) WS-RULE-COUNT(2)             03870000
                          WS-RULE-COUNT(3) WS-RULE-COUNT(4)             03880000
                          WS-RULE-COUNT(5) WS-RULE-COUNT(6)             03890000
                          WS-RULE-COUNT(7) WS-RULE-COUNT(8)             03900000
                          WS-RULE-COUNT(9) WS-RULE-COUNT(10)            03910000
                          WS-RULE-COUNT(11).                            03920000
                                                                        03930000
           DISPLAY ' '.                                                 03940000
           DISPLAY WS-DL-ASTERISK.                                      03950000
           DISPLAY WS-DL-BLANK.                                         03960000
           MOVE '  PDAB128 - CATALOG DATA QUALITY EXCEPTIONS BY OWNER'  03970000
               TO WS-DL-LINE-TEXT.                                      03980000
           DISPLAY WS-DL-LINE.                                          03990000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      04000000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        04010000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            04020000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          04030000
           DISPLAY WS-DL-RUN-DATE.                                      04040000
           DISPLAY WS-DL-BLANK.                                         04050000
           DISPLAY WS-DL-ASTERISK.                                      04060000
                                                                        04070000
      ***************************************************************** 04080000
      *    SHIPPER QUALIFICATION IS NOT BY CLASS -- A HAZMAT ITEM IS  * 04090000
      *    SHIPPABLE WHEN ANY CARRIER IS HAZMAT QUALIFIED             * 04100000
      ***************************************************************** 04110000
                                                                        04120000
           EXEC SQL                                                     04130000
               SELECT  COUNT(*)                                         04140000
               INTO    :WS-HAZMAT-SHIPPERS                              04150000
               FROM    SHIPPER                                          04160000
               WHERE   HAZMAT_QUALIFIED = 'Y'                           04170000
           END-EXEC.                                                    04180000
                                                                        04190000
           IF SQLCODE NOT = +0                                          04200000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          04210000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        04220000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         04230000
               MOVE 'COUNT SHIPPER' TO WPDE-FUNCTION                    04240000
               MOVE 'P00000' TO WPDE-PARAGRAPH                          04250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04260000
           END-IF.                                                      04270000
                                                                        04280000
           PERFORM P10000-CHECK-CATALOG THRU P10000-EXIT.               04290000
                                                                        04300000
           PERFORM P30000-PRINT-EXCEPTIONS THRU P30000-EXIT.            04310000
                                                                        04320000
           DISPLAY ' '.                                                 04330000
           DISPLAY WS-DL-ASTERISK.                                      04340000
                                                                        04350000
           PERFORM P00100-RULE-TOTAL THRU P00100-EXIT                   04360000
               VARYING WS-SUB1 FROM 1 BY 1                              04370000
                   UNTIL WS-SUB1 > 11.                                  04380000
                                                                        04390000
           DISPLAY WS-DL-BLANK.                                         04400000
           MOVE 'ITEMS CHECKED' TO WS-DL-T-TITLE.                       04410000
           MOVE WS-ITEMS-READ TO WS-DL-T-CNT.                           04420000
           DISPLAY WS-DL-TOTAL.                                         04430000
           MOVE 'ITEMS DISCONTINUED, SKIPPED' TO WS-DL-T-TITLE.         04440000
           MOVE WS-ITEMS-DISCONTINUED TO WS-DL-T-CNT.                   04450000
           DISPLAY WS-DL-TOTAL.                                         04460000
           MOVE 'ITEM_SUPPLIER ROWS CHECKED' TO WS-DL-T-TITLE.          04470000
           MOVE WS-SUPPLIER-ROWS-READ TO WS-DL-T-CNT.                   04480000
           DISPLAY WS-DL-TOTAL.                                         04490000
           MOVE 'CATEGORY ROWS CHECKED' TO WS-DL-T-TITLE.               04500000
           MOVE WS-CATEGORIES-READ TO WS-DL-T-CNT.                      04510000
           DISPLAY WS-DL-TOTAL.                                         04520000
           MOVE 'KIT_COMPONENT ROWS CHECKED' TO WS-DL-T-TITLE.          04530000
           MOVE WS-KIT-ROWS-READ TO WS-DL-T-CNT.                        04540000
           DISPLAY WS-DL-TOTAL.                                         04550000
           MOVE 'TOTAL EXCEPTIONS' TO WS-DL-T-TITLE.                    04560000
           MOVE WS-EXCEPTIONS TO WS-DL-T-CNT.                           04570000
           DISPLAY WS-DL-TOTAL.                                         04580000
           MOVE 'EXCEPTIONS NOT LISTED, LIMIT' TO WS-DL-T-TITLE.        04590000
           MOVE WS-EXCEPTIONS-DROPPED TO WS-DL-T-CNT.                   04600000
           DISPLAY WS-DL-TOTAL.                                         04610000
                                                                        04620000
           DISPLAY WS-DL-ASTERISK.                                      04630000
                                                                        04640000
           MOVE ZEROES TO RETURN-CODE.                                  04650000
                                                                        04660000
       P00000-GOBACK.                                                   04670000
                                                                        04680000
           GOBACK.                                                      04690000
                                                                        04700000
       P00000-EXIT.                                                     04710000
           EXIT.                                                        04720000
                                                                        04730000
       P00100-RULE-TOTAL.                                               04740000
                                                                        04750000
           MOVE WS-RULE-TEXT(WS-SUB1) TO WS-DL-T-TITLE.                 04760000
           MOVE WS-RULE-COUNT(WS-SUB1) TO WS-DL-T-CNT.                  04770000
           DISPLAY WS-DL-TOTAL.                                         04780000
                                                                        04790000
       P00100-EXIT.                                                     04800000
           EXIT.                                                        04810000
           EJECT                                                        04820000
      ***************************************************************** 04830000
      *                                                               * 04840000
      *    PARAGRAPH:  P10000-CHECK-CATALOG                           * 04850000
      *                                                               * 04860000
      *    FUNCTION :  CHECK THE ITEM, ITEM_SUPPLIER, CATEGORY AND    * 04870000
      *                KIT_COMPONENT TABLES IN TURN, TABLING ONE      * 04880000
      *                ENTRY PER EXCEPTION                            * 04890000
      *                                                               * 04900000
      *    CALLED BY:  P00000-MAINLINE                                * 04910000
      *                                                               * 04920000
      ***************************************************************** 04930000
                                                                        04940000
       P10000-CHECK-CATALOG.                                            04950000
                                                                        04960000
           PERFORM P11000-CHECK-ITEMS THRU P11000-EXIT.                 04970000
                                                                        04980000
           PERFORM P12000-CHECK-SUPPLIERS THRU P12000-EXIT.             04990000
                                                                        05000000
           PERFORM P13000-CHECK-CATEGORIES THRU P13000-EXIT.            05010000
                                                                        05020000
           PERFORM P14000-CHECK-KITS THRU P14000-EXIT.                  05030000
                                                                        05040000
       P10000-EXIT.                                                     05050000
           EXIT.                                                        05060000
           EJECT                                                        05070000
      ***************************************************************** 05080000
      *                                                               * 05090000
      *    PARAGRAPH:  P11000-CHECK-ITEMS                             * 05100000
      *                                                               * 05110000
      *    FUNCTION :  CHECK EVERY ITEM ROW (RULES 01 - 05, 08)       * 05120000
      *                                                               * 05130000
      *    CALLED BY:  P10000-CHECK-CATALOG                           * 05140000
      *                                                               * 05150000
      ***************************************************************** 05160000
                                                                        05170000
       P11000-CHECK-ITEMS.                                              05180000
                                                                        05190000
           EXEC SQL                                                     05200000
               OPEN ITEMCSR                                             05210000
           END-EXEC.                                                    05220000
                                                                        05230000
           IF SQLCODE NOT = +0                                          05240000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05250000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        05260000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05270000
               MOVE 'OPEN ITEMCSR CURSOR' TO WPDE-FUNCTION              05280000
               MOVE 'P11000' TO WPDE-PARAGRAPH                          05290000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05300000
           END-IF.                                                      05310000
                                                                        05320000
           PERFORM P11100-NEXT-ITEM THRU P11100-EXIT                    05330000
               UNTIL END-OF-ITEMS.                                      05340000
                                                                        05350000
           EXEC SQL                                                     05360000
               CLOSE ITEMCSR                                            05370000
           END-EXEC.                                                    05380000
                                                                        05390000
           IF SQLCODE NOT = +0                                          05400000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05410000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        05420000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05430000
               MOVE 'CLOSE ITEMCSR CURSOR' TO WPDE-FUNCTION             05440000
               MOVE 'P11000' TO WPDE-PARAGRAPH                          05450000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05460000
           END-IF.                                                      05470000
                                                                        05480000
       P11000-EXIT.                                                     05490000
           EXIT.                                                        05500000
           EJECT                                                        05510000
      ***************************************************************** 05520000
      *                                                               * 05530000
      *    PARAGRAPH:  P11100-NEXT-ITEM                               * 05540000
      *                                                               * 05550000
      *    FUNCTION :  FETCH THE NEXT ITEM AND APPLY THE ITEM RULES   * 05560000
      *                                                               * 05570000
      *    CALLED BY:  P11000-CHECK-ITEMS                             * 05580000
      *                                                               * 05590000
      ***************************************************************** 05600000
                                                                        05610000
       P11100-NEXT-ITEM.                                                05620000
                                                                        05630000
           EXEC SQL                                                     05640000
               FETCH  ITEMCSR                                           05650000
               INTO   :ITEM-PREFIX,                                     05660000
                      :ITEM-NUMBER,                                     05670000
                      :ITEM-CATEGORY-NAME,                              05680000
                      :ITEM-SUB-CATEGORY-NAME,                          05690000
                      :ITEM-UNIT-OF-MEASURE,                            05700000
                      :ITEM-DESCRIPTION,                                05710000
                      :ITEM-WEIGHT-PER-UNIT,                            05720000
                      :ITEM-DISCONTINUED-SW,                            05730000
                      :ITEM-DISCONTINUED-DATE,                          05740000
                      :ITEM-HAZMAT-CLASS                                05750000
           END-EXEC.                                                    05760000
                                                                        05770000
           EVALUATE TRUE                                                05780000
               WHEN SQLCODE = +0                                        05790000
                   CONTINUE                                             05800000
               WHEN SQLCODE = +100                                      05810000
                   MOVE 'Y' TO WS-END-OF-ITEMS-SW                       05820000
                   GO TO P11100-EXIT                                    05830000
               WHEN OTHER                                               05840000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      05850000
                   MOVE 'PDAB128' TO WPDE-PROGRAM-ID                    05860000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     05870000
                   MOVE 'FETCH ITEMCSR CURSOR' TO WPDE-FUNCTION         05880000
                   MOVE 'P11100' TO WPDE-PARAGRAPH                      05890000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05900000
           END-EVALUATE.                                                05910000
                                                                        05920000
           IF ITEM-DISCONTINUED-SW = 'Y'                                05930000
              AND ITEM-DISCONTINUED-DATE NOT > WS-TODAY                 05940000
               ADD +1 TO WS-ITEMS-DISCONTINUED                          05950000
               GO TO P11100-EXIT                                        05960000
           END-IF.                                                      05970000
                                                                        05980000
           ADD +1 TO WS-ITEMS-READ.                                     05990000
                                                                        06000000
           MOVE ITEM-CATEGORY-NAME TO WS-CHK-CATEGORY.                  06010000
           MOVE ITEM-SUB-CATEGORY-NAME TO WS-CHK-SUB-CATEGORY.          06020000
           PERFORM P21000-GET-OWNER THRU P21000-EXIT.                   06030000
                                                                        06040000
           MOVE WS-CHK-OWNER TO WS-EX-OWNER.                            06050000
           MOVE WS-CHK-CATEGORY TO WS-EX-CATEGORY.                      06060000
           MOVE WS-CHK-SUB-CATEGORY TO WS-EX-SUB-CATEGORY.              06070000
           MOVE ITEM-PREFIX TO WS-EX-PREFIX.                            06080000
           MOVE ITEM-NUMBER TO WS-EX-ITEM-NUMBER.                       06090000
           MOVE SPACES TO WS-EX-REFERENCE.                              06100000
                                                                        06110000
           IF ITEM-WEIGHT-PER-UNIT NOT > ZEROES                         06120000
               MOVE 01 TO WS-EX-RULE                                    06130000
               PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT            06140000
           END-IF.                                                      06150000
                                                                        06160000
           IF ITEM-UNIT-OF-MEASURE = SPACES                             06170000
               MOVE 02 TO WS-EX-RULE                                    06180000
               PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT            06190000
           END-IF.                                                      06200000
                                                                        06210000
           IF ITEM-DESCRIPTION = SPACES                                 06220000
               MOVE 03 TO WS-EX-RULE                                    06230000
               PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT            06240000
           END-IF.                                                      06250000
                                                                        06260000
           IF ITEM-HAZMAT-CLASS NOT = SPACES                            06270000
              AND WS-HAZMAT-SHIPPERS = ZEROES                           06280000
               MOVE 04 TO WS-EX-RULE                                    06290000
               STRING 'HAZMAT CLASS ' ITEM-HAZMAT-CLASS                 06300000
                   DELIMITED BY SIZE INTO WS-EX-REFERENCE               06310000
               PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT            06320000
               MOVE SPACES TO WS-EX-REFERENCE                           06330000
           END-IF.                                                      06340000
                                                                        06350000
           IF NOT CATEGORY-FOUND                                        06360000
               MOVE 08 TO WS-EX-RULE                                    06370000
               PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT            06380000
           END-IF.                                                      06390000
                                                                        06400000
           EXEC SQL                                                     06410000
               SELECT  COUNT(*)                                         06420000
               INTO    :WS-SUPPLIER-ROWS                                06430000
               FROM    ITEM_SUPPLIER                                    06440000
               WHERE   ITEM_PREFIX = :ITEM-PREFIX                       06450000
                 AND   ITEM_NUMBER = :ITEM-NUMBER                       06460000
           END-EXEC.                                                    06470000
                                                                        06480000
           IF SQLCODE NOT = +0                                          06490000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06500000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        06510000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06520000
               MOVE 'COUNT ITEM_SUPPLIER' TO WPDE-FUNCTION              06530000
               MOVE 'P11100' TO WPDE-PARAGRAPH                          06540000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06550000
           END-IF.                                                      06560000
                                                                        06570000
           IF WS-SUPPLIER-ROWS = ZEROES                                 06580000
               MOVE 05 TO WS-EX-RULE                                    06590000
               PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT            06600000
           END-IF.                                                      06610000
                                                                        06620000
       P11100-EXIT.                                                     06630000
           EXIT.                                                        06640000
           EJECT                                                        06650000
      ***************************************************************** 06660000
      *                                                               * 06670000
      *    PARAGRAPH:  P12000-CHECK-SUPPLIERS                         * 06680000
      *                                                               * 06690000
      *    FUNCTION :  CHECK EVERY ITEM_SUPPLIER ROW (RULES 06, 07)   * 06700000
      *                                                               * 06710000
      *    CALLED BY:  P10000-CHECK-CATALOG                           * 06720000
      *                                                               * 06730000
      ***************************************************************** 06740000
                                                                        06750000
       P12000-CHECK-SUPPLIERS.                                          06760000
                                                                        06770000
           EXEC SQL                                                     06780000
               OPEN SUPPCSR                                             06790000
           END-EXEC.                                                    06800000
                                                                        06810000
           IF SQLCODE NOT = +0                                          06820000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06830000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        06840000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06850000
               MOVE 'OPEN SUPPCSR CURSOR' TO WPDE-FUNCTION              06860000
               MOVE 'P12000' TO WPDE-PARAGRAPH                          06870000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06880000
           END-IF.                                                      06890000
                                                                        06900000
           PERFORM P12100-NEXT-SUPPLIER THRU P12100-EXIT                06910000
               UNTIL END-OF-SUPPLIERS.                                  06920000
                                                                        06930000
           EXEC SQL                                                     06940000
               CLOSE SUPPCSR                                            06950000
           END-EXEC.                                                    06960000
                                                                        06970000
           IF SQLCODE NOT = +0                                          06980000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06990000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        07000000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07010000
               MOVE 'CLOSE SUPPCSR CURSOR' TO WPDE-FUNCTION             07020000
               MOVE 'P12000' TO WPDE-PARAGRAPH                          07030000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07040000
           END-IF.                                                      07050000
                                                                        07060000
       P12000-EXIT.                                                     07070000
           EXIT.                                                        07080000
           EJECT                                                        07090000
      ***************************************************************** 07100000
      *                                                               * 07110000
      *    PARAGRAPH:  P12100-NEXT-SUPPLIER                           * 07120000
      *                                                               * 07130000
      *    FUNCTION :  FETCH THE NEXT ITEM_SUPPLIER ROW -- A ROW FOR  * 07140000
      *                AN ITEM NOT ON FILE, OR AN ACTIVE ITEM'S ROW   * 07150000
      *                WITH NO PRICE, IS AN EXCEPTION                 * 07160000
      *                                                               * 07170000
      *    CALLED BY:  P12000-CHECK-SUPPLIERS                         * 07180000
      *                                                               * 07190000
      ***************************************************************** 07200000
                                                                        07210000
       P12100-NEXT-SUPPLIER.                                            07220000
                                                                        07230000
           EXEC SQL                                                     07240000
               FETCH  SUPPCSR                                           07250000
               INTO   :ITEM-SUPPLIER-ITEM-PREFIX,                       07260000
                      :ITEM-SUPPLIER-ITEM-NUMBER,                       07270000
                      :ITEM-SUPPLIER-SUPPLIER-ID,                       07280000
                      :ITEM-SUPPLIER-UNIT-PRICE                         07290000
           END-EXEC.                                                    07300000
                                                                        07310000
           EVALUATE TRUE                                                07320000
               WHEN SQLCODE = +0                                        07330000
                   CONTINUE                                             07340000
               WHEN SQLCODE = +100                                      07350000
                   MOVE 'Y' TO WS-END-OF-SUPPLIERS-SW                   07360000
                   GO TO P12100-EXIT                                    07370000
               WHEN OTHER                                               07380000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07390000
                   MOVE 'PDAB128' TO WPDE-PROGRAM-ID                    07400000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07410000
                   MOVE 'FETCH SUPPCSR CURSOR' TO WPDE-FUNCTION         07420000
                   MOVE 'P12100' TO WPDE-PARAGRAPH                      07430000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07440000
           END-EVALUATE.                                                07450000
                                                                        07460000
           ADD +1 TO WS-SUPPLIER-ROWS-READ.                             07470000
                                                                        07480000
           MOVE ITEM-SUPPLIER-ITEM-PREFIX TO WS-LOOKUP-PREFIX.          07490000
           MOVE ITEM-SUPPLIER-ITEM-NUMBER TO WS-LOOKUP-NUMBER.          07500000
           PERFORM P20000-GET-ITEM THRU P20000-EXIT.                    07510000
                                                                        07520000
           IF ITEM-FOUND AND NOT ITEM-ACTIVE                            07530000
               GO TO P12100-EXIT                                        07540000
           END-IF.                                                      07550000
                                                                        07560000
           MOVE WS-CHK-OWNER TO WS-EX-OWNER.                            07570000
           MOVE WS-CHK-CATEGORY TO WS-EX-CATEGORY.                      07580000
           MOVE WS-CHK-SUB-CATEGORY TO WS-EX-SUB-CATEGORY.              07590000
           MOVE ITEM-SUPPLIER-ITEM-PREFIX TO WS-EX-PREFIX.              07600000
           MOVE ITEM-SUPPLIER-ITEM-NUMBER TO WS-EX-ITEM-NUMBER.         07610000
           MOVE SPACES TO WS-EX-REFERENCE.                              07620000
           STRING 'SUPPLIER ' ITEM-SUPPLIER-SUPPLIER-ID                 07630000
               DELIMITED BY SIZE INTO WS-EX-REFERENCE.                  07640000
                                                                        07650000
           IF NOT ITEM-FOUND                                            07660000
               MOVE 07 TO WS-EX-RULE                                    07670000
               PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT            07680000
               GO TO P12100-EXIT                                        07690000
           END-IF.                                                      07700000
                                                                        07710000
           IF ITEM-SUPPLIER-UNIT-PRICE NOT > ZEROES                     07720000
               MOVE 06 TO WS-EX-RULE                                    07730000
               PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT            07740000
           END-IF.                                                      07750000
                                                                        07760000
       P12100-EXIT.                                                     07770000
           EXIT.                                                        07780000
           EJECT                                                        07790000
      ***************************************************************** 07800000
      *                                                               * 07810000
      *    PARAGRAPH:  P13000-CHECK-CATEGORIES                        * 07820000
      *                                                               * 07830000
      *    FUNCTION :  CHECK EVERY CATEGORY ROW (RULE 09)             * 07840000
      *                                                               * 07850000
      *    CALLED BY:  P10000-CHECK-CATALOG                           * 07860000
      *                                                               * 07870000
      ***************************************************************** 07880000
                                                                        07890000
       P13000-CHECK-CATEGORIES.                                         07900000
                                                                        07910000
           EXEC SQL                                                     07920000
               OPEN CATGCSR                                             07930000
           END-EXEC.                                                    07940000
                                                                        07950000
           IF SQLCODE NOT = +0                                          07960000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07970000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        07980000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07990000
               MOVE 'OPEN CATGCSR CURSOR' TO WPDE-FUNCTION              08000000
               MOVE 'P13000' TO WPDE-PARAGRAPH                          08010000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08020000
           END-IF.                                                      08030000
                                                                        08040000
           PERFORM P13100-NEXT-CATEGORY THRU P13100-EXIT                08050000
               UNTIL END-OF-CATEGORIES.                                 08060000
                                                                        08070000
           EXEC SQL                                                     08080000
               CLOSE CATGCSR                                            08090000
           END-EXEC.                                                    08100000
                                                                        08110000
           IF SQLCODE NOT = +0                                          08120000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          08130000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        08140000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         08150000
               MOVE 'CLOSE CATGCSR CURSOR' TO WPDE-FUNCTION             08160000
               MOVE 'P13000' TO WPDE-PARAGRAPH                          08170000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08180000
           END-IF.                                                      08190000
                                                                        08200000
       P13000-EXIT.                                                     08210000
           EXIT.                                                        08220000
           EJECT                                                        08230000
      ***************************************************************** 08240000
      *                                                               * 08250000
      *    PARAGRAPH:  P13100-NEXT-CATEGORY                           * 08260000
      *                                                               * 08270000
      *    FUNCTION :  FETCH THE NEXT CATEGORY ROW -- ONE NO ACTIVE   * 08280000
      *                ITEM CARRIES IS AN EMPTY CATEGORY              * 08290000
      *                                                               * 08300000
      *    CALLED BY:  P13000-CHECK-CATEGORIES                        * 08310000
      *                                                               * 08320000
      ***************************************************************** 08330000
                                                                        08340000
       P13100-NEXT-CATEGORY.                                            08350000
                                                                        08360000
           EXEC SQL                                                     08370000
               FETCH  CATGCSR                                           08380000
               INTO   :CATEGORY-NAME,                                   08390000
                      :CATEGORY-SUB-CATEGORY-NAME,                      08400000
                      :CATEGORY-OWNER                                   08410000
           END-EXEC.                                                    08420000
                                                                        08430000
           EVALUATE TRUE                                                08440000
               WHEN SQLCODE = +0                                        08450000
                   CONTINUE                                             08460000
               WHEN SQLCODE = +100                                      08470000
                   MOVE 'Y' TO WS-END-OF-CATEGORIES-SW                  08480000
                   GO TO P13100-EXIT                                    08490000
               WHEN OTHER                                               08500000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      08510000
                   MOVE 'PDAB128' TO WPDE-PROGRAM-ID                    08520000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     08530000
                   MOVE 'FETCH CATGCSR CURSOR' TO WPDE-FUNCTION         08540000
                   MOVE 'P13100' TO WPDE-PARAGRAPH                      08550000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08560000
           END-EVALUATE.                                                08570000
                                                                        08580000
           ADD +1 TO WS-CATEGORIES-READ.                                08590000
                                                                        08600000
           EXEC SQL                                                     08610000
               SELECT  COUNT(*)                                         08620000
               INTO    :WS-ACTIVE-ITEMS                                 08630000
               FROM    ITEM                                             08640000
               WHERE   CATEGORY_NAME     = :CATEGORY-NAME               08650000
                 AND   SUB_CATEGORY_NAME =                              08660000
                           :CATEGORY-SUB-CATEGORY-NAME                  08670000
                 AND   NOT (DISCONTINUED_SW    = 'Y' AND                08680000
                            DISCONTINUED_DATE <= :WS-TODAY)             08690000
           END-EXEC.                                                    08700000
                                                                        08710000
           IF SQLCODE NOT = +0                                          08720000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          08730000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        08740000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         08750000
               MOVE 'COUNT ITEM IN CATEGORY' TO WPDE-FUNCTION           08760000
               MOVE 'P13100' TO WPDE-PARAGRAPH                          08770000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08780000
           END-IF.                                                      08790000
                                                                        08800000
           IF WS-ACTIVE-ITEMS > ZEROES                                  08810000
               GO TO P13100-EXIT                                        08820000
           END-IF.                                                      08830000
                                                                        08840000
           MOVE CATEGORY-OWNER TO WS-EX-OWNER.                          08850000
           MOVE CATEGORY-NAME TO WS-EX-CATEGORY.                        08860000
           MOVE CATEGORY-SUB-CATEGORY-NAME TO WS-EX-SUB-CATEGORY.       08870000
           MOVE SPACES TO WS-EX-PREFIX                                  08880000
                          WS-EX-ITEM-NUMBER                             08890000
                          WS-EX-REFERENCE.                              08900000
           MOVE 09 TO WS-EX-RULE.                                       08910000
           PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT.               08920000
                                                                        08930000
       P13100-EXIT.                                                     08940000
           EXIT.                                                        08950000
           EJECT                                                        08960000
      ***************************************************************** 08970000
      *                                                               * 08980000
      *    PARAGRAPH:  P14000-CHECK-KITS                              * 08990000
      *                                                               * 09000000
      *    FUNCTION :  CHECK EVERY KIT_COMPONENT ROW (RULES 10, 11)   * 09010000
      *                                                               * 09020000
      *    CALLED BY:  P10000-CHECK-CATALOG                           * 09030000
      *                                                               * 09040000
      ***************************************************************** 09050000
                                                                        09060000
       P14000-CHECK-KITS.                                               09070000
                                                                        09080000
           EXEC SQL                                                     09090000
               OPEN KITCSR                                              09100000
           END-EXEC.                                                    09110000
                                                                        09120000
           IF SQLCODE NOT = +0                                          09130000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          09140000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        09150000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         09160000
               MOVE 'OPEN KITCSR CURSOR' TO WPDE-FUNCTION               09170000
               MOVE 'P14000' TO WPDE-PARAGRAPH                          09180000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09190000
           END-IF.                                                      09200000
                                                                        09210000
           PERFORM P14100-NEXT-KIT-COMPONENT THRU P14100-EXIT           09220000
               UNTIL END-OF-KITS.                                       09230000
                                                                        09240000
           EXEC SQL                                                     09250000
               CLOSE KITCSR                                             09260000
           END-EXEC.                                                    09270000
                                                                        09280000
           IF SQLCODE NOT = +0                                          09290000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          09300000
               MOVE 'PDAB128' TO WPDE-PROGRAM-ID                        09310000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         09320000
               MOVE 'CLOSE KITCSR CURSOR' TO WPDE-FUNCTION              09330000
               MOVE 'P14000' TO WPDE-PARAGRAPH                          09340000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09350000
           END-IF.                                                      09360000
                                                                        09370000
       P14000-EXIT.                                                     09380000
           EXIT.                                                        09390000
           EJECT                                                        09400000
      ***************************************************************** 09410000
      *                                                               * 09420000
      *    PARAGRAPH:  P14100-NEXT-KIT-COMPONENT                      * 09430000
      *                                                               * 09440000
      *    FUNCTION :  FETCH THE NEXT KIT COMPONENT.  FOR A KIT STILL * 09450000
      *                SOLD, A COMPONENT THAT IS DISCONTINUED OR NOT  * 09460000
      *                ON FILE IS AN EXCEPTION AGAINST THE KIT        * 09470000
      *                                                               * 09480000
      *    CALLED BY:  P14000-CHECK-KITS                              * 09490000
      *                                                               * 09500000
      ***************************************************************** 09510000
                                                                        09520000
       P14100-NEXT-KIT-COMPONENT.                                       09530000
                                                                        09540000
           EXEC SQL                                                     09550000
               FETCH  KITCSR                                            09560000
               INTO   :KIT-COMP-PREFIX,                                 09570000
                      :KIT-COMP-KIT-ITEM-NUMBER,                        09580000
                      :KIT-COMP-COMP-ITEM-NUMBER                        09590000
           END-EXEC.                                                    09600000
                                                                        09610000
           EVALUATE TRUE                                                09620000
               WHEN SQLCODE = +0                                        09630000
                   CONTINUE                                             09640000
               WHEN SQLCODE = +100                                      09650000
                   MOVE 'Y' TO WS-END-OF-KITS-SW                        09660000
                   GO TO P14100-EXIT                                    09670000
               WHEN OTHER                                               09680000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09690000
                   MOVE 'PDAB128' TO WPDE-PROGRAM-ID                    09700000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09710000
                   MOVE 'FETCH KITCSR CURSOR' TO WPDE-FUNCTION          09720000
                   MOVE 'P14100' TO WPDE-PARAGRAPH                      09730000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09740000
           END-EVALUATE.                                                09750000
                                                                        09760000
           ADD +1 TO WS-KIT-ROWS-READ.                                  09770000
                                                                        09780000
      ***************************************************************** 09790000
      *    THE KIT ITEM GIVES THE CATEGORY AND OWNER                  * 09800000
      ***************************************************************** 09810000
                                                                        09820000
           MOVE KIT-COMP-PREFIX TO WS-LOOKUP-PREFIX.                    09830000
           MOVE KIT-COMP-KIT-ITEM-NUMBER TO WS-LOOKUP-NUMBER.           09840000
           PERFORM P20000-GET-ITEM THRU P20000-EXIT.                    09850000
                                                                        09860000
           IF ITEM-FOUND AND NOT ITEM-ACTIVE                            09870000
               GO TO P14100-EXIT                                        09880000
           END-IF.                                                      09890000
                                                                        09900000
           MOVE WS-CHK-OWNER TO WS-EX-OWNER.                            09910000
           MOVE WS-CHK-CATEGORY TO WS-EX-CATEGORY.                      09920000
           MOVE WS-CHK-SUB-CATEGORY TO WS-EX-SUB-CATEGORY.              09930000
           MOVE KIT-COMP-PREFIX TO WS-EX-PREFIX.                        09940000
           MOVE KIT-COMP-KIT-ITEM-NUMBER TO WS-EX-ITEM-NUMBER.          09950000
           MOVE SPACES TO WS-EX-REFERENCE.                              09960000
           STRING 'COMPONENT ' KIT-COMP-COMP-ITEM-NUMBER                09970000
               DELIMITED BY SIZE INTO WS-EX-REFERENCE.                  09980000
                                                                        09990000
           MOVE KIT-COMP-PREFIX TO WS-LOOKUP-PREFIX.                    10000000
           MOVE KIT-COMP-COMP-ITEM-NUMBER TO WS-LOOKUP-NUMBER.          10010000
           PERFORM P20000-GET-ITEM THRU P20000-EXIT.                    10020000
                                                                        10030000
           EVALUATE TRUE                                                10040000
               WHEN NOT ITEM-FOUND                                      10050000
                   MOVE 11 TO WS-EX-RULE                                10060000
                   PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT        10070000
               WHEN NOT ITEM-ACTIVE                                     10080000
                   MOVE 10 TO WS-EX-RULE                                10090000
                   PERFORM P19000-ADD-EXCEPTION THRU P19000-EXIT        10100000
           END-EVALUATE.                                                10110000
                                                                        10120000
       P14100-EXIT.                                                     10130000
           EXIT.                                                        10140000
           EJECT                                                        10150000
      ***************************************************************** 10160000
      *                                                               * 10170000
      *    PARAGRAPH:  P19000-ADD-EXCEPTION                           * 10180000
      *                                                               * 10190000
      *    FUNCTION :  COUNT ONE EXCEPTION AND INSERT IT IN THE TABLE * 10200000
      *                AFTER ANY WITH THE SAME KEY.  THE POSITION IS  * 10210000
      *                FOUND BY HALVING THE TABLE AND THE TAIL IS     * 10220000
      *                SHIFTED DOWN                                   * 10230000
      *                                                               * 10240000
      *    CALLED BY:  P11100, P12100, P13100, P14100                 * 10250000
      *                                                               * 10260000
      ***************************************************************** 10270000
                                                                        10280000
       P19000-ADD-EXCEPTION.                                            10290000
                                                                        10300000
           ADD +1 TO WS-EXCEPTIONS.                                     10310000
           ADD +1 TO WS-RULE-COUNT(WS-EX-RULE).                         10320000
                                                                        10330000
           IF WS-XT-USED NOT < WS-XT-MAX                                10340000
               ADD +1 TO WS-EXCEPTIONS-DROPPED                          10350000
               GO TO P19000-EXIT                                        10360000
           END-IF.                                                      10370000
                                                                        10380000
           MOVE +1 TO WS-LOW.                                           10390000
           MOVE WS-XT-USED TO WS-HIGH.                                  10400000
                                                                        10410000
           PERFORM P19100-PROBE THRU P19100-EXIT                        10420000
               UNTIL WS-LOW > WS-HIGH.                                  10430000
                                                                        10440000
           MOVE WS-XT-USED TO WS-NDX2.                                  10450000
                                                                        10460000
           PERFORM P19200-SHIFT-TAIL THRU P19200-EXIT                   10470000
               UNTIL WS-NDX2 < WS-LOW.                                  10480000
                                                                        10490000
           MOVE WS-EXCEPTION TO WS-XT-ENTRY (WS-LOW).                   10500000
                                                                        10510000
           ADD +1 TO WS-XT-USED.                                        10520000
                                                                        10530000
       P19000-EXIT.                                                     10540000
           EXIT.                                                        10550000
                                                                        10560000
       P19100-PROBE.                                                    10570000
                                                                        10580000
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.                     10590000
                                                                        10600000
           IF WS-XT-KEY (WS-MID) > WS-EX-KEY                            10610000
               COMPUTE WS-HIGH = WS-MID - 1                             10620000
           ELSE                                                         10630000
               COMPUTE WS-LOW = WS-MID + 1                              10640000
           END-IF.                                                      10650000
                                                                        10660000
       P19100-EXIT.                                                     10670000
           EXIT.                                                        10680000
                                                                        10690000
       P19200-SHIFT-TAIL.                                               10700000
                                                                        10710000
           COMPUTE WS-NDX = WS-NDX2 + 1.                                10720000
           MOVE WS-XT-ENTRY (WS-NDX2) TO WS-XT-ENTRY (WS-NDX).          10730000
           SUBTRACT +1 FROM WS-NDX2.                                    10740000
                                                                        10750000
       P19200-EXIT.                                                     10760000
           EXIT.                                                        10770000
           EJECT                                                        10780000
      ***************************************************************** 10790000
      *                                                               * 10800000
      *    PARAGRAPH:  P20000-GET-ITEM                                * 10810000
      *                                                               * 10820000
      *    FUNCTION :  READ THE ITEM AT THE LOOKUP KEY, NOTE WHETHER  * 10830000
      *                IT IS ON FILE AND STILL SOLD, AND FIND ITS     * 10840000
      *                CATEGORY OWNER                                 * 10850000
      *                                                               * 10860000
      *    CALLED BY:  P12100-NEXT-SUPPLIER,                          * 10870000
      *                P14100-NEXT-KIT-COMPONENT                      * 10880000
      *                                                               * 10890000
      ***************************************************************** 10900000
                                                                        10910000
       P20000-GET-ITEM.                                                 10920000
                                                                        10930000
           MOVE 'N' TO WS-ITEM-FOUND-SW.                                10940000
           MOVE 'N' TO WS-ITEM-ACTIVE-SW.                               10950000
           MOVE SPACES TO WS-CHK-CATEGORY                               10960000
                          WS-CHK-SUB-CATEGORY                           10970000
                          WS-CHK-OWNER.                                 10980000
                                                                        10990000
           EXEC SQL                                                     11000000
               SELECT  CATEGORY_NAME,                                   11010000
                       SUB_CATEGORY_NAME,                               11020000
                       DISCONTINUED_SW,                                 11030000
                       DISCONTINUED_DATE                                11040000
               INTO    :ITEM-CATEGORY-NAME,                             11050000
                       :ITEM-SUB-CATEGORY-NAME,                         11060000
                       :ITEM-DISCONTINUED-SW,                           11070000
                       :ITEM-DISCONTINUED-DATE                          11080000
               FROM    ITEM                                             11090000
               WHERE   PREFIX = :WS-LOOKUP-PREFIX                       11100000
                 AND   NUMBER = :WS-LOOKUP-NUMBER                       11110000
           END-EXEC.                                                    11120000
                                                                        11130000
           EVALUATE TRUE                                                11140000
               WHEN SQLCODE = +0                                        11150000
                   CONTINUE                                             11160000
               WHEN SQLCODE = +100                                      11170000
                   GO TO P20000-EXIT                                    11180000
               WHEN OTHER                                               11190000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      11200000
                   MOVE 'PDAB128' TO WPDE-PROGRAM-ID                    11210000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     11220000
                   MOVE 'SELECT ITEM' TO WPDE-FUNCTION                  11230000
                   MOVE 'P20000' TO WPDE-PARAGRAPH                      11240000
                   PERFORM P99999-ABEND THRU P99999-EXIT                11250000
           END-EVALUATE.                                                11260000
                                                                        11270000
           MOVE 'Y' TO WS-ITEM-FOUND-SW.                                11280000
                                                                        11290000
           IF ITEM-DISCONTINUED-SW = 'Y'                                11300000
              AND ITEM-DISCONTINUED-DATE NOT > WS-TODAY                 11310000
               CONTINUE                                                 11320000
           ELSE                                                         11330000
               MOVE 'Y' TO WS-ITEM-ACTIVE-SW                            11340000
           END-IF.                                                      11350000
                                                                        11360000
           MOVE ITEM-CATEGORY-NAME TO WS-CHK-CATEGORY.                  11370000
           MOVE ITEM-SUB-CATEGORY-NAME TO WS-CHK-SUB-CATEGORY.          11380000
           PERFORM P21000-GET-OWNER THRU P21000-EXIT.                   11390000
                                                                        11400000
       P20000-EXIT.                                                     11410000
           EXIT.                                                        11420000
           EJECT                                                        11430000
      ***************************************************************** 11440000
      *                                                               * 11450000
      *    PARAGRAPH:  P21000-GET-OWNER                               * 11460000
      *                                                               * 11470000
      *    FUNCTION :  FIND THE OWNER OF THE CATEGORY BEING CHECKED   * 11480000
      *                -- SPACES WHEN THE CATEGORY IS NOT ON FILE     * 11490000
      *                                                               * 11500000
      *    CALLED BY:  P11100-NEXT-ITEM, P20000-GET-ITEM              * 11510000
      *                                                               * 11520000
      ***************************************************************** 11530000
                                                                        11540000
       P21000-GET-OWNER.                                                11550000
                                                                        11560000
           MOVE 'N' TO WS-CATEGORY-FOUND-SW.                            11570000
           MOVE SPACES TO WS-CHK-OWNER.                                 11580000
                                                                        11590000
           EXEC SQL                                                     11600000
               SELECT  CATEGORY_OWNER                                   11610000
               INTO    :CATEGORY-OWNER                                  11620000
               FROM    CATEGORY                                         11630000
               WHERE   CATEGORY_NAME     = :WS-CHK-CATEGORY             11640000
                 AND   SUB_CATEGORY_NAME = :WS-CHK-SUB-CATEGORY         11650000
           END-EXEC.                                                    11660000
                                                                        11670000
           EVALUATE TRUE                                                11680000
               WHEN SQLCODE = +0                                        11690000
                   MOVE 'Y' TO WS-CATEGORY-FOUND-SW                     11700000
                   MOVE CATEGORY-OWNER TO WS-CHK-OWNER                  11710000
               WHEN SQLCODE = +100                                      11720000
                   CONTINUE                                             11730000
               WHEN OTHER                                               11740000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      11750000
                   MOVE 'PDAB128' TO WPDE-PROGRAM-ID                    11760000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     11770000
                   MOVE 'SELECT CATEGORY' TO WPDE-FUNCTION              11780000
                   MOVE 'P21000' TO WPDE-PARAGRAPH                      11790000
                   PERFORM P99999-ABEND THRU P99999-EXIT                11800000
           END-EVALUATE.                                                11810000
                                                                        11820000
       P21000-EXIT.                                                     11830000
           EXIT.                                                        11840000
           EJECT                                                        11850000
      ***************************************************************** 11860000
      *                                                               * 11870000
      *    PARAGRAPH:  P30000-PRINT-EXCEPTIONS                        * 11880000
      *                                                               * 11890000
      *    FUNCTION :  PRINT THE TABLED EXCEPTIONS WITH A HEADING     * 11900000
      *                FOR EACH OWNER AND CATEGORY                    * 11910000
      *                                                               * 11920000
      *    CALLED BY:  P00000-MAINLINE                                * 11930000
      *                                                               * 11940000
      ***************************************************************** 11950000
                                                                        11960000
       P30000-PRINT-EXCEPTIONS.                                         11970000
                                                                        11980000
           MOVE HIGH-VALUES TO WS-PREV-OWNER                            11990000
                               WS-PREV-CATEGORY-KEY.                    12000000
                                                                        12010000
           MOVE +0 TO WS-NDX.                                           12020000
                                                                        12030000
           PERFORM P33000-NEXT-EXCEPTION THRU P33000-EXIT.              12040000
                                                                        12050000
           IF END-OF-EXCEPTIONS                                         12060000
               DISPLAY ' '                                              12070000
               MOVE '  NO CATALOG DATA QUALITY EXCEPTIONS FOUND'        12080000
                   TO WS-DL-LINE-TEXT                                   12090000
               DISPLAY WS-DL-LINE                                       12100000
               GO TO P30000-EXIT                                        12110000
           END-IF.                                                      12120000
                                                                        12130000
           PERFORM P31000-PRINT-EXCEPTION THRU P31000-EXIT              12140000
               UNTIL END-OF-EXCEPTIONS.                                 12150000
                                                                        12160000
           PERFORM P32000-OWNER-TOTAL THRU P32000-EXIT.                 12170000
                                                                        12180000
       P30000-EXIT.                                                     12190000
           EXIT.                                                        12200000
           EJECT                                                        12210000
      ***************************************************************** 12220000
      *                                                               * 12230000
      *    PARAGRAPH:  P31000-PRINT-EXCEPTION                         * 12240000
      *                                                               * 12250000
      *    FUNCTION :  PRINT ONE EXCEPTION, HEADING A NEW OWNER OR    * 12260000
      *                CATEGORY FIRST, THEN TAKE THE NEXT ONE         * 12270000
      *                                                               * 12280000
      *    CALLED BY:  P30000-PRINT-EXCEPTIONS                        * 12290000
      *                                                               * 12300000
      ***************************************************************** 12310000
                                                                        12320000
       P31000-PRINT-EXCEPTION.                                          12330000
                                                                        12340000
           IF WS-EX-OWNER NOT = WS-PREV-OWNER                           12350000
               IF WS-PREV-OWNER NOT = HIGH-VALUES                       12360000
                   PERFORM P32000-OWNER-TOTAL THRU P32000-EXIT          12370000
               END-IF                                                   12380000
               DISPLAY ' '                                              12390000
               DISPLAY WS-DL-ASTERISK                                   12400000
               MOVE SPACES TO WS-DL-LINE-TEXT                           12410000
               IF WS-EX-OWNER = SPACES                                  12420000
                   MOVE '  OWNER:  NONE ASSIGNED' TO WS-DL-LINE-TEXT    12430000
               ELSE                                                     12440000
                   STRING '  OWNER:  ' WS-EX-OWNER                      12450000
                       DELIMITED BY SIZE INTO WS-DL-LINE-TEXT           12460000
               END-IF                                                   12470000
               DISPLAY WS-DL-LINE                                       12480000
               DISPLAY WS-DL-ASTERISK                                   12490000
               MOVE WS-EX-OWNER TO WS-PREV-OWNER                        12500000
               MOVE HIGH-VALUES TO WS-PREV-CATEGORY-KEY                 12510000
               MOVE ZEROES TO WS-OWNER-EXCEPTIONS                       12520000
           END-IF.                                                      12530000
                                                                        12540000
           MOVE WS-EX-CATEGORY TO WS-EX-CATEGORY-KEY(1:32).             12550000
           MOVE WS-EX-SUB-CATEGORY TO WS-EX-CATEGORY-KEY(33:32).        12560000
                                                                        12570000
           IF WS-EX-CATEGORY-KEY NOT = WS-PREV-CATEGORY-KEY             12580000
               DISPLAY WS-DL-BLANK                                      12590000
               MOVE SPACES TO WS-DL-LINE-TEXT                           12600000
               STRING '  CATEGORY:  '                                   12610000
                      WS-EX-CATEGORY DELIMITED BY '  '                  12620000
                      ' / '          DELIMITED BY SIZE                  12630000
                      WS-EX-SUB-CATEGORY DELIMITED BY '  '              12640000
                   INTO WS-DL-LINE-TEXT                                 12650000
               DISPLAY WS-DL-LINE                                       12660000
               DISPLAY WS-DL-EXCEPTION-HEADING                          12670000
               MOVE WS-EX-CATEGORY-KEY TO WS-PREV-CATEGORY-KEY          12680000
           END-IF.                                                      12690000
                                                                        12700000
           MOVE WS-EX-PREFIX TO WS-DL-ED-PREFIX.                        12710000
           MOVE WS-EX-ITEM-NUMBER TO WS-DL-ED-ITEM.                     12720000
           MOVE WS-RULE-TEXT(WS-EX-RULE) TO WS-DL-ED-RULE.              12730000
           DISPLAY WS-DL-EXCEPTION-DETAIL.                              12740000
                                                                        12750000
           IF WS-EX-REFERENCE NOT = SPACES                              12760000
               MOVE SPACES TO WS-DL-LINE-TEXT                           12770000
               MOVE WS-EX-REFERENCE TO WS-DL-LINE-TEXT(13:42)           12780000
               DISPLAY WS-DL-LINE                                       12790000
           END-IF.                                                      12800000
                                                                        12810000
           ADD +1 TO WS-OWNER-EXCEPTIONS.                               12820000
                                                                        12830000
           PERFORM P33000-NEXT-EXCEPTION THRU P33000-EXIT.              12840000
                                                                        12850000
       P31000-EXIT.                                                     12860000
           EXIT.                                                        12870000
           EJECT                                                        12880000
      ***************************************************************** 12890000
      *                                                               * 12900000
      *    PARAGRAPH:  P32000-OWNER-TOTAL                             * 12910000
      *                                                               * 12920000
      *    FUNCTION :  PRINT THE EXCEPTION COUNT FOR THE OWNER        * 12930000
      *                                                               * 12940000
      *    CALLED BY:  P30000-PRINT-EXCEPTIONS,                       * 12950000
      *                P31000-PRINT-EXCEPTION                         * 12960000
      *                                                               * 12970000
      ***************************************************************** 12980000
                                                                        12990000
       P32000-OWNER-TOTAL.                                              13000000
                                                                        13010000
           DISPLAY WS-DL-BLANK.                                         13020000
           MOVE 'EXCEPTIONS FOR THIS OWNER' TO WS-DL-T-TITLE.           13030000
           MOVE WS-OWNER-EXCEPTIONS TO WS-DL-T-CNT.                     13040000
           DISPLAY WS-DL-TOTAL.                                         13050000
                                                                        13060000
       P32000-EXIT.                                                     13070000
           EXIT.                                                        13080000
           EJECT                                                        13090000
      ***************************************************************** 13100000
      *                                                               * 13110000
      *    PARAGRAPH:  P33000-NEXT-EXCEPTION                          * 13120000
      *                                                               * 13130000
      *    FUNCTION :  TAKE THE NEXT EXCEPTION FROM THE TABLE         * 13140000
      *                                                               * 13150000
      *    CALLED BY:  P30000-PRINT-EXCEPTIONS,                       * 13160000
      *                P31000-PRINT-EXCEPTION                         * 13170000
      *                                                               * 13180000
      ***************************************************************** 13190000
                                                                        13200000
       P33000-NEXT-EXCEPTION.                                           13210000
                                                                        13220000
           ADD +1 TO WS-NDX.                                            13230000
                                                                        13240000
           IF WS-NDX > WS-XT-USED                                       13250000
               MOVE 'Y' TO WS-END-OF-EXCEPTIONS-SW                      13260000
               GO TO P33000-EXIT                                        13270000
           END-IF.                                                      13280000
                                                                        13290000
           MOVE WS-XT-ENTRY (WS-NDX) TO WS-EXCEPTION.                   13300000
                                                                        13310000
       P33000-EXIT.                                                     13320000
           EXIT.                                                        13330000
           EJECT                                                        13340000
      ***************************************************************** 13350000
      *                                                               * 13360000
      *    PARAGRAPH:  P99999-ABEND                                   * 13370000
      *                                                               * 13380000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 13390000
      *                ERROR HAS BEEN ENCOUNTERED                     * 13400000
      *                                                               * 13410000
      *    CALLED BY:  VARIOUS                                        * 13420000
      *                                                               * 13430000
      ***************************************************************** 13440000
                                                                        13450000
       P99999-ABEND.                                                    13460000
                                                                        13470000
           DISPLAY ' '.                                                 13480000
           DISPLAY WPEA-ERROR-01.                                       13490000
           DISPLAY WPEA-ERROR-02.                                       13500000
           DISPLAY WPEA-ERROR-03.                                       13510000
           DISPLAY WPEA-ERROR-04.                                       13520000
                                                                        13530000
           IF PDA-DB2-ERROR                                             13540000
               DISPLAY WS-PDA-DB2-ERROR-01                              13550000
               DISPLAY WS-PDA-DB2-ERROR-02                              13560000
           ELSE                                                         13570000
               DISPLAY WS-PDA-BATCH-ERROR-01                            13580000
               DISPLAY WS-PDA-BATCH-ERROR-02                            13590000
           END-IF.                                                      13600000
                                                                        13610000
           DISPLAY WPEA-ERROR-04.                                       13620000
           DISPLAY WPEA-ERROR-03.                                       13630000
           DISPLAY WPEA-ERROR-02.                                       13640000
           DISPLAY WPEA-ERROR-01.                                       13650000
           DISPLAY ' '.                                                 13660000
                                                                        13670000
           MOVE 16 TO RETURN-CODE.                                      13680000
                                                                        13690000
           GOBACK.                                                      13700000
                                                                        13710000
       P99999-EXIT.                                                     13720000
           EXIT.                                                        13730000
