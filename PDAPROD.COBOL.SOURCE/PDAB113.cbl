       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB113.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB113                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB113 PRODUCES A CUSTOMER NET PRICE     * 00100000
      *             LIST -- WHAT THE CUSTOMER WILL PAY, TODAY, FOR    * 00110000
      *             EACH ITEM IT MAY ORDER.  THE CONTROL CARD NAMES   * 00120000
      *             ONE CUSTOMER, OR *ALL FOR EVERY CUSTOMER HOLDING  * 00130000
      *             A CONTRACT PRICE IN EFFECT (THE MONTHLY RUN).     * 00140000
      *             FOR EACH CUSTOMER EVERY ORDERABLE ITEM / SUPPLIER * 00150000
      *             IS LISTED -- ONLY THE AUTHORIZED ITEMS WHEN THE   * 00160000
      *             CUSTOMER HAS AN AUTHORIZED ITEM LIST (PDA059) --  * 00170000
      *             WITH THE LIST PRICE (PDAS04), THE CONTRACT PRICE  * 00180000
      *             AND ITS EXPIRY DATE, THE NET PRICE, THE QUANTITY  * 00190000
      *             BREAK TIERS PRICED OFF THE NET PRICE THE WAY      * 00200000
      *             PDAS05 PRICES THEM AT SUBMIT, AND THE CUSTOMER'S  * 00210000
      *             OWN PART NUMBER (PDA045).  THE LIST IS PRINTED AS * 00220000
      *             A CATALOG AND WRITTEN TO A COMMA-SEPARATED-VALUE  * 00230000
      *             FILE THAT CAN BE SENT TO THE CUSTOMER.            * 00240000
      *                                                               * 00250000
      *             CONTROL CARD:                                     * 00260000
      *               PREFIX=NNNNN CUSTOMER=XXXXXXXX...(32)           * 00270000
      *               PREFIX=NNNNN CUSTOMER=*ALL                      * 00280000
      *                                                               * 00290000
      * FILES   :   CONTROL CARD               -  SEQUENTIAL (INPUT)  * 00300000
      *             CUSTOMER FILE              -  VSAM       (INPUT)  * 00310000
      *             AUTHORIZED ITEM FILE       -  VSAM       (INPUT)  * 00320000
      *             CUSTOMER PART XREF FILE    -  VSAM       (INPUT)  * 00330000
      *             ITEM, ITEM_SUPPLIER        -  DB2   (READ-ONLY)   * 00340000
      *             CONTRACT_PRICE             -  DB2   (READ-ONLY)   * 00350000
      *             DISCOUNT_SCHEDULE          -  DB2   (READ-ONLY)   * 00360000
      *             PRICE LIST PRINT           -  SEQUENTIAL (OUTPUT) * 00370000
      *             PRICE LIST CSV FILE        -  SEQUENTIAL (OUTPUT) * 00380000
      *                                                               * 00390000
      ***************************************************************** 00400000
      *             PROGRAM CHANGE LOG                                * 00410000
      *             -------------------                               * 00420000
      *                                                               * 00430000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00440000
      *  --------   --------------------  --------------------------  * 00450000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00460000
      *                                                               * 00470000
      ***************************************************************** 00480000
           EJECT                                                        00490000
       ENVIRONMENT DIVISION.                                            00500000
                                                                        00510000
       INPUT-OUTPUT SECTION.                                            00520000
                                                                        00530000
       FILE-CONTROL.                                                    00540000
                                                                        00550000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00560000
                                                                        00570000
           SELECT PRICE-LIST-PRINT     ASSIGN TO PRCLIST.               00580000
                                                                        00590000
           SELECT PRICE-LIST-CSV       ASSIGN TO PRCCSV.                00600000
                                                                        00610000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00620000
                                       ORGANIZATION IS INDEXED          00630000
                                       ACCESS IS RANDOM                 00640000
                                       RECORD KEY IS CUSTOMER-KEY       00650000
                                       FILE STATUS IS                   00660000
                                           WS-CUSTOMER-STATUS.          00670000
                                                                        00680000
           SELECT VSAM-AUTH-ITEM       ASSIGN TO VAUTHITM               00690000
                                       ORGANIZATION IS INDEXED          00700000
                                       ACCESS IS RANDOM                 00710000
                                       RECORD KEY IS AUTH-ITEM-KEY      00720000
                                       FILE STATUS IS WS-AUTH-STATUS.   00730000
                                                                        00740000
           SELECT VSAM-CUST-XREF       ASSIGN TO VCUSTXRF               00750000
                                       ORGANIZATION IS INDEXED          00760000
                                       ACCESS IS DYNAMIC                00770000
                                       RECORD KEY IS CUSTOMER-XREF-KEY  00780000
                                       FILE STATUS IS WS-XREF-STATUS.   00790000
           EJECT                                                        00800000
       DATA DIVISION.                                                   00810000
                                                                        00820000
       FILE SECTION.                                                    00830000
                                                                        00840000
       FD  CONTROL-CARD                                                 00850000
           LABEL RECORDS ARE STANDARD                                   00860000
           RECORDING MODE IS F                                          00870000
           RECORD CONTAINS 80 CHARACTERS                                00880000
           BLOCK CONTAINS 27920 CHARACTERS.                             00890000
                                                                        00900000
       01  CONTROL-CARD-REC            PIC X(80).                       00910000
                                                                        00920000
       FD  PRICE-LIST-PRINT                                             00930000
           LABEL RECORDS ARE STANDARD                                   00940000
           RECORDING MODE IS F                                          00950000
           RECORD CONTAINS 132 CHARACTERS.                              00960000
                                                                        00970000
       01  PRICE-LIST-PRINT-REC        PIC X(132).                      00980000
                                                                        00990000
       FD  PRICE-LIST-CSV                                               01000000
           RECORDING MODE IS F                                          01010000
           LABEL RECORDS ARE STANDARD.                                  01020000
                                                                        01030000
       01  PRICE-LIST-CSV-REC          PIC X(400).                      01040000
                                                                        01050000
       FD  VSAM-CUSTOMER                                                01060000
           RECORD CONTAINS 800 CHARACTERS.                              01070000
                                                                        01080000
           COPY VCUSTOMR.                                               01090000
                                                                        01100000
       FD  VSAM-AUTH-ITEM                                               01110000
           RECORD CONTAINS 80 CHARACTERS.                               01120000
                                                                        01130000
           COPY VAUTHITM.                                               01140000
                                                                        01150000
       FD  VSAM-CUST-XREF                                               01160000
           RECORD CONTAINS 128 CHARACTERS.                              01170000
                                                                        01180000
           COPY VCUSTXRF.                                               01190000
           EJECT                                                        01200000
       WORKING-STORAGE SECTION.                                         01210000
                                                                        01220000
      ***************************************************************** 01230000
      *    SWITCHES                                                   * 01240000
      ***************************************************************** 01250000
                                                                        01260000
       01  WS-SWITCHES.                                                 01270000
           05  WS-END-OF-CUSTOMERS-SW  PIC X     VALUE 'N'.             01280000
               88  END-OF-CUSTOMERS              VALUE 'Y'.             01290000
           05  WS-END-OF-ITEMS-SW      PIC X     VALUE 'N'.             01300000
               88  END-OF-ITEMS                  VALUE 'Y'.             01310000
           05  WS-END-OF-TIERS-SW      PIC X     VALUE 'N'.             01320000
               88  END-OF-TIERS                  VALUE 'Y'.             01330000
           05  WS-END-OF-XREF-SW       PIC X     VALUE 'N'.             01340000
               88  END-OF-XREF                   VALUE 'Y'.             01350000
           05  WS-AUTH-LIST-SW         PIC X     VALUE 'N'.             01360000
               88  CUSTOMER-HAS-AUTH-LIST        VALUE 'Y'.             01370000
           05  WS-CONTRACT-SW          PIC X     VALUE 'N'.             01380000
               88  CONTRACT-FOUND                VALUE 'Y'.             01390000
           EJECT                                                        01400000
      ***************************************************************** 01410000
      *    MISCELLANEOUS WORK FIELDS                                  * 01420000
      ***************************************************************** 01430000
                                                                        01440000
       01  WS-MISCELLANEOUS-FIELDS.                                     01450000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01460000
               88  CUSTOMERF-OK                  VALUE '  ' '00'.       01470000
               88  CUSTOMERF-NOTFOUND            VALUE '23'.            01480000
           03  WS-AUTH-STATUS          PIC XX    VALUE SPACES.          01490000
               88  AUTHF-OK                      VALUE '  ' '00'.       01500000
               88  AUTHF-NOTFOUND                VALUE '23'.            01510000
               88  AUTHF-EMPTY                   VALUE '47' '35'.       01520000
           03  WS-XREF-STATUS          PIC XX    VALUE SPACES.          01530000
               88  XREFF-OK                      VALUE '  ' '00'.       01540000
               88  XREFF-EMPTY                   VALUE '47' '35'.       01550000
           03  WS-AUTH-FILE-SW         PIC X     VALUE 'N'.             01560000
               88  AUTH-FILE-OPEN                VALUE 'Y'.             01570000
           03  WS-XREF-FILE-SW         PIC X     VALUE 'N'.             01580000
               88  XREF-FILE-OPEN                VALUE 'Y'.             01590000
           03  WS-CUSTOMERS-LISTED     PIC S9(7) VALUE +0       COMP-3. 01600000
           03  WS-CUSTOMERS-MISSING    PIC S9(7) VALUE +0       COMP-3. 01610000
           03  WS-LINES-LISTED         PIC S9(7) VALUE +0       COMP-3. 01620000
           03  WS-LINES-NOT-AUTH       PIC S9(7) VALUE +0       COMP-3. 01630000
           03  WS-LINES-NO-PRICE       PIC S9(7) VALUE +0       COMP-3. 01640000
           03  WS-TIERS-NOT-SHOWN      PIC S9(7) VALUE +0       COMP-3. 01650000
           03  WS-CUST-LINES           PIC S9(7) VALUE +0       COMP-3. 01660000
           03  WS-LINE-COUNT           PIC S9(5) VALUE +0       COMP-3. 01670000
           03  WS-PAGE-LINES           PIC S9(5) VALUE +55      COMP-3. 01680000
           03  WS-PAGE-NUMBER          PIC S9(5) VALUE +0       COMP-3. 01690000
           03  WS-LIST-PRICE           PIC S9(8)V99                     01700000
                                                 VALUE +0       COMP-3. 01710000
           03  WS-NET-PRICE            PIC S9(8)V99                     01720000
                                                 VALUE +0       COMP-3. 01730000
           03  WS-CUST-PART            PIC X(32) VALUE SPACES.          01740000
           03  WS-TODAY                PIC X(8)  VALUE SPACES.          01750000
           03  WS-DATE.                                                 01760000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01770000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01780000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01790000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01800000
                                       PIC 9(8).                        01810000
           03  WS-EXPIRES.                                              01820000
               05  WS-EXPIRES-YEAR     PIC X(4)  VALUE SPACES.          01830000
               05  WS-EXPIRES-MONTH    PIC XX    VALUE SPACES.          01840000
               05  WS-EXPIRES-DAY      PIC XX    VALUE SPACES.          01850000
           EJECT                                                        01860000
      ***************************************************************** 01870000
      *    CONTROL CARD LAYOUT                                        * 01880000
      ***************************************************************** 01890000
                                                                        01900000
       01  WS-CONTROL-CARD.                                             01910000
           03  WS-CC-PREFIX-KEYWORD    PIC X(7)  VALUE SPACES.          01920000
           03  WS-CC-PREFIX            PIC X(5)  VALUE SPACES.          01930000
           03  WS-CC-CUSTOMER-KEYWORD  PIC X(10) VALUE SPACES.          01940000
           03  WS-CC-CUSTOMER          PIC X(32) VALUE SPACES.          01950000
               88  WS-CC-ALL-CUSTOMERS           VALUE '*ALL'.          01960000
           03  FILLER                  PIC X(26) VALUE SPACES.          01970000
           EJECT                                                        01980000
      ***************************************************************** 01990000
      *    CUSTOMER PART NUMBERS FOR THE CUSTOMER BEING LISTED,       * 02000000
      *    LOADED FROM THE CROSS-REFERENCE FILE (PDA045)              * 02010000
      ***************************************************************** 02020000
                                                                        02030000
       01  WS-XREF-TABLE.                                               02040000
           03  WS-XR-MAX               PIC S9(4) VALUE +500     COMP.   02050000
           03  WS-XR-COUNT             PIC S9(4) VALUE +0       COMP.   02060000
           03  WS-XR-SUB               PIC S9(4) VALUE +0       COMP.   02070000
           03  WS-XR-ENTRY             OCCURS 500 TIMES.                02080000
               05  WS-XR-ITEM          PIC X(32).                       02090000
               05  WS-XR-PART          PIC X(32).                       02100000
                                                                        02110000
      ***************************************************************** 02120000
      *    QUANTITY BREAK TIERS FOR THE LINE BEING LISTED             * 02130000
      ***************************************************************** 02140000
                                                                        02150000
       01  WS-TIER-TABLE.                                               02160000
           03  WS-TR-MAX               PIC S9(4) VALUE +4       COMP.   02170000
           03  WS-TR-COUNT             PIC S9(4) VALUE +0       COMP.   02180000
           03  WS-TR-SUB               PIC S9(4) VALUE +0       COMP.   02190000
           03  WS-TR-ENTRY             OCCURS 4 TIMES.                  02200000
               05  WS-TR-MIN-QTY       PIC S9(9)           COMP.        02210000
               05  WS-TR-PCT           PIC S9(3)V99        COMP-3.      02220000
               05  WS-TR-PRICE         PIC S9(8)V99        COMP-3.      02230000
           EJECT                                                        02240000
      ***************************************************************** 02250000
      *    PRINT LINES                                                * 02260000
      ***************************************************************** 02270000
                                                                        02280000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         02290000
                                                                        02300000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '='.        02310000
                                                                        02320000
       01  WS-PL-TITLE.                                                 02330000
           03  FILLER                  PIC X(30)                        02340000
                   VALUE 'NET PRICE LIST FOR CUSTOMER: '.               02350000
           03  WS-PL-TI-CUSTOMER       PIC X(32) VALUE SPACES.          02360000
           03  FILLER                  PIC X(01) VALUE SPACES.          02370000
           03  WS-PL-TI-NAME           PIC X(50) VALUE SPACES.          02380000
           03  FILLER                  PIC X(09) VALUE '  PAGE '.       02390000
           03  WS-PL-TI-PAGE           PIC ZZZZ9.                       02400000
           03  FILLER                  PIC X(05) VALUE SPACES.          02410000
                                                                        02420000
       01  WS-PL-SUBTITLE.                                              02430000
           03  FILLER                  PIC X(17)                        02440000
                   VALUE 'PRICES IN EFFECT '.                           02450000
           03  WS-PL-ST-MONTH          PIC XX    VALUE SPACES.          02460000
           03  FILLER                  PIC X(01) VALUE '/'.             02470000
           03  WS-PL-ST-DAY            PIC XX    VALUE SPACES.          02480000
           03  FILLER                  PIC X(01) VALUE '/'.             02490000
           03  WS-PL-ST-YEAR           PIC X(4)  VALUE SPACES.          02500000
           03  FILLER                  PIC X(04) VALUE SPACES.          02510000
           03  WS-PL-ST-SCOPE          PIC X(40) VALUE SPACES.          02520000
           03  FILLER                  PIC X(61) VALUE SPACES.          02530000
                                                                        02540000
       01  WS-PL-COLUMN-HEADER.                                         02550000
           03  FILLER                  PIC X(25)                        02560000
                   VALUE 'ITEM NUMBER'.                                 02570000
           03  FILLER                  PIC X(19)                        02580000
                   VALUE 'YOUR PART NUMBER'.                            02590000
           03  FILLER                  PIC X(26)                        02600000
                   VALUE 'DESCRIPTION'.                                 02610000
           03  FILLER                  PIC X(05) VALUE 'UOM'.           02620000
           03  FILLER                  PIC X(13) VALUE 'SUPPLIER'.      02630000
           03  FILLER                  PIC X(11) VALUE ' LIST PRICE'.   02640000
           03  FILLER                  PIC X(11) VALUE '   CONTRACT'.   02650000
           03  FILLER                  PIC X(11) VALUE '   EXPIRES'.    02660000
           03  FILLER                  PIC X(11) VALUE '  NET PRICE'.   02670000
                                                                        02680000
       01  WS-PL-DETAIL.                                                02690000
           03  WS-PL-DT-ITEM           PIC X(24) VALUE SPACES.          02700000
           03  FILLER                  PIC X(01) VALUE SPACES.          02710000
           03  WS-PL-DT-PART           PIC X(18) VALUE SPACES.          02720000
           03  FILLER                  PIC X(01) VALUE SPACES.          02730000
           03  WS-PL-DT-NAME           PIC X(25) VALUE SPACES.          02740000
           03  FILLER                  PIC X(01) VALUE SPACES.          02750000
           03  WS-PL-DT-UOM            PIC X(04) VALUE SPACES.          02760000
           03  FILLER                  PIC X(01) VALUE SPACES.          02770000
           03  WS-PL-DT-SUPPLIER       PIC X(12) VALUE SPACES.          02780000
           03  FILLER                  PIC X(01) VALUE SPACES.          02790000
           03  WS-PL-DT-LIST           PIC ZZZ,ZZ9.99.                  02800000
           03  FILLER                  PIC X(01) VALUE SPACES.          02810000
           03  WS-PL-DT-CONTRACT       PIC ZZZ,ZZ9.99                   02820000
                                                 BLANK WHEN ZERO.       02830000
           03  FILLER                  PIC X(01) VALUE SPACES.          02840000
           03  WS-PL-DT-EXPIRES        PIC X(10) VALUE SPACES.          02850000
           03  FILLER                  PIC X(01) VALUE SPACES.          02860000
           03  WS-PL-DT-NET            PIC ZZZ,ZZ9.99.                  02870000
                                                                        02880000
       01  WS-PL-TIERS.                                                 02890000
           03  FILLER                  PIC X(25) VALUE SPACES.          02900000
           03  FILLER                  PIC X(19)                        02910000
                   VALUE 'QUANTITY BREAKS:'.                            02920000
           03  WS-PL-TR-ENTRY          OCCURS 4 TIMES.                  02930000
               05  FILLER              PIC X(01) VALUE SPACES.          02940000
               05  WS-PL-TR-QTY        PIC ZZZ,ZZ9                      02950000
                                                 BLANK WHEN ZERO.       02960000
               05  WS-PL-TR-AT         PIC X(04) VALUE SPACES.          02970000
               05  WS-PL-TR-PRICE      PIC ZZZ,ZZ9.99                   02980000
                                                 BLANK WHEN ZERO.       02990000
           EJECT                                                        03000000
      ***************************************************************** 03010000
      *    CSV EDIT WORK FIELDS                                       * 03020000
      ***************************************************************** 03030000
                                                                        03040000
       01  WS-CSV-EDIT-FIELDS.                                          03050000
           03  WS-CSV-LIST-PRICE       PIC -(7)9.99.                    03060000
           03  WS-CSV-CONTRACT-PRICE   PIC -(7)9.99.                    03070000
           03  WS-CSV-NET-PRICE        PIC -(7)9.99.                    03080000
           03  WS-CSV-TIER             OCCURS 4 TIMES.                  03090000
               05  WS-CSV-TIER-QTY     PIC -(8)9.                       03100000
               05  WS-CSV-TIER-PRICE   PIC -(7)9.99.                    03110000
           03  WS-CSV-POINTER          PIC S9(4) VALUE +0       COMP.   03120000
           EJECT                                                        03130000
      ***************************************************************** 03140000
      *    DISPLAY AREA                                               * 03150000
      ***************************************************************** 03160000
                                                                        03170000
       01  WS-DISPLAY-LINES.                                            03180000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         03190000
           03  WS-DL-LINE.                                              03200000
               05  FILLER         PIC X(01) VALUE '*'.                  03210000
               05  WS-DL-LINE-TEXT                                      03220000
                                  PIC X(78) VALUE SPACES.               03230000
               05  FILLER         PIC X(01) VALUE '*'.                  03240000
           03  WS-DL-TOTAL.                                             03250000
               05  FILLER         PIC X(01) VALUE '*'.                  03260000
               05  FILLER         PIC X(45) VALUE SPACES.               03270000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          03280000
               05  FILLER         PIC X(3)  VALUE ' - '.                03290000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               03300000
               05  FILLER         PIC X(01) VALUE '*'.                  03310000
           EJECT                                                        03320000
      ***************************************************************** 03330000
      *    PRICE RESOLUTION (PDAS04) PARAMETERS                       * 03340000
      ***************************************************************** 03350000
                                                                        03360000
           COPY PDAS04CY.                                               03370000
           EJECT                                                        03380000
      ***************************************************************** 03390000
      *         SQL COMMUNICATIONS AREA                               * 03400000
      ***************************************************************** 03410000
                                                                        03420000
           EXEC SQL                                                     03430000
              INCLUDE SQLCA                                             03440000
           END-EXEC.                                                    03450000
           EJECT                                                        03460000
           EXEC SQL                                                     03470000
              INCLUDE DITEM                                             03480000
           END-EXEC.                                                    03490000
           EJECT                                                        03500000
           EXEC SQL                                                     03510000
              INCLUDE DITMSUP                                           03520000
           END-EXEC.                                                    03530000
           EJECT                                                        03540000
           EXEC SQL                                                     03550000
              INCLUDE DCONPRC                                           03560000
           END-EXEC.                                                    03570000
           EJECT                                                        03580000
           EXEC SQL                                                     03590000
              INCLUDE DDISCSCH                                          03600000
           END-EXEC.                                                    03610000
           EJECT                                                        03620000
      ***************************************************************** 03630000
      *    EVERY CUSTOMER WITH A CONTRACT PRICE IN EFFECT             * 03640000
      ***************************************************************** 03650000
                                                                        03660000
           EXEC SQL                                                     03670000
               DECLARE CONTCUST CURSOR FOR                              03680000
                   SELECT    DISTINCT CUSTOMER_ID                       03690000
                   FROM      CONTRACT_PRICE                             03700000
                   WHERE     PREFIX      = :CONTRACT-PREFIX             03710000
                     AND     START_DATE <= :WS-TODAY                    03720000
                     AND     END_DATE   >= :WS-TODAY                    03730000
                   ORDER BY  CUSTOMER_ID                                03740000
           END-EXEC.                                                    03750000
                                                                        03760000
      ***************************************************************** 03770000
      *    EVERY ORDERABLE ITEM / SUPPLIER FOR THE PREFIX -- THE      * 03780000
      *    SAME DISCONTINUED TEST AS THE PDA106 ITEM BROWSE           * 03790000
      ***************************************************************** 03800000
                                                                        03810000
           EXEC SQL                                                     03820000
               DECLARE PRICEITM CURSOR FOR                              03830000
                   SELECT    I.NUMBER,                                  03840000
                             I.NAME,                                    03850000
                             I.UNIT_OF_MEASURE,                         03860000
                             S.SUPPLIER_PREFIX,                         03870000
                             S.SUPPLIER_ID                              03880000
                   FROM      ITEM I,                                    03890000
                             ITEM_SUPPLIER S                            03900000
                   WHERE     I.PREFIX        = :ITEM-PREFIX             03910000
                     AND     S.ITEM_PREFIX   = I.PREFIX                 03920000
                     AND     S.ITEM_NUMBER   = I.NUMBER                 03930000
                     AND     NOT (I.DISCONTINUED_SW   = 'Y' AND         03940000
                                  I.DISCONTINUED_DATE <= :WS-TODAY)     03950000
                   ORDER BY  I.NUMBER,                                  03960000
                             S.SUPPLIER_ID                              03970000
           END-EXEC.                                                    03980000
                                                                        03990000
      ***************************************************************** 04000000
      *    QUANTITY BREAK TIERS FOR AN ITEM / SUPPLIER                * 04010000
      ***************************************************************** 04020000
                                                                        04030000
           EXEC SQL                                                     04040000
               DECLARE PRICETIR CURSOR FOR                              04050000
                   SELECT    MIN_QUANTITY,                              04060000
                             DISCOUNT_PCT                               04070000
                   FROM      DISCOUNT_SCHEDULE                          04080000
                   WHERE     ITEM_PREFIX     = :DSC-ITEM-PREFIX         04090000
                     AND     ITEM_NUMBER     = :DSC-ITEM-NUMBER         04100000
                     AND     SUPPLIER_PREFIX = :DSC-SUPPLIER-PREFIX     04110000
                     AND     SUPPLIER_ID     = :DSC-SUPPLIER-ID         04120000
                   ORDER BY  MIN_QUANTITY                               04130000
           END-EXEC.                                                    04140000
           EJECT                                                        04150000
      ***************************************************************** 04160000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 04170000
      ***************************************************************** 04180000
                                                                        04190000
           COPY PDAERRWS.                                               04200000
                                                                        04210000
       01  WS-PDA-BATCH-ERROR-01.                                       04220000
           05  FILLER             PIC X     VALUE SPACES.               04230000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             04240000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          04250000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB113'.            04260000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      04270000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04280000
                                                                        04290000
       01  WS-PDA-BATCH-ERROR-02.                                       04300000
           05  FILLER             PIC X(8)  VALUE SPACES.               04310000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04320000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04330000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04340000
           EJECT                                                        04350000
      ***************************************************************** 04360000
      *    P R O C E D U R E    D I V I S I O N                       * 04370000
      ***************************************************************** 04380000
                                                                        04390000
       PROCEDURE DIVISION.                                              04400000
                                                                        04410000
      ***************************************************************** 04420000
      *                                                               * 04430000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04440000
      *                                                               * 04450000
      *    FUNCTION :  PROGRAM ENTRY.  READ THE CONTROL CARD, LIST    * 04460000
      *                THE NAMED CUSTOMER OR EVERY CONTRACT CUSTOMER  * 04470000
      *                AND DISPLAY THE RUN TOTALS                     * 04480000
      *                                                               * 04490000
      *    CALLED BY:  NONE                                           * 04500000
      *                                                               * 04510000
      ***************************************************************** 04520000
                                                                        04530000
       P00000-MAINLINE.                                                 04540000
                                                                        04550000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04560000
           MOVE WS-DATE TO WS-TODAY.                                    04570000
                                                                        04580000
           OPEN INPUT CONTROL-CARD.                                     04590000
                                                                        04600000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       04610000
               AT END                                                   04620000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          04630000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      04640000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               04650000
                                                                        04660000
           CLOSE CONTROL-CARD.                                          04670000
                                                                        04680000
           IF WS-CC-PREFIX-KEYWORD NOT = 'PREFIX='                      04690000
              OR WS-CC-PREFIX NOT NUMERIC                               04700000
              OR WS-CC-CUSTOMER-KEYWORD NOT = ' CUSTOMER='              04710000
              OR WS-CC-CUSTOMER = SPACES                                04720000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              04730000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04740000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04750000
           END-IF.                                                      04760000
                                                                        04770000
           DISPLAY ' '.                                                 04780000
           DISPLAY WS-DL-ASTERISK.                                      04790000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04800000
           STRING '  PDAB113 - CUSTOMER NET PRICE LIST, PREFIX '        04810000
               WS-CC-PREFIX ' AS OF ' WS-DATE                           04820000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  04830000
           DISPLAY WS-DL-LINE.                                          04840000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04850000
           STRING '  CUSTOMER: ' WS-CC-CUSTOMER                         04860000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  04870000
           DISPLAY WS-DL-LINE.                                          04880000
           DISPLAY WS-DL-ASTERISK.                                      04890000
           DISPLAY ' '.                                                 04900000
                                                                        04910000
           OPEN INPUT VSAM-CUSTOMER.                                    04920000
                                                                        04930000
           IF NOT CUSTOMERF-OK                                          04940000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         04950000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              04960000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04970000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04980000
           END-IF.                                                      04990000
                                                                        05000000
      ***************************************************************** 05010000
      *    NO AUTHORIZED ITEM OR CROSS-REFERENCE FILE YET MEANS NO    * 05020000
      *    CUSTOMER HAS A LIST OR A PART NUMBER                       * 05030000
      ***************************************************************** 05040000
                                                                        05050000
           OPEN INPUT VSAM-AUTH-ITEM.                                   05060000
                                                                        05070000
           IF AUTHF-OK                                                  05080000
               MOVE 'Y' TO WS-AUTH-FILE-SW                              05090000
           ELSE                                                         05100000
               IF NOT AUTHF-EMPTY                                       05110000
                   MOVE 'OPEN AUTH ITEM FILE FAILED' TO WPBE-MESSAGE    05120000
                   MOVE WS-AUTH-STATUS TO WPBE-FILE-STATUS              05130000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      05140000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05150000
               END-IF                                                   05160000
           END-IF.                                                      05170000
                                                                        05180000
           OPEN INPUT VSAM-CUST-XREF.                                   05190000
                                                                        05200000
           IF XREFF-OK                                                  05210000
               MOVE 'Y' TO WS-XREF-FILE-SW                              05220000
           ELSE                                                         05230000
               IF NOT XREFF-EMPTY                                       05240000
                   MOVE 'OPEN CUSTOMER XREF FILE FAILED'                05250000
                       TO WPBE-MESSAGE                                  05260000
                   MOVE WS-XREF-STATUS TO WPBE-FILE-STATUS              05270000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      05280000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05290000
               END-IF                                                   05300000
           END-IF.                                                      05310000
                                                                        05320000
           OPEN OUTPUT PRICE-LIST-PRINT                                 05330000
                       PRICE-LIST-CSV.                                  05340000
                                                                        05350000
           PERFORM P05000-WRITE-CSV-HEADING THRU P05000-EXIT.           05360000
                                                                        05370000
           IF WS-CC-ALL-CUSTOMERS                                       05380000
               PERFORM P10000-ALL-CUSTOMERS THRU P10000-EXIT            05390000
           ELSE                                                         05400000
               MOVE WS-CC-CUSTOMER TO CUSTOMER-ID                       05410000
               PERFORM P20000-LIST-CUSTOMER THRU P20000-EXIT            05420000
           END-IF.                                                      05430000
                                                                        05440000
           CLOSE PRICE-LIST-PRINT                                       05450000
                 PRICE-LIST-CSV                                         05460000
                 VSAM-CUSTOMER.                                         05470000
                                                                        05480000
           IF AUTH-FILE-OPEN                                            05490000
               CLOSE VSAM-AUTH-ITEM                                     05500000
           END-IF.                                                      05510000
                                                                        05520000
           IF XREF-FILE-OPEN                                            05530000
               CLOSE VSAM-CUST-XREF                                     05540000
           END-IF.                                                      05550000
                                                                        05560000
           DISPLAY ' '.                                                 05570000
           DISPLAY WS-DL-ASTERISK.                                      05580000
                                                                        05590000
           MOVE 'CUSTOMERS LISTED' TO WS-DL-T-TITLE.                    05600000
           MOVE WS-CUSTOMERS-LISTED TO WS-DL-T-CNT.                     05610000
           DISPLAY WS-DL-TOTAL.                                         05620000
                                                                        05630000
           MOVE 'CUSTOMERS NOT ON FILE' TO WS-DL-T-TITLE.               05640000
           MOVE WS-CUSTOMERS-MISSING TO WS-DL-T-CNT.                    05650000
           DISPLAY WS-DL-TOTAL.                                         05660000
                                                                        05670000
           MOVE 'PRICE LINES LISTED' TO WS-DL-T-TITLE.                  05680000
           MOVE WS-LINES-LISTED TO WS-DL-T-CNT.                         05690000
           DISPLAY WS-DL-TOTAL.                                         05700000
                                                                        05710000
           MOVE 'NOT ON AUTHORIZED LIST' TO WS-DL-T-TITLE.              05720000
           MOVE WS-LINES-NOT-AUTH TO WS-DL-T-CNT.                       05730000
           DISPLAY WS-DL-TOTAL.                                         05740000
                                                                        05750000
           MOVE 'NO PRICE ON FILE' TO WS-DL-T-TITLE.                    05760000
           MOVE WS-LINES-NO-PRICE TO WS-DL-T-CNT.                       05770000
           DISPLAY WS-DL-TOTAL.                                         05780000
                                                                        05790000
           MOVE 'BREAK TIERS NOT SHOWN' TO WS-DL-T-TITLE.               05800000
           MOVE WS-TIERS-NOT-SHOWN TO WS-DL-T-CNT.                      05810000
           DISPLAY WS-DL-TOTAL.                                         05820000
                                                                        05830000
           DISPLAY WS-DL-ASTERISK.                                      05840000
           DISPLAY ' '.                                                 05850000
                                                                        05860000
           IF WS-CUSTOMERS-MISSING > +0                                 05870000
               MOVE 4 TO RETURN-CODE                                    05880000
           ELSE                                                         05890000
               MOVE ZEROES TO RETURN-CODE                               05900000
           END-IF.                                                      05910000
                                                                        05920000
           GOBACK.                                                      05930000
                                                                        05940000
       P00000-EXIT.                                                     05950000
           EXIT.                                                        05960000
           EJECT                                                        05970000
      ***************************************************************** 05980000
      *                                                               * 05990000
      *    PARAGRAPH:  P05000-WRITE-CSV-HEADING                       * 06000000
      *                                                               * 06010000
      *    FUNCTION :  BUILD AND WRITE THE CSV COLUMN-HEADING RECORD  * 06020000
      *                                                               * 06030000
      *    CALLED BY:  P00000-MAINLINE                                * 06040000
      *                                                               * 06050000
      ***************************************************************** 06060000
                                                                        06070000
       P05000-WRITE-CSV-HEADING.                                        06080000
                                                                        06090000
           MOVE SPACES TO PRICE-LIST-CSV-REC.                           06100000
           STRING                                                       06110000
               'CUSTOMER_ID,'            DELIMITED BY SIZE              06120000
               'CUSTOMER_PART,'          DELIMITED BY SIZE              06130000
               'ITEM_NUMBER,'            DELIMITED BY SIZE              06140000
               'DESCRIPTION,'            DELIMITED BY SIZE              06150000
               'UNIT_OF_MEASURE,'        DELIMITED BY SIZE              06160000
               'SUPPLIER_ID,'            DELIMITED BY SIZE              06170000
               'LIST_PRICE,'             DELIMITED BY SIZE              06180000
               'CONTRACT_PRICE,'         DELIMITED BY SIZE              06190000
               'CONTRACT_EXPIRES,'       DELIMITED BY SIZE              06200000
               'NET_PRICE,'              DELIMITED BY SIZE              06210000
               'BREAK1_QTY,BREAK1_PRICE,'                               06220000
                                         DELIMITED BY SIZE              06230000
               'BREAK2_QTY,BREAK2_PRICE,'                               06240000
                                         DELIMITED BY SIZE              06250000
               'BREAK3_QTY,BREAK3_PRICE,'                               06260000
                                         DELIMITED BY SIZE              06270000
               'BREAK4_QTY,BREAK4_PRICE' DELIMITED BY SIZE              06280000
               INTO PRICE-LIST-CSV-REC                                  06290000
           END-STRING.                                                  06300000
                                                                        06310000
           WRITE PRICE-LIST-CSV-REC.                                    06320000
                                                                        06330000
       P05000-EXIT.                                                     06340000
           EXIT.                                                        06350000
           EJECT                                                        06360000
      ***************************************************************** 06370000
      *                                                               * 06380000
      *    PARAGRAPH:  P10000-ALL-CUSTOMERS                           * 06390000
      *                                                               * 06400000
      *    FUNCTION :  LIST EVERY CUSTOMER OF THE PREFIX HOLDING A    * 06410000
      *                CONTRACT PRICE IN EFFECT TODAY                 * 06420000
      *                                                               * 06430000
      *    CALLED BY:  P00000-MAINLINE                                * 06440000
      *                                                               * 06450000
      ***************************************************************** 06460000
                                                                        06470000
       P10000-ALL-CUSTOMERS.                                            06480000
                                                                        06490000
           MOVE WS-CC-PREFIX TO CONTRACT-PREFIX.                        06500000
                                                                        06510000
           EXEC SQL                                                     06520000
               OPEN CONTCUST                                            06530000
           END-EXEC.                                                    06540000
                                                                        06550000
           IF SQLCODE NOT = +0                                          06560000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06570000
               MOVE 'PDAB113' TO WPDE-PROGRAM-ID                        06580000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06590000
               MOVE 'OPEN CONTCUST CURSOR' TO WPDE-FUNCTION             06600000
               MOVE 'P10000' TO WPDE-PARAGRAPH                          06610000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06620000
           END-IF.                                                      06630000
                                                                        06640000
           PERFORM P11000-NEXT-CUSTOMER THRU P11000-EXIT                06650000
               UNTIL END-OF-CUSTOMERS.                                  06660000
                                                                        06670000
           EXEC SQL                                                     06680000
               CLOSE CONTCUST                                           06690000
           END-EXEC.                                                    06700000
                                                                        06710000
       P10000-EXIT.                                                     06720000
           EXIT.                                                        06730000
                                                                        06740000
       P11000-NEXT-CUSTOMER.                                            06750000
                                                                        06760000
           EXEC SQL                                                     06770000
               FETCH  CONTCUST                                          06780000
               INTO   :CONTRACT-CUSTOMER-ID                             06790000
           END-EXEC.                                                    06800000
                                                                        06810000
           EVALUATE TRUE                                                06820000
               WHEN SQLCODE = +0                                        06830000
                   CONTINUE                                             06840000
               WHEN SQLCODE = +100                                      06850000
                   MOVE 'Y' TO WS-END-OF-CUSTOMERS-SW                   06860000
                   GO TO P11000-EXIT                                    06870000
               WHEN OTHER                                               06880000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      06890000
                   MOVE 'PDAB113' TO WPDE-PROGRAM-ID                    06900000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     06910000
                   MOVE 'FETCH CONTCUST CURSOR' TO WPDE-FUNCTION        06920000
                   MOVE 'P11000' TO WPDE-PARAGRAPH                      06930000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06940000
           END-EVALUATE.                                                06950000
                                                                        06960000
           MOVE CONTRACT-CUSTOMER-ID TO CUSTOMER-ID.                    06970000
                                                                        06980000
           PERFORM P20000-LIST-CUSTOMER THRU P20000-EXIT.               06990000
                                                                        07000000
       P11000-EXIT.                                                     07010000
           EXIT.                                                        07020000
           EJECT                                                        07030000
      ***************************************************************** 07040000
      *                                                               * 07050000
      *    PARAGRAPH:  P20000-LIST-CUSTOMER                           * 07060000
      *                                                               * 07070000
      *    FUNCTION :  PRODUCE THE PRICE LIST OF ONE CUSTOMER         * 07080000
      *                (CUSTOMER-ID SET BY THE CALLER)                * 07090000
      *                                                               * 07100000
      *    CALLED BY:  P00000-MAINLINE                                * 07110000
      *                P11000-NEXT-CUSTOMER                           * 07120000
      *                                                               * 07130000
      ***************************************************************** 07140000
                                                                        07150000
       P20000-LIST-CUSTOMER.                                            07160000
                                                                        07170000
           MOVE WS-CC-PREFIX TO CUSTOMER-PRE.                           07180000
                                                                        07190000
           READ VSAM-CUSTOMER.                                          07200000
                                                                        07210000
           IF CUSTOMERF-NOTFOUND                                        07220000
               ADD +1 TO WS-CUSTOMERS-MISSING                           07230000
               MOVE SPACES TO WS-DL-LINE-TEXT                           07240000
               STRING '  CUSTOMER NOT ON FILE: ' CUSTOMER-ID            07250000
                   DELIMITED BY SIZE INTO WS-DL-LINE-TEXT               07260000
               DISPLAY WS-DL-LINE                                       07270000
               GO TO P20000-EXIT                                        07280000
           END-IF.                                                      07290000
                                                                        07300000
           IF NOT CUSTOMERF-OK                                          07310000
               MOVE 'READ CUSTOMER FILE FAILED' TO WPBE-MESSAGE         07320000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              07330000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          07340000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07350000
           END-IF.                                                      07360000
                                                                        07370000
           ADD +1 TO WS-CUSTOMERS-LISTED.                               07380000
           MOVE +0 TO WS-CUST-LINES                                     07390000
                      WS-PAGE-NUMBER.                                   07400000
                                                                        07410000
      ***************************************************************** 07420000
      *    THE ITEM-NUMBER-SPACES CONTROL RECORD MEANS THE CUSTOMER   * 07430000
      *    HAS AN AUTHORIZED ITEM LIST                                * 07440000
      ***************************************************************** 07450000
                                                                        07460000
           MOVE 'N' TO WS-AUTH-LIST-SW.                                 07470000
                                                                        07480000
           IF AUTH-FILE-OPEN                                            07490000
               MOVE WS-CC-PREFIX TO AUTH-PRE                            07500000
               MOVE CUSTOMER-ID TO AUTH-CUSTOMER-ID                     07510000
               MOVE SPACES TO AUTH-ITEM-NUMBER                          07520000
               READ VSAM-AUTH-ITEM                                      07530000
               IF AUTHF-OK                                              07540000
                   MOVE 'Y' TO WS-AUTH-LIST-SW                          07550000
               END-IF                                                   07560000
           END-IF.                                                      07570000
                                                                        07580000
           PERFORM P21000-LOAD-XREF THRU P21000-EXIT.                   07590000
                                                                        07600000
           PERFORM P25000-PAGE-HEADING THRU P25000-EXIT.                07610000
                                                                        07620000
           MOVE 'N' TO WS-END-OF-ITEMS-SW.                              07630000
           MOVE WS-CC-PREFIX TO ITEM-PREFIX.                            07640000
                                                                        07650000
           EXEC SQL                                                     07660000
               OPEN PRICEITM                                            07670000
           END-EXEC.                                                    07680000
                                                                        07690000
           IF SQLCODE NOT = +0                                          07700000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07710000
               MOVE 'PDAB113' TO WPDE-PROGRAM-ID                        07720000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07730000
               MOVE 'OPEN PRICEITM CURSOR' TO WPDE-FUNCTION             07740000
               MOVE 'P20000' TO WPDE-PARAGRAPH                          07750000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07760000
           END-IF.                                                      07770000
                                                                        07780000
           PERFORM P30000-LIST-ITEM THRU P30000-EXIT                    07790000
               UNTIL END-OF-ITEMS.                                      07800000
                                                                        07810000
           EXEC SQL                                                     07820000
               CLOSE PRICEITM                                           07830000
           END-EXEC.                                                    07840000
                                                                        07850000
           IF WS-CUST-LINES = +0                                        07860000
               MOVE SPACES TO PRICE-LIST-PRINT-REC                      07870000
               MOVE '*** NO ORDERABLE ITEMS ARE PRICED FOR CUSTOMER'    07880000
                   TO PRICE-LIST-PRINT-REC                              07890000
               WRITE PRICE-LIST-PRINT-REC                               07900000
           END-IF.                                                      07910000
                                                                        07920000
       P20000-EXIT.                                                     07930000
           EXIT.                                                        07940000
           EJECT                                                        07950000
      ***************************************************************** 07960000
      *                                                               * 07970000
      *    PARAGRAPH:  P21000-LOAD-XREF                               * 07980000
      *                                                               * 07990000
      *    FUNCTION :  LOAD THE CUSTOMER'S OWN PART NUMBERS BY ITEM   * 08000000
      *                                                               * 08010000
      *    CALLED BY:  P20000-LIST-CUSTOMER                           * 08020000
      *                                                               * 08030000
      ***************************************************************** 08040000
                                                                        08050000
       P21000-LOAD-XREF.                                                08060000
                                                                        08070000
           MOVE +0 TO WS-XR-COUNT.                                      08080000
           MOVE 'N' TO WS-END-OF-XREF-SW.                               08090000
                                                                        08100000
           IF NOT XREF-FILE-OPEN                                        08110000
               GO TO P21000-EXIT                                        08120000
           END-IF.                                                      08130000
                                                                        08140000
           MOVE WS-CC-PREFIX TO CUSTOMER-XREF-PRE.                      08150000
           MOVE CUSTOMER-ID TO CUSTOMER-XREF-CUSTOMER-ID.               08160000
           MOVE LOW-VALUES TO CUSTOMER-XREF-CUST-PART.                  08170000
                                                                        08180000
           START VSAM-CUST-XREF                                         08190000
               KEY NOT LESS THAN CUSTOMER-XREF-KEY.                     08200000
                                                                        08210000
           IF NOT XREFF-OK                                              08220000
               GO TO P21000-EXIT                                        08230000
           END-IF.                                                      08240000
                                                                        08250000
           PERFORM P21100-NEXT-XREF THRU P21100-EXIT                    08260000
               UNTIL END-OF-XREF.                                       08270000
                                                                        08280000
       P21000-EXIT.                                                     08290000
           EXIT.                                                        08300000
                                                                        08310000
       P21100-NEXT-XREF.                                                08320000
                                                                        08330000
           READ VSAM-CUST-XREF NEXT.                                    08340000
                                                                        08350000
           IF NOT XREFF-OK                                              08360000
              OR CUSTOMER-XREF-PRE NOT = WS-CC-PREFIX                   08370000
              OR CUSTOMER-XREF-CUSTOMER-ID NOT = CUSTOMER-ID            08380000
              OR WS-XR-COUNT NOT < WS-XR-MAX                            08390000
               MOVE 'Y' TO WS-END-OF-XREF-SW                            08400000
               GO TO P21100-EXIT                                        08410000
           END-IF.                                                      08420000
                                                                        08430000
           ADD +1 TO WS-XR-COUNT.                                       08440000
           MOVE CUSTOMER-XREF-ITEM-NUMBER TO WS-XR-ITEM(WS-XR-COUNT).   08450000
           MOVE CUSTOMER-XREF-CUST-PART TO WS-XR-PART(WS-XR-COUNT).     08460000
                                                                        08470000
       P21100-EXIT.                                                     08480000
           EXIT.                                                        08490000
           EJECT                                                        08500000
      ***************************************************************** 08510000
      *                                                               * 08520000
      *    PARAGRAPH:  P25000-PAGE-HEADING                            * 08530000
      *                                                               * 08540000
      *    FUNCTION :  PRINT THE CUSTOMER TITLE AND COLUMN HEADINGS   * 08550000
      *                                                               * 08560000
      *    CALLED BY:  P20000-LIST-CUSTOMER                           * 08570000
      *                P30000-LIST-ITEM                               * 08580000
      *                                                               * 08590000
      ***************************************************************** 08600000
                                                                        08610000
       P25000-PAGE-HEADING.                                             08620000
                                                                        08630000
           ADD +1 TO WS-PAGE-NUMBER.                                    08640000
                                                                        08650000
           WRITE PRICE-LIST-PRINT-REC FROM WS-PL-SEPARATOR.             08660000
                                                                        08670000
           MOVE CUSTOMER-ID TO WS-PL-TI-CUSTOMER.                       08680000
           MOVE CUSTOMER-NAME TO WS-PL-TI-NAME.                         08690000
           MOVE WS-PAGE-NUMBER TO WS-PL-TI-PAGE.                        08700000
           WRITE PRICE-LIST-PRINT-REC FROM WS-PL-TITLE.                 08710000
                                                                        08720000
           MOVE WS-DATE-MONTH TO WS-PL-ST-MONTH.                        08730000
           MOVE WS-DATE-DAY TO WS-PL-ST-DAY.                            08740000
           MOVE WS-DATE-YEAR TO WS-PL-ST-YEAR.                          08750000
                                                                        08760000
           IF CUSTOMER-HAS-AUTH-LIST                                    08770000
               MOVE 'AUTHORIZED ITEMS ONLY' TO WS-PL-ST-SCOPE           08780000
           ELSE                                                         08790000
               MOVE 'ALL ORDERABLE ITEMS' TO WS-PL-ST-SCOPE             08800000
           END-IF.                                                      08810000
                                                                        08820000
           WRITE PRICE-LIST-PRINT-REC FROM WS-PL-SUBTITLE.              08830000
           WRITE PRICE-LIST-PRINT-REC FROM WS-PL-BLANK.                 08840000
           WRITE PRICE-LIST-PRINT-REC FROM WS-PL-COLUMN-HEADER.         08850000
           WRITE PRICE-LIST-PRINT-REC FROM WS-PL-BLANK.                 08860000
                                                                        08870000
           MOVE +6 TO WS-LINE-COUNT.                                    08880000
                                                                        08890000
       P25000-EXIT.                                                     08900000
           EXIT.                                                        08910000
           EJECT                                                        08920000
      ***************************************************************** 08930000
      *                                                               * 08940000
      *    PARAGRAPH:  P30000-LIST-ITEM                               * 08950000
      *                                                               * 08960000
      *    FUNCTION :  FETCH THE NEXT ITEM / SUPPLIER, PRICE IT FOR   * 08970000
      *                THE CUSTOMER, AND PRINT AND EXTRACT IT         * 08980000
      *                                                               * 08990000
      *    CALLED BY:  P20000-LIST-CUSTOMER                           * 09000000
      *                                                               * 09010000
      ***************************************************************** 09020000
                                                                        09030000
       P30000-LIST-ITEM.                                                09040000
                                                                        09050000
           EXEC SQL                                                     09060000
               FETCH  PRICEITM                                          09070000
               INTO   :ITEM-NUMBER,                                     09080000
                      :ITEM-NAME,                                       09090000
                      :ITEM-UNIT-OF-MEASURE,                            09100000
                      :ITEM-SUPPLIER-SUPPLIER-PREFIX,                   09110000
                      :ITEM-SUPPLIER-SUPPLIER-ID                        09120000
           END-EXEC.                                                    09130000
                                                                        09140000
           EVALUATE TRUE                                                09150000
               WHEN SQLCODE = +0                                        09160000
                   CONTINUE                                             09170000
               WHEN SQLCODE = +100                                      09180000
                   MOVE 'Y' TO WS-END-OF-ITEMS-SW                       09190000
                   GO TO P30000-EXIT                                    09200000
               WHEN OTHER                                               09210000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09220000
                   MOVE 'PDAB113' TO WPDE-PROGRAM-ID                    09230000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09240000
                   MOVE 'FETCH PRICEITM CURSOR' TO WPDE-FUNCTION        09250000
                   MOVE 'P30000' TO WPDE-PARAGRAPH                      09260000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09270000
           END-EVALUATE.                                                09280000
                                                                        09290000
      ***************************************************************** 09300000
      *    A CUSTOMER WITH AN AUTHORIZED LIST SEES ONLY LISTED ITEMS  * 09310000
      ***************************************************************** 09320000
                                                                        09330000
           IF CUSTOMER-HAS-AUTH-LIST                                    09340000
               MOVE WS-CC-PREFIX TO AUTH-PRE                            09350000
               MOVE CUSTOMER-ID TO AUTH-CUSTOMER-ID                     09360000
               MOVE ITEM-NUMBER TO AUTH-ITEM-NUMBER                     09370000
               READ VSAM-AUTH-ITEM                                      09380000
               IF NOT AUTHF-OK                                          09390000
                   ADD +1 TO WS-LINES-NOT-AUTH                          09400000
                   GO TO P30000-EXIT                                    09410000
               END-IF                                                   09420000
           END-IF.                                                      09430000
                                                                        09440000
      ***************************************************************** 09450000
      *    LIST PRICE -- EFFECTIVE-DATED OR CURRENT, NO CONTRACT      * 09460000
      ***************************************************************** 09470000
                                                                        09480000
           MOVE SPACES TO PDAS04-PARMS.                                 09490000
           MOVE WS-CC-PREFIX TO PDAS04-ITEM-PREFIX.                     09500000
           MOVE ITEM-NUMBER TO PDAS04-ITEM-NUMBER.                      09510000
           MOVE ITEM-SUPPLIER-SUPPLIER-PREFIX TO PDAS04-SUPPLIER-PREFIX.09520000
           MOVE ITEM-SUPPLIER-SUPPLIER-ID TO PDAS04-SUPPLIER-ID.        09530000
           MOVE WS-DATE-CCYYMMDD TO PDAS04-PRICE-DATE.                  09540000
           MOVE ZEROES TO PDAS04-UNIT-PRICE.                            09550000
                                                                        09560000
           CALL 'PDAS04' USING PDAS04-PARMS.                            09570000
                                                                        09580000
           IF PDAS04-PRICE-NOT-FOUND                                    09590000
               ADD +1 TO WS-LINES-NO-PRICE                              09600000
               GO TO P30000-EXIT                                        09610000
           END-IF.                                                      09620000
                                                                        09630000
           MOVE PDAS04-UNIT-PRICE TO WS-LIST-PRICE.                     09640000
           MOVE WS-LIST-PRICE TO WS-NET-PRICE.                          09650000
                                                                        09660000
      ***************************************************************** 09670000
      *    CONTRACT PRICE IN EFFECT TODAY -- THE SAME ROW PDAS04      * 09680000
      *    RESOLVES AHEAD OF THE LIST PRICE AT SUBMIT                 * 09690000
      ***************************************************************** 09700000
                                                                        09710000
           MOVE 'N' TO WS-CONTRACT-SW.                                  09720000
           MOVE WS-CC-PREFIX TO CONTRACT-PREFIX.                        09730000
           MOVE CUSTOMER-ID TO CONTRACT-CUSTOMER-ID.                    09740000
           MOVE ITEM-NUMBER TO CONTRACT-ITEM-NUMBER.                    09750000
           MOVE ITEM-SUPPLIER-SUPPLIER-ID TO CONTRACT-SUPPLIER-ID.      09760000
                                                                        09770000
           EXEC SQL                                                     09780000
               SELECT  CONTRACT_PRICE,                                  09790000
                       END_DATE                                         09800000
               INTO    :CONTRACT-PRICE,                                 09810000
                       :CONTRACT-END-DATE                               09820000
               FROM    CONTRACT_PRICE                                   09830000
               WHERE   PREFIX      = :CONTRACT-PREFIX                   09840000
                 AND   CUSTOMER_ID = :CONTRACT-CUSTOMER-ID              09850000
                 AND   ITEM_NUMBER = :CONTRACT-ITEM-NUMBER              09860000
                 AND   SUPPLIER_ID = :CONTRACT-SUPPLIER-ID              09870000
                 AND   START_DATE <= :WS-TODAY                          09880000
                 AND   END_DATE   >= :WS-TODAY                          09890000
           END-EXEC.                                                    09900000
                                                                        09910000
           EVALUATE TRUE                                                09920000
               WHEN SQLCODE = +0                                        09930000
                   MOVE 'Y' TO WS-CONTRACT-SW                           09940000
                   MOVE CONTRACT-PRICE TO WS-NET-PRICE                  09950000
               WHEN SQLCODE = +100                                      09960000
                   CONTINUE                                             09970000
               WHEN OTHER                                               09980000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09990000
                   MOVE 'PDAB113' TO WPDE-PROGRAM-ID                    10000000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     10010000
                   MOVE 'SELECT CONTRACT_PRICE' TO WPDE-FUNCTION        10020000
                   MOVE 'P30000' TO WPDE-PARAGRAPH                      10030000
                   PERFORM P99999-ABEND THRU P99999-EXIT                10040000
           END-EVALUATE.                                                10050000
                                                                        10060000
           PERFORM P31000-LOAD-TIERS THRU P31000-EXIT.                  10070000
                                                                        10080000
           PERFORM P32000-FIND-PART THRU P32000-EXIT.                   10090000
                                                                        10100000
           ADD +1 TO WS-LINES-LISTED                                    10110000
                     WS-CUST-LINES.                                     10120000
                                                                        10130000
           PERFORM P40000-PRINT-LINE THRU P40000-EXIT.                  10140000
                                                                        10150000
           PERFORM P45000-WRITE-CSV-LINE THRU P45000-EXIT.              10160000
                                                                        10170000
       P30000-EXIT.                                                     10180000
           EXIT.                                                        10190000
           EJECT                                                        10200000
      ***************************************************************** 10210000
      *                                                               * 10220000
      *    PARAGRAPH:  P31000-LOAD-TIERS                              * 10230000
      *                                                               * 10240000
      *    FUNCTION :  LOAD THE QUANTITY BREAK TIERS OF THE ITEM /    * 10250000
      *                SUPPLIER AND PRICE EACH OFF THE NET PRICE AS   * 10260000
      *                PDAS05 DOES.  A TIER STARTING AT ONE UNIT IS   * 10270000
      *                THE NET PRICE                                  * 10280000
      *                                                               * 10290000
      *    CALLED BY:  P30000-LIST-ITEM                               * 10300000
      *                                                               * 10310000
      ***************************************************************** 10320000
                                                                        10330000
       P31000-LOAD-TIERS.                                               10340000
                                                                        10350000
           MOVE +0 TO WS-TR-COUNT.                                      10360000
           MOVE 'N' TO WS-END-OF-TIERS-SW.                              10370000
           MOVE WS-CC-PREFIX TO DSC-ITEM-PREFIX.                        10380000
           MOVE ITEM-NUMBER TO DSC-ITEM-NUMBER.                         10390000
           MOVE ITEM-SUPPLIER-SUPPLIER-PREFIX TO DSC-SUPPLIER-PREFIX.   10400000
           MOVE ITEM-SUPPLIER-SUPPLIER-ID TO DSC-SUPPLIER-ID.           10410000
                                                                        10420000
           EXEC SQL                                                     10430000
               OPEN PRICETIR                                            10440000
           END-EXEC.                                                    10450000
                                                                        10460000
           IF SQLCODE NOT = +0                                          10470000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          10480000
               MOVE 'PDAB113' TO WPDE-PROGRAM-ID                        10490000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         10500000
               MOVE 'OPEN PRICETIR CURSOR' TO WPDE-FUNCTION             10510000
               MOVE 'P31000' TO WPDE-PARAGRAPH                          10520000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10530000
           END-IF.                                                      10540000
                                                                        10550000
           PERFORM P31100-NEXT-TIER THRU P31100-EXIT                    10560000
               UNTIL END-OF-TIERS.                                      10570000
                                                                        10580000
           EXEC SQL                                                     10590000
               CLOSE PRICETIR                                           10600000
           END-EXEC.                                                    10610000
                                                                        10620000
       P31000-EXIT.                                                     10630000
           EXIT.                                                        10640000
                                                                        10650000
       P31100-NEXT-TIER.                                                10660000
                                                                        10670000
           EXEC SQL                                                     10680000
               FETCH  PRICETIR                                          10690000
               INTO   :DSC-MIN-QUANTITY,                                10700000
                      :DSC-DISCOUNT-PCT                                 10710000
           END-EXEC.                                                    10720000
                                                                        10730000
           EVALUATE TRUE                                                10740000
               WHEN SQLCODE = +0                                        10750000
                   CONTINUE                                             10760000
               WHEN SQLCODE = +100                                      10770000
                   MOVE 'Y' TO WS-END-OF-TIERS-SW                       10780000
                   GO TO P31100-EXIT                                    10790000
               WHEN OTHER                                               10800000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      10810000
                   MOVE 'PDAB113' TO WPDE-PROGRAM-ID                    10820000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     10830000
                   MOVE 'FETCH PRICETIR CURSOR' TO WPDE-FUNCTION        10840000
                   MOVE 'P31100' TO WPDE-PARAGRAPH                      10850000
                   PERFORM P99999-ABEND THRU P99999-EXIT                10860000
           END-EVALUATE.                                                10870000
                                                                        10880000
           IF WS-TR-COUNT NOT < WS-TR-MAX                               10890000
               ADD +1 TO WS-TIERS-NOT-SHOWN                             10900000
               GO TO P31100-EXIT                                        10910000
           END-IF.                                                      10920000
                                                                        10930000
           ADD +1 TO WS-TR-COUNT.                                       10940000
           MOVE DSC-MIN-QUANTITY TO WS-TR-MIN-QTY(WS-TR-COUNT).         10950000
           MOVE DSC-DISCOUNT-PCT TO WS-TR-PCT(WS-TR-COUNT).             10960000
                                                                        10970000
           COMPUTE WS-TR-PRICE(WS-TR-COUNT) ROUNDED =                   10980000
               WS-NET-PRICE * (1 - (DSC-DISCOUNT-PCT / 100)).           10990000
                                                                        11000000
           IF WS-TR-PRICE(WS-TR-COUNT) < ZEROES                         11010000
               MOVE ZEROES TO WS-TR-PRICE(WS-TR-COUNT)                  11020000
           END-IF.                                                      11030000
                                                                        11040000
       P31100-EXIT.                                                     11050000
           EXIT.                                                        11060000
           EJECT                                                        11070000
      ***************************************************************** 11080000
      *                                                               * 11090000
      *    PARAGRAPH:  P32000-FIND-PART                               * 11100000
      *                                                               * 11110000
      *    FUNCTION :  FIND THE CUSTOMER'S PART NUMBER FOR THE ITEM   * 11120000
      *                                                               * 11130000
      *    CALLED BY:  P30000-LIST-ITEM                               * 11140000
      *                                                               * 11150000
      ***************************************************************** 11160000
                                                                        11170000
       P32000-FIND-PART.                                                11180000
                                                                        11190000
           MOVE SPACES TO WS-CUST-PART.                                 11200000
                                                                        11210000
           PERFORM P32100-SCAN-PART THRU P32100-EXIT                    11220000
               VARYING WS-XR-SUB FROM +1 BY +1                          11230000
                 UNTIL WS-XR-SUB > WS-XR-COUNT                          11240000
                    OR WS-CUST-PART NOT = SPACES.                       11250000
                                                                        11260000
       P32000-EXIT.                                                     11270000
           EXIT.                                                        11280000
                                                                        11290000
       P32100-SCAN-PART.                                                11300000
                                                                        11310000
           IF WS-XR-ITEM(WS-XR-SUB) = ITEM-NUMBER                       11320000
               MOVE WS-XR-PART(WS-XR-SUB) TO WS-CUST-PART               11330000
           END-IF.                                                      11340000
                                                                        11350000
       P32100-EXIT.                                                     11360000
           EXIT.                                                        11370000
           EJECT                                                        11380000
      ***************************************************************** 11390000
      *                                                               * 11400000
      *    PARAGRAPH:  P40000-PRINT-LINE                              * 11410000
      *                                                               * 11420000
      *    FUNCTION :  PRINT THE CATALOG LINE AND ITS BREAK TIERS     * 11430000
      *                                                               * 11440000
      *    CALLED BY:  P30000-LIST-ITEM                               * 11450000
      *                                                               * 11460000
      ***************************************************************** 11470000
                                                                        11480000
       P40000-PRINT-LINE.                                               11490000
                                                                        11500000
           IF WS-LINE-COUNT > WS-PAGE-LINES                             11510000
               PERFORM P25000-PAGE-HEADING THRU P25000-EXIT             11520000
           END-IF.                                                      11530000
                                                                        11540000
           MOVE ITEM-NUMBER TO WS-PL-DT-ITEM.                           11550000
           MOVE WS-CUST-PART TO WS-PL-DT-PART.                          11560000
           MOVE ITEM-NAME TO WS-PL-DT-NAME.                             11570000
           MOVE ITEM-UNIT-OF-MEASURE TO WS-PL-DT-UOM.                   11580000
           MOVE ITEM-SUPPLIER-SUPPLIER-ID TO WS-PL-DT-SUPPLIER.         11590000
           MOVE WS-LIST-PRICE TO WS-PL-DT-LIST.                         11600000
           MOVE WS-NET-PRICE TO WS-PL-DT-NET.                           11610000
                                                                        11620000
           IF CONTRACT-FOUND                                            11630000
               MOVE CONTRACT-PRICE TO WS-PL-DT-CONTRACT                 11640000
               MOVE CONTRACT-END-DATE TO WS-EXPIRES                     11650000
               MOVE SPACES TO WS-PL-DT-EXPIRES                          11660000
               STRING WS-EXPIRES-MONTH '/' WS-EXPIRES-DAY '/'           11670000
                   WS-EXPIRES-YEAR                                      11680000
                   DELIMITED BY SIZE INTO WS-PL-DT-EXPIRES              11690000
           ELSE                                                         11700000
               MOVE ZEROES TO WS-PL-DT-CONTRACT                         11710000
               MOVE SPACES TO WS-PL-DT-EXPIRES                          11720000
           END-IF.                                                      11730000
                                                                        11740000
           WRITE PRICE-LIST-PRINT-REC FROM WS-PL-DETAIL.                11750000
           ADD +1 TO WS-LINE-COUNT.                                     11760000
                                                                        11770000
           IF WS-TR-COUNT = +0                                          11780000
               GO TO P40000-EXIT                                        11790000
           END-IF.                                                      11800000
                                                                        11810000
           PERFORM P40100-FORMAT-TIER THRU P40100-EXIT                  11820000
               VARYING WS-TR-SUB FROM +1 BY +1                          11830000
                 UNTIL WS-TR-SUB > WS-TR-MAX.                           11840000
                                                                        11850000
           WRITE PRICE-LIST-PRINT-REC FROM WS-PL-TIERS.                 11860000
           ADD +1 TO WS-LINE-COUNT.                                     11870000
                                                                        11880000
       P40000-EXIT.                                                     11890000
           EXIT.                                                        11900000
                                                                        11910000
       P40100-FORMAT-TIER.                                              11920000
                                                                        11930000
           IF WS-TR-SUB > WS-TR-COUNT                                   11940000
               MOVE ZEROES TO WS-PL-TR-QTY(WS-TR-SUB)                   11950000
                              WS-PL-TR-PRICE(WS-TR-SUB)                 11960000
               MOVE SPACES TO WS-PL-TR-AT(WS-TR-SUB)                    11970000
           ELSE                                                         11980000
               MOVE WS-TR-MIN-QTY(WS-TR-SUB) TO WS-PL-TR-QTY(WS-TR-SUB) 11990000
               MOVE '+ @' TO WS-PL-TR-AT(WS-TR-SUB)                     12000000
               MOVE WS-TR-PRICE(WS-TR-SUB) TO WS-PL-TR-PRICE(WS-TR-SUB) 12010000
           END-IF.                                                      12020000
                                                                        12030000
       P40100-EXIT.                                                     12040000
           EXIT.                                                        12050000
           EJECT                                                        12060000
      ***************************************************************** 12070000
      *                                                               * 12080000
      *    PARAGRAPH:  P45000-WRITE-CSV-LINE                          * 12090000
      *                                                               * 12100000
      *    FUNCTION :  EDIT THE PRICE LINE INTO A CSV RECORD AND      * 12110000
      *                WRITE IT.  THE DESCRIPTION IS QUOTED, IT MAY   * 12120000
      *                CARRY A COMMA                                  * 12130000
      *                                                               * 12140000
      *    CALLED BY:  P30000-LIST-ITEM                               * 12150000
      *                                                               * 12160000
      ***************************************************************** 12170000
                                                                        12180000
       P45000-WRITE-CSV-LINE.                                           12190000
                                                                        12200000
           MOVE WS-LIST-PRICE TO WS-CSV-LIST-PRICE.                     12210000
           MOVE WS-NET-PRICE TO WS-CSV-NET-PRICE.                       12220000
                                                                        12230000
           IF CONTRACT-FOUND                                            12240000
               MOVE CONTRACT-PRICE TO WS-CSV-CONTRACT-PRICE             12250000
           ELSE                                                         12260000
               MOVE ZEROES TO WS-CSV-CONTRACT-PRICE                     12270000
               MOVE SPACES TO CONTRACT-END-DATE                         12280000
           END-IF.                                                      12290000
                                                                        12300000
           PERFORM P45100-FORMAT-TIER THRU P45100-EXIT                  12310000
               VARYING WS-TR-SUB FROM +1 BY +1                          12320000
                 UNTIL WS-TR-SUB > WS-TR-MAX.                           12330000
                                                                        12340000
           MOVE SPACES TO PRICE-LIST-CSV-REC.                           12350000
           MOVE +1 TO WS-CSV-POINTER.                                   12360000
                                                                        12370000
           STRING                                                       12380000
               CUSTOMER-ID                  DELIMITED BY '  '           12390000
               ','                          DELIMITED BY SIZE           12400000
               WS-CUST-PART                 DELIMITED BY '  '           12410000
               ','                          DELIMITED BY SIZE           12420000
               ITEM-NUMBER                  DELIMITED BY '  '           12430000
               ',"'                         DELIMITED BY SIZE           12440000
               ITEM-NAME                    DELIMITED BY '  '           12450000
               '",'                         DELIMITED BY SIZE           12460000
               ITEM-UNIT-OF-MEASURE         DELIMITED BY SPACE          12470000
               ','                          DELIMITED BY SIZE           12480000
               ITEM-SUPPLIER-SUPPLIER-ID    DELIMITED BY '  '           12490000
               ','                          DELIMITED BY SIZE           12500000
               WS-CSV-LIST-PRICE            DELIMITED BY SIZE           12510000
               ','                          DELIMITED BY SIZE           12520000
               WS-CSV-CONTRACT-PRICE        DELIMITED BY SIZE           12530000
               ','                          DELIMITED BY SIZE           12540000
               CONTRACT-END-DATE            DELIMITED BY SPACE          12550000
               ','                          DELIMITED BY SIZE           12560000
               WS-CSV-NET-PRICE             DELIMITED BY SIZE           12570000
               INTO PRICE-LIST-CSV-REC                                  12580000
               WITH POINTER WS-CSV-POINTER                              12590000
           END-STRING.                                                  12600000
                                                                        12610000
           PERFORM P45200-STRING-TIER THRU P45200-EXIT                  12620000
               VARYING WS-TR-SUB FROM +1 BY +1                          12630000
                 UNTIL WS-TR-SUB > WS-TR-MAX.                           12640000
                                                                        12650000
           WRITE PRICE-LIST-CSV-REC.                                    12660000
                                                                        12670000
       P45000-EXIT.                                                     12680000
           EXIT.                                                        12690000
                                                                        12700000
       P45100-FORMAT-TIER.                                              12710000
                                                                        12720000
           IF WS-TR-SUB > WS-TR-COUNT                                   12730000
               MOVE ZEROES TO WS-CSV-TIER-QTY(WS-TR-SUB)                12740000
                              WS-CSV-TIER-PRICE(WS-TR-SUB)              12750000
           ELSE                                                         12760000
               MOVE WS-TR-MIN-QTY(WS-TR-SUB)                            12770000
                   TO WS-CSV-TIER-QTY(WS-TR-SUB)                        12780000
               MOVE WS-TR-PRICE(WS-TR-SUB)                              12790000
                   TO WS-CSV-TIER-PRICE(WS-TR-SUB)                      12800000
           END-IF.                                                      12810000
                                                                        12820000
       P45100-EXIT.                                                     12830000
           EXIT.                                                        12840000
                                                                        12850000
       P45200-STRING-TIER.                                              12860000
                                                                        12870000
           STRING                                                       12880000
               ','                          DELIMITED BY SIZE           12890000
               WS-CSV-TIER-QTY(WS-TR-SUB)   DELIMITED BY SIZE           12900000
               ','                          DELIMITED BY SIZE           12910000
               WS-CSV-TIER-PRICE(WS-TR-SUB) DELIMITED BY SIZE           12920000
               INTO PRICE-LIST-CSV-REC                                  12930000
               WITH POINTER WS-CSV-POINTER                              12940000
           END-STRING.                                                  12950000
                                                                        12960000
       P45200-EXIT.                                                     12970000
           EXIT.                                                        12980000
           EJECT                                                        12990000
      ***************************************************************** 13000000
      *                                                               * 13010000
      *    PARAGRAPH:  P99999-ABEND                                   * 13020000
      *                                                               * 13030000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 13040000
      *                ERROR HAS BEEN ENCOUNTERED                     * 13050000
      *                                                               * 13060000
      *    CALLED BY:  VARIOUS                                        * 13070000
      *                                                               * 13080000
      ***************************************************************** 13090000
                                                                        13100000
       P99999-ABEND.                                                    13110000
                                                                        13120000
           DISPLAY ' '.                                                 13130000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               13140000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               13150000
           DISPLAY ' '.                                                 13160000
                                                                        13170000
           MOVE 16 TO RETURN-CODE.                                      13180000
                                                                        13190000
           GOBACK.                                                      13200000
                                                                        13210000
       P99999-EXIT.                                                     13220000
           EXIT.                                                        13230000
