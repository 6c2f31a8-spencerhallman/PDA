       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB127.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB127                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB127 IS THE WEEKLY DAYS-OF-SUPPLY      * 00100000
      *             REPORT.  IT READS THE COMPANY ROWS OF THE         * 00110000
      *             INVENTORY SNAPSHOT TAKEN ON THE CONTROL CARD DATE * 00120000
      *             (PDAB126) AND, FOR EACH ITEM, COMPARES THE STOCK  * 00130000
      *             AVAILABLE -- ON HAND LESS RESERVED LESS OPEN      * 00140000
      *             BACKORDERS, ACROSS ALL PREFIXES AND SUPPLIERS --  * 00150000
      *             WITH THE AVERAGE DAILY DEMAND FROM THE LAST       * 00160000
      *             DEMAND FORECAST (PDAB33, ITEM_FORECAST:  NEXT     * 00170000
      *             MONTH'S FORECAST TIMES 12 OVER 365).              * 00180000
      *                                                               * 00190000
      *             THE FIRST SECTION LISTS THE STOCK-OUT RISKS --    * 00200000
      *             ITEMS WITH DEMAND AND FEWER DAYS OF SUPPLY THAN   * 00210000
      *             THE CARD MINIMUM.  THE SECOND LISTS THE OVERSTOCK * 00220000
      *             -- ITEMS WITH STOCK AND MORE DAYS OF SUPPLY THAN  * 00230000
      *             THE CARD MAXIMUM, OR WITH NO DEMAND AT ALL.  EACH * 00240000
      *             ITEM LISTED IS FOLLOWED BY ITS 13 WEEK TREND:     * 00250000
      *             THE STOCK AVAILABLE ON THE REPORT DATE AND ON THE * 00260000
      *             SAME WEEKDAY OF EACH OF THE 12 WEEKS BEFORE IT    * 00270000
      *             ('.' WHERE NO SNAPSHOT WAS TAKEN THAT DAY).       * 00280000
      *             STOCK DUE IN ON OPEN PURCHASE ORDERS IS SHOWN BUT * 00290000
      *             NOT COUNTED AS SUPPLY.                            * 00300000
      *                                                               * 00310000
      *             ENDS WITH RETURN CODE 4 WHEN NO SNAPSHOT WAS      * 00320000
      *             TAKEN ON THE REPORT DATE.                         * 00330000
      *                                                               * 00340000
      *             CONTROL CARD LAYOUT:                              * 00350000
      *               COL  1-13   DATE=CCYYMMDD  (SNAPSHOT DATE)      * 00360000
      *               COL 15-22   MIN=NNNN       (DAYS OF SUPPLY)     * 00370000
      *               COL 24-31   MAX=NNNN       (DAYS OF SUPPLY)     * 00380000
      *                                                               * 00390000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00400000
      *             INVENTORY_SNAPSHOT   -  DB2          (READ-ONLY)  * 00410000
      *             ITEM_FORECAST        -  DB2          (READ-ONLY)  * 00420000
      *                                                               * 00430000
      ***************************************************************** 00440000
      *             PROGRAM CHANGE LOG                                * 00450000
      *             -------------------                               * 00460000
      *                                                               * 00470000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00480000
      *  --------   --------------------  --------------------------  * 00490000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00500000
      *                                                               * 00510000
      ***************************************************************** 00520000
           EJECT                                                        00530000
       ENVIRONMENT DIVISION.                                            00540000
                                                                        00550000
       INPUT-OUTPUT SECTION.                                            00560000
                                                                        00570000
       FILE-CONTROL.                                                    00580000
                                                                        00590000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00600000
           EJECT                                                        00610000
       DATA DIVISION.                                                   00620000
                                                                        00630000
       FILE SECTION.                                                    00640000
                                                                        00650000
       FD  CONTROL-CARD                                                 00660000
           LABEL RECORDS ARE STANDARD                                   00670000
           RECORDING MODE IS F                                          00680000
           RECORD CONTAINS 80 CHARACTERS                                00690000
           BLOCK CONTAINS 27920 CHARACTERS.                             00700000
                                                                        00710000
       01  CONTROL-CARD-REC            PIC X(80).                       00720000
           EJECT                                                        00730000
       WORKING-STORAGE SECTION.                                         00740000
                                                                        00750000
      ***************************************************************** 00760000
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       * 00770000
      ***************************************************************** 00780000
       77  WS-SUB1                     PIC S9(4) COMP VALUE +0.         00790000
                                                                        00800000
      ***************************************************************** 00810000
      *    SWITCHES                                                   * 00820000
      ***************************************************************** 00830000
                                                                        00840000
       01  WS-SWITCHES.                                                 00850000
           05  WS-END-OF-ITEMS-SW      PIC X     VALUE 'N'.             00860000
               88  END-OF-ITEMS                  VALUE 'Y'.             00870000
           05  WS-END-OF-TREND-SW      PIC X     VALUE 'N'.             00880000
               88  END-OF-TREND                  VALUE 'Y'.             00890000
           05  WS-SECTION-SW           PIC X     VALUE 'R'.             00900000
               88  RISK-SECTION                  VALUE 'R'.             00910000
               88  OVERSTOCK-SECTION             VALUE 'O'.             00920000
           05  WS-LIST-ITEM-SW         PIC X     VALUE 'N'.             00930000
               88  LIST-ITEM                     VALUE 'Y'.             00940000
           EJECT                                                        00950000
      ***************************************************************** 00960000
      *    MISCELLANEOUS WORK FIELDS                                  * 00970000
      ***************************************************************** 00980000
                                                                        00990000
       01  WS-MISCELLANEOUS-FIELDS.                                     01000000
           03  WS-ITEMS-READ           PIC S9(7) VALUE +0       COMP-3. 01010000
           03  WS-ITEMS-NO-FORECAST    PIC S9(7) VALUE +0       COMP-3. 01020000
           03  WS-ITEMS-AT-RISK        PIC S9(7) VALUE +0       COMP-3. 01030000
           03  WS-ITEMS-OVERSTOCKED    PIC S9(7) VALUE +0       COMP-3. 01040000
           03  WS-COMPANY-ROWS         PIC S9(9) VALUE +0       COMP.   01050000
           03  WS-AVAILABLE            PIC S9(9) VALUE +0       COMP-3. 01060000
           03  WS-DAILY-DEMAND         PIC S9(7)V9(4)                   01070000
                                                 VALUE +0       COMP-3. 01080000
           03  WS-DAYS-SUPPLY          PIC S9(7) VALUE +0       COMP-3. 01090000
           03  WS-REPORT-INTEGER       PIC S9(9) VALUE +0       COMP.   01100000
           03  WS-FIRST-INTEGER        PIC S9(9) VALUE +0       COMP.   01110000
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.   01120000
           03  WS-DAYS-AFTER-FIRST     PIC S9(9) VALUE +0       COMP.   01130000
           03  WS-WEEKS-AFTER-FIRST    PIC S9(9) VALUE +0       COMP.   01140000
           03  WS-DAYS-LEFT-OVER       PIC S9(9) VALUE +0       COMP.   01150000
           03  WS-DATE-N               PIC 9(8)  VALUE ZEROES.          01160000
           03  WS-DATE-X REDEFINES WS-DATE-N                            01170000
                                       PIC X(8).                        01180000
           03  WS-FIRST-WEEK-DATE      PIC X(8)  VALUE SPACES.          01190000
           03  WS-DATE.                                                 01200000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01210000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01220000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01230000
      *                                                                 01240000
      *    ITEM CURSOR HOST VARIABLES -- COMPANY ROWS SUMMED BY ITEM    01250000
      *                                                                 01260000
           03  WS-IC-ITEM-NUMBER       PIC X(32) VALUE SPACES.          01270000
           03  WS-IC-ON-HAND           PIC S9(9) VALUE +0       COMP.   01280000
           03  WS-IC-RESERVED          PIC S9(9) VALUE +0       COMP.   01290000
           03  WS-IC-BACKORDERED       PIC S9(9) VALUE +0       COMP.   01300000
           03  WS-IC-ON-ORDER          PIC S9(9) VALUE +0       COMP.   01310000
      *                                                                 01320000
      *    TREND CURSOR HOST VARIABLES                                  01330000
      *                                                                 01340000
           03  WS-TC-SNAPSHOT-DATE     PIC X(8)  VALUE SPACES.          01350000
           03  WS-TC-AVAILABLE         PIC S9(9) VALUE +0       COMP.   01360000
           EJECT                                                        01370000
      ***************************************************************** 01380000
      *    CONTROL CARD LAYOUT                                        * 01390000
      ***************************************************************** 01400000
                                                                        01410000
       01  WS-CONTROL-CARD.                                             01420000
           03  WS-CC-DATE-KEYWORD      PIC X(5)  VALUE SPACES.          01430000
           03  WS-CC-DATE              PIC X(8)  VALUE SPACES.          01440000
           03  WS-CC-DATE-N REDEFINES WS-CC-DATE                        01450000
                                       PIC 9(8).                        01460000
           03  FILLER                  PIC X(1)  VALUE SPACES.          01470000
           03  WS-CC-MIN-KEYWORD       PIC X(4)  VALUE SPACES.          01480000
           03  WS-CC-MIN-DAYS          PIC X(4)  VALUE SPACES.          01490000
           03  WS-CC-MIN-DAYS-N REDEFINES WS-CC-MIN-DAYS                01500000
                                       PIC 9(4).                        01510000
           03  FILLER                  PIC X(1)  VALUE SPACES.          01520000
           03  WS-CC-MAX-KEYWORD       PIC X(4)  VALUE SPACES.          01530000
           03  WS-CC-MAX-DAYS          PIC X(4)  VALUE SPACES.          01540000
           03  WS-CC-MAX-DAYS-N REDEFINES WS-CC-MAX-DAYS                01550000
                                       PIC 9(4).                        01560000
           03  FILLER                  PIC X(49) VALUE SPACES.          01570000
           EJECT                                                        01580000
      ***************************************************************** 01590000
      *    13 WEEK TREND -- ENTRY 13 IS THE REPORT DATE, EACH ENTRY   * 01600000
      *    BEFORE IT ONE WEEK EARLIER                                 * 01610000
      ***************************************************************** 01620000
                                                                        01630000
       01  WS-WEEK-TABLE.                                               01640000
           03  WS-WK-ENTRY             OCCURS 13 TIMES.                 01650000
               05  WS-WK-DATE          PIC X(8).                        01660000
               05  WS-WK-FOUND-SW      PIC X(1).                        01670000
               05  WS-WK-AVAILABLE     PIC S9(9)      COMP-3.           01680000
           EJECT                                                        01690000
      ***************************************************************** 01700000
      *    DISPLAY AREA                                               * 01710000
      ***************************************************************** 01720000
                                                                        01730000
       01  WS-DISPLAY-LINES.                                            01740000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01750000
           03  WS-DL-BLANK.                                             01760000
               05  FILLER         PIC X(01) VALUE '*'.                  01770000
               05  FILLER         PIC X(78) VALUE SPACES.               01780000
               05  FILLER         PIC X(01) VALUE '*'.                  01790000
           03  WS-DL-LINE.                                              01800000
               05  FILLER         PIC X(01) VALUE '*'.                  01810000
               05  WS-DL-LINE-TEXT                                      01820000
                                  PIC X(78) VALUE SPACES.               01830000
               05  FILLER         PIC X(01) VALUE '*'.                  01840000
           03  WS-DL-RUN-DATE.                                          01850000
               05  FILLER         PIC X(01) VALUE '*'.                  01860000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               01870000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               01880000
               05  FILLER         PIC X(01) VALUE '/'.                  01890000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               01900000
               05  FILLER         PIC X(01) VALUE '/'.                  01910000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               01920000
               05  FILLER         PIC X(56) VALUE SPACES.               01930000
               05  FILLER         PIC X(01) VALUE '*'.                  01940000
           03  WS-DL-TOTAL.                                             01950000
               05  FILLER         PIC X(01) VALUE '*'.                  01960000
               05  FILLER         PIC X(45) VALUE SPACES.               01970000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01980000
               05  FILLER         PIC X(3)  VALUE ' - '.                01990000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               02000000
               05  FILLER         PIC X(01) VALUE '*'.                  02010000
           EJECT                                                        02020000
      ***************************************************************** 02030000
      *    DAYS-OF-SUPPLY REPORT LINES                                * 02040000
      ***************************************************************** 02050000
                                                                        02060000
       01  WS-DL-ITEM-HEADING.                                          02070000
           03  FILLER                  PIC X(01) VALUE '*'.             02080000
           03  FILLER                  PIC X(02) VALUE SPACES.          02090000
           03  FILLER                  PIC X(32) VALUE 'ITEM NUMBER'.   02100000
           03  FILLER                  PIC X(08) VALUE '   AVAIL'.      02110000
           03  FILLER                  PIC X(08) VALUE ' BACKORD'.      02120000
           03  FILLER                  PIC X(08) VALUE '   ON PO'.      02130000
           03  FILLER                  PIC X(08) VALUE '   DAILY'.      02140000
           03  FILLER                  PIC X(06) VALUE '  DAYS'.        02150000
           03  FILLER                  PIC X(06) VALUE SPACES.          02160000
           03  FILLER                  PIC X(01) VALUE '*'.             02170000
                                                                        02180000
       01  WS-DL-ITEM-DETAIL.                                           02190000
           03  FILLER                  PIC X(01) VALUE '*'.             02200000
           03  FILLER                  PIC X(02) VALUE SPACES.          02210000
           03  WS-DL-ID-ITEM           PIC X(32) VALUE SPACES.          02220000
           03  FILLER                  PIC X(01) VALUE SPACES.          02230000
           03  WS-DL-ID-AVAIL          PIC -(6)9.                       02240000
           03  FILLER                  PIC X(01) VALUE SPACES.          02250000
           03  WS-DL-ID-BACKORD        PIC Z(6)9.                       02260000
           03  FILLER                  PIC X(01) VALUE SPACES.          02270000
           03  WS-DL-ID-ON-PO          PIC Z(6)9.                       02280000
           03  FILLER                  PIC X(01) VALUE SPACES.          02290000
           03  WS-DL-ID-DAILY          PIC ZZZ9.99.                     02300000
           03  FILLER                  PIC X(01) VALUE SPACES.          02310000
           03  WS-DL-ID-DAYS           PIC ZZZZ9.                       02320000
           03  WS-DL-ID-DAYS-X REDEFINES WS-DL-ID-DAYS                  02330000
                                       PIC X(05).                       02340000
           03  FILLER                  PIC X(06) VALUE SPACES.          02350000
           03  FILLER                  PIC X(01) VALUE '*'.             02360000
                                                                        02370000
       01  WS-DL-TREND-HEADING.                                         02380000
           03  FILLER                  PIC X(01) VALUE '*'.             02390000
           03  WS-DL-TH-ENTRY          OCCURS 13 TIMES.                 02400000
               05  FILLER              PIC X(01).                       02410000
               05  WS-DL-TH-MONTH      PIC X(02).                       02420000
               05  WS-DL-TH-SLASH      PIC X(01).                       02430000
               05  WS-DL-TH-DAY        PIC X(02).                       02440000
           03  FILLER                  PIC X(01) VALUE '*'.             02450000
                                                                        02460000
       01  WS-DL-TREND-DETAIL.                                          02470000
           03  FILLER                  PIC X(01) VALUE '*'.             02480000
           03  WS-DL-TD-ENTRY          OCCURS 13 TIMES.                 02490000
               05  FILLER              PIC X(01).                       02500000
               05  WS-DL-TD-QTY        PIC -(4)9.                       02510000
               05  WS-DL-TD-QTY-X REDEFINES WS-DL-TD-QTY                02520000
                                       PIC X(05).                       02530000
           03  FILLER                  PIC X(01) VALUE '*'.             02540000
           EJECT                                                        02550000
      ***************************************************************** 02560000
      *    DB2  DEFINITIONS                                           * 02570000
      ***************************************************************** 02580000
                                                                        02590000
      ***************************************************************** 02600000
      *         SQL COMMUNICATIONS AREA                               * 02610000
      ***************************************************************** 02620000
                                                                        02630000
           EXEC SQL                                                     02640000
              INCLUDE SQLCA                                             02650000
           END-EXEC.                                                    02660000
           EJECT                                                        02670000
           EXEC SQL                                                     02680000
              INCLUDE DINVSNAP                                          02690000
           END-EXEC.                                                    02700000
           EJECT                                                        02710000
           EXEC SQL                                                     02720000
              INCLUDE DITMFCST                                          02730000
           END-EXEC.                                                    02740000
           EJECT                                                        02750000
      ***************************************************************** 02760000
      *    THE REPORT DATE'S COMPANY POSITION SUMMED BY ITEM NUMBER   * 02770000
      *    (PREFIXES SHARE THE ITEM NUMBER SERIES, AS IN PDAB33)      * 02780000
      ***************************************************************** 02790000
                                                                        02800000
           EXEC SQL DECLARE ITEMCSR CURSOR FOR                          02810000
               SELECT   ITEM_NUMBER,                                    02820000
                        SUM(QUANTITY_ON_HAND),                          02830000
                        SUM(QUANTITY_RESERVED),                         02840000
                        SUM(QUANTITY_BACKORDERED),                      02850000
                        SUM(QUANTITY_ON_ORDER)                          02860000
               FROM     INVENTORY_SNAPSHOT                              02870000
               WHERE    SNAPSHOT_DATE = :INV-SNAP-SNAPSHOT-DATE         02880000
                 AND    WAREHOUSE_ID  = ' '                             02890000
               GROUP BY ITEM_NUMBER                                     02900000
               ORDER BY ITEM_NUMBER                                     02910000
           END-EXEC.                                                    02920000
                                                                        02930000
      ***************************************************************** 02940000
      *    AN ITEM'S STOCK AVAILABLE ON EACH SNAPSHOT DATE OF THE 13  * 02950000
      *    WEEK TREND WINDOW                                          * 02960000
      ***************************************************************** 02970000
                                                                        02980000
           EXEC SQL DECLARE TRENDCSR CURSOR FOR                         02990000
               SELECT   SNAPSHOT_DATE,                                  03000000
                        SUM(QUANTITY_ON_HAND - QUANTITY_RESERVED        03010000
                            - QUANTITY_BACKORDERED)                     03020000
               FROM     INVENTORY_SNAPSHOT                              03030000
               WHERE    ITEM_NUMBER    = :WS-IC-ITEM-NUMBER             03040000
                 AND    WAREHOUSE_ID   = ' '                            03050000
                 AND    SNAPSHOT_DATE >= :WS-FIRST-WEEK-DATE            03060000
                 AND    SNAPSHOT_DATE <= :INV-SNAP-SNAPSHOT-DATE        03070000
               GROUP BY SNAPSHOT_DATE                                   03080000
               ORDER BY SNAPSHOT_DATE                                   03090000
           END-EXEC.                                                    03100000
           EJECT                                                        03110000
      ***************************************************************** 03120000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03130000
      ***************************************************************** 03140000
                                                                        03150000
           COPY PDAERRWS.                                               03160000
                                                                        03170000
       01  WS-PDA-BATCH-ERROR-01.                                       03180000
           05  FILLER             PIC X     VALUE SPACES.               03190000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03200000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03210000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB127'.            03220000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03230000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03240000
                                                                        03250000
       01  WS-PDA-BATCH-ERROR-02.                                       03260000
           05  FILLER             PIC X(8)  VALUE SPACES.               03270000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03280000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03290000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03300000
           EJECT                                                        03310000
      ***************************************************************** 03320000
      *    P R O C E D U R E    D I V I S I O N                       * 03330000
      ***************************************************************** 03340000
                                                                        03350000
       PROCEDURE DIVISION.                                              03360000
                                                                        03370000
      ***************************************************************** 03380000
      *                                                               * 03390000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03400000
      *                                                               * 03410000
      *    FUNCTION :  PROGRAM ENTRY.  EDIT THE CONTROL CARD, SET UP  * 03420000
      *                THE 13 TREND WEEKS AND PRINT THE STOCK-OUT     * 03430000
      *                RISK AND OVERSTOCK SECTIONS                    * 03440000
      *                                                               * 03450000
      *    CALLED BY:  NONE                                           * 03460000
      *                                                               * 03470000
      ***************************************************************** 03480000
                                                                        03490000
       P00000-MAINLINE.                                                 03500000
                                                                        03510000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  03520000
                                                                        03530000
           OPEN INPUT CONTROL-CARD.                                     03540000
                                                                        03550000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       03560000
               AT END                                                   03570000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          03580000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03590000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               03600000
                                                                        03610000
           CLOSE CONTROL-CARD.                                          03620000
                                                                        03630000
           IF WS-CC-DATE-KEYWORD NOT = 'DATE='                          03640000
              OR WS-CC-DATE NOT NUMERIC                                 03650000
              OR WS-CC-MIN-KEYWORD NOT = 'MIN='                         03660000
              OR WS-CC-MIN-DAYS NOT NUMERIC                             03670000
              OR WS-CC-MAX-KEYWORD NOT = 'MAX='                         03680000
              OR WS-CC-MAX-DAYS NOT NUMERIC                             03690000
              OR WS-CC-MIN-DAYS-N NOT < WS-CC-MAX-DAYS-N                03700000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              03710000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03720000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03730000
           END-IF.                                                      03740000
                                                                        03750000
           MOVE WS-CC-DATE TO INV-SNAP-SNAPSHOT-DATE.                   03760000
                                                                        03770000
      ***************************************************************** 03780000
      *    THE TREND WEEKS END ON THE REPORT DATE AND EACH OF THE 12  * 03790000
      *    SAME WEEKDAYS BEFORE IT -- INTEGER DATE ARITHMETIC IS THE  * 03800000
      *    ONLY SAFE WAY ACROSS MONTH AND YEAR BOUNDARIES             * 03810000
      ***************************************************************** 03820000
                                                                        03830000
           COMPUTE WS-REPORT-INTEGER =                                  03840000
               FUNCTION INTEGER-OF-DATE(WS-CC-DATE-N).                  03850000
                                                                        03860000
           IF WS-REPORT-INTEGER NOT > ZEROES                            03870000
               MOVE 'CONTROL CARD DATE INVALID' TO WPBE-MESSAGE         03880000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03890000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03900000
           END-IF.                                                      03910000
                                                                        03920000
           COMPUTE WS-FIRST-INTEGER = WS-REPORT-INTEGER - (12 * 7).     03930000
                                                                        03940000
           PERFORM P05000-SET-WEEK THRU P05000-EXIT                     03950000
               VARYING WS-SUB1 FROM 1 BY 1                              03960000
                   UNTIL WS-SUB1 > 13.                                  03970000
                                                                        03980000
           MOVE WS-WK-DATE(1) TO WS-FIRST-WEEK-DATE.                    03990000
                                                                        04000000
           DISPLAY ' '.                                                 04010000
           DISPLAY WS-DL-ASTERISK.                                      04020000
           DISPLAY WS-DL-BLANK.                                         04030000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04040000
           STRING '  PDAB127 - DAYS OF SUPPLY, SNAPSHOT OF '            04050000
                  WS-CC-DATE                                            04060000
                  '  MIN '                                              04070000
                  WS-CC-MIN-DAYS                                        04080000
                  '  MAX '                                              04090000
                  WS-CC-MAX-DAYS                                        04100000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  04110000
           DISPLAY WS-DL-LINE.                                          04120000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      04130000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        04140000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            04150000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          04160000
           DISPLAY WS-DL-RUN-DATE.                                      04170000
           DISPLAY WS-DL-BLANK.                                         04180000
           DISPLAY WS-DL-ASTERISK.                                      04190000
           DISPLAY ' '.                                                 04200000
                                                                        04210000
      ***************************************************************** 04220000
      *    NO SNAPSHOT ON THE REPORT DATE MEANS THE NIGHTLY RUN       * 04230000
      *    (PDAB126) DID NOT TAKE ONE -- NOTHING TO REPORT            * 04240000
      ***************************************************************** 04250000
                                                                        04260000
           EXEC SQL                                                     04270000
               SELECT  COUNT(*)                                         04280000
               INTO    :WS-COMPANY-ROWS                                 04290000
               FROM    INVENTORY_SNAPSHOT                               04300000
               WHERE   SNAPSHOT_DATE = :INV-SNAP-SNAPSHOT-DATE          04310000
                 AND   WAREHOUSE_ID  = ' '                              04320000
           END-EXEC.                                                    04330000
                                                                        04340000
           IF SQLCODE NOT = +0                                          04350000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          04360000
               MOVE 'PDAB127' TO WPDE-PROGRAM-ID                        04370000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         04380000
               MOVE 'COUNT INVENTORY_SNAPSHOT' TO WPDE-FUNCTION         04390000
               MOVE 'P00000' TO WPDE-PARAGRAPH                          04400000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04410000
           END-IF.                                                      04420000
                                                                        04430000
           IF WS-COMPANY-ROWS = ZEROES                                  04440000
               MOVE SPACES TO WS-DL-LINE-TEXT                           04450000
               STRING '  NO INVENTORY SNAPSHOT FOR '                    04460000
                      WS-CC-DATE                                        04470000
                      ', NOTHING TO REPORT'                             04480000
                   DELIMITED BY SIZE INTO WS-DL-LINE-TEXT               04490000
               DISPLAY WS-DL-LINE                                       04500000
               MOVE 4 TO RETURN-CODE                                    04510000
               GO TO P00000-GOBACK                                      04520000
           END-IF.                                                      04530000
                                                                        04540000
      ***************************************************************** 04550000
      *    STOCK-OUT RISK SECTION                                     * 04560000
      ***************************************************************** 04570000
                                                                        04580000
           MOVE 'R' TO WS-SECTION-SW.                                   04590000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04600000
           STRING '  STOCK-OUT RISK -- FEWER THAN '                     04610000
                  WS-CC-MIN-DAYS                                        04620000
                  ' DAYS OF SUPPLY'                                     04630000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  04640000
           PERFORM P10000-PRINT-SECTION THRU P10000-EXIT.               04650000
                                                                        04660000
      ***************************************************************** 04670000
      *    OVERSTOCK SECTION                                          * 04680000
      ***************************************************************** 04690000
                                                                        04700000
           MOVE 'O' TO WS-SECTION-SW.                                   04710000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04720000
           STRING '  OVERSTOCK -- MORE THAN '                           04730000
                  WS-CC-MAX-DAYS                                        04740000
                  ' DAYS OF SUPPLY, OR NO DEMAND'                       04750000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  04760000
           PERFORM P10000-PRINT-SECTION THRU P10000-EXIT.               04770000
                                                                        04780000
           DISPLAY ' '.                                                 04790000
           DISPLAY WS-DL-ASTERISK.                                      04800000
                                                                        04810000
           MOVE 'ITEMS IN SNAPSHOT' TO WS-DL-T-TITLE.                   04820000
           MOVE WS-ITEMS-READ TO WS-DL-T-CNT.                           04830000
           DISPLAY WS-DL-TOTAL.                                         04840000
           MOVE 'ITEMS WITH NO FORECAST' TO WS-DL-T-TITLE.              04850000
           MOVE WS-ITEMS-NO-FORECAST TO WS-DL-T-CNT.                    04860000
           DISPLAY WS-DL-TOTAL.                                         04870000
           MOVE 'STOCK-OUT RISKS' TO WS-DL-T-TITLE.                     04880000
           MOVE WS-ITEMS-AT-RISK TO WS-DL-T-CNT.                        04890000
           DISPLAY WS-DL-TOTAL.                                         04900000
           MOVE 'ITEMS OVERSTOCKED' TO WS-DL-T-TITLE.                   04910000
           MOVE WS-ITEMS-OVERSTOCKED TO WS-DL-T-CNT.                    04920000
           DISPLAY WS-DL-TOTAL.                                         04930000
                                                                        04940000
           DISPLAY WS-DL-ASTERISK.                                      04950000
                                                                        04960000
           MOVE ZEROES TO RETURN-CODE.                                  04970000
                                                                        04980000
       P00000-GOBACK.                                                   04990000
                                                                        05000000
           GOBACK.                                                      05010000
                                                                        05020000
       P00000-EXIT.                                                     05030000
           EXIT.                                                        05040000
           EJECT                                                        05050000
      ***************************************************************** 05060000
      *                                                               * 05070000
      *    PARAGRAPH:  P05000-SET-WEEK                                * 05080000
      *                                                               * 05090000
      *    FUNCTION :  SET THE DATE OF ONE TREND WEEK AND ITS         * 05100000
      *                COLUMN HEADING (MM/DD)                         * 05110000
      *                                                               * 05120000
      *    CALLED BY:  P00000-MAINLINE                                * 05130000
      *                                                               * 05140000
      ***************************************************************** 05150000
                                                                        05160000
       P05000-SET-WEEK.                                                 05170000
                                                                        05180000
           COMPUTE WS-DATE-INTEGER =                                    05190000
               WS-FIRST-INTEGER + ((WS-SUB1 - 1) * 7).                  05200000
           COMPUTE WS-DATE-N =                                          05210000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).               05220000
                                                                        05230000
           MOVE WS-DATE-X TO WS-WK-DATE(WS-SUB1).                       05240000
           MOVE SPACES TO WS-DL-TH-ENTRY(WS-SUB1).                      05250000
           MOVE WS-DATE-X(5:2) TO WS-DL-TH-MONTH(WS-SUB1).              05260000
           MOVE '/' TO WS-DL-TH-SLASH(WS-SUB1).                         05270000
           MOVE WS-DATE-X(7:2) TO WS-DL-TH-DAY(WS-SUB1).                05280000
                                                                        05290000
       P05000-EXIT.                                                     05300000
           EXIT.                                                        05310000
           EJECT                                                        05320000
      ***************************************************************** 05330000
      *                                                               * 05340000
      *    PARAGRAPH:  P10000-PRINT-SECTION                           * 05350000
      *                                                               * 05360000
      *    FUNCTION :  PRINT ONE SECTION -- THE TITLE ALREADY IN THE  * 05370000
      *                LINE TEXT, THE HEADINGS, THEN EVERY ITEM OF    * 05380000
      *                THE SNAPSHOT THAT BELONGS IN THE SECTION       * 05390000
      *                                                               * 05400000
      *    CALLED BY:  P00000-MAINLINE                                * 05410000
      *                                                               * 05420000
      ***************************************************************** 05430000
                                                                        05440000
       P10000-PRINT-SECTION.                                            05450000
                                                                        05460000
           DISPLAY WS-DL-LINE.                                          05470000
           DISPLAY WS-DL-BLANK.                                         05480000
           DISPLAY WS-DL-ITEM-HEADING.                                  05490000
           MOVE '  AVAILABLE STOCK ON THE SAME WEEKDAY, LAST 13 WEEKS'  05500000
               TO WS-DL-LINE-TEXT.                                      05510000
           DISPLAY WS-DL-LINE.                                          05520000
           DISPLAY WS-DL-TREND-HEADING.                                 05530000
           DISPLAY WS-DL-BLANK.                                         05540000
                                                                        05550000
           MOVE 'N' TO WS-END-OF-ITEMS-SW.                              05560000
                                                                        05570000
           EXEC SQL                                                     05580000
               OPEN ITEMCSR                                             05590000
           END-EXEC.                                                    05600000
                                                                        05610000
           IF SQLCODE NOT = +0                                          05620000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05630000
               MOVE 'PDAB127' TO WPDE-PROGRAM-ID                        05640000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05650000
               MOVE 'OPEN ITEMCSR CURSOR' TO WPDE-FUNCTION              05660000
               MOVE 'P10000' TO WPDE-PARAGRAPH                          05670000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05680000
           END-IF.                                                      05690000
                                                                        05700000
           PERFORM P20000-NEXT-ITEM THRU P20000-EXIT                    05710000
               UNTIL END-OF-ITEMS.                                      05720000
                                                                        05730000
           EXEC SQL                                                     05740000
               CLOSE ITEMCSR                                            05750000
           END-EXEC.                                                    05760000
                                                                        05770000
           IF SQLCODE NOT = +0                                          05780000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05790000
               MOVE 'PDAB127' TO WPDE-PROGRAM-ID                        05800000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05810000
               MOVE 'CLOSE ITEMCSR CURSOR' TO WPDE-FUNCTION             05820000
               MOVE 'P10000' TO WPDE-PARAGRAPH                          05830000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05840000
           END-IF.                                                      05850000
                                                                        05860000
           DISPLAY WS-DL-BLANK.                                         05870000
                                                                        05880000
       P10000-EXIT.                                                     05890000
           EXIT.                                                        05900000
           EJECT                                                        05910000
      ***************************************************************** 05920000
      *                                                               * 05930000
      *    PARAGRAPH:  P20000-NEXT-ITEM                               * 05940000
      *                                                               * 05950000
      *    FUNCTION :  FETCH THE NEXT ITEM, WORK OUT ITS DAYS OF      * 05960000
      *                SUPPLY AND PRINT IT WHEN IT BELONGS IN THE     * 05970000
      *                SECTION BEING PRINTED                          * 05980000
      *                                                               * 05990000
      *    CALLED BY:  P10000-PRINT-SECTION                           * 06000000
      *                                                               * 06010000
      ***************************************************************** 06020000
                                                                        06030000
       P20000-NEXT-ITEM.                                                06040000
                                                                        06050000
           EXEC SQL                                                     06060000
               FETCH  ITEMCSR                                           06070000
               INTO   :WS-IC-ITEM-NUMBER,                               06080000
                      :WS-IC-ON-HAND,                                   06090000
                      :WS-IC-RESERVED,                                  06100000
                      :WS-IC-BACKORDERED,                               06110000
                      :WS-IC-ON-ORDER                                   06120000
           END-EXEC.                                                    06130000
                                                                        06140000
           EVALUATE TRUE                                                06150000
               WHEN SQLCODE = +0                                        06160000
                   CONTINUE                                             06170000
               WHEN SQLCODE = +100                                      06180000
                   MOVE 'Y' TO WS-END-OF-ITEMS-SW                       06190000
                   GO TO P20000-EXIT                                    06200000
               WHEN OTHER                                               06210000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      06220000
                   MOVE 'PDAB127' TO WPDE-PROGRAM-ID                    06230000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     06240000
                   MOVE 'FETCH ITEMCSR CURSOR' TO WPDE-FUNCTION         06250000
                   MOVE 'P20000' TO WPDE-PARAGRAPH                      06260000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06270000
           END-EVALUATE.                                                06280000
                                                                        06290000
           COMPUTE WS-AVAILABLE = WS-IC-ON-HAND                         06300000
                                - WS-IC-RESERVED                        06310000
                                - WS-IC-BACKORDERED.                    06320000
                                                                        06330000
           PERFORM P21000-DAILY-DEMAND THRU P21000-EXIT.                06340000
                                                                        06350000
           IF RISK-SECTION                                              06360000
               ADD +1 TO WS-ITEMS-READ                                  06370000
               IF ITEM-FCST-FORECAST-QTY NOT > ZEROES                   06380000
                   ADD +1 TO WS-ITEMS-NO-FORECAST                       06390000
               END-IF                                                   06400000
           END-IF.                                                      06410000
                                                                        06420000
      ***************************************************************** 06430000
      *    DAYS OF SUPPLY -- NONE WHEN NOTHING IS AVAILABLE           * 06440000
      ***************************************************************** 06450000
                                                                        06460000
           MOVE +0 TO WS-DAYS-SUPPLY.                                   06470000
                                                                        06480000
           IF WS-DAILY-DEMAND > ZEROES AND WS-AVAILABLE > ZEROES        06490000
               COMPUTE WS-DAYS-SUPPLY =                                 06500000
                   WS-AVAILABLE / WS-DAILY-DEMAND                       06510000
                   ON SIZE ERROR                                        06520000
                       MOVE 9999999 TO WS-DAYS-SUPPLY                   06530000
               END-COMPUTE                                              06540000
           END-IF.                                                      06550000
                                                                        06560000
           MOVE 'N' TO WS-LIST-ITEM-SW.                                 06570000
                                                                        06580000
           EVALUATE TRUE                                                06590000
               WHEN RISK-SECTION                                        06600000
                   IF WS-DAILY-DEMAND > ZEROES                          06610000
                      AND WS-DAYS-SUPPLY < WS-CC-MIN-DAYS-N             06620000
                       MOVE 'Y' TO WS-LIST-ITEM-SW                      06630000
                       ADD +1 TO WS-ITEMS-AT-RISK                       06640000
                   END-IF                                               06650000
               WHEN OVERSTOCK-SECTION                                   06660000
                   IF WS-AVAILABLE > ZEROES                             06670000
                      AND (WS-DAILY-DEMAND = ZEROES                     06680000
                       OR WS-DAYS-SUPPLY > WS-CC-MAX-DAYS-N)            06690000
                       MOVE 'Y' TO WS-LIST-ITEM-SW                      06700000
                       ADD +1 TO WS-ITEMS-OVERSTOCKED                   06710000
                   END-IF                                               06720000
           END-EVALUATE.                                                06730000
                                                                        06740000
           IF NOT LIST-ITEM                                             06750000
               GO TO P20000-EXIT                                        06760000
           END-IF.                                                      06770000
                                                                        06780000
           MOVE WS-IC-ITEM-NUMBER TO WS-DL-ID-ITEM.                     06790000
           MOVE WS-AVAILABLE TO WS-DL-ID-AVAIL.                         06800000
           MOVE WS-IC-BACKORDERED TO WS-DL-ID-BACKORD.                  06810000
           MOVE WS-IC-ON-ORDER TO WS-DL-ID-ON-PO.                       06820000
           MOVE WS-DAILY-DEMAND TO WS-DL-ID-DAILY.                      06830000
                                                                        06840000
           EVALUATE TRUE                                                06850000
               WHEN WS-DAILY-DEMAND = ZEROES                            06860000
                   MOVE ' NONE' TO WS-DL-ID-DAYS-X                      06870000
               WHEN WS-DAYS-SUPPLY > 99999                              06880000
                   MOVE '*****' TO WS-DL-ID-DAYS-X                      06890000
               WHEN OTHER                                               06900000
                   MOVE WS-DAYS-SUPPLY TO WS-DL-ID-DAYS                 06910000
           END-EVALUATE.                                                06920000
                                                                        06930000
           DISPLAY WS-DL-ITEM-DETAIL.                                   06940000
                                                                        06950000
           PERFORM P30000-PRINT-TREND THRU P30000-EXIT.                 06960000
                                                                        06970000
       P20000-EXIT.                                                     06980000
           EXIT.                                                        06990000
           EJECT                                                        07000000
      ***************************************************************** 07010000
      *                                                               * 07020000
      *    PARAGRAPH:  P21000-DAILY-DEMAND                            * 07030000
      *                                                               * 07040000
      *    FUNCTION :  THE ITEM'S AVERAGE DAILY DEMAND FROM ITS LAST  * 07050000
      *                MONTHLY FORECAST; ZERO WHEN IT HAS NONE        * 07060000
      *                                                               * 07070000
      *    CALLED BY:  P20000-NEXT-ITEM                               * 07080000
      *                                                               * 07090000
      ***************************************************************** 07100000
                                                                        07110000
       P21000-DAILY-DEMAND.                                             07120000
                                                                        07130000
           MOVE WS-IC-ITEM-NUMBER TO ITEM-FCST-ITEM-NUMBER.             07140000
                                                                        07150000
           EXEC SQL                                                     07160000
               SELECT  FORECAST_QTY                                     07170000
               INTO    :ITEM-FCST-FORECAST-QTY                          07180000
               FROM    ITEM_FORECAST                                    07190000
               WHERE   ITEM_NUMBER = :ITEM-FCST-ITEM-NUMBER             07200000
           END-EXEC.                                                    07210000
                                                                        07220000
           EVALUATE TRUE                                                07230000
               WHEN SQLCODE = +0                                        07240000
                   CONTINUE                                             07250000
               WHEN SQLCODE = +100                                      07260000
                   MOVE +0 TO ITEM-FCST-FORECAST-QTY                    07270000
               WHEN OTHER                                               07280000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07290000
                   MOVE 'PDAB127' TO WPDE-PROGRAM-ID                    07300000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07310000
                   MOVE 'SELECT ITEM_FORECAST' TO WPDE-FUNCTION         07320000
                   MOVE 'P21000' TO WPDE-PARAGRAPH                      07330000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07340000
           END-EVALUATE.                                                07350000
                                                                        07360000
           IF ITEM-FCST-FORECAST-QTY > ZEROES                           07370000
               COMPUTE WS-DAILY-DEMAND ROUNDED =                        07380000
                   (ITEM-FCST-FORECAST-QTY * 12) / 365                  07390000
           ELSE                                                         07400000
               MOVE +0 TO WS-DAILY-DEMAND                               07410000
           END-IF.                                                      07420000
                                                                        07430000
       P21000-EXIT.                                                     07440000
           EXIT.                                                        07450000
           EJECT                                                        07460000
      ***************************************************************** 07470000
      *                                                               * 07480000
      *    PARAGRAPH:  P30000-PRINT-TREND                             * 07490000
      *                                                               * 07500000
      *    FUNCTION :  LOAD THE ITEM'S STOCK AVAILABLE ON EACH TREND  * 07510000
      *                WEEK'S SNAPSHOT AND PRINT THE TREND LINE       * 07520000
      *                                                               * 07530000
      *    CALLED BY:  P20000-NEXT-ITEM                               * 07540000
      *                                                               * 07550000
      ***************************************************************** 07560000
                                                                        07570000
       P30000-PRINT-TREND.                                              07580000
                                                                        07590000
           PERFORM P30100-CLEAR-WEEK THRU P30100-EXIT                   07600000
               VARYING WS-SUB1 FROM 1 BY 1                              07610000
                   UNTIL WS-SUB1 > 13.                                  07620000
                                                                        07630000
           MOVE 'N' TO WS-END-OF-TREND-SW.                              07640000
                                                                        07650000
           EXEC SQL                                                     07660000
               OPEN TRENDCSR                                            07670000
           END-EXEC.                                                    07680000
                                                                        07690000
           IF SQLCODE NOT = +0                                          07700000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07710000
               MOVE 'PDAB127' TO WPDE-PROGRAM-ID                        07720000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07730000
               MOVE 'OPEN TRENDCSR CURSOR' TO WPDE-FUNCTION             07740000
               MOVE 'P30000' TO WPDE-PARAGRAPH                          07750000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07760000
           END-IF.                                                      07770000
                                                                        07780000
           PERFORM P31000-FETCH-TREND THRU P31000-EXIT                  07790000
               UNTIL END-OF-TREND.                                      07800000
                                                                        07810000
           EXEC SQL                                                     07820000
               CLOSE TRENDCSR                                           07830000
           END-EXEC.                                                    07840000
                                                                        07850000
           IF SQLCODE NOT = +0                                          07860000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07870000
               MOVE 'PDAB127' TO WPDE-PROGRAM-ID                        07880000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07890000
               MOVE 'CLOSE TRENDCSR CURSOR' TO WPDE-FUNCTION            07900000
               MOVE 'P30000' TO WPDE-PARAGRAPH                          07910000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07920000
           END-IF.                                                      07930000
                                                                        07940000
           PERFORM P32000-FORMAT-WEEK THRU P32000-EXIT                  07950000
               VARYING WS-SUB1 FROM 1 BY 1                              07960000
                   UNTIL WS-SUB1 > 13.                                  07970000
                                                                        07980000
           DISPLAY WS-DL-TREND-DETAIL.                                  07990000
                                                                        08000000
       P30000-EXIT.                                                     08010000
           EXIT.                                                        08020000
                                                                        08030000
       P30100-CLEAR-WEEK.                                               08040000
                                                                        08050000
           MOVE 'N' TO WS-WK-FOUND-SW(WS-SUB1).                         08060000
           MOVE +0 TO WS-WK-AVAILABLE(WS-SUB1).                         08070000
                                                                        08080000
       P30100-EXIT.                                                     08090000
           EXIT.                                                        08100000
           EJECT                                                        08110000
      ***************************************************************** 08120000
      *                                                               * 08130000
      *    PARAGRAPH:  P31000-FETCH-TREND                             * 08140000
      *                                                               * 08150000
      *    FUNCTION :  FETCH THE NEXT SNAPSHOT DATE IN THE WINDOW AND * 08160000
      *                KEEP IT WHEN IT IS ONE OF THE TREND WEEKDAYS   * 08170000
      *                                                               * 08180000
      *    CALLED BY:  P30000-PRINT-TREND                             * 08190000
      *                                                               * 08200000
      ***************************************************************** 08210000
                                                                        08220000
       P31000-FETCH-TREND.                                              08230000
                                                                        08240000
           EXEC SQL                                                     08250000
               FETCH  TRENDCSR                                          08260000
               INTO   :WS-TC-SNAPSHOT-DATE,                             08270000
                      :WS-TC-AVAILABLE                                  08280000
           END-EXEC.                                                    08290000
                                                                        08300000
           EVALUATE TRUE                                                08310000
               WHEN SQLCODE = +0                                        08320000
                   CONTINUE                                             08330000
               WHEN SQLCODE = +100                                      08340000
                   MOVE 'Y' TO WS-END-OF-TREND-SW                       08350000
                   GO TO P31000-EXIT                                    08360000
               WHEN OTHER                                               08370000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      08380000
                   MOVE 'PDAB127' TO WPDE-PROGRAM-ID                    08390000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     08400000
                   MOVE 'FETCH TRENDCSR CURSOR' TO WPDE-FUNCTION        08410000
                   MOVE 'P31000' TO WPDE-PARAGRAPH                      08420000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08430000
           END-EVALUATE.                                                08440000
                                                                        08450000
           IF WS-TC-SNAPSHOT-DATE NOT NUMERIC                           08460000
               GO TO P31000-EXIT                                        08470000
           END-IF.                                                      08480000
                                                                        08490000
           MOVE WS-TC-SNAPSHOT-DATE TO WS-DATE-X.                       08500000
                                                                        08510000
           COMPUTE WS-DAYS-AFTER-FIRST =                                08520000
               FUNCTION INTEGER-OF-DATE(WS-DATE-N) - WS-FIRST-INTEGER.  08530000
                                                                        08540000
           DIVIDE WS-DAYS-AFTER-FIRST BY 7                              08550000
               GIVING WS-WEEKS-AFTER-FIRST                              08560000
               REMAINDER WS-DAYS-LEFT-OVER.                             08570000
                                                                        08580000
           IF WS-DAYS-LEFT-OVER NOT = ZEROES                            08590000
              OR WS-WEEKS-AFTER-FIRST < 0                               08600000
              OR WS-WEEKS-AFTER-FIRST > 12                              08610000
               GO TO P31000-EXIT                                        08620000
           END-IF.                                                      08630000
                                                                        08640000
           COMPUTE WS-SUB1 = WS-WEEKS-AFTER-FIRST + 1.                  08650000
                                                                        08660000
           MOVE 'Y' TO WS-WK-FOUND-SW(WS-SUB1).                         08670000
           MOVE WS-TC-AVAILABLE TO WS-WK-AVAILABLE(WS-SUB1).            08680000
                                                                        08690000
       P31000-EXIT.                                                     08700000
           EXIT.                                                        08710000
           EJECT                                                        08720000
      ***************************************************************** 08730000
      *                                                               * 08740000
      *    PARAGRAPH:  P32000-FORMAT-WEEK                             * 08750000
      *                                                               * 08760000
      *    FUNCTION :  FORMAT ONE WEEK OF THE TREND LINE -- '.' WHEN  * 08770000
      *                NO SNAPSHOT WAS TAKEN, '*****' WHEN THE        * 08780000
      *                QUANTITY WILL NOT FIT                          * 08790000
      *                                                               * 08800000
      *    CALLED BY:  P30000-PRINT-TREND                             * 08810000
      *                                                               * 08820000
      ***************************************************************** 08830000
                                                                        08840000
       P32000-FORMAT-WEEK.                                              08850000
                                                                        08860000
           MOVE SPACES TO WS-DL-TD-ENTRY(WS-SUB1).                      08870000
                                                                        08880000
           EVALUATE TRUE                                                08890000
               WHEN WS-WK-FOUND-SW(WS-SUB1) NOT = 'Y'                   08900000
                   MOVE '    .' TO WS-DL-TD-QTY-X(WS-SUB1)              08910000
               WHEN WS-WK-AVAILABLE(WS-SUB1) > 99999                    08920000
               WHEN WS-WK-AVAILABLE(WS-SUB1) < -9999                    08930000
                   MOVE '*****' TO WS-DL-TD-QTY-X(WS-SUB1)              08940000
               WHEN OTHER                                               08950000
                   MOVE WS-WK-AVAILABLE(WS-SUB1)                        08960000
                       TO WS-DL-TD-QTY(WS-SUB1)                         08970000
           END-EVALUATE.                                                08980000
                                                                        08990000
       P32000-EXIT.                                                     09000000
           EXIT.                                                        09010000
           EJECT                                                        09020000
      ***************************************************************** 09030000
      *                                                               * 09040000
      *    PARAGRAPH:  P99999-ABEND                                   * 09050000
      *                                                               * 09060000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 09070000
      *                ERROR HAS BEEN ENCOUNTERED                     * 09080000
      *                                                               * 09090000
      *    CALLED BY:  VARIOUS                                        * 09100000
      *                                                               * 09110000
      ***************************************************************** 09120000
                                                                        09130000
       P99999-ABEND.                                                    09140000
                                                                        09150000
           DISPLAY ' '.                                                 09160000
           DISPLAY WPEA-ERROR-01.                                       09170000
           DISPLAY WPEA-ERROR-02.                                       09180000
           DISPLAY WPEA-ERROR-03.                                       09190000
           DISPLAY WPEA-ERROR-04.                                       09200000
                                                                        09210000
           IF PDA-DB2-ERROR                                             09220000
               DISPLAY WS-PDA-DB2-ERROR-01                              09230000
               DISPLAY WS-PDA-DB2-ERROR-02                              09240000
           ELSE                                                         09250000
               DISPLAY WS-PDA-BATCH-ERROR-01                            09260000
               DISPLAY WS-PDA-BATCH-ERROR-02                            09270000
           END-IF.                                                      09280000
                                                                        09290000
           DISPLAY WPEA-ERROR-04.                                       09300000
           DISPLAY WPEA-ERROR-03.                                       09310000
           DISPLAY WPEA-ERROR-02.                                       09320000
           DISPLAY WPEA-ERROR-01.                                       09330000
           DISPLAY ' '.                                                 09340000
                                                                        09350000
           MOVE 16 TO RETURN-CODE.                                      09360000
                                                                        09370000
           GOBACK.                                                      09380000
                                                                        09390000
       P99999-EXIT.                                                     09400000
           EXIT.                                                        09410000
