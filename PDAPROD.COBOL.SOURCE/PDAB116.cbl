       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB116.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB116                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB116 IS THE 13-WEEK CASH FORECAST.     * 00100000
      *             WEEK 1 STARTS ON THE RUN DATE; ANYTHING ALREADY   * 00110000
      *             PAST ITS EXPECTED DATE FALLS INTO WEEK 1 AND      * 00120000
      *             ANYTHING LATER THAN WEEK 13 IS SHOWN AS BEYOND.   * 00130000
      *                                                               * 00140000
      *             INFLOWS                                           * 00150000
      *               - OPEN AR ITEMS, EXPECTED ON THE INVOICE DATE   * 00160000
      *                 PLUS THE CUSTOMER'S AVERAGE DAYS-TO-PAY OVER  * 00170000
      *                 ITS PAID ITEMS.  A CUSTOMER WITH NO PAYMENT   * 00180000
      *                 HISTORY IS EXPECTED ON THE ITEM'S DUE DATE    * 00190000
      *               - SCHEDULED ORDERS STILL WAITING FOR RELEASE    * 00200000
      *                 (ORDER TOTAL, TAX AND FREIGHT FROM THE ORDER  * 00210000
      *                 ROOT), EXPECTED ON THE REQUESTED SHIP DATE    * 00220000
      *                 PLUS THE CUSTOMER'S DAYS-TO-PAY               * 00230000
      *               - STANDING ORDER RUNS FALLING IN THE 13 WEEKS,  * 00240000
      *                 ROLLED THE WAY PDAB34 ROLLS THEM AND PRICED   * 00250000
      *                 THE WAY PDAB34 PRICES THEM, EXPECTED ON THE   * 00260000
      *                 RUN DATE PLUS THE CUSTOMER'S DAYS-TO-PAY      * 00270000
      *             A CUSTOMER WITH NO PAYMENT HISTORY USES THE       * 00280000
      *             CONTROL CARD DAYS FOR ORDERS NOT YET INVOICED.    * 00290000
      *                                                               * 00300000
      *             OUTFLOWS                                          * 00310000
      *               - MATCHED AND HELD SUPPLIER INVOICES ON THEIR   * 00320000
      *                 DUE DATE (INVOICE DATE PLUS 30 DAYS WHEN NO   * 00330000
      *                 DUE DATE IS CARRIED, AS IN THE PAYMENT RUN)   * 00340000
      *               - RELEASED, OPEN PURCHASE ORDER LINES -- THE    * 00350000
      *                 QUANTITY NOT YET INVOICED AT THE PO PRICE, ON * 00360000
      *                 THE EXPECTED RECEIPT DATE                     * 00370000
      *                                                               * 00380000
      *             THE PRINTED FORECAST SHOWS EACH WEEK'S INFLOWS,   * 00390000
      *             OUTFLOWS, NET AND CUMULATIVE NET; THE SAME FIGURES* 00400000
      *             ARE WRITTEN AS A CSV FILE FOR THE TREASURY        * 00410000
      *             SPREADSHEET.                                      * 00420000
      *                                                               * 00430000
      *             CONTROL CARD LAYOUT:                              * 00440000
      *               COL  1-12   PREFIX=NNNNN                        * 00450000
      *               COL 13-21   ' DAYS=NNN'  (DEFAULT DAYS-TO-PAY,  * 00460000
      *                           030 WHEN OMITTED)                   * 00470000
      *                                                               * 00480000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00490000
      *             AR OPEN ITEM FILE      -  VSAM KSDS   (INPUT)     * 00500000
      *             SUPPLIER INVOICE FILE  -  VSAM KSDS   (INPUT)     * 00510000
      *             PURCHASE ORDER FILE    -  VSAM KSDS   (INPUT)     * 00520000
      *             SCHEDULED ORDER FILE   -  VSAM KSDS   (INPUT)     * 00530000
      *             STANDING ORDER FILE    -  VSAM KSDS   (INPUT)     * 00540000
      *             ORDER DATABASE         -  IMS HIDAM   (READ-ONLY) * 00550000
      *             CASH FORECAST REPORT   -  SEQUENTIAL  (OUTPUT)    * 00560000
      *             CASH FORECAST CSV FILE -  SEQUENTIAL  (OUTPUT)    * 00570000
      *                                                               * 00580000
      ***************************************************************** 00590000
      *             PROGRAM CHANGE LOG                                * 00600000
      *             -------------------                               * 00610000
      *                                                               * 00620000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00630000
      *  --------   --------------------  --------------------------  * 00640000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00650000
      *                                                               * 00660000
      ***************************************************************** 00670000
           EJECT                                                        00680000
       ENVIRONMENT DIVISION.                                            00690000
                                                                        00700000
       INPUT-OUTPUT SECTION.                                            00710000
                                                                        00720000
       FILE-CONTROL.                                                    00730000
                                                                        00740000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00750000
                                                                        00760000
           SELECT FORECAST-PRINT       ASSIGN TO CASHFCST.              00770000
                                                                        00780000
           SELECT FORECAST-CSV         ASSIGN TO CASHCSV.               00790000
                                                                        00800000
           SELECT VSAM-ARBAL           ASSIGN TO VARBAL                 00810000
                                       ORGANIZATION IS INDEXED          00820000
                                       ACCESS IS SEQUENTIAL             00830000
                                       RECORD KEY IS AR-KEY             00840000
                                       FILE STATUS IS WS-ARBAL-STATUS.  00850000
                                                                        00860000
           SELECT VSAM-AP-INVOICE      ASSIGN TO VAPINV                 00870000
                                       ORGANIZATION IS INDEXED          00880000
                                       ACCESS IS SEQUENTIAL             00890000
                                       RECORD KEY IS AP-INVOICE-KEY     00900000
                                       FILE STATUS IS WS-APINV-STATUS.  00910000
                                                                        00920000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00930000
                                       ORGANIZATION IS INDEXED          00940000
                                       ACCESS IS SEQUENTIAL             00950000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00960000
                                       FILE STATUS IS WS-PO-STATUS.     00970000
                                                                        00980000
           SELECT VSAM-SCHEDULED       ASSIGN TO VSCHDORD               00990000
                                       ORGANIZATION IS INDEXED          01000000
                                       ACCESS IS SEQUENTIAL             01010000
                                       RECORD KEY IS                    01020000
                                           SCHEDULED-ORDER-KEY          01030000
                                       FILE STATUS IS WS-SCHD-STATUS.   01040000
                                                                        01050000
           SELECT VSAM-STANDING        ASSIGN TO VSTAND                 01060000
                                       ORGANIZATION IS INDEXED          01070000
                                       ACCESS IS SEQUENTIAL             01080000
                                       RECORD KEY IS STANDING-ORDER-KEY 01090000
                                       FILE STATUS IS WS-STAND-STATUS.  01100000
           EJECT                                                        01110000
       DATA DIVISION.                                                   01120000
                                                                        01130000
       FILE SECTION.                                                    01140000
                                                                        01150000
       FD  CONTROL-CARD                                                 01160000
           LABEL RECORDS ARE STANDARD                                   01170000
           RECORDING MODE IS F                                          01180000
           RECORD CONTAINS 80 CHARACTERS                                01190000
           BLOCK CONTAINS 27920 CHARACTERS.                             01200000
                                                                        01210000
       01  CONTROL-CARD-REC            PIC X(80).                       01220000
                                                                        01230000
       FD  FORECAST-PRINT                                               01240000
           LABEL RECORDS ARE STANDARD                                   01250000
           RECORDING MODE IS F                                          01260000
           RECORD CONTAINS 132 CHARACTERS.                              01270000
                                                                        01280000
       01  FORECAST-PRINT-REC          PIC X(132).                      01290000
                                                                        01300000
       FD  FORECAST-CSV                                                 01310000
           RECORDING MODE IS F                                          01320000
           LABEL RECORDS ARE STANDARD.                                  01330000
                                                                        01340000
       01  FORECAST-CSV-REC            PIC X(200).                      01350000
                                                                        01360000
       FD  VSAM-ARBAL                                                   01370000
           RECORD CONTAINS 128 CHARACTERS.                              01380000
                                                                        01390000
           COPY VARBAL.                                                 01400000
                                                                        01410000
       FD  VSAM-AP-INVOICE                                              01420000
           RECORD CONTAINS 160 CHARACTERS.                              01430000
                                                                        01440000
           COPY VAPINV.                                                 01450000
                                                                        01460000
       FD  VSAM-PURCHASE-ORDER                                          01470000
           RECORD CONTAINS 200 CHARACTERS.                              01480000
                                                                        01490000
           COPY VPURCHOR.                                               01500000
                                                                        01510000
       FD  VSAM-SCHEDULED                                               01520000
           RECORD CONTAINS 48 CHARACTERS.                               01530000
                                                                        01540000
           COPY VSCHDORD.                                               01550000
                                                                        01560000
       FD  VSAM-STANDING                                                01570000
           RECORD CONTAINS 160 CHARACTERS.                              01580000
                                                                        01590000
           COPY VSTAND.                                                 01600000
           EJECT                                                        01610000
       WORKING-STORAGE SECTION.                                         01620000
                                                                        01630000
      ***************************************************************** 01640000
      *    SWITCHES                                                   * 01650000
      ***************************************************************** 01660000
                                                                        01670000
       01  WS-SWITCHES.                                                 01680000
           05  WS-END-OF-FILE-SW       PIC X     VALUE 'N'.             01690000
               88  END-OF-FILE                   VALUE 'Y'.             01700000
           05  WS-CUSTOMER-ACTIVE-SW   PIC X     VALUE 'N'.             01710000
               88  CUSTOMER-ACTIVE               VALUE 'Y'.             01720000
           05  WS-HEADER-ACTIVE-SW     PIC X     VALUE 'N'.             01730000
               88  HEADER-ACTIVE                 VALUE 'Y'.             01740000
           05  WS-HISTORY-SW           PIC X     VALUE 'N'.             01750000
               88  CUSTOMER-HAS-HISTORY          VALUE 'Y'.             01760000
           EJECT                                                        01770000
      ***************************************************************** 01780000
      *    MISCELLANEOUS WORK FIELDS                                  * 01790000
      ***************************************************************** 01800000
                                                                        01810000
       01  WS-MISCELLANEOUS-FIELDS.                                     01820000
           03  WS-ARBAL-STATUS         PIC XX    VALUE SPACES.          01830000
               88  ARBALF-OK                     VALUE '  ' '00'.       01840000
               88  ARBALF-EMPTY                  VALUE '47' '35'.       01850000
               88  ARBALF-END                    VALUE '10'.            01860000
           03  WS-APINV-STATUS         PIC XX    VALUE SPACES.          01870000
               88  APINVF-OK                     VALUE '  ' '00'.       01880000
               88  APINVF-EMPTY                  VALUE '47' '35'.       01890000
               88  APINVF-END                    VALUE '10'.            01900000
           03  WS-PO-STATUS            PIC XX    VALUE SPACES.          01910000
               88  POF-OK                        VALUE '  ' '00'.       01920000
               88  POF-EMPTY                     VALUE '47' '35'.       01930000
               88  POF-END                       VALUE '10'.            01940000
           03  WS-SCHD-STATUS          PIC XX    VALUE SPACES.          01950000
               88  SCHDF-OK                      VALUE '  ' '00'.       01960000
               88  SCHDF-EMPTY                   VALUE '47' '35'.       01970000
               88  SCHDF-END                     VALUE '10'.            01980000
           03  WS-STAND-STATUS         PIC XX    VALUE SPACES.          01990000
               88  STANDF-OK                     VALUE '  ' '00'.       02000000
               88  STANDF-EMPTY                  VALUE '47' '35'.       02010000
               88  STANDF-END                    VALUE '10'.            02020000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          02030000
               88  OP-GOOD-RETURN                VALUE '  '.            02040000
               88  OP-END-OF-DATABASE            VALUE 'GB'.            02050000
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            02060000
           03  WS-AR-ITEMS             PIC S9(7) VALUE +0       COMP-3. 02070000
           03  WS-AR-CUSTOMERS         PIC S9(7) VALUE +0       COMP-3. 02080000
           03  WS-AR-HISTORY           PIC S9(7) VALUE +0       COMP-3. 02090000
           03  WS-AR-ITEM-OVERFLOW     PIC S9(7) VALUE +0       COMP-3. 02100000
           03  WS-DAYS-OVERFLOW        PIC S9(7) VALUE +0       COMP-3. 02110000
           03  WS-AP-INVOICES          PIC S9(7) VALUE +0       COMP-3. 02120000
           03  WS-PO-LINES             PIC S9(7) VALUE +0       COMP-3. 02130000
           03  WS-SCHEDULED-ORDERS     PIC S9(7) VALUE +0       COMP-3. 02140000
           03  WS-SCHEDULED-MISSING    PIC S9(7) VALUE +0       COMP-3. 02150000
           03  WS-STANDING-SCHEDULES   PIC S9(7) VALUE +0       COMP-3. 02160000
           03  WS-STANDING-RUNS        PIC S9(7) VALUE +0       COMP-3. 02170000
           03  WS-STANDING-UNPRICED    PIC S9(7) VALUE +0       COMP-3. 02180000
           03  WS-SUB                  PIC S9(4) VALUE +0       COMP.   02190000
           03  WS-SUB2                 PIC S9(4) VALUE +0       COMP.   02200000
           03  WS-RUN-INT              PIC S9(9) VALUE +0       COMP.   02210000
           03  WS-HORIZON-INT          PIC S9(9) VALUE +0       COMP.   02220000
           03  WS-WORK-INT             PIC S9(9) VALUE +0       COMP.   02230000
           03  WS-EXPECT-DAYS          PIC S9(4) VALUE +0       COMP.   02240000
           03  WS-BUCKET-INT           PIC S9(9) VALUE +0       COMP.   02250000
           03  WS-BUCKET-AMT           PIC S9(11)V99 VALUE +0   COMP-3. 02260000
           03  WS-BUCKET-SOURCE        PIC S9(4) VALUE +0       COMP.   02270000
           03  WS-REMAINING-QTY        PIC S9(9) VALUE +0       COMP-3. 02280000
           03  WS-LINE-PRICE           PIC S9(8)V99 VALUE +0    COMP-3. 02290000
           03  WS-CUST-PAY-DAYS        PIC S9(9) VALUE +0       COMP-3. 02300000
           03  WS-CUST-PAID-ITEMS      PIC S9(5) VALUE +0       COMP-3. 02310000
           03  WS-CUST-AVG-DAYS        PIC S9(4) VALUE +0       COMP.   02320000
           03  WS-CURR-CUSTOMER-ID     PIC X(32) VALUE HIGH-VALUES.     02330000
           03  WS-DATE.                                                 02340000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          02350000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          02360000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          02370000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       02380000
                                       PIC 9(8).                        02390000
           03  WS-HORIZON-DATE         PIC 9(8)  VALUE ZEROES.          02400000
           03  WS-EDIT-DATE.                                            02410000
               05  WS-ED-MONTH         PIC XX    VALUE SPACES.          02420000
               05  FILLER              PIC X     VALUE '/'.             02430000
               05  WS-ED-DAY           PIC XX    VALUE SPACES.          02440000
               05  FILLER              PIC X     VALUE '/'.             02450000
               05  WS-ED-YEAR          PIC X(4)  VALUE SPACES.          02460000
           03  WS-WORK-DATE            PIC 9(8)  VALUE ZEROES.          02470000
           03  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                   02480000
               05  WS-WD-YEAR          PIC X(4).                        02490000
               05  WS-WD-MONTH         PIC XX.                          02500000
               05  WS-WD-DAY           PIC XX.                          02510000
           EJECT                                                        02520000
      ***************************************************************** 02530000
      *    CONTROL CARD                                               * 02540000
      ***************************************************************** 02550000
                                                                        02560000
       01  WS-CONTROL-CARD.                                             02570000
           03  WS-CC-PREFIX-KEYWORD    PIC X(7)  VALUE SPACES.          02580000
           03  WS-CC-PREFIX            PIC X(5)  VALUE SPACES.          02590000
           03  WS-CC-PREFIX-N REDEFINES WS-CC-PREFIX                    02600000
                                       PIC 9(5).                        02610000
           03  WS-CC-DAYS-KEYWORD      PIC X(6)  VALUE SPACES.          02620000
           03  WS-CC-DAYS              PIC X(3)  VALUE SPACES.          02630000
           03  WS-CC-DAYS-N REDEFINES WS-CC-DAYS                        02640000
                                       PIC 9(3).                        02650000
           03  FILLER                  PIC X(59) VALUE SPACES.          02660000
                                                                        02670000
       01  WS-DEFAULT-DAYS             PIC S9(4) VALUE +30      COMP.   02680000
           EJECT                                                        02690000
      ***************************************************************** 02700000
      *    STANDING ORDER SCHEDULE BEING PROJECTED AND ITS RUN DATE,  * 02710000
      *    ROLLED THE SAME WAY PDAB34 ROLLS IT                        * 02720000
      ***************************************************************** 02730000
                                                                        02740000
       01  WS-STANDING-HEADER.                                          02750000
           05  WSH-SCHEDULE            PIC 9(5)  VALUE ZEROES.          02760000
           05  WSH-CUSTOMER-ID         PIC X(32) VALUE SPACES.          02770000
           05  WSH-FREQUENCY           PIC X     VALUE SPACES.          02780000
               88  WSH-FREQ-VALID                VALUE 'D' 'W' 'M'.     02790000
           05  WSH-NEXT-RUN            PIC 9(8)  VALUE ZEROES.          02800000
           05  WSH-END-DATE            PIC 9(8)  VALUE ZEROES.          02810000
           05  WSH-RUN-VALUE           PIC S9(11)V99 VALUE +0   COMP-3. 02820000
                                                                        02830000
       01  WS-RUN-DATE.                                                 02840000
           05  WS-NR-YEAR              PIC 9(4).                        02850000
           05  WS-NR-MONTH             PIC 9(2).                        02860000
           05  WS-NR-DAY               PIC 9(2).                        02870000
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE                          02880000
                                       PIC 9(8).                        02890000
           EJECT                                                        02900000
      ***************************************************************** 02910000
      *    OPEN ITEMS OF THE CURRENT CUSTOMER, HELD UNTIL ITS PAYMENT * 02920000
      *    HISTORY IS KNOWN AT THE CUSTOMER BREAK                     * 02930000
      ***************************************************************** 02940000
                                                                        02950000
       01  WS-OPEN-ITEM-TABLE.                                          02960000
           03  WS-OI-MAX               PIC S9(4) VALUE +500     COMP.   02970000
           03  WS-OI-USED              PIC S9(4) VALUE +0       COMP.   02980000
           03  WS-OI-ENTRY             OCCURS 500 TIMES.                02990000
               05  WS-OI-ORDER-INT     PIC S9(9)      COMP.             03000000
               05  WS-OI-DUE-INT       PIC S9(9)      COMP.             03010000
               05  WS-OI-BALANCE       PIC S9(9)V99   COMP-3.           03020000
                                                                        03030000
      ***************************************************************** 03040000
      *    AVERAGE DAYS-TO-PAY OF EVERY CUSTOMER WITH PAYMENT HISTORY * 03050000
      ***************************************************************** 03060000
                                                                        03070000
       01  WS-DAYS-TABLE.                                               03080000
           03  WS-DT-MAX               PIC S9(4) VALUE +5000    COMP.   03090000
           03  WS-DT-USED              PIC S9(4) VALUE +0       COMP.   03100000
           03  WS-DT-ENTRY             OCCURS 5000 TIMES.               03110000
               05  WS-DT-CUSTOMER-ID   PIC X(32).                       03120000
               05  WS-DT-DAYS          PIC S9(4)      COMP.             03130000
           EJECT                                                        03140000
      ***************************************************************** 03150000
      *    FORECAST BUCKETS -- WEEKS 1-13, 14 = BEYOND, 15 = TOTAL.   * 03160000
      *    SOURCES:  1 AR  2 SCHEDULED  3 STANDING  4 AP  5 PO        * 03170000
      ***************************************************************** 03180000
                                                                        03190000
       01  WS-FORECAST-TABLE.                                           03200000
           03  WS-FC-WEEK              OCCURS 15 TIMES.                 03210000
               05  WS-FC-AMOUNT        OCCURS 5 TIMES                   03220000
                                       PIC S9(11)V99  COMP-3.           03230000
                                                                        03240000
       01  WS-FORECAST-LINE.                                            03250000
           03  WS-FL-INFLOW            PIC S9(11)V99  COMP-3.           03260000
           03  WS-FL-OUTFLOW           PIC S9(11)V99  COMP-3.           03270000
           03  WS-FL-NET               PIC S9(11)V99  COMP-3.           03280000
           03  WS-FL-CUMULATIVE        PIC S9(11)V99  COMP-3.           03290000
           03  WS-FL-START-INT         PIC S9(9)      COMP.             03300000
           03  WS-FL-START-DATE        PIC 9(8).                        03310000
           03  WS-FL-END-DATE          PIC 9(8).                        03320000
           EJECT                                                        03330000
      ***************************************************************** 03340000
      *    CASH FORECAST REPORT PRINT LINES                           * 03350000
      ***************************************************************** 03360000
                                                                        03370000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         03380000
                                                                        03390000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '='.        03400000
                                                                        03410000
       01  WS-PL-DASHES                PIC X(132) VALUE ALL '-'.        03420000
                                                                        03430000
       01  WS-PL-REPORT-HEADER.                                         03440000
           03  FILLER                  PIC X(10) VALUE 'PDAB116'.       03450000
           03  FILLER                  PIC X(30) VALUE                  03460000
               '13-WEEK CASH FORECAST'.                                 03470000
           03  FILLER                  PIC X(07) VALUE 'PREFIX '.       03480000
           03  WS-PL-RH-PREFIX         PIC X(05) VALUE SPACES.          03490000
           03  FILLER                  PIC X(16) VALUE                  03500000
               '   WEEK 1 FROM '.                                       03510000
           03  WS-PL-RH-FROM           PIC X(10) VALUE SPACES.          03520000
           03  FILLER                  PIC X(10) VALUE '   DATED '.     03530000
           03  WS-PL-RH-DATE           PIC X(10) VALUE SPACES.          03540000
           03  FILLER                  PIC X(34) VALUE SPACES.          03550000
                                                                        03560000
       01  WS-PL-COLUMN-HEADER-1.                                       03570000
           03  FILLER                  PIC X(15) VALUE SPACES.          03580000
           03  FILLER                  PIC X(39) VALUE                  03590000
               '  ------------- INFLOWS -------------'.                 03600000
           03  FILLER                  PIC X(13) VALUE SPACES.          03610000
           03  FILLER                  PIC X(26) VALUE                  03620000
               '  -------- OUTFLOWS ------'.                            03630000
           03  FILLER                  PIC X(39) VALUE SPACES.          03640000
                                                                        03650000
       01  WS-PL-COLUMN-HEADER-2.                                       03660000
           03  FILLER                  PIC X(15) VALUE 'WK WEEK OF'.    03670000
           03  FILLER                  PIC X(13) VALUE '  AR COLLECT'.  03680000
           03  FILLER                  PIC X(13) VALUE '    SCHEDULED'. 03690000
           03  FILLER                  PIC X(13) VALUE '     STANDING'. 03700000
           03  FILLER                  PIC X(13) VALUE '   TOTAL IN'.   03710000
           03  FILLER                  PIC X(13) VALUE '  AP INVOICES'. 03720000
           03  FILLER                  PIC X(13) VALUE '   OPEN PO'.    03730000
           03  FILLER                  PIC X(13) VALUE '    TOTAL OUT'. 03740000
           03  FILLER                  PIC X(13) VALUE '     NET FLOW'. 03750000
           03  FILLER                  PIC X(13) VALUE '   CUMULATIVE'. 03760000
                                                                        03770000
       01  WS-PL-WEEK.                                                  03780000
           03  WS-PL-WK-WEEK           PIC ZZ9.                         03790000
           03  FILLER                  PIC X(01) VALUE SPACES.          03800000
           03  WS-PL-WK-DATE           PIC X(11) VALUE SPACES.          03810000
           03  WS-PL-WK-AMOUNT         OCCURS 9 TIMES.                  03820000
               05  WS-PL-WK-EDIT       PIC -ZZZ,ZZZ,ZZ9.                03830000
               05  FILLER              PIC X(01).                       03840000
                                                                        03850000
       01  WS-PL-NOTE.                                                  03860000
           03  FILLER                  PIC X(15) VALUE SPACES.          03870000
           03  WS-PL-NT-TEXT           PIC X(80) VALUE SPACES.          03880000
           03  FILLER                  PIC X(37) VALUE SPACES.          03890000
                                                                        03900000
       01  WS-PL-COUNT.                                                 03910000
           03  FILLER                  PIC X(15) VALUE SPACES.          03920000
           03  WS-PL-CT-TEXT           PIC X(45) VALUE SPACES.          03930000
           03  WS-PL-CT-COUNT          PIC ZZZ,ZZZ,ZZ9.                 03940000
           03  FILLER                  PIC X(61) VALUE SPACES.          03950000
           EJECT                                                        03960000
      ***************************************************************** 03970000
      *    CSV EDIT WORK FIELDS                                       * 03980000
      ***************************************************************** 03990000
                                                                        04000000
       01  WS-CSV-EDIT-FIELDS.                                          04010000
           03  WS-CSV-WEEK             PIC X(06) VALUE SPACES.          04020000
           03  WS-CSV-WEEK-N REDEFINES WS-CSV-WEEK.                     04022500
               05  WS-CSV-WEEK-NUMBER  PIC 9(02).                       04025000
               05  FILLER              PIC X(04).                       04027500
           03  WS-CSV-START            PIC X(10) VALUE SPACES.          04030000
           03  WS-CSV-END              PIC X(10) VALUE SPACES.          04040000
           03  WS-CSV-AMOUNT           OCCURS 9 TIMES                   04050000
                                       PIC -(10)9.99.                   04060000
           03  WS-CSV-POINTER          PIC S9(4) VALUE +0       COMP.   04070000
           EJECT                                                        04080000
      ***************************************************************** 04090000
      *    PDAS04 / PDAS05 PRICING PARAMETERS                         * 04100000
      ***************************************************************** 04110000
                                                                        04120000
           COPY PDAS04CY.                                               04130000
                                                                        04140000
           COPY PDAS05CY.                                               04150000
           EJECT                                                        04160000
      ***************************************************************** 04170000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 04180000
      ***************************************************************** 04190000
                                                                        04200000
       01  WS-GU                       PIC X(4)  VALUE 'GU  '.          04210000
                                                                        04220000
       01  ORDER-QUAL-SSA.                                              04230000
           05  ORDER-QUAL-SEGMENT      PIC X(08)   VALUE 'ORDER '.      04240000
           05  ORDER-QUAL-LPAREN       PIC X(01)   VALUE '('.           04250000
           05  ORDER-QUAL-FIELD-NAME                                    04260000
                                       PIC X(08)   VALUE 'ORDKEY '.     04270000
           05  ORDER-QUAL-OPERATOR     PIC X(02)   VALUE 'EQ'.          04280000
           05  ORDER-QUAL-FIELD-VALUE.                                  04290000
               10  ORDER-QUAL-PREFIX   PIC X(05)   VALUE SPACES.        04300000
               10  ORDER-QUAL-NUMBER   PIC X(10)   VALUE SPACES.        04310000
           05  ORDER-QUAL-RPAREN       PIC X(01)   VALUE ')'.           04320000
                                                                        04330000
       01  WS-SCHED-STATUS             PIC X(32) VALUE 'SCHEDULED'.     04340000
           EJECT                                                        04350000
      ***************************************************************** 04360000
      *    IMS RECORD AREAS                                           * 04370000
      ***************************************************************** 04380000
                                                                        04390000
           COPY ORDER.                                                  04400000
           EJECT                                                        04410000
      ***************************************************************** 04420000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 04430000
      ***************************************************************** 04440000
                                                                        04450000
           COPY PDAERRWS.                                               04460000
                                                                        04470000
       01  WS-PDA-BATCH-ERROR-01.                                       04480000
           05  FILLER             PIC X     VALUE SPACES.               04490000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             04500000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          04510000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB116'.            04520000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      04530000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04540000
                                                                        04550000
       01  WS-PDA-BATCH-ERROR-02.                                       04560000
           05  FILLER             PIC X(8)  VALUE SPACES.               04570000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04580000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04590000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04600000
           EJECT                                                        04610000
      ***************************************************************** 04620000
      *    LINKAGE SECTION                                            * 04630000
      ***************************************************************** 04640000
                                                                        04650000
       LINKAGE SECTION.                                                 04660000
                                                                        04670000
      ****************************************************************  04680000
      *****  I-O PCB                                                    04690000
      ****************************************************************  04700000
                                                                        04710000
       01  IO-PCB.                                                      04720000
           05  FILLER                  PIC X(10) VALUE SPACES.          04730000
           05  IO-STATUS               PIC XX    VALUE SPACES.          04740000
           05  FILLER                  PIC X(20) VALUE SPACES.          04750000
                                                                        04760000
      ****************************************************************  04770000
      *****  ORDER1DB PCB                                               04780000
      ****************************************************************  04790000
                                                                        04800000
           COPY PCBORDER.                                               04810000
           EJECT                                                        04820000
      ***************************************************************** 04830000
      *    P R O C E D U R E    D I V I S I O N                       * 04840000
      ***************************************************************** 04850000
                                                                        04860000
       PROCEDURE DIVISION.                                              04870000
                                                                        04880000
      ***************************************************************** 04890000
      *                                                               * 04900000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04910000
      *                                                               * 04920000
      *    FUNCTION :  PROGRAM ENTRY.  READ THE CONTROL CARD, BUCKET  * 04930000
      *                EACH SOURCE INTO THE 13 WEEKS AND PRINT AND    * 04940000
      *                EXPORT THE FORECAST                            * 04950000
      *                                                               * 04960000
      *    CALLED BY:  NONE                                           * 04970000
      *                                                               * 04980000
      ***************************************************************** 04990000
                                                                        05000000
       P00000-MAINLINE.                                                 05010000
                                                                        05020000
           ENTRY 'DLITCBL' USING                                        05030000
                           IO-PCB                                       05040000
                           ORDER-PCB.                                   05050000
                                                                        05060000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  05070000
                                                                        05080000
           COMPUTE WS-RUN-INT =                                         05090000
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD).             05100000
           COMPUTE WS-HORIZON-INT = WS-RUN-INT + 90.                    05110000
           COMPUTE WS-HORIZON-DATE =                                    05120000
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-INT).               05130000
                                                                        05140000
           PERFORM P01000-READ-CONTROL-CARD THRU P01000-EXIT.           05150000
                                                                        05160000
           INITIALIZE WS-FORECAST-TABLE.                                05170000
                                                                        05180000
           PERFORM P10000-AR-PASS THRU P10000-EXIT.                     05190000
                                                                        05200000
           PERFORM P20000-AP-PASS THRU P20000-EXIT.                     05210000
                                                                        05220000
           PERFORM P30000-PO-PASS THRU P30000-EXIT.                     05230000
                                                                        05240000
           PERFORM P40000-SCHEDULED-PASS THRU P40000-EXIT.              05250000
                                                                        05260000
           PERFORM P50000-STANDING-PASS THRU P50000-EXIT.               05270000
                                                                        05280000
           OPEN OUTPUT FORECAST-PRINT                                   05290000
                       FORECAST-CSV.                                    05300000
                                                                        05310000
           PERFORM P70000-PRINT-FORECAST THRU P70000-EXIT.              05320000
                                                                        05330000
           CLOSE FORECAST-PRINT                                         05340000
                 FORECAST-CSV.                                          05350000
                                                                        05360000
           DISPLAY 'PDAB116 - AR OPEN ITEMS        ' WS-AR-ITEMS.       05370000
           DISPLAY 'PDAB116 - AR CUSTOMERS         ' WS-AR-CUSTOMERS.   05380000
           DISPLAY 'PDAB116 - WITH PAY HISTORY     ' WS-AR-HISTORY.     05390000
           DISPLAY 'PDAB116 - AP INVOICES          ' WS-AP-INVOICES.    05400000
           DISPLAY 'PDAB116 - OPEN PO LINES        ' WS-PO-LINES.       05410000
           DISPLAY 'PDAB116 - SCHEDULED ORDERS     '                    05420000
               WS-SCHEDULED-ORDERS.                                     05430000
           DISPLAY 'PDAB116 - SCHEDULED NOT FOUND  '                    05440000
               WS-SCHEDULED-MISSING.                                    05450000
           DISPLAY 'PDAB116 - STANDING SCHEDULES   '                    05460000
               WS-STANDING-SCHEDULES.                                   05470000
           DISPLAY 'PDAB116 - STANDING RUNS        ' WS-STANDING-RUNS.  05480000
           DISPLAY 'PDAB116 - STANDING UNPRICED    '                    05490000
               WS-STANDING-UNPRICED.                                    05500000
           DISPLAY 'PDAB116 - AR ITEM OVERFLOW     '                    05510000
               WS-AR-ITEM-OVERFLOW.                                     05520000
           DISPLAY 'PDAB116 - DAYS TABLE OVERFLOW  ' WS-DAYS-OVERFLOW.  05530000
                                                                        05540000
           MOVE ZEROES TO RETURN-CODE.                                  05550000
                                                                        05560000
           GOBACK.                                                      05570000
                                                                        05580000
       P00000-EXIT.                                                     05590000
           EXIT.                                                        05600000
           EJECT                                                        05610000
      ***************************************************************** 05620000
      *                                                               * 05630000
      *    PARAGRAPH:  P01000-READ-CONTROL-CARD                       * 05640000
      *                                                               * 05650000
      *    FUNCTION :  READ AND EDIT THE CONTROL CARD                 * 05660000
      *                                                               * 05670000
      *    CALLED BY:  P00000-MAINLINE                                * 05680000
      *                                                               * 05690000
      ***************************************************************** 05700000
                                                                        05710000
       P01000-READ-CONTROL-CARD.                                        05720000
                                                                        05730000
           OPEN INPUT CONTROL-CARD.                                     05740000
                                                                        05750000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05760000
               AT END                                                   05770000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          05780000
                   MOVE 'P01000' TO WPBE-PARAGRAPH                      05790000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               05800000
                                                                        05810000
           CLOSE CONTROL-CARD.                                          05820000
                                                                        05830000
           IF WS-CC-PREFIX-KEYWORD NOT = 'PREFIX='                      05840000
              OR WS-CC-PREFIX NOT NUMERIC                               05850000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              05860000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          05870000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05880000
           END-IF.                                                      05890000
                                                                        05900000
           IF WS-CC-DAYS-KEYWORD = SPACES                               05910000
               GO TO P01000-EXIT                                        05920000
           END-IF.                                                      05930000
                                                                        05940000
           IF WS-CC-DAYS-KEYWORD NOT = ' DAYS='                         05950000
              OR WS-CC-DAYS NOT NUMERIC                                 05960000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              05970000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          05980000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05990000
           END-IF.                                                      06000000
                                                                        06010000
           MOVE WS-CC-DAYS-N TO WS-DEFAULT-DAYS.                        06020000
                                                                        06030000
       P01000-EXIT.                                                     06040000
           EXIT.                                                        06050000
           EJECT                                                        06060000
      ***************************************************************** 06070000
      *                                                               * 06080000
      *    PARAGRAPH:  P10000-AR-PASS                                 * 06090000
      *                                                               * 06100000
      *    FUNCTION :  READ THE AR FILE FOR THE PREFIX, LEARN EACH    * 06110000
      *                CUSTOMER'S DAYS-TO-PAY AND BUCKET ITS OPEN     * 06120000
      *                ITEMS ON THEIR EXPECTED COLLECTION DATE        * 06130000
      *                                                               * 06140000
      *    CALLED BY:  P00000-MAINLINE                                * 06150000
      *                                                               * 06160000
      ***************************************************************** 06170000
                                                                        06180000
       P10000-AR-PASS.                                                  06190000
                                                                        06200000
           OPEN INPUT VSAM-ARBAL.                                       06210000
                                                                        06220000
           IF ARBALF-EMPTY                                              06230000
               GO TO P10000-EXIT                                        06240000
           END-IF.                                                      06250000
                                                                        06260000
           IF NOT ARBALF-OK                                             06270000
               MOVE 'OPEN AR OPEN ITEM FILE FAILED' TO WPBE-MESSAGE     06280000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 06290000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          06300000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06310000
           END-IF.                                                      06320000
                                                                        06330000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               06340000
                                                                        06350000
           PERFORM P11000-READ-AR-ITEM THRU P11000-EXIT                 06360000
               UNTIL END-OF-FILE.                                       06370000
                                                                        06380000
           IF CUSTOMER-ACTIVE                                           06390000
               PERFORM P12000-CUSTOMER-BREAK THRU P12000-EXIT           06400000
           END-IF.                                                      06410000
                                                                        06420000
           CLOSE VSAM-ARBAL.                                            06430000
                                                                        06440000
       P10000-EXIT.                                                     06450000
           EXIT.                                                        06460000
           EJECT                                                        06470000
      ***************************************************************** 06480000
      *                                                               * 06490000
      *    PARAGRAPH:  P11000-READ-AR-ITEM                            * 06500000
      *                                                               * 06510000
      *    FUNCTION :  READ THE NEXT AR ITEM, BREAK ON CUSTOMER, ADD  * 06520000
      *                A PAID ITEM TO THE PAYMENT HISTORY AND HOLD AN * 06530000
      *                OPEN ITEM FOR THE BREAK                        * 06540000
      *                                                               * 06550000
      *    CALLED BY:  P10000-AR-PASS                                 * 06560000
      *                                                               * 06570000
      ***************************************************************** 06580000
                                                                        06590000
       P11000-READ-AR-ITEM.                                             06600000
                                                                        06610000
           READ VSAM-ARBAL.                                             06620000
                                                                        06630000
           IF ARBALF-END                                                06640000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            06650000
               GO TO P11000-EXIT                                        06660000
           END-IF.                                                      06670000
                                                                        06680000
           IF NOT ARBALF-OK                                             06690000
               MOVE 'READ AR OPEN ITEM FAILED' TO WPBE-MESSAGE          06700000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 06710000
               MOVE 'P11000' TO WPBE-PARAGRAPH                          06720000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06730000
           END-IF.                                                      06740000
                                                                        06750000
           IF AR-PREFIX NOT = WS-CC-PREFIX-N                            06760000
               GO TO P11000-EXIT                                        06770000
           END-IF.                                                      06780000
                                                                        06790000
           IF AR-CUSTOMER-ID NOT = WS-CURR-CUSTOMER-ID                  06800000
               IF CUSTOMER-ACTIVE                                       06810000
                   PERFORM P12000-CUSTOMER-BREAK THRU P12000-EXIT       06820000
               END-IF                                                   06830000
               MOVE AR-CUSTOMER-ID TO WS-CURR-CUSTOMER-ID               06840000
               MOVE 'Y' TO WS-CUSTOMER-ACTIVE-SW                        06850000
               MOVE ZEROES TO WS-CUST-PAY-DAYS                          06860000
                              WS-CUST-PAID-ITEMS                        06870000
                              WS-OI-USED                                06880000
               ADD +1 TO WS-AR-CUSTOMERS                                06890000
           END-IF.                                                      06900000
                                                                        06910000
           IF AR-ORDER-DATE NUMERIC                                     06920000
              AND AR-ORDER-DATE > ZEROES                                06930000
               COMPUTE WS-WORK-INT =                                    06940000
                   FUNCTION INTEGER-OF-DATE (AR-ORDER-DATE)             06950000
           ELSE                                                         06960000
               MOVE WS-RUN-INT TO WS-WORK-INT                           06970000
           END-IF.                                                      06980000
                                                                        06990000
      ***************************************************************** 07000000
      *    A PAID ITEM ADDS ITS DAYS FROM INVOICE TO LAST PAYMENT     * 07010000
      ***************************************************************** 07020000
                                                                        07030000
           IF AR-PAID                                                   07040000
               IF AR-LAST-PAYMENT-DATE NUMERIC                          07050000
                  AND AR-LAST-PAYMENT-DATE > ZEROES                     07060000
                   ADD +1 TO WS-CUST-PAID-ITEMS                         07070000
                   COMPUTE WS-BUCKET-INT = FUNCTION INTEGER-OF-DATE     07080000
                       (AR-LAST-PAYMENT-DATE)                           07090000
                   IF WS-BUCKET-INT > WS-WORK-INT                       07100000
                       COMPUTE WS-CUST-PAY-DAYS = WS-CUST-PAY-DAYS      07110000
                           + WS-BUCKET-INT - WS-WORK-INT                07120000
                   END-IF                                               07130000
               END-IF                                                   07140000
               GO TO P11000-EXIT                                        07150000
           END-IF.                                                      07160000
                                                                        07170000
           IF NOT AR-OPEN                                               07180000
              OR AR-BALANCE-DUE NOT > ZEROES                            07190000
               GO TO P11000-EXIT                                        07200000
           END-IF.                                                      07210000
                                                                        07220000
           ADD +1 TO WS-AR-ITEMS.                                       07230000
                                                                        07240000
      ***************************************************************** 07250000
      *    HOLD THE OPEN ITEM UNTIL THE CUSTOMER'S HISTORY IS KNOWN;  * 07260000
      *    A FULL TABLE DATES THE ITEM ON ITS DUE DATE NOW            * 07270000
      ***************************************************************** 07280000
                                                                        07290000
           IF WS-OI-USED NOT < WS-OI-MAX                                07300000
               ADD +1 TO WS-AR-ITEM-OVERFLOW                            07310000
               PERFORM P11100-DUE-DATE THRU P11100-EXIT                 07320000
               MOVE AR-BALANCE-DUE TO WS-BUCKET-AMT                     07330000
               MOVE 1 TO WS-BUCKET-SOURCE                               07340000
               PERFORM P65000-BUCKET-AMOUNT THRU P65000-EXIT            07350000
               GO TO P11000-EXIT                                        07360000
           END-IF.                                                      07370000
                                                                        07380000
           ADD +1 TO WS-OI-USED.                                        07390000
           MOVE WS-WORK-INT TO WS-OI-ORDER-INT (WS-OI-USED).            07400000
           PERFORM P11100-DUE-DATE THRU P11100-EXIT.                    07410000
           MOVE WS-BUCKET-INT TO WS-OI-DUE-INT (WS-OI-USED).            07420000
           MOVE AR-BALANCE-DUE TO WS-OI-BALANCE (WS-OI-USED).           07430000
                                                                        07440000
       P11000-EXIT.                                                     07450000
           EXIT.                                                        07460000
           EJECT                                                        07470000
      ***************************************************************** 07480000
      *                                                               * 07490000
      *    PARAGRAPH:  P11100-DUE-DATE                                * 07500000
      *                                                               * 07510000
      *    FUNCTION :  SET WS-BUCKET-INT TO THE ITEM'S DUE DATE.  AN  * 07520000
      *                ITEM WITHOUT ONE IS DUE ON THE INVOICE DATE    * 07530000
      *                                                               * 07540000
      *    CALLED BY:  P11000-READ-AR-ITEM                            * 07550000
      *                                                               * 07560000
      ***************************************************************** 07570000
                                                                        07580000
       P11100-DUE-DATE.                                                 07590000
                                                                        07600000
           IF AR-DUE-DATE NUMERIC                                       07610000
              AND AR-DUE-DATE > ZEROES                                  07620000
               COMPUTE WS-BUCKET-INT =                                  07630000
                   FUNCTION INTEGER-OF-DATE (AR-DUE-DATE)               07640000
           ELSE                                                         07650000
               MOVE WS-WORK-INT TO WS-BUCKET-INT                        07660000
           END-IF.                                                      07670000
                                                                        07680000
       P11100-EXIT.                                                     07690000
           EXIT.                                                        07700000
           EJECT                                                        07710000
      ***************************************************************** 07720000
      *                                                               * 07730000
      *    PARAGRAPH:  P12000-CUSTOMER-BREAK                          * 07740000
      *                                                               * 07750000
      *    FUNCTION :  WORK OUT THE CUSTOMER'S AVERAGE DAYS-TO-PAY,   * 07760000
      *                KEEP IT FOR THE ORDER PASSES AND BUCKET THE    * 07770000
      *                CUSTOMER'S HELD OPEN ITEMS                     * 07780000
      *                                                               * 07790000
      *    CALLED BY:  P10000-AR-PASS                                 * 07800000
      *                P11000-READ-AR-ITEM                            * 07810000
      *                                                               * 07820000
      ***************************************************************** 07830000
                                                                        07840000
       P12000-CUSTOMER-BREAK.                                           07850000
                                                                        07860000
           MOVE 'N' TO WS-HISTORY-SW.                                   07870000
                                                                        07880000
           IF WS-CUST-PAID-ITEMS > ZEROES                               07890000
               MOVE 'Y' TO WS-HISTORY-SW                                07900000
               ADD +1 TO WS-AR-HISTORY                                  07910000
               COMPUTE WS-CUST-AVG-DAYS ROUNDED =                       07920000
                   WS-CUST-PAY-DAYS / WS-CUST-PAID-ITEMS                07930000
               IF WS-DT-USED < WS-DT-MAX                                07940000
                   ADD +1 TO WS-DT-USED                                 07950000
                   MOVE WS-CURR-CUSTOMER-ID                             07960000
                       TO WS-DT-CUSTOMER-ID (WS-DT-USED)                07970000
                   MOVE WS-CUST-AVG-DAYS TO WS-DT-DAYS (WS-DT-USED)     07980000
               ELSE                                                     07990000
                   ADD +1 TO WS-DAYS-OVERFLOW                           08000000
               END-IF                                                   08010000
           END-IF.                                                      08020000
                                                                        08030000
           PERFORM P12100-BUCKET-OPEN-ITEM THRU P12100-EXIT             08040000
               VARYING WS-SUB FROM 1 BY 1                               08050000
                   UNTIL WS-SUB > WS-OI-USED.                           08060000
                                                                        08070000
       P12000-EXIT.                                                     08080000
           EXIT.                                                        08090000
           EJECT                                                        08100000
                                                                        08110000
       P12100-BUCKET-OPEN-ITEM.                                         08120000
                                                                        08130000
           IF CUSTOMER-HAS-HISTORY                                      08140000
               COMPUTE WS-BUCKET-INT =                                  08150000
                   WS-OI-ORDER-INT (WS-SUB) + WS-CUST-AVG-DAYS          08160000
           ELSE                                                         08170000
               MOVE WS-OI-DUE-INT (WS-SUB) TO WS-BUCKET-INT             08180000
           END-IF.                                                      08190000
                                                                        08200000
           MOVE WS-OI-BALANCE (WS-SUB) TO WS-BUCKET-AMT.                08210000
           MOVE 1 TO WS-BUCKET-SOURCE.                                  08220000
                                                                        08230000
           PERFORM P65000-BUCKET-AMOUNT THRU P65000-EXIT.               08240000
                                                                        08250000
       P12100-EXIT.                                                     08260000
           EXIT.                                                        08270000
           EJECT                                                        08280000
      ***************************************************************** 08290000
      *                                                               * 08300000
      *    PARAGRAPH:  P20000-AP-PASS                                 * 08310000
      *                                                               * 08320000
      *    FUNCTION :  BUCKET EVERY MATCHED OR HELD SUPPLIER INVOICE  * 08330000
      *                OF THE PREFIX ON ITS DUE DATE                  * 08340000
      *                                                               * 08350000
      *    CALLED BY:  P00000-MAINLINE                                * 08360000
      *                                                               * 08370000
      ***************************************************************** 08380000
                                                                        08390000
       P20000-AP-PASS.                                                  08400000
                                                                        08410000
           OPEN INPUT VSAM-AP-INVOICE.                                  08420000
                                                                        08430000
           IF APINVF-EMPTY                                              08440000
               GO TO P20000-EXIT                                        08450000
           END-IF.                                                      08460000
                                                                        08470000
           IF NOT APINVF-OK                                             08480000
               MOVE 'OPEN SUPPLIER INVOICE FILE FAILED'                 08490000
                   TO WPBE-MESSAGE                                      08500000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 08510000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          08520000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08530000
           END-IF.                                                      08540000
                                                                        08550000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               08560000
                                                                        08570000
           PERFORM P21000-READ-AP-INVOICE THRU P21000-EXIT              08580000
               UNTIL END-OF-FILE.                                       08590000
                                                                        08600000
           CLOSE VSAM-AP-INVOICE.                                       08610000
                                                                        08620000
       P20000-EXIT.                                                     08630000
           EXIT.                                                        08640000
           EJECT                                                        08650000
                                                                        08660000
       P21000-READ-AP-INVOICE.                                          08670000
                                                                        08680000
           READ VSAM-AP-INVOICE.                                        08690000
                                                                        08700000
           IF APINVF-END                                                08710000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            08720000
               GO TO P21000-EXIT                                        08730000
           END-IF.                                                      08740000
                                                                        08750000
           IF NOT APINVF-OK                                             08760000
               MOVE 'READ SUPPLIER INVOICE FAILED' TO WPBE-MESSAGE      08770000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 08780000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          08790000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08800000
           END-IF.                                                      08810000
                                                                        08820000
           IF AP-INVOICE-PREFIX NOT = WS-CC-PREFIX-N                    08830000
               GO TO P21000-EXIT                                        08840000
           END-IF.                                                      08850000
                                                                        08860000
           IF NOT AP-INVOICE-MATCHED                                    08870000
              AND NOT AP-INVOICE-HELD                                   08880000
               GO TO P21000-EXIT                                        08890000
           END-IF.                                                      08900000
                                                                        08910000
           ADD +1 TO WS-AP-INVOICES.                                    08920000
                                                                        08930000
      ***************************************************************** 08940000
      *    NO DUE DATE -- THE PAYMENT RUN TAKES 30 DAYS FROM INVOICE  * 08950000
      ***************************************************************** 08960000
                                                                        08970000
           IF AP-INVOICE-DUE-DATE NUMERIC                               08980000
              AND AP-INVOICE-DUE-DATE > ZEROES                          08990000
               COMPUTE WS-BUCKET-INT =                                  09000000
                   FUNCTION INTEGER-OF-DATE (AP-INVOICE-DUE-DATE)       09010000
           ELSE                                                         09020000
               IF AP-INVOICE-DATE NUMERIC                               09030000
                  AND AP-INVOICE-DATE > ZEROES                          09040000
                   COMPUTE WS-BUCKET-INT = FUNCTION INTEGER-OF-DATE     09050000
                       (AP-INVOICE-DATE) + 30                           09060000
               ELSE                                                     09070000
                   MOVE WS-RUN-INT TO WS-BUCKET-INT                     09080000
               END-IF                                                   09090000
           END-IF.                                                      09100000
                                                                        09110000
           MOVE AP-INVOICE-AMOUNT TO WS-BUCKET-AMT.                     09120000
           MOVE 4 TO WS-BUCKET-SOURCE.                                  09130000
                                                                        09140000
           PERFORM P65000-BUCKET-AMOUNT THRU P65000-EXIT.               09150000
                                                                        09160000
       P21000-EXIT.                                                     09170000
           EXIT.                                                        09180000
           EJECT                                                        09190000
      ***************************************************************** 09200000
      *                                                               * 09210000
      *    PARAGRAPH:  P30000-PO-PASS                                 * 09220000
      *                                                               * 09230000
      *    FUNCTION :  BUCKET THE UNINVOICED VALUE OF EVERY RELEASED  * 09240000
      *                OPEN PURCHASE ORDER LINE ON ITS EXPECTED DATE. * 09250000
      *                SUGGESTED LINES ARE NOT YET COMMITTED AND THE  * 09260000
      *                INVOICED QUANTITY IS ALREADY IN THE AP PASS    * 09270000
      *                                                               * 09280000
      *    CALLED BY:  P00000-MAINLINE                                * 09290000
      *                                                               * 09300000
      ***************************************************************** 09310000
                                                                        09320000
       P30000-PO-PASS.                                                  09330000
                                                                        09340000
           OPEN INPUT VSAM-PURCHASE-ORDER.                              09350000
                                                                        09360000
           IF POF-EMPTY                                                 09370000
               GO TO P30000-EXIT                                        09380000
           END-IF.                                                      09390000
                                                                        09400000
           IF NOT POF-OK                                                09410000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   09420000
               MOVE WS-PO-STATUS TO WPBE-FILE-STATUS                    09430000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          09440000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09450000
           END-IF.                                                      09460000
                                                                        09470000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               09480000
                                                                        09490000
           PERFORM P31000-READ-PO-LINE THRU P31000-EXIT                 09500000
               UNTIL END-OF-FILE.                                       09510000
                                                                        09520000
           CLOSE VSAM-PURCHASE-ORDER.                                   09530000
                                                                        09540000
       P30000-EXIT.                                                     09550000
           EXIT.                                                        09560000
           EJECT                                                        09570000
                                                                        09580000
       P31000-READ-PO-LINE.                                             09590000
                                                                        09600000
           READ VSAM-PURCHASE-ORDER.                                    09610000
                                                                        09620000
           IF POF-END                                                   09630000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            09640000
               GO TO P31000-EXIT                                        09650000
           END-IF.                                                      09660000
                                                                        09670000
           IF NOT POF-OK                                                09680000
               MOVE 'READ PURCHASE ORDER FAILED' TO WPBE-MESSAGE        09690000
               MOVE WS-PO-STATUS TO WPBE-FILE-STATUS                    09700000
               MOVE 'P31000' TO WPBE-PARAGRAPH                          09710000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09720000
           END-IF.                                                      09730000
                                                                        09740000
           IF PURCHASE-ORDER-PREFIX NOT = WS-CC-PREFIX-N                09750000
              OR PURCHASE-ORDER-NUMBER = ZEROES                         09760000
               GO TO P31000-EXIT                                        09770000
           END-IF.                                                      09780000
                                                                        09790000
           IF NOT PURCHASE-ORDER-OPEN                                   09800000
              AND NOT PURCHASE-ORDER-PARTIAL                            09810000
               GO TO P31000-EXIT                                        09820000
           END-IF.                                                      09830000
                                                                        09840000
           IF PURCHASE-ORDER-ACK-REJECTED                               09850000
               GO TO P31000-EXIT                                        09860000
           END-IF.                                                      09870000
                                                                        09880000
           COMPUTE WS-REMAINING-QTY = PURCHASE-ORDER-QUANTITY           09890000
                                    - PURCHASE-ORDER-QTY-INVOICED.      09900000
                                                                        09910000
           IF WS-REMAINING-QTY NOT > ZEROES                             09920000
               GO TO P31000-EXIT                                        09930000
           END-IF.                                                      09940000
                                                                        09950000
           ADD +1 TO WS-PO-LINES.                                       09960000
                                                                        09970000
           IF PURCHASE-ORDER-DATE-EXPECTED NUMERIC                      09980000
              AND PURCHASE-ORDER-DATE-EXPECTED > ZEROES                 09990000
               COMPUTE WS-BUCKET-INT = FUNCTION INTEGER-OF-DATE         10000000
                   (PURCHASE-ORDER-DATE-EXPECTED)                       10010000
           ELSE                                                         10020000
               MOVE WS-RUN-INT TO WS-BUCKET-INT                         10030000
           END-IF.                                                      10040000
                                                                        10050000
           COMPUTE WS-BUCKET-AMT =                                      10060000
               WS-REMAINING-QTY * PURCHASE-ORDER-UNIT-PRICE.            10070000
           MOVE 5 TO WS-BUCKET-SOURCE.                                  10080000
                                                                        10090000
           PERFORM P65000-BUCKET-AMOUNT THRU P65000-EXIT.               10100000
                                                                        10110000
       P31000-EXIT.                                                     10120000
           EXIT.                                                        10130000
           EJECT                                                        10140000
      ***************************************************************** 10150000
      *                                                               * 10160000
      *    PARAGRAPH:  P40000-SCHEDULED-PASS                          * 10170000
      *                                                               * 10180000
      *    FUNCTION :  BUCKET EVERY SCHEDULED ORDER STILL WAITING FOR * 10190000
      *                RELEASE ON ITS EXPECTED COLLECTION DATE        * 10200000
      *                                                               * 10210000
      *    CALLED BY:  P00000-MAINLINE                                * 10220000
      *                                                               * 10230000
      ***************************************************************** 10240000
                                                                        10250000
       P40000-SCHEDULED-PASS.                                           10260000
                                                                        10270000
           OPEN INPUT VSAM-SCHEDULED.                                   10280000
                                                                        10290000
           IF SCHDF-EMPTY                                               10300000
               GO TO P40000-EXIT                                        10310000
           END-IF.                                                      10320000
                                                                        10330000
           IF NOT SCHDF-OK                                              10340000
               MOVE 'OPEN SCHEDULED ORDER FILE FAILED'                  10350000
                   TO WPBE-MESSAGE                                      10360000
               MOVE WS-SCHD-STATUS TO WPBE-FILE-STATUS                  10370000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          10380000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10390000
           END-IF.                                                      10400000
                                                                        10410000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               10420000
                                                                        10430000
           PERFORM P41000-READ-SCHEDULE THRU P41000-EXIT                10440000
               UNTIL END-OF-FILE.                                       10450000
                                                                        10460000
           CLOSE VSAM-SCHEDULED.                                        10470000
                                                                        10480000
       P40000-EXIT.                                                     10490000
           EXIT.                                                        10500000
           EJECT                                                        10510000
                                                                        10520000
       P41000-READ-SCHEDULE.                                            10530000
                                                                        10540000
           READ VSAM-SCHEDULED.                                         10550000
                                                                        10560000
           IF SCHDF-END                                                 10570000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            10580000
               GO TO P41000-EXIT                                        10590000
           END-IF.                                                      10600000
                                                                        10610000
           IF NOT SCHDF-OK                                              10620000
               MOVE 'READ SCHEDULED ORDER FAILED' TO WPBE-MESSAGE       10630000
               MOVE WS-SCHD-STATUS TO WPBE-FILE-STATUS                  10640000
               MOVE 'P41000' TO WPBE-PARAGRAPH                          10650000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10660000
           END-IF.                                                      10670000
                                                                        10680000
           IF SCHEDULED-ORDER-PREFIX NOT = WS-CC-PREFIX-N               10690000
              OR NOT SCHEDULED-WAITING                                  10700000
               GO TO P41000-EXIT                                        10710000
           END-IF.                                                      10720000
                                                                        10730000
      ***************************************************************** 10740000
      *    THE VALUE AND CUSTOMER ARE ON THE ORDER ROOT               * 10750000
      ***************************************************************** 10760000
                                                                        10770000
           MOVE SCHEDULED-ORDER-PRE TO ORDER-QUAL-PREFIX.               10780000
           MOVE SCHEDULED-ORDER-NUMBER TO ORDER-QUAL-NUMBER.            10790000
                                                                        10800000
           CALL 'CBLTDLI' USING                                         10810000
                          WS-GU                                         10820000
                          ORDER-PCB                                     10830000
                          ORDER-SEGMENT                                 10840000
                          ORDER-QUAL-SSA                                10850000
           END-CALL.                                                    10860000
                                                                        10870000
           MOVE OP-STATUS TO WS-OP-STATUS.                              10880000
                                                                        10890000
           IF OP-SEGMENT-NOT-FOUND OR OP-END-OF-DATABASE                10900000
               ADD +1 TO WS-SCHEDULED-MISSING                           10910000
               GO TO P41000-EXIT                                        10920000
           END-IF.                                                      10930000
                                                                        10940000
           IF NOT OP-GOOD-RETURN                                        10950000
               MOVE 'IMS' TO WS-PDA-ERROR-TYPE                          10960000
               MOVE 'PDAB116' TO WPIE-PROGRAM-ID                        10970000
               MOVE 'P41000' TO WPIE-PARAGRAPH                          10980000
               MOVE OP-STATUS TO WPIE-STATUS-CODE                       10990000
               MOVE 'GU  ' TO WPIE-FUNCTION-CODE                        11000000
               MOVE 'ORDER' TO WPIE-SEGMENT-NAME                        11010000
               MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                    11020000
               MOVE 'GU ORDER ROOT SEGMENT' TO WPIE-COMMAND             11030000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11040000
           END-IF.                                                      11050000
                                                                        11060000
           IF ORDER-STATUS NOT = WS-SCHED-STATUS                        11070000
               GO TO P41000-EXIT                                        11080000
           END-IF.                                                      11090000
                                                                        11100000
           ADD +1 TO WS-SCHEDULED-ORDERS.                               11110000
                                                                        11120000
           MOVE ORDER-CUSTOMER-ID TO WS-CURR-CUSTOMER-ID.               11130000
           PERFORM P60000-CUSTOMER-DAYS THRU P60000-EXIT.               11140000
                                                                        11150000
           IF SCHEDULED-REQ-SHIP-DATE NUMERIC                           11160000
              AND SCHEDULED-REQ-SHIP-DATE > ZEROES                      11170000
               COMPUTE WS-BUCKET-INT = FUNCTION INTEGER-OF-DATE         11180000
                   (SCHEDULED-REQ-SHIP-DATE) + WS-EXPECT-DAYS           11190000
           ELSE                                                         11200000
               COMPUTE WS-BUCKET-INT = WS-RUN-INT + WS-EXPECT-DAYS      11210000
           END-IF.                                                      11220000
                                                                        11230000
           COMPUTE WS-BUCKET-AMT = ORDER-TOTAL-AMOUNT                   11240000
                                 + ORDER-TAX-AMOUNT                     11250000
                                 + ORDER-FREIGHT-AMOUNT.                11260000
           MOVE 2 TO WS-BUCKET-SOURCE.                                  11270000
                                                                        11280000
           PERFORM P65000-BUCKET-AMOUNT THRU P65000-EXIT.               11290000
                                                                        11300000
       P41000-EXIT.                                                     11310000
           EXIT.                                                        11320000
           EJECT                                                        11330000
      ***************************************************************** 11340000
      *                                                               * 11350000
      *    PARAGRAPH:  P50000-STANDING-PASS                           * 11360000
      *                                                               * 11370000
      *    FUNCTION :  VALUE EACH ACTIVE STANDING ORDER SCHEDULE FROM * 11380000
      *                ITS LINES AND BUCKET EVERY RUN IT WILL MAKE IN * 11390000
      *                THE 13 WEEKS                                   * 11400000
      *                                                               * 11410000
      *    CALLED BY:  P00000-MAINLINE                                * 11420000
      *                                                               * 11430000
      ***************************************************************** 11440000
                                                                        11450000
       P50000-STANDING-PASS.                                            11460000
                                                                        11470000
           OPEN INPUT VSAM-STANDING.                                    11480000
                                                                        11490000
           IF STANDF-EMPTY                                              11500000
               GO TO P50000-EXIT                                        11510000
           END-IF.                                                      11520000
                                                                        11530000
           IF NOT STANDF-OK                                             11540000
               MOVE 'OPEN STANDING ORDER FILE FAILED' TO WPBE-MESSAGE   11550000
               MOVE WS-STAND-STATUS TO WPBE-FILE-STATUS                 11560000
               MOVE 'P50000' TO WPBE-PARAGRAPH                          11570000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11580000
           END-IF.                                                      11590000
                                                                        11600000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               11610000
           MOVE 'N' TO WS-HEADER-ACTIVE-SW.                             11620000
                                                                        11630000
           PERFORM P51000-READ-STANDING THRU P51000-EXIT                11640000
               UNTIL END-OF-FILE.                                       11650000
                                                                        11660000
           IF HEADER-ACTIVE                                             11670000
               PERFORM P53000-PROJECT-SCHEDULE THRU P53000-EXIT         11680000
           END-IF.                                                      11690000
                                                                        11700000
           CLOSE VSAM-STANDING.                                         11710000
                                                                        11720000
       P50000-EXIT.                                                     11730000
           EXIT.                                                        11740000
           EJECT                                                        11750000
                                                                        11760000
       P51000-READ-STANDING.                                            11770000
                                                                        11780000
           READ VSAM-STANDING.                                          11790000
                                                                        11800000
           IF STANDF-END                                                11810000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            11820000
               GO TO P51000-EXIT                                        11830000
           END-IF.                                                      11840000
                                                                        11850000
           IF NOT STANDF-OK                                             11860000
               MOVE 'READ STANDING ORDER FAILED' TO WPBE-MESSAGE        11870000
               MOVE WS-STAND-STATUS TO WPBE-FILE-STATUS                 11880000
               MOVE 'P51000' TO WPBE-PARAGRAPH                          11890000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11900000
           END-IF.                                                      11910000
                                                                        11920000
           IF STANDING-ORDER-PREFIX NOT = WS-CC-PREFIX-N                11930000
              OR STANDING-ORDER-SCHEDULE = ZEROES                       11940000
               GO TO P51000-EXIT                                        11950000
           END-IF.                                                      11960000
                                                                        11970000
      ***************************************************************** 11980000
      *    A LINE BELONGS TO THE HEADER READ JUST BEFORE IT           * 11990000
      ***************************************************************** 12000000
                                                                        12010000
           IF STANDING-ORDER-LINE NOT = ZEROES                          12020000
               IF HEADER-ACTIVE                                         12030000
                  AND STANDING-ORDER-SCHEDULE = WSH-SCHEDULE            12040000
                   PERFORM P52000-PRICE-LINE THRU P52000-EXIT           12050000
               END-IF                                                   12060000
               GO TO P51000-EXIT                                        12070000
           END-IF.                                                      12080000
                                                                        12090000
           IF HEADER-ACTIVE                                             12100000
               PERFORM P53000-PROJECT-SCHEDULE THRU P53000-EXIT         12110000
           END-IF.                                                      12120000
                                                                        12130000
           MOVE 'N' TO WS-HEADER-ACTIVE-SW.                             12140000
                                                                        12150000
           IF NOT STANDING-ORDER-ACTIVE                                 12160000
              OR STANDING-ORDER-NEXT-RUN > WS-HORIZON-DATE              12170000
               GO TO P51000-EXIT                                        12180000
           END-IF.                                                      12190000
                                                                        12200000
           IF STANDING-ORDER-END-DATE > ZEROES                          12210000
              AND STANDING-ORDER-END-DATE < WS-DATE-CCYYMMDD            12220000
               GO TO P51000-EXIT                                        12230000
           END-IF.                                                      12240000
                                                                        12250000
           MOVE 'Y' TO WS-HEADER-ACTIVE-SW.                             12260000
           ADD +1 TO WS-STANDING-SCHEDULES.                             12270000
                                                                        12280000
           MOVE STANDING-ORDER-SCHEDULE TO WSH-SCHEDULE.                12290000
           MOVE STANDING-ORDER-CUSTOMER-ID TO WSH-CUSTOMER-ID.          12300000
           MOVE STANDING-ORDER-FREQUENCY TO WSH-FREQUENCY.              12310000
           MOVE STANDING-ORDER-NEXT-RUN TO WSH-NEXT-RUN.                12320000
           MOVE STANDING-ORDER-END-DATE TO WSH-END-DATE.                12330000
           MOVE ZEROES TO WSH-RUN-VALUE.                                12340000
                                                                        12350000
       P51000-EXIT.                                                     12360000
           EXIT.                                                        12370000
           EJECT                                                        12380000
      ***************************************************************** 12390000
      *                                                               * 12400000
      *    PARAGRAPH:  P52000-PRICE-LINE                              * 12410000
      *                                                               * 12420000
      *    FUNCTION :  PRICE A STANDING ORDER LINE THE WAY PDAB34     * 12430000
      *                WILL -- PDAS04 FOR THE CUSTOMER'S PRICE, THEN  * 12440000
      *                PDAS05 FOR ANY QUANTITY BREAK -- AND ADD IT TO * 12450000
      *                THE VALUE OF ONE RUN                           * 12460000
      *                                                               * 12470000
      *    CALLED BY:  P51000-READ-STANDING                           * 12480000
      *                                                               * 12490000
      ***************************************************************** 12500000
                                                                        12510000
       P52000-PRICE-LINE.                                               12520000
                                                                        12530000
           MOVE SPACES TO PDAS04-PARMS.                                 12540000
           MOVE STANDING-ORDER-ITEM-PREFIX TO PDAS04-ITEM-PREFIX.       12550000
           MOVE STANDING-ORDER-ITEM-NUMBER TO PDAS04-ITEM-NUMBER.       12560000
           MOVE STANDING-ORDER-SUPPLIER-PREFIX                          12570000
               TO PDAS04-SUPPLIER-PREFIX.                               12580000
           MOVE STANDING-ORDER-SUPPLIER-ID TO PDAS04-SUPPLIER-ID.       12590000
           MOVE ZEROES TO PDAS04-PRICE-DATE.                            12600000
           MOVE ZEROES TO PDAS04-UNIT-PRICE.                            12610000
           MOVE WSH-CUSTOMER-ID TO PDAS04-CUSTOMER-ID.                  12620000
                                                                        12630000
           CALL 'PDAS04' USING PDAS04-PARMS.                            12640000
                                                                        12650000
           IF PDAS04-PRICE-NOT-FOUND                                    12660000
               ADD +1 TO WS-STANDING-UNPRICED                           12670000
               GO TO P52000-EXIT                                        12680000
           END-IF.                                                      12690000
                                                                        12700000
           MOVE SPACES TO PDAS05-PARMS.                                 12710000
           MOVE STANDING-ORDER-ITEM-PREFIX TO PDAS05-ITEM-PREFIX.       12720000
           MOVE STANDING-ORDER-ITEM-NUMBER TO PDAS05-ITEM-NUMBER.       12730000
           MOVE STANDING-ORDER-SUPPLIER-PREFIX                          12740000
               TO PDAS05-SUPPLIER-PREFIX.                               12750000
           MOVE STANDING-ORDER-SUPPLIER-ID TO PDAS05-SUPPLIER-ID.       12760000
           MOVE STANDING-ORDER-QUANTITY TO PDAS05-QUANTITY.             12770000
           MOVE PDAS04-UNIT-PRICE TO PDAS05-BASE-PRICE.                 12780000
                                                                        12790000
           CALL 'PDAS05' USING PDAS05-PARMS.                            12800000
                                                                        12810000
           IF PDAS05-DISCOUNT-APPLIED                                   12820000
               MOVE PDAS05-DISC-PRICE TO WS-LINE-PRICE                  12830000
           ELSE                                                         12840000
               MOVE PDAS04-UNIT-PRICE TO WS-LINE-PRICE                  12850000
           END-IF.                                                      12860000
                                                                        12870000
           COMPUTE WSH-RUN-VALUE = WSH-RUN-VALUE                        12880000
               + (WS-LINE-PRICE * STANDING-ORDER-QUANTITY).             12890000
                                                                        12900000
       P52000-EXIT.                                                     12910000
           EXIT.                                                        12920000
           EJECT                                                        12930000
      ***************************************************************** 12940000
      *                                                               * 12950000
      *    PARAGRAPH:  P53000-PROJECT-SCHEDULE                        * 12960000
      *                                                               * 12970000
      *    FUNCTION :  BUCKET ONE RUN OF THE SCHEDULE FOR EVERY RUN   * 12980000
      *                DATE FROM ITS NEXT RUN TO THE END OF WEEK 13   * 12990000
      *                (OR ITS END DATE).  A RUN DATE ALREADY PASSED  * 13000000
      *                RUNS TONIGHT                                   * 13010000
      *                                                               * 13020000
      *    CALLED BY:  P50000-STANDING-PASS                           * 13030000
      *                P51000-READ-STANDING                           * 13040000
      *                                                               * 13050000
      ***************************************************************** 13060000
                                                                        13070000
       P53000-PROJECT-SCHEDULE.                                         13080000
                                                                        13090000
           MOVE 'N' TO WS-HEADER-ACTIVE-SW.                             13100000
                                                                        13110000
           IF WSH-RUN-VALUE NOT > ZEROES                                13120000
              OR NOT WSH-FREQ-VALID                                     13130000
               GO TO P53000-EXIT                                        13140000
           END-IF.                                                      13150000
                                                                        13160000
           MOVE WSH-CUSTOMER-ID TO WS-CURR-CUSTOMER-ID.                 13170000
           PERFORM P60000-CUSTOMER-DAYS THRU P60000-EXIT.               13180000
                                                                        13190000
           MOVE WSH-NEXT-RUN TO WS-RUN-DATE-N.                          13200000
                                                                        13210000
           PERFORM P53100-ADD-RUN THRU P53100-EXIT                      13220000
               UNTIL WS-RUN-DATE-N > WS-HORIZON-DATE                    13230000
                  OR (WSH-END-DATE > ZEROES                             13240000
                      AND WS-RUN-DATE-N > WSH-END-DATE).                13250000
                                                                        13260000
       P53000-EXIT.                                                     13270000
           EXIT.                                                        13280000
           EJECT                                                        13290000
                                                                        13300000
       P53100-ADD-RUN.                                                  13310000
                                                                        13320000
           IF WS-RUN-DATE-N < WS-DATE-CCYYMMDD                          13330000
               MOVE WS-RUN-INT TO WS-BUCKET-INT                         13340000
           ELSE                                                         13350000
               COMPUTE WS-BUCKET-INT =                                  13360000
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)             13370000
           END-IF.                                                      13380000
                                                                        13390000
           ADD WS-EXPECT-DAYS TO WS-BUCKET-INT.                         13400000
           MOVE WSH-RUN-VALUE TO WS-BUCKET-AMT.                         13410000
           MOVE 3 TO WS-BUCKET-SOURCE.                                  13420000
                                                                        13430000
           PERFORM P65000-BUCKET-AMOUNT THRU P65000-EXIT.               13440000
                                                                        13450000
           ADD +1 TO WS-STANDING-RUNS.                                  13460000
                                                                        13470000
      ***************************************************************** 13480000
      *    ROLL TO THE NEXT RUN EXACTLY AS PDAB34 DOES                * 13490000
      ***************************************************************** 13500000
                                                                        13510000
           EVALUATE WSH-FREQUENCY                                       13520000
               WHEN 'D'                                                 13530000
                   ADD 1 TO WS-NR-DAY                                   13540000
                   IF WS-NR-DAY > 28                                    13550000
                       MOVE 1 TO WS-NR-DAY                              13560000
                       ADD 1 TO WS-NR-MONTH                             13570000
                   END-IF                                               13580000
               WHEN 'W'                                                 13590000
                   ADD 7 TO WS-NR-DAY                                   13600000
                   IF WS-NR-DAY > 28                                    13610000
                       SUBTRACT 28 FROM WS-NR-DAY                       13620000
                       ADD 1 TO WS-NR-MONTH                             13630000
                   END-IF                                               13640000
               WHEN OTHER                                               13650000
                   ADD 1 TO WS-NR-MONTH                                 13660000
                   IF WS-NR-DAY > 28                                    13670000
                       MOVE 28 TO WS-NR-DAY                             13680000
                   END-IF                                               13690000
           END-EVALUATE.                                                13700000
                                                                        13710000
           IF WS-NR-MONTH > 12                                          13720000
               MOVE 1 TO WS-NR-MONTH                                    13730000
               ADD 1 TO WS-NR-YEAR                                      13740000
           END-IF.                                                      13750000
                                                                        13760000
       P53100-EXIT.                                                     13770000
           EXIT.                                                        13780000
           EJECT                                                        13790000
      ***************************************************************** 13800000
      *                                                               * 13810000
      *    PARAGRAPH:  P60000-CUSTOMER-DAYS                           * 13820000
      *                                                               * 13830000
      *    FUNCTION :  SET WS-EXPECT-DAYS TO THE AVERAGE DAYS-TO-PAY  * 13840000
      *                OF CUSTOMER WS-CURR-CUSTOMER-ID, OR THE        * 13850000
      *                CONTROL CARD DAYS WHEN IT HAS NO HISTORY       * 13860000
      *                                                               * 13870000
      *    CALLED BY:  P41000-READ-SCHEDULE                           * 13880000
      *                P53000-PROJECT-SCHEDULE                        * 13890000
      *                                                               * 13900000
      ***************************************************************** 13910000
                                                                        13920000
       P60000-CUSTOMER-DAYS.                                            13930000
                                                                        13940000
           MOVE 1 TO WS-SUB2.                                           13950000
                                                                        13960000
           PERFORM P60100-FIND-CUSTOMER THRU P60100-EXIT                13970000
               UNTIL WS-SUB2 > WS-DT-USED                               13980000
                  OR WS-DT-CUSTOMER-ID (WS-SUB2) = WS-CURR-CUSTOMER-ID. 13990000
                                                                        14000000
           IF WS-SUB2 > WS-DT-USED                                      14010000
               MOVE WS-DEFAULT-DAYS TO WS-EXPECT-DAYS                   14020000
           ELSE                                                         14030000
               MOVE WS-DT-DAYS (WS-SUB2) TO WS-EXPECT-DAYS              14040000
           END-IF.                                                      14050000
                                                                        14060000
       P60000-EXIT.                                                     14070000
           EXIT.                                                        14080000
                                                                        14090000
       P60100-FIND-CUSTOMER.                                            14100000
                                                                        14110000
           ADD +1 TO WS-SUB2.                                           14120000
                                                                        14130000
       P60100-EXIT.                                                     14140000
           EXIT.                                                        14150000
           EJECT                                                        14160000
      ***************************************************************** 14170000
      *                                                               * 14180000
      *    PARAGRAPH:  P65000-BUCKET-AMOUNT                           * 14190000
      *                                                               * 14200000
      *    FUNCTION :  ADD WS-BUCKET-AMT TO SOURCE WS-BUCKET-SOURCE   * 14210000
      *                IN THE WEEK HOLDING DAY WS-BUCKET-INT.  A DAY  * 14220000
      *                ALREADY PAST GOES IN WEEK 1, ONE AFTER WEEK 13 * 14230000
      *                IN BEYOND                                      * 14240000
      *                                                               * 14250000
      *    CALLED BY:  VARIOUS                                        * 14260000
      *                                                               * 14270000
      ***************************************************************** 14280000
                                                                        14290000
       P65000-BUCKET-AMOUNT.                                            14300000
                                                                        14310000
           IF WS-BUCKET-INT < WS-RUN-INT                                14320000
               MOVE 1 TO WS-SUB                                         14330000
           ELSE                                                         14340000
               COMPUTE WS-SUB = ((WS-BUCKET-INT - WS-RUN-INT) / 7) + 1  14350000
               IF WS-SUB > 14                                           14360000
                   MOVE 14 TO WS-SUB                                    14370000
               END-IF                                                   14380000
           END-IF.                                                      14390000
                                                                        14400000
           ADD WS-BUCKET-AMT                                            14410000
               TO WS-FC-AMOUNT (WS-SUB WS-BUCKET-SOURCE)                14420000
                  WS-FC-AMOUNT (15 WS-BUCKET-SOURCE).                   14430000
                                                                        14440000
       P65000-EXIT.                                                     14450000
           EXIT.                                                        14460000
           EJECT                                                        14470000
      ***************************************************************** 14480000
      *                                                               * 14490000
      *    PARAGRAPH:  P70000-PRINT-FORECAST                          * 14500000
      *                                                               * 14510000
      *    FUNCTION :  PRINT THE WEEKLY FORECAST AND WRITE THE SAME   * 14520000
      *                FIGURES TO THE CSV FILE                        * 14530000
      *                                                               * 14540000
      *    CALLED BY:  P00000-MAINLINE                                * 14550000
      *                                                               * 14560000
      ***************************************************************** 14570000
                                                                        14580000
       P70000-PRINT-FORECAST.                                           14590000
                                                                        14600000
           MOVE WS-CC-PREFIX TO WS-PL-RH-PREFIX.                        14610000
                                                                        14620000
           MOVE WS-DATE-CCYYMMDD TO WS-WORK-DATE.                       14630000
           PERFORM P75000-EDIT-DATE THRU P75000-EXIT.                   14640000
           MOVE WS-EDIT-DATE TO WS-PL-RH-FROM                           14650000
                                WS-PL-RH-DATE.                          14660000
                                                                        14670000
           WRITE FORECAST-PRINT-REC FROM WS-PL-REPORT-HEADER.           14680000
           WRITE FORECAST-PRINT-REC FROM WS-PL-SEPARATOR.               14690000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COLUMN-HEADER-1.         14700000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COLUMN-HEADER-2.         14710000
           WRITE FORECAST-PRINT-REC FROM WS-PL-DASHES.                  14720000
                                                                        14730000
           PERFORM P72000-WRITE-CSV-HEADING THRU P72000-EXIT.           14740000
                                                                        14750000
           MOVE ZEROES TO WS-FL-CUMULATIVE.                             14760000
                                                                        14770000
           PERFORM P71000-PRINT-WEEK THRU P71000-EXIT                   14780000
               VARYING WS-SUB FROM 1 BY 1                               14790000
                   UNTIL WS-SUB > 15.                                   14800000
                                                                        14810000
           WRITE FORECAST-PRINT-REC FROM WS-PL-BLANK.                   14820000
                                                                        14830000
           MOVE 'WEEK 1 INCLUDES EVERYTHING ALREADY PAST ITS EXPECTED DA14840000
      -         'TE' TO WS-PL-NT-TEXT.                                  14850000
           WRITE FORECAST-PRINT-REC FROM WS-PL-NOTE.                    14860000
                                                                        14870000
           WRITE FORECAST-PRINT-REC FROM WS-PL-BLANK.                   14880000
                                                                        14890000
           MOVE 'AR OPEN ITEMS' TO WS-PL-CT-TEXT.                       14900000
           MOVE WS-AR-ITEMS TO WS-PL-CT-COUNT.                          14910000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COUNT.                   14920000
                                                                        14930000
           MOVE 'CUSTOMERS WITH PAYMENT HISTORY' TO WS-PL-CT-TEXT.      14940000
           MOVE WS-AR-HISTORY TO WS-PL-CT-COUNT.                        14950000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COUNT.                   14960000
                                                                        14970000
           MOVE 'DEFAULT DAYS-TO-PAY (NO HISTORY)' TO WS-PL-CT-TEXT.    14980000
           MOVE WS-DEFAULT-DAYS TO WS-PL-CT-COUNT.                      14990000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COUNT.                   15000000
                                                                        15010000
           MOVE 'SCHEDULED ORDERS WAITING' TO WS-PL-CT-TEXT.            15020000
           MOVE WS-SCHEDULED-ORDERS TO WS-PL-CT-COUNT.                  15030000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COUNT.                   15040000
                                                                        15050000
           MOVE 'STANDING ORDER RUNS' TO WS-PL-CT-TEXT.                 15060000
           MOVE WS-STANDING-RUNS TO WS-PL-CT-COUNT.                     15070000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COUNT.                   15080000
                                                                        15090000
           MOVE 'STANDING ORDER LINES WITH NO PRICE' TO WS-PL-CT-TEXT.  15100000
           MOVE WS-STANDING-UNPRICED TO WS-PL-CT-COUNT.                 15110000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COUNT.                   15120000
                                                                        15130000
           MOVE 'SUPPLIER INVOICES (MATCHED / HELD)' TO WS-PL-CT-TEXT.  15140000
           MOVE WS-AP-INVOICES TO WS-PL-CT-COUNT.                       15150000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COUNT.                   15160000
                                                                        15170000
           MOVE 'OPEN PURCHASE ORDER LINES' TO WS-PL-CT-TEXT.           15180000
           MOVE WS-PO-LINES TO WS-PL-CT-COUNT.                          15190000
           WRITE FORECAST-PRINT-REC FROM WS-PL-COUNT.                   15200000
                                                                        15210000
       P70000-EXIT.                                                     15220000
           EXIT.                                                        15230000
           EJECT                                                        15240000
      ***************************************************************** 15250000
      *                                                               * 15260000
      *    PARAGRAPH:  P71000-PRINT-WEEK                              * 15270000
      *                                                               * 15280000
      *    FUNCTION :  PRINT AND EXPORT ONE WEEK (14 = BEYOND,        * 15290000
      *                15 = TOTAL)                                    * 15300000
      *                                                               * 15310000
      *    CALLED BY:  P70000-PRINT-FORECAST                          * 15320000
      *                                                               * 15330000
      ***************************************************************** 15340000
                                                                        15350000
       P71000-PRINT-WEEK.                                               15360000
                                                                        15370000
           COMPUTE WS-FL-INFLOW = WS-FC-AMOUNT (WS-SUB 1)               15380000
                                + WS-FC-AMOUNT (WS-SUB 2)               15390000
                                + WS-FC-AMOUNT (WS-SUB 3).              15400000
           COMPUTE WS-FL-OUTFLOW = WS-FC-AMOUNT (WS-SUB 4)              15410000
                                 + WS-FC-AMOUNT (WS-SUB 5).             15420000
           COMPUTE WS-FL-NET = WS-FL-INFLOW - WS-FL-OUTFLOW.            15430000
                                                                        15440000
           IF WS-SUB < 15                                               15450000
               ADD WS-FL-NET TO WS-FL-CUMULATIVE                        15460000
           END-IF.                                                      15470000
                                                                        15480000
           MOVE SPACES TO WS-PL-WEEK.                                   15490000
           MOVE SPACES TO WS-CSV-START                                  15500000
                          WS-CSV-END.                                   15510000
                                                                        15520000
           EVALUATE WS-SUB                                              15530000
               WHEN 14                                                  15540000
                   MOVE 'AFTER WK 13' TO WS-PL-WK-DATE                  15550000
                   MOVE 'BEYOND' TO WS-CSV-WEEK                         15560000
               WHEN 15                                                  15570000
                   WRITE FORECAST-PRINT-REC FROM WS-PL-DASHES           15580000
                   MOVE 'TOTAL' TO WS-PL-WK-DATE                        15590000
                   MOVE 'TOTAL' TO WS-CSV-WEEK                          15600000
               WHEN OTHER                                               15610000
                   MOVE WS-SUB TO WS-PL-WK-WEEK                         15620000
                   MOVE SPACES TO WS-CSV-WEEK                           15626666
                   MOVE WS-SUB TO WS-CSV-WEEK-NUMBER                    15633332
                   COMPUTE WS-FL-START-INT =                            15640000
                       WS-RUN-INT + ((WS-SUB - 1) * 7)                  15650000
                   COMPUTE WS-FL-START-DATE =                           15660000
                       FUNCTION DATE-OF-INTEGER (WS-FL-START-INT)       15670000
                   COMPUTE WS-FL-END-DATE =                             15680000
                       FUNCTION DATE-OF-INTEGER (WS-FL-START-INT + 6)   15690000
                   MOVE WS-FL-START-DATE TO WS-WORK-DATE                15700000
                   PERFORM P75000-EDIT-DATE THRU P75000-EXIT            15710000
                   MOVE WS-EDIT-DATE TO WS-PL-WK-DATE                   15720000
                                        WS-CSV-START                    15730000
                   MOVE WS-FL-END-DATE TO WS-WORK-DATE                  15740000
                   PERFORM P75000-EDIT-DATE THRU P75000-EXIT            15750000
                   MOVE WS-EDIT-DATE TO WS-CSV-END                      15760000
           END-EVALUATE.                                                15770000
                                                                        15780000
           MOVE WS-FC-AMOUNT (WS-SUB 1) TO WS-CSV-AMOUNT (1).           15790000
           MOVE WS-FC-AMOUNT (WS-SUB 2) TO WS-CSV-AMOUNT (2).           15800000
           MOVE WS-FC-AMOUNT (WS-SUB 3) TO WS-CSV-AMOUNT (3).           15810000
           MOVE WS-FL-INFLOW TO WS-CSV-AMOUNT (4).                      15820000
           MOVE WS-FC-AMOUNT (WS-SUB 4) TO WS-CSV-AMOUNT (5).           15830000
           MOVE WS-FC-AMOUNT (WS-SUB 5) TO WS-CSV-AMOUNT (6).           15840000
           MOVE WS-FL-OUTFLOW TO WS-CSV-AMOUNT (7).                     15850000
           MOVE WS-FL-NET TO WS-CSV-AMOUNT (8).                         15860000
           MOVE WS-FL-CUMULATIVE TO WS-CSV-AMOUNT (9).                  15870000
                                                                        15880000
           PERFORM P71100-EDIT-AMOUNT THRU P71100-EXIT                  15890000
               VARYING WS-SUB2 FROM 1 BY 1                              15900000
                   UNTIL WS-SUB2 > 9.                                   15910000
                                                                        15920000
           IF WS-SUB = 15                                               15930000
               MOVE SPACES TO WS-PL-WK-AMOUNT (9)                       15940000
           END-IF.                                                      15950000
                                                                        15960000
           WRITE FORECAST-PRINT-REC FROM WS-PL-WEEK.                    15970000
                                                                        15980000
           PERFORM P73000-WRITE-CSV-LINE THRU P73000-EXIT.              15990000
                                                                        16000000
       P71000-EXIT.                                                     16010000
           EXIT.                                                        16020000
                                                                        16030000
       P71100-EDIT-AMOUNT.                                              16040000
                                                                        16050000
           MOVE WS-CSV-AMOUNT (WS-SUB2) TO WS-PL-WK-EDIT (WS-SUB2).     16060000
                                                                        16070000
       P71100-EXIT.                                                     16080000
           EXIT.                                                        16090000
           EJECT                                                        16100000
      ***************************************************************** 16110000
      *                                                               * 16120000
      *    PARAGRAPH:  P72000-WRITE-CSV-HEADING                       * 16130000
      *                                                               * 16140000
      *    FUNCTION :  BUILD AND WRITE THE CSV COLUMN-HEADING RECORD  * 16150000
      *                                                               * 16160000
      *    CALLED BY:  P70000-PRINT-FORECAST                          * 16170000
      *                                                               * 16180000
      ***************************************************************** 16190000
                                                                        16200000
       P72000-WRITE-CSV-HEADING.                                        16210000
                                                                        16220000
           MOVE SPACES TO FORECAST-CSV-REC.                             16230000
           STRING                                                       16240000
               'WEEK,'                   DELIMITED BY SIZE              16250000
               'WEEK_START,'             DELIMITED BY SIZE              16260000
               'WEEK_END,'               DELIMITED BY SIZE              16270000
               'AR_COLLECTIONS,'         DELIMITED BY SIZE              16280000
               'SCHEDULED_ORDERS,'       DELIMITED BY SIZE              16290000
               'STANDING_ORDERS,'        DELIMITED BY SIZE              16300000
               'TOTAL_INFLOW,'           DELIMITED BY SIZE              16310000
               'AP_INVOICES,'            DELIMITED BY SIZE              16320000
               'PURCHASE_ORDERS,'        DELIMITED BY SIZE              16330000
               'TOTAL_OUTFLOW,'          DELIMITED BY SIZE              16340000
               'NET_FLOW,'               DELIMITED BY SIZE              16350000
               'CUMULATIVE_NET'          DELIMITED BY SIZE              16360000
               INTO FORECAST-CSV-REC                                    16370000
           END-STRING.                                                  16380000
                                                                        16390000
           WRITE FORECAST-CSV-REC.                                      16400000
                                                                        16410000
       P72000-EXIT.                                                     16420000
           EXIT.                                                        16430000
           EJECT                                                        16440000
      ***************************************************************** 16450000
      *                                                               * 16460000
      *    PARAGRAPH:  P73000-WRITE-CSV-LINE                          * 16470000
      *                                                               * 16480000
      *    FUNCTION :  WRITE ONE WEEK'S FIGURES AS A CSV RECORD.  THE * 16490000
      *                TOTAL RECORD LEAVES THE CUMULATIVE NET EMPTY   * 16500000
      *                                                               * 16510000
      *    CALLED BY:  P71000-PRINT-WEEK                              * 16520000
      *                                                               * 16530000
      ***************************************************************** 16540000
                                                                        16550000
       P73000-WRITE-CSV-LINE.                                           16560000
                                                                        16570000
           MOVE SPACES TO FORECAST-CSV-REC.                             16580000
           MOVE +1 TO WS-CSV-POINTER.                                   16590000
                                                                        16600000
           STRING                                                       16610000
               WS-CSV-WEEK                  DELIMITED BY SPACE          16620000
               ','                          DELIMITED BY SIZE           16630000
               WS-CSV-START                 DELIMITED BY SPACE          16640000
               ','                          DELIMITED BY SIZE           16650000
               WS-CSV-END                   DELIMITED BY SPACE          16660000
               INTO FORECAST-CSV-REC                                    16670000
               WITH POINTER WS-CSV-POINTER                              16680000
           END-STRING.                                                  16690000
                                                                        16700000
           PERFORM P73100-STRING-AMOUNT THRU P73100-EXIT                16710000
               VARYING WS-SUB2 FROM 1 BY 1                              16720000
                   UNTIL WS-SUB2 > 8.                                   16730000
                                                                        16740000
           IF WS-SUB = 15                                               16750000
               STRING                                                   16760000
                   ','                      DELIMITED BY SIZE           16770000
                   INTO FORECAST-CSV-REC                                16780000
                   WITH POINTER WS-CSV-POINTER                          16790000
               END-STRING                                               16800000
           ELSE                                                         16810000
               PERFORM P73100-STRING-AMOUNT THRU P73100-EXIT            16820000
           END-IF.                                                      16830000
                                                                        16840000
           WRITE FORECAST-CSV-REC.                                      16850000
                                                                        16860000
       P73000-EXIT.                                                     16870000
           EXIT.                                                        16880000
                                                                        16890000
       P73100-STRING-AMOUNT.                                            16900000
                                                                        16910000
           STRING                                                       16920000
               ','                          DELIMITED BY SIZE           16930000
               WS-CSV-AMOUNT (WS-SUB2)      DELIMITED BY SIZE           16940000
               INTO FORECAST-CSV-REC                                    16950000
               WITH POINTER WS-CSV-POINTER                              16960000
           END-STRING.                                                  16970000
                                                                        16980000
       P73100-EXIT.                                                     16990000
           EXIT.                                                        17000000
           EJECT                                                        17010000
      ***************************************************************** 17020000
      *                                                               * 17030000
      *    PARAGRAPH:  P75000-EDIT-DATE                               * 17040000
      *                                                               * 17050000
      *    FUNCTION :  EDIT A CCYYMMDD DATE AS MM/DD/CCYY             * 17060000
      *                                                               * 17070000
      *    CALLED BY:  P70000-PRINT-FORECAST                          * 17080000
      *                P71000-PRINT-WEEK                              * 17090000
      *                                                               * 17100000
      ***************************************************************** 17110000
                                                                        17120000
       P75000-EDIT-DATE.                                                17130000
                                                                        17140000
           MOVE WS-WD-MONTH TO WS-ED-MONTH.                             17150000
           MOVE WS-WD-DAY TO WS-ED-DAY.                                 17160000
           MOVE WS-WD-YEAR TO WS-ED-YEAR.                               17170000
                                                                        17180000
       P75000-EXIT.                                                     17190000
           EXIT.                                                        17200000
           EJECT                                                        17210000
      ***************************************************************** 17220000
      *                                                               * 17230000
      *    PARAGRAPH:  P99999-ABEND                                   * 17240000
      *                                                               * 17250000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 17260000
      *                ERROR HAS BEEN ENCOUNTERED                     * 17270000
      *                                                               * 17280000
      *    CALLED BY:  VARIOUS                                        * 17290000
      *                                                               * 17300000
      ***************************************************************** 17310000
                                                                        17320000
       P99999-ABEND.                                                    17330000
                                                                        17340000
           DISPLAY ' '.                                                 17350000
           DISPLAY WPEA-ERROR-01.                                       17360000
           DISPLAY WPEA-ERROR-02.                                       17370000
           DISPLAY WPEA-ERROR-03.                                       17380000
           DISPLAY WPEA-ERROR-04.                                       17390000
                                                                        17400000
           IF PDA-IMS-ERROR                                             17410000
               DISPLAY WS-PDA-IMS-ERROR-01                              17420000
               DISPLAY WS-PDA-IMS-ERROR-02                              17430000
           ELSE                                                         17440000
               DISPLAY WS-PDA-BATCH-ERROR-01                            17450000
               DISPLAY WS-PDA-BATCH-ERROR-02                            17460000
           END-IF.                                                      17470000
                                                                        17480000
           DISPLAY WPEA-ERROR-04.                                       17490000
           DISPLAY WPEA-ERROR-03.                                       17500000
           DISPLAY WPEA-ERROR-02.                                       17510000
           DISPLAY WPEA-ERROR-01.                                       17520000
           DISPLAY ' '.                                                 17530000
                                                                        17540000
           MOVE 16 TO RETURN-CODE.                                      17550000
                                                                        17560000
           GOBACK.                                                      17570000
                                                                        17580000
       P99999-EXIT.                                                     17590000
           EXIT.                                                        17600000
