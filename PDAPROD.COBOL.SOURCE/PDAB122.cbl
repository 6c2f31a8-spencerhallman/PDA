       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB122.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB122                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB122 IS THE MONTHLY CUSTOMER           * 00100000
      *             SEGMENTATION (RECENCY / FREQUENCY / MONETARY)     * 00110000
      *             AND LAPSED-CUSTOMER WORKLIST.  EVERY CUSTOMER     * 00120000
      *             WITH ORDERS ON ORDER_LOG (CANCELLED ORDERS        * 00130000
      *             EXCLUDED) IS SCORED 1 TO 5 ON EACH OF:            * 00140000
      *                                                               * 00150000
      *               R  DAYS SINCE THE LAST ORDER                    * 00160000
      *                    5 = 30 OR LESS    4 = 60    3 = 90         * 00170000
      *                    2 = 180           1 = OVER 180             * 00180000
      *               F  ORDERS IN THE LAST 12 MONTHS                 * 00190000
      *                    5 = 12 OR MORE    4 = 6     3 = 3          * 00200000
      *                    2 = 2             1 = 1 OR NONE            * 00210000
      *               M  ORDER DOLLARS IN THE LAST 12 MONTHS          * 00220000
      *                    5 = 10,000 OR MORE          4 = 5,000      * 00230000
      *                    3 = 1,000         2 = 250   1 = LESS       * 00240000
      *                                                               * 00250000
      *             THE CUSTOMER'S USUAL CADENCE IS ITS AVERAGE       * 00260000
      *             NUMBER OF DAYS BETWEEN ORDERS OVER ITS WHOLE      * 00270000
      *             HISTORY (THREE ORDERS OR MORE).  THE CADENCE IS   * 00280000
      *             FLAGGED STRETCHED WHEN THE DAYS SINCE THE LAST    * 00290000
      *             ORDER EXCEED TWICE THE USUAL CADENCE (AND 30      * 00300000
      *             DAYS).  SEGMENTS, FIRST MATCH WINS:               * 00310000
      *                                                               * 00320000
      *               LAPSED      R = 1                               * 00330000
      *               AT RISK     CADENCE STRETCHED, OR R = 2 WITH    * 00340000
      *                           F OR M OF 3 OR MORE                 * 00350000
      *               CHAMPION    R, F AND M ALL 4 OR MORE            * 00360000
      *               LOYAL       R AND F BOTH 3 OR MORE              * 00370000
      *               NEW         ONLY ONE ORDER EVER                 * 00380000
      *               OCCASIONAL  EVERYONE ELSE                       * 00390000
      *                                                               * 00400000
      *             THE WORKLIST LISTS, PER CUSTOMER SALES REP (THE   * 00410000
      *             CUSTOMER MASTER ASSIGNMENT), EVERY ACTIVE AT RISK * 00420000
      *             CUSTOMER AND EVERY ACTIVE LAPSED CUSTOMER THAT    * 00430000
      *             STILL ORDERED IN THE LAST 12 MONTHS, WITH THE     * 00440000
      *             LAST ORDER, USUAL CADENCE AND THE CUSTOMER'S TOP  * 00450000
      *             THREE ITEMS BY DOLLARS FROM THE NIGHTLY SALES     * 00460000
      *             DETAIL EXTRACT (PDAB36 -- THE JOB CONCATENATES    * 00470000
      *             THE RETAINED EXTRACT GENERATIONS ON ISLSHIST).    * 00480000
      *             A SEGMENT SUMMARY PRECEDES THE WORKLISTS.  EVERY  * 00490000
      *             CUSTOMER SCORED IS ALSO WRITTEN TO A CSV FILE FOR * 00500000
      *             MARKETING (E-MAIL ADDRESS ONLY WHEN OPTED IN).    * 00510000
      *                                                               * 00520000
      *             CONTROL CARD LAYOUT:                              * 00530000
      *               COL  1-13   DATE=CCYYMMDD  (AS-OF DATE)         * 00540000
      *               COL 15-26   'PREFIX=NNNNN'                      * 00550000
      *                                                               * 00560000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00570000
      *             ORDER_LOG            -  DB2          (READ-ONLY)  * 00580000
      *             CUSTOMER MASTER      -  VSAM KSDS    (INPUT)      * 00590000
      *             SALES REP MASTER     -  VSAM KSDS    (INPUT)      * 00600000
      *             SALES DETAIL HISTORY -  SEQUENTIAL   (INPUT)      * 00610000
      *             WORKLIST PRINT       -  SEQUENTIAL   (OUTPUT)     * 00620000
      *             SEGMENTATION CSV     -  SEQUENTIAL   (OUTPUT)     * 00630000
      *                                                               * 00640000
      ***************************************************************** 00650000
      *             PROGRAM CHANGE LOG                                * 00660000
      *             -------------------                               * 00670000
      *                                                               * 00680000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00690000
      *  --------   --------------------  --------------------------  * 00700000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00710000
      *                                                               * 00720000
      ***************************************************************** 00730000
           EJECT                                                        00740000
       ENVIRONMENT DIVISION.                                            00750000
                                                                        00760000
       INPUT-OUTPUT SECTION.                                            00770000
                                                                        00780000
       FILE-CONTROL.                                                    00790000
                                                                        00800000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00810000
                                                                        00820000
           SELECT SALES-HISTORY        ASSIGN TO ISLSHIST.              00830000
                                                                        00840000
           SELECT WORKLIST-PRINT       ASSIGN TO RFMPRINT.              00850000
                                                                        00860000
           SELECT SEGMENT-CSV          ASSIGN TO RFMCSV.                00870000
                                                                        00880000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00890000
                                       ORGANIZATION IS INDEXED          00900000
                                       ACCESS IS RANDOM                 00910000
                                       RECORD KEY IS CUSTOMER-KEY       00920000
                                       FILE STATUS IS                   00930000
                                           WS-CUSTOMER-STATUS.          00940000
                                                                        00950000
           SELECT VSAM-SALES-REP       ASSIGN TO VSLSREP                00960000
                                       ORGANIZATION IS INDEXED          00970000
                                       ACCESS IS RANDOM                 00980000
                                       RECORD KEY IS SALES-REP-KEY      00990000
                                       FILE STATUS IS WS-SLSREP-STATUS. 01000000
           EJECT                                                        01010000
       DATA DIVISION.                                                   01020000
                                                                        01030000
       FILE SECTION.                                                    01040000
                                                                        01050000
       FD  CONTROL-CARD                                                 01060000
           LABEL RECORDS ARE STANDARD                                   01070000
           RECORDING MODE IS F                                          01080000
           RECORD CONTAINS 80 CHARACTERS                                01090000
           BLOCK CONTAINS 27920 CHARACTERS.                             01100000
                                                                        01110000
       01  CONTROL-CARD-REC            PIC X(80).                       01120000
                                                                        01130000
       FD  SALES-HISTORY                                                01140000
           LABEL RECORDS ARE STANDARD                                   01150000
           RECORDING MODE IS F                                          01160000
           RECORD CONTAINS 272 CHARACTERS                               01170000
           BLOCK CONTAINS 0 CHARACTERS.                                 01180000
                                                                        01190000
       01  SALES-HISTORY-REC           PIC X(272).                      01200000
                                                                        01210000
       FD  WORKLIST-PRINT                                               01220000
           LABEL RECORDS ARE STANDARD                                   01230000
           RECORDING MODE IS F                                          01240000
           RECORD CONTAINS 132 CHARACTERS.                              01250000
                                                                        01260000
       01  WORKLIST-PRINT-REC          PIC X(132).                      01270000
                                                                        01280000
       FD  SEGMENT-CSV                                                  01290000
           RECORDING MODE IS F                                          01300000
           LABEL RECORDS ARE STANDARD.                                  01310000
                                                                        01320000
       01  SEGMENT-CSV-REC             PIC X(400).                      01330000
                                                                        01340000
       FD  VSAM-CUSTOMER                                                01350000
           RECORD CONTAINS 800 CHARACTERS.                              01360000
                                                                        01370000
           COPY VCUSTOMR.                                               01380000
                                                                        01390000
       FD  VSAM-SALES-REP                                               01400000
           RECORD CONTAINS 64 CHARACTERS.                               01410000
                                                                        01420000
           COPY VSLSREP.                                                01430000
           EJECT                                                        01440000
       WORKING-STORAGE SECTION.                                         01450000
                                                                        01460000
      ***************************************************************** 01470000
      *    SWITCHES                                                   * 01480000
      ***************************************************************** 01490000
                                                                        01500000
       01  WS-SWITCHES.                                                 01510000
           05  WS-END-OF-ORDERS-SW     PIC X     VALUE 'N'.             01520000
               88  END-OF-ORDERS                 VALUE 'Y'.             01530000
           05  WS-END-OF-HISTORY-SW    PIC X     VALUE 'N'.             01540000
               88  END-OF-HISTORY                VALUE 'Y'.             01550000
           05  WS-CUSTOMER-OPEN-SW     PIC X     VALUE 'N'.             01560000
               88  CUSTOMER-IN-PROGRESS          VALUE 'Y'.             01570000
           05  WS-STRETCHED-SW         PIC X     VALUE 'N'.             01580000
               88  CADENCE-STRETCHED             VALUE 'Y'.             01590000
           05  WS-WORKLIST-SW          PIC X     VALUE 'N'.             01600000
               88  ON-WORKLIST                   VALUE 'Y'.             01610000
           05  WS-CUSTOMER-FOUND-SW    PIC X     VALUE 'N'.             01620000
               88  CUSTOMER-FOUND                VALUE 'Y'.             01630000
           EJECT                                                        01640000
      ***************************************************************** 01650000
      *    MISCELLANEOUS WORK FIELDS                                  * 01660000
      ***************************************************************** 01670000
                                                                        01680000
       01  WS-MISCELLANEOUS-FIELDS.                                     01690000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01700000
               88  CUSTF-OK                      VALUE '  ' '00'.       01710000
               88  CUSTF-NOTFOUND                VALUE '23'.            01720000
           03  WS-SLSREP-STATUS        PIC XX    VALUE SPACES.          01730000
               88  SLSREPF-OK                    VALUE '  ' '00'.       01740000
               88  SLSREPF-NOTFOUND              VALUE '23'.            01750000
               88  SLSREPF-EMPTY                 VALUE '47' '35'.       01760000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 01770000
           03  WS-HISTORY-READ         PIC S9(7) VALUE +0       COMP-3. 01780000
           03  WS-CUSTOMERS-SCORED     PIC S9(7) VALUE +0       COMP-3. 01790000
           03  WS-NOT-ON-FILE          PIC S9(7) VALUE +0       COMP-3. 01800000
           03  WS-WORKLIST-COUNT       PIC S9(7) VALUE +0       COMP-3. 01810000
           03  WS-WORKLIST-DROPPED     PIC S9(7) VALUE +0       COMP-3. 01820000
           03  WS-CSV-WRITTEN          PIC S9(7) VALUE +0       COMP-3. 01830000
           03  WS-SUB1                 PIC S9(4) VALUE +0       COMP.   01840000
           03  WS-SUB2                 PIC S9(4) VALUE +0       COMP.   01850000
           03  WS-BEST-SUB             PIC S9(4) VALUE +0       COMP.   01860000
           03  WS-REPS-PRINTED         PIC S9(4) VALUE +0       COMP.   01870000
           03  WS-CSV-POINTER          PIC S9(4) VALUE +0       COMP.   01880000
           03  WS-TOP-POINTER          PIC S9(4) VALUE +0       COMP.   01890000
           03  WS-LEADING              PIC S9(4) VALUE +0       COMP.   01900000
           03  WS-ASOF-INT             PIC S9(9) VALUE +0       COMP.   01910000
           03  WS-YEAR-AGO-INT         PIC S9(9) VALUE +0       COMP.   01920000
           03  WS-ORDER-INT            PIC S9(9) VALUE +0       COMP.   01930000
           03  WS-SALE-INT             PIC S9(9) VALUE +0       COMP.   01940000
           03  WS-BEST-AMOUNT          PIC S9(9)V99                     01950000
                                                 VALUE +0       COMP-3. 01960000
           03  WS-STRETCH-FACTOR       PIC S9(3)V9                      01970000
                                                 VALUE +2.0     COMP-3. 01980000
           03  WS-STRETCH-MIN-DAYS     PIC S9(5) VALUE +30      COMP-3. 01990000
           03  WS-LOW-REP              PIC X(3)  VALUE SPACES.          02000000
           03  WS-TOP-AMOUNT           PIC Z,ZZZ,ZZ9.99.                02010000
           03  WS-ORDER-DATE-9         PIC 9(8)  VALUE ZEROES.          02020000
           03  WS-ORDER-DATE-X REDEFINES WS-ORDER-DATE-9                02030000
                                       PIC X(8).                        02040000
           03  WS-SALE-DATE-9          PIC 9(8)  VALUE ZEROES.          02050000
           03  WS-SALE-DATE-X REDEFINES WS-SALE-DATE-9.                 02060000
               05  WS-SD-CENTURY       PIC XX.                          02070000
               05  WS-SD-YYMMDD        PIC X(6).                        02080000
           EJECT                                                        02090000
      ***************************************************************** 02100000
      *    CONTROL CARD LAYOUT                                        * 02110000
      ***************************************************************** 02120000
                                                                        02130000
       01  WS-CONTROL-CARD.                                             02140000
           03  WS-CC-DATE-KEYWORD      PIC X(5)  VALUE SPACES.          02150000
           03  WS-CC-DATE              PIC X(8)  VALUE SPACES.          02160000
           03  WS-CC-DATE-N REDEFINES WS-CC-DATE                        02170000
                                       PIC 9(8).                        02180000
           03  FILLER                  PIC X(8)  VALUE SPACES.          02190000
           03  WS-CC-PREFIX            PIC X(5)  VALUE SPACES.          02200000
           03  FILLER                  PIC X(54) VALUE SPACES.          02210000
           EJECT                                                        02220000
      ***************************************************************** 02230000
      *    SALES DETAIL HISTORY RECORD (PDAB36 EXTRACT LAYOUT)        * 02240000
      ***************************************************************** 02250000
                                                                        02260000
       01  WS-SALES-DETAIL-LINE.                                        02270000
           05  WSD-DATABASE            PIC X(1).                        02280000
           05  WSD-ORDER-PREFIX        PIC 9(5).                        02290000
           05  WSD-ORDER-PREFIX-X REDEFINES                             02300000
               WSD-ORDER-PREFIX        PIC X(5).                        02310000
           05  WSD-ORDER-NUMBER        PIC 9(10).                       02320000
           05  WSD-ITEM-SEQUENCE       PIC 9(5).                        02330000
           05  WSD-ORDER-DATE          PIC X(6).                        02340000
           05  WSD-CUSTOMER-ID         PIC X(32).                       02350000
           05  WSD-ITEM-NUMBER         PIC X(32).                       02360000
           05  WSD-CATEGORY            PIC X(32).                       02370000
           05  WSD-SUB-CATEGORY        PIC X(32).                       02380000
           05  WSD-ITEM-NAME           PIC X(50).                       02390000
           05  WSD-SUPPLIER-ID         PIC X(32).                       02400000
           05  WSD-QUANTITY            PIC 9(9).                        02410000
           05  WSD-UNIT-PRICE          PIC 9(8)V99.                     02420000
           05  WSD-EXTENDED-AMOUNT     PIC 9(9)V99.                     02430000
           05  FILLER                  PIC X(5).                        02440000
           EJECT                                                        02450000
      ***************************************************************** 02460000
      *    THE CUSTOMER BEING SCORED -- ITS ORDER_LOG ROWS ARRIVE     * 02470000
      *    TOGETHER, OLDEST FIRST                                     * 02480000
      ***************************************************************** 02490000
                                                                        02500000
       01  WS-CUSTOMER-SCORE.                                           02510000
           03  WCS-CUSTOMER-ID         PIC X(32) VALUE SPACES.          02520000
           03  WCS-NAME                PIC X(64) VALUE SPACES.          02530000
           03  WCS-REP                 PIC X(3)  VALUE SPACES.          02540000
           03  WCS-LAST-DATE           PIC X(8)  VALUE SPACES.          02550000
           03  WCS-FIRST-INT           PIC S9(9) VALUE +0       COMP.   02560000
           03  WCS-LAST-INT            PIC S9(9) VALUE +0       COMP.   02570000
           03  WCS-LIFETIME-ORDERS     PIC S9(7) VALUE +0       COMP-3. 02580000
           03  WCS-ORDERS-12M          PIC S9(7) VALUE +0       COMP-3. 02590000
           03  WCS-DOLLARS-12M         PIC S9(9)V99                     02600000
                                                 VALUE +0       COMP-3. 02610000
           03  WCS-DAYS-SINCE          PIC S9(7) VALUE +0       COMP-3. 02620000
           03  WCS-AVG-INTERVAL        PIC S9(7) VALUE +0       COMP-3. 02630000
           03  WCS-SEGMENT-SUB         PIC S9(4) VALUE +0       COMP.   02640000
           03  WCS-RFM.                                                 02650000
               05  WCS-R-SCORE         PIC 9     VALUE ZERO.            02660000
               05  WCS-F-SCORE         PIC 9     VALUE ZERO.            02670000
               05  WCS-M-SCORE         PIC 9     VALUE ZERO.            02680000
           EJECT                                                        02690000
      ***************************************************************** 02700000
      *    SEGMENT NAMES AND TOTALS -- 1 CHAMPION, 2 LOYAL, 3 NEW,    * 02710000
      *    4 OCCASIONAL, 5 AT RISK, 6 LAPSED                          * 02720000
      ***************************************************************** 02730000
                                                                        02740000
       01  WS-SEGMENT-NAMES.                                            02750000
           05  FILLER                  PIC X(10) VALUE 'CHAMPION'.      02760000
           05  FILLER                  PIC X(10) VALUE 'LOYAL'.         02770000
           05  FILLER                  PIC X(10) VALUE 'NEW'.           02780000
           05  FILLER                  PIC X(10) VALUE 'OCCASIONAL'.    02790000
           05  FILLER                  PIC X(10) VALUE 'AT RISK'.       02800000
           05  FILLER                  PIC X(10) VALUE 'LAPSED'.        02810000
       01  FILLER                      REDEFINES WS-SEGMENT-NAMES.      02820000
           05  WS-SEGMENT-NAME         PIC X(10) OCCURS 6 TIMES.        02830000
                                                                        02840000
       01  WS-SEGMENT-TOTALS.                                           02850000
           05  FILLER                  PIC S9(7)     VALUE +0 COMP-3.   02860000
           05  FILLER                  PIC S9(11)V99 VALUE +0 COMP-3.   02870000
           05  FILLER                  PIC S9(7)     VALUE +0 COMP-3.   02880000
           05  FILLER                  PIC S9(11)V99 VALUE +0 COMP-3.   02890000
           05  FILLER                  PIC S9(7)     VALUE +0 COMP-3.   02900000
           05  FILLER                  PIC S9(11)V99 VALUE +0 COMP-3.   02910000
           05  FILLER                  PIC S9(7)     VALUE +0 COMP-3.   02920000
           05  FILLER                  PIC S9(11)V99 VALUE +0 COMP-3.   02930000
           05  FILLER                  PIC S9(7)     VALUE +0 COMP-3.   02940000
           05  FILLER                  PIC S9(11)V99 VALUE +0 COMP-3.   02950000
           05  FILLER                  PIC S9(7)     VALUE +0 COMP-3.   02960000
           05  FILLER                  PIC S9(11)V99 VALUE +0 COMP-3.   02970000
       01  FILLER                      REDEFINES WS-SEGMENT-TOTALS.     02980000
           05  WS-SEGMENT-TOTAL        OCCURS 6 TIMES.                  02990000
               10  WST-CUSTOMERS       PIC S9(7)         COMP-3.        03000000
               10  WST-DOLLARS-12M     PIC S9(11)V99     COMP-3.        03010000
           EJECT                                                        03020000
      ***************************************************************** 03030000
      *    WORKLIST TABLE -- ONE ENTRY PER CUSTOMER LISTED, IN        * 03040000
      *    CUSTOMER ORDER, WITH ITS ITEMS FROM THE SALES HISTORY      * 03050000
      ***************************************************************** 03060000
                                                                        03070000
       01  WS-WORKLIST-TABLE.                                           03080000
           03  WS-WL-MAX               PIC S9(4) VALUE +500     COMP.   03090000
           03  WS-WL-USED              PIC S9(4) VALUE +0       COMP.   03100000
           03  WS-WL-ITEM-MAX          PIC S9(4) VALUE +15      COMP.   03110000
           03  WS-WL-ENTRY             OCCURS 500 TIMES.                03120000
               05  WS-WL-CUSTOMER-ID   PIC X(32).                       03130000
               05  WS-WL-NAME          PIC X(30).                       03140000
               05  WS-WL-REP           PIC X(3).                        03150000
               05  WS-WL-SEGMENT-SUB   PIC S9(4)       COMP.            03160000
               05  WS-WL-LAST-DATE     PIC X(8).                        03170000
               05  WS-WL-DAYS-SINCE    PIC S9(7)       COMP-3.          03180000
               05  WS-WL-AVG-INTERVAL  PIC S9(7)       COMP-3.          03190000
               05  WS-WL-ORDERS-12M    PIC S9(7)       COMP-3.          03200000
               05  WS-WL-DOLLARS-12M   PIC S9(9)V99    COMP-3.          03210000
               05  WS-WL-RFM           PIC X(3).                        03220000
               05  WS-WL-STRETCHED     PIC X(1).                        03230000
               05  WS-WL-ITEMS-USED    PIC S9(4)       COMP.            03240000
               05  WS-WL-ITEM          OCCURS 15 TIMES.                 03250000
                   10  WS-WL-ITEM-NUMBER                                03260000
                                       PIC X(32).                       03270000
                   10  WS-WL-ITEM-AMOUNT                                03280000
                                       PIC S9(9)V99    COMP-3.          03290000
                   10  WS-WL-ITEM-PICKED                                03300000
                                       PIC X(1).                        03310000
                                                                        03320000
      ***************************************************************** 03330000
      *    SALES REPS WITH A WORKLIST                                 * 03340000
      ***************************************************************** 03350000
                                                                        03360000
       01  WS-REP-TABLE.                                                03370000
           03  WS-RP-MAX               PIC S9(4) VALUE +100     COMP.   03380000
           03  WS-RP-USED              PIC S9(4) VALUE +0       COMP.   03390000
           03  WS-RP-ENTRY             OCCURS 100 TIMES.                03400000
               05  WS-RP-CODE          PIC X(3).                        03410000
               05  WS-RP-COUNT         PIC S9(5)       COMP-3.          03420000
               05  WS-RP-PRINTED       PIC X(1).                        03430000
           EJECT                                                        03440000
      ***************************************************************** 03450000
      *    DISPLAY AREA                                               * 03460000
      ***************************************************************** 03470000
                                                                        03480000
       01  WS-DISPLAY-LINES.                                            03490000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         03500000
           03  WS-DL-BLANK.                                             03510000
               05  FILLER         PIC X(01) VALUE '*'.                  03520000
               05  FILLER         PIC X(78) VALUE SPACES.               03530000
               05  FILLER         PIC X(01) VALUE '*'.                  03540000
           03  WS-DL-LINE.                                              03550000
               05  FILLER         PIC X(01) VALUE '*'.                  03560000
               05  WS-DL-LINE-TEXT                                      03570000
                                  PIC X(78) VALUE SPACES.               03580000
               05  FILLER         PIC X(01) VALUE '*'.                  03590000
           EJECT                                                        03600000
      ***************************************************************** 03610000
      *    WORKLIST PRINT LINES                                       * 03620000
      ***************************************************************** 03630000
                                                                        03640000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         03650000
                                                                        03660000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '='.        03670000
                                                                        03680000
       01  WS-PL-SUMMARY-HEADER.                                        03690000
           03  FILLER                  PIC X(38) VALUE                  03700000
               'CUSTOMER SEGMENT SUMMARY  (RFM) AS OF '.                03710000
           03  WS-PL-SH-DATE           PIC X(8)  VALUE SPACES.          03720000
           03  FILLER                  PIC X(09) VALUE '  PREFIX '.     03730000
           03  WS-PL-SH-PREFIX         PIC X(5)  VALUE SPACES.          03740000
           03  FILLER                  PIC X(72) VALUE SPACES.          03750000
                                                                        03760000
       01  WS-PL-SUMMARY-DETAIL.                                        03770000
           03  WS-PL-SD-SEGMENT        PIC X(10) VALUE SPACES.          03780000
           03  FILLER                  PIC X(12) VALUE                  03790000
               '  CUSTOMERS '.                                          03800000
           03  WS-PL-SD-CUSTOMERS      PIC ZZZ,ZZ9.                     03810000
           03  FILLER                  PIC X(19) VALUE                  03820000
               '  12-MONTH DOLLARS '.                                   03830000
           03  WS-PL-SD-DOLLARS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.           03840000
           03  FILLER                  PIC X(67) VALUE SPACES.          03850000
                                                                        03860000
       01  WS-PL-SUMMARY-TOTAL.                                         03870000
           03  WS-PL-ST-LABEL          PIC X(30) VALUE SPACES.          03880000
           03  WS-PL-ST-COUNT          PIC ZZZ,ZZ9.                     03890000
           03  FILLER                  PIC X(95) VALUE SPACES.          03900000
                                                                        03910000
       01  WS-PL-REP-HEADER.                                            03920000
           03  FILLER                  PIC X(41) VALUE                  03930000
               'LAPSED / AT-RISK CUSTOMER WORKLIST AS OF '.             03940000
           03  WS-PL-RH-DATE           PIC X(8)  VALUE SPACES.          03950000
           03  FILLER                  PIC X(06) VALUE '  REP '.        03960000
           03  WS-PL-RH-REP            PIC X(3)  VALUE SPACES.          03970000
           03  FILLER                  PIC X(02) VALUE SPACES.          03980000
           03  WS-PL-RH-NAME           PIC X(32) VALUE SPACES.          03990000
           03  FILLER                  PIC X(40) VALUE SPACES.          04000000
                                                                        04010000
       01  WS-PL-COLUMN-HEADING.                                        04020000
           03  FILLER                  PIC X(34) VALUE                  04030000
               'CUSTOMER ID'.                                           04040000
           03  FILLER                  PIC X(32) VALUE                  04050000
               'CUSTOMER NAME'.                                         04060000
           03  FILLER                  PIC X(12) VALUE                  04070000
               'SEGMENT'.                                               04080000
           03  FILLER                  PIC X(10) VALUE                  04090000
               'LAST ORD'.                                              04100000
           03  FILLER                  PIC X(07) VALUE                  04110000
               ' DAYS'.                                                 04120000
           03  FILLER                  PIC X(07) VALUE                  04130000
               'USUAL'.                                                 04140000
           03  FILLER                  PIC X(07) VALUE                  04150000
               'ORD12'.                                                 04160000
           03  FILLER                  PIC X(16) VALUE                  04170000
               '   DOLLARS 12M'.                                        04180000
           03  FILLER                  PIC X(05) VALUE                  04190000
               'RFM'.                                                   04200000
           03  FILLER                  PIC X(02) VALUE SPACES.          04210000
                                                                        04220000
       01  WS-PL-CUSTOMER-DETAIL.                                       04230000
           03  WS-PL-CD-CUSTOMER-ID    PIC X(32) VALUE SPACES.          04240000
           03  FILLER                  PIC X(02) VALUE SPACES.          04250000
           03  WS-PL-CD-NAME           PIC X(30) VALUE SPACES.          04260000
           03  FILLER                  PIC X(02) VALUE SPACES.          04270000
           03  WS-PL-CD-SEGMENT        PIC X(10) VALUE SPACES.          04280000
           03  FILLER                  PIC X(02) VALUE SPACES.          04290000
           03  WS-PL-CD-LAST-DATE      PIC X(8)  VALUE SPACES.          04300000
           03  FILLER                  PIC X(02) VALUE SPACES.          04310000
           03  WS-PL-CD-DAYS-SINCE     PIC ZZZZ9.                       04320000
           03  FILLER                  PIC X(02) VALUE SPACES.          04330000
           03  WS-PL-CD-USUAL          PIC ZZZZ9.                       04340000
           03  FILLER                  PIC X(02) VALUE SPACES.          04350000
           03  WS-PL-CD-ORDERS-12M     PIC ZZZZ9.                       04360000
           03  FILLER                  PIC X(02) VALUE SPACES.          04370000
           03  WS-PL-CD-DOLLARS-12M    PIC ZZZ,ZZZ,ZZ9.99.              04380000
           03  FILLER                  PIC X(02) VALUE SPACES.          04390000
           03  WS-PL-CD-RFM            PIC X(3)  VALUE SPACES.          04400000
           03  FILLER                  PIC X(02) VALUE SPACES.          04410000
           03  WS-PL-CD-STRETCHED      PIC X(9)  VALUE SPACES.          04420000
                                                                        04430000
       01  WS-PL-TOP-ITEMS.                                             04440000
           03  FILLER                  PIC X(06) VALUE SPACES.          04450000
           03  FILLER                  PIC X(11) VALUE 'TOP ITEMS: '.   04460000
           03  WS-PL-TI-TEXT           PIC X(115) VALUE SPACES.         04470000
           EJECT                                                        04480000
      ***************************************************************** 04490000
      *    CSV EDIT WORK FIELDS                                       * 04500000
      ***************************************************************** 04510000
                                                                        04520000
       01  WS-CSV-EDIT-FIELDS.                                          04530000
           03  WS-CSV-DAYS-SINCE       PIC Z(6)9.                       04540000
           03  WS-CSV-ORDERS-12M       PIC Z(6)9.                       04550000
           03  WS-CSV-DOLLARS-12M      PIC -(9)9.99.                    04560000
           03  WS-CSV-LIFETIME         PIC Z(6)9.                       04570000
           03  WS-CSV-AVG-INTERVAL     PIC Z(6)9.                       04580000
           03  WS-CSV-EMAIL            PIC X(128) VALUE SPACES.         04590000
           EJECT                                                        04600000
      ***************************************************************** 04610000
      *    DB2  DEFINITIONS                                           * 04620000
      ***************************************************************** 04630000
                                                                        04640000
      ***************************************************************** 04650000
      *         SQL COMMUNICATIONS AREA                               * 04660000
      ***************************************************************** 04670000
                                                                        04680000
           EXEC SQL                                                     04690000
              INCLUDE SQLCA                                             04700000
           END-EXEC.                                                    04710000
           EJECT                                                        04720000
           EXEC SQL                                                     04730000
              INCLUDE DORDLOG                                           04740000
           END-EXEC.                                                    04750000
           EJECT                                                        04760000
      ***************************************************************** 04770000
      *    ORDER CURSOR -- EVERY ORDER OF THE PREFIX UP TO THE AS-OF  * 04780000
      *    DATE, GROUPED BY CUSTOMER AND OLDEST FIRST.  CANCELLED     * 04790000
      *    ORDERS (PDA010) DO NOT COUNT                               * 04800000
      ***************************************************************** 04810000
                                                                        04820000
           EXEC SQL DECLARE ORDROWS CURSOR FOR                          04830000
               SELECT   CUSTOMER_ID,                                    04840000
                        DATE_CCYYMMDD,                                  04850000
                        TOTAL_AMOUNT                                    04860000
               FROM     ORDER_LOG                                       04870000
               WHERE    PREFIX         = :WS-CC-PREFIX                  04880000
                 AND    DATE_CCYYMMDD <= :WS-CC-DATE                    04890000
                 AND    STATUS        <> 'CANCELLED'                    04900000
               ORDER BY CUSTOMER_ID, DATE_CCYYMMDD                      04910000
           END-EXEC.                                                    04920000
           EJECT                                                        04930000
      ***************************************************************** 04940000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 04950000
      ***************************************************************** 04960000
                                                                        04970000
           COPY PDAERRWS.                                               04980000
                                                                        04990000
       01  WS-PDA-BATCH-ERROR-01.                                       05000000
           05  FILLER             PIC X     VALUE SPACES.               05010000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             05020000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          05030000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB122'.            05040000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      05050000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               05060000
                                                                        05070000
       01  WS-PDA-BATCH-ERROR-02.                                       05080000
           05  FILLER             PIC X(8)  VALUE SPACES.               05090000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               05100000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   05110000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               05120000
           EJECT                                                        05130000
      ***************************************************************** 05140000
      *    P R O C E D U R E    D I V I S I O N                       * 05150000
      ***************************************************************** 05160000
                                                                        05170000
       PROCEDURE DIVISION.                                              05180000
                                                                        05190000
      ***************************************************************** 05200000
      *                                                               * 05210000
      *    PARAGRAPH:  P00000-MAINLINE                                * 05220000
      *                                                               * 05230000
      *    FUNCTION :  PROGRAM ENTRY.  SCORE EVERY CUSTOMER FROM      * 05240000
      *                ORDER_LOG, GATHER THE WORKLIST CUSTOMERS' TOP  * 05250000
      *                ITEMS FROM THE EXTRACT HISTORY, THEN PRINT THE * 05260000
      *                SUMMARY AND THE WORKLISTS                      * 05270000
      *                                                               * 05280000
      *    CALLED BY:  NONE                                           * 05290000
      *                                                               * 05300000
      ***************************************************************** 05310000
                                                                        05320000
       P00000-MAINLINE.                                                 05330000
                                                                        05340000
           OPEN INPUT CONTROL-CARD.                                     05350000
                                                                        05360000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05370000
               AT END                                                   05380000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          05390000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      05400000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               05410000
                                                                        05420000
           CLOSE CONTROL-CARD.                                          05430000
                                                                        05440000
           IF WS-CC-DATE-KEYWORD NOT = 'DATE='                          05450000
              OR WS-CC-DATE NOT NUMERIC                                 05460000
              OR WS-CC-PREFIX NOT NUMERIC                               05470000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              05480000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          05490000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05500000
           END-IF.                                                      05510000
                                                                        05520000
           COMPUTE WS-ASOF-INT =                                        05530000
               FUNCTION INTEGER-OF-DATE(WS-CC-DATE-N).                  05540000
           COMPUTE WS-YEAR-AGO-INT = WS-ASOF-INT - 365.                 05550000
                                                                        05560000
           DISPLAY ' '.                                                 05570000
           DISPLAY WS-DL-ASTERISK.                                      05580000
           DISPLAY WS-DL-BLANK.                                         05590000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              05600000
           STRING '  PDAB122 - CUSTOMER SEGMENTATION AS OF ' WS-CC-DATE 05610000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  05620000
           DISPLAY WS-DL-LINE.                                          05630000
           DISPLAY WS-DL-BLANK.                                         05640000
           DISPLAY WS-DL-ASTERISK.                                      05650000
           DISPLAY ' '.                                                 05660000
                                                                        05670000
           OPEN INPUT VSAM-CUSTOMER.                                    05680000
                                                                        05690000
           IF NOT CUSTF-OK                                              05700000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         05710000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              05720000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          05730000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05740000
           END-IF.                                                      05750000
                                                                        05760000
           OPEN INPUT VSAM-SALES-REP.                                   05770000
                                                                        05780000
           IF NOT SLSREPF-OK AND NOT SLSREPF-EMPTY                      05790000
               MOVE 'OPEN SALES REP FILE FAILED' TO WPBE-MESSAGE        05800000
               MOVE WS-SLSREP-STATUS TO WPBE-FILE-STATUS                05810000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          05820000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05830000
           END-IF.                                                      05840000
                                                                        05850000
           OPEN OUTPUT WORKLIST-PRINT                                   05860000
                       SEGMENT-CSV.                                     05870000
                                                                        05880000
           PERFORM P05000-WRITE-CSV-HEADING THRU P05000-EXIT.           05890000
                                                                        05900000
      ***************************************************************** 05910000
      *    PASS 1 -- SCORE EVERY CUSTOMER FROM ITS ORDERS             * 05920000
      ***************************************************************** 05930000
                                                                        05940000
           EXEC SQL                                                     05950000
               OPEN ORDROWS                                             05960000
           END-EXEC.                                                    05970000
                                                                        05980000
           IF SQLCODE NOT = +0                                          05990000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06000000
               MOVE 'PDAB122' TO WPDE-PROGRAM-ID                        06010000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06020000
               MOVE 'OPEN ORDROWS' TO WPDE-FUNCTION                     06030000
               MOVE 'P00000' TO WPDE-PARAGRAPH                          06040000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06050000
           END-IF.                                                      06060000
                                                                        06070000
           PERFORM P10000-NEXT-ORDER THRU P10000-EXIT                   06080000
               UNTIL END-OF-ORDERS.                                     06090000
                                                                        06100000
           EXEC SQL                                                     06110000
               CLOSE ORDROWS                                            06120000
           END-EXEC.                                                    06130000
                                                                        06140000
           IF CUSTOMER-IN-PROGRESS                                      06150000
               PERFORM P20000-SCORE-CUSTOMER THRU P20000-EXIT           06160000
           END-IF.                                                      06170000
                                                                        06180000
      ***************************************************************** 06190000
      *    PASS 2 -- THE WORKLIST CUSTOMERS' ITEMS FROM THE SALES     * 06200000
      *    DETAIL HISTORY                                             * 06210000
      ***************************************************************** 06220000
                                                                        06230000
           IF WS-WL-USED > ZEROES                                       06240000
               OPEN INPUT SALES-HISTORY                                 06250000
               PERFORM P30000-READ-HISTORY THRU P30000-EXIT             06260000
                   UNTIL END-OF-HISTORY                                 06270000
               CLOSE SALES-HISTORY                                      06280000
           END-IF.                                                      06290000
                                                                        06300000
      ***************************************************************** 06310000
      *    PASS 3 -- THE SEGMENT SUMMARY, THEN ONE WORKLIST PER REP   * 06320000
      ***************************************************************** 06330000
                                                                        06340000
           PERFORM P40000-PRINT-SUMMARY THRU P40000-EXIT.               06350000
                                                                        06360000
           PERFORM P50000-PRINT-REP-WORKLIST THRU P50000-EXIT           06370000
               UNTIL WS-REPS-PRINTED NOT < WS-RP-USED.                  06380000
                                                                        06390000
           CLOSE VSAM-CUSTOMER                                          06400000
                 VSAM-SALES-REP                                         06410000
                 WORKLIST-PRINT                                         06420000
                 SEGMENT-CSV.                                           06430000
                                                                        06440000
           DISPLAY WS-DL-BLANK.                                         06450000
           DISPLAY WS-DL-ASTERISK.                                      06460000
           DISPLAY ' '.                                                 06470000
           DISPLAY 'PDAB122 - ORDER ROWS READ      '                    06480000
               WS-ORDERS-READ.                                          06490000
           DISPLAY 'PDAB122 - CUSTOMERS SCORED     '                    06500000
               WS-CUSTOMERS-SCORED.                                     06510000
           DISPLAY 'PDAB122 - NOT ON CUSTOMER FILE '                    06520000
               WS-NOT-ON-FILE.                                          06530000
           DISPLAY 'PDAB122 - CSV LINES WRITTEN    '                    06540000
               WS-CSV-WRITTEN.                                          06550000
           DISPLAY 'PDAB122 - HISTORY LINES READ   '                    06560000
               WS-HISTORY-READ.                                         06570000
           DISPLAY 'PDAB122 - WORKLIST CUSTOMERS   '                    06580000
               WS-WORKLIST-COUNT.                                       06590000
           DISPLAY 'PDAB122 - WORKLIST NOT LISTED  '                    06600000
               WS-WORKLIST-DROPPED.                                     06610000
           DISPLAY ' '.                                                 06620000
                                                                        06630000
      ***************************************************************** 06640000
      *    A WORKLIST CUT SHORT BY THE TABLE SIZE ENDS WITH A WARNING * 06650000
      ***************************************************************** 06660000
                                                                        06670000
           IF WS-WORKLIST-DROPPED > ZEROES                              06680000
               MOVE 4 TO RETURN-CODE                                    06690000
           ELSE                                                         06700000
               MOVE ZEROES TO RETURN-CODE                               06710000
           END-IF.                                                      06720000
                                                                        06730000
           GOBACK.                                                      06740000
                                                                        06750000
       P00000-EXIT.                                                     06760000
           EXIT.                                                        06770000
           EJECT                                                        06780000
      ***************************************************************** 06790000
      *                                                               * 06800000
      *    PARAGRAPH:  P05000-WRITE-CSV-HEADING                       * 06810000
      *                                                               * 06820000
      *    FUNCTION :  BUILD AND WRITE THE CSV COLUMN-HEADING RECORD  * 06830000
      *                                                               * 06840000
      *    CALLED BY:  P00000-MAINLINE                                * 06850000
      *                                                               * 06860000
      ***************************************************************** 06870000
                                                                        06880000
       P05000-WRITE-CSV-HEADING.                                        06890000
                                                                        06900000
           MOVE SPACES TO SEGMENT-CSV-REC.                              06910000
           STRING                                                       06920000
               'PREFIX,'                 DELIMITED BY SIZE              06930000
               'CUSTOMER_ID,'            DELIMITED BY SIZE              06940000
               'CUSTOMER_NAME,'          DELIMITED BY SIZE              06950000
               'SALES_REP,'              DELIMITED BY SIZE              06960000
               'SEGMENT,'                DELIMITED BY SIZE              06970000
               'R_SCORE,F_SCORE,M_SCORE,'                               06980000
                                         DELIMITED BY SIZE              06990000
               'LAST_ORDER_DATE,'        DELIMITED BY SIZE              07000000
               'DAYS_SINCE_LAST,'        DELIMITED BY SIZE              07010000
               'ORDERS_12M,'             DELIMITED BY SIZE              07020000
               'DOLLARS_12M,'            DELIMITED BY SIZE              07030000
               'LIFETIME_ORDERS,'        DELIMITED BY SIZE              07040000
               'USUAL_INTERVAL_DAYS,'    DELIMITED BY SIZE              07050000
               'CADENCE_STRETCHED,'      DELIMITED BY SIZE              07060000
               'INACTIVE,'               DELIMITED BY SIZE              07070000
               'ON_WORKLIST,'            DELIMITED BY SIZE              07080000
               'EMAIL_OPT_IN,'           DELIMITED BY SIZE              07090000
               'EMAIL_ADDRESS'           DELIMITED BY SIZE              07100000
               INTO SEGMENT-CSV-REC                                     07110000
           END-STRING.                                                  07120000
                                                                        07130000
           WRITE SEGMENT-CSV-REC.                                       07140000
                                                                        07150000
       P05000-EXIT.                                                     07160000
           EXIT.                                                        07170000
           EJECT                                                        07180000
      ***************************************************************** 07190000
      *                                                               * 07200000
      *    PARAGRAPH:  P10000-NEXT-ORDER                              * 07210000
      *                                                               * 07220000
      *    FUNCTION :  FETCH ONE ORDER.  A NEW CUSTOMER SCORES THE    * 07230000
      *                ONE BEFORE IT; THE ORDER IS THEN ROLLED INTO   * 07240000
      *                THE CURRENT CUSTOMER'S TOTALS                  * 07250000
      *                                                               * 07260000
      *    CALLED BY:  P00000-MAINLINE                                * 07270000
      *                                                               * 07280000
      ***************************************************************** 07290000
                                                                        07300000
       P10000-NEXT-ORDER.                                               07310000
                                                                        07320000
           EXEC SQL                                                     07330000
               FETCH  ORDROWS                                           07340000
               INTO   :ORDER-LOG-CUSTOMER-ID,                           07350000
                      :ORDER-LOG-DATE-CCYYMMDD,                         07360000
                      :ORDER-LOG-TOTAL-AMOUNT                           07370000
           END-EXEC.                                                    07380000
                                                                        07390000
           EVALUATE TRUE                                                07400000
               WHEN SQLCODE = +100                                      07410000
                   MOVE 'Y' TO WS-END-OF-ORDERS-SW                      07420000
                   GO TO P10000-EXIT                                    07430000
               WHEN SQLCODE NOT = +0                                    07440000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07450000
                   MOVE 'PDAB122' TO WPDE-PROGRAM-ID                    07460000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07470000
                   MOVE 'FETCH ORDROWS' TO WPDE-FUNCTION                07480000
                   MOVE 'P10000' TO WPDE-PARAGRAPH                      07490000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07500000
           END-EVALUATE.                                                07510000
                                                                        07520000
           ADD +1 TO WS-ORDERS-READ.                                    07530000
                                                                        07540000
           MOVE ORDER-LOG-DATE-CCYYMMDD TO WS-ORDER-DATE-X.             07550000
                                                                        07560000
           IF WS-ORDER-DATE-X NOT NUMERIC                               07570000
               GO TO P10000-EXIT                                        07580000
           END-IF.                                                      07590000
                                                                        07600000
           IF CUSTOMER-IN-PROGRESS                                      07610000
              AND ORDER-LOG-CUSTOMER-ID NOT = WCS-CUSTOMER-ID           07620000
               PERFORM P20000-SCORE-CUSTOMER THRU P20000-EXIT           07630000
           END-IF.                                                      07640000
                                                                        07650000
           IF NOT CUSTOMER-IN-PROGRESS                                  07660000
               MOVE 'Y' TO WS-CUSTOMER-OPEN-SW                          07670000
               MOVE ORDER-LOG-CUSTOMER-ID TO WCS-CUSTOMER-ID            07680000
               MOVE +0 TO WCS-FIRST-INT                                 07690000
                          WCS-LIFETIME-ORDERS                           07700000
                          WCS-ORDERS-12M                                07710000
                          WCS-DOLLARS-12M                               07720000
           END-IF.                                                      07730000
                                                                        07740000
           COMPUTE WS-ORDER-INT =                                       07750000
               FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-9).               07760000
                                                                        07770000
           IF WCS-FIRST-INT = ZEROES                                    07780000
               MOVE WS-ORDER-INT TO WCS-FIRST-INT                       07790000
           END-IF.                                                      07800000
                                                                        07810000
           MOVE WS-ORDER-INT TO WCS-LAST-INT.                           07820000
           MOVE WS-ORDER-DATE-X TO WCS-LAST-DATE.                       07830000
           ADD +1 TO WCS-LIFETIME-ORDERS.                               07840000
                                                                        07850000
           IF WS-ORDER-INT > WS-YEAR-AGO-INT                            07860000
               ADD +1 TO WCS-ORDERS-12M                                 07870000
               ADD ORDER-LOG-TOTAL-AMOUNT TO WCS-DOLLARS-12M            07880000
           END-IF.                                                      07890000
                                                                        07900000
       P10000-EXIT.                                                     07910000
           EXIT.                                                        07920000
           EJECT                                                        07930000
      ***************************************************************** 07940000
      *                                                               * 07950000
      *    PARAGRAPH:  P20000-SCORE-CUSTOMER                          * 07960000
      *                                                               * 07970000
      *    FUNCTION :  SCORE THE CUSTOMER JUST COMPLETED, ASSIGN ITS  * 07980000
      *                SEGMENT, ADD IT TO THE WORKLIST WHEN IT        * 07990000
      *                QUALIFIES AND WRITE ITS CSV LINE               * 08000000
      *                                                               * 08010000
      *    CALLED BY:  P00000-MAINLINE                                * 08020000
      *                P10000-NEXT-ORDER                              * 08030000
      *                                                               * 08040000
      ***************************************************************** 08050000
                                                                        08060000
       P20000-SCORE-CUSTOMER.                                           08070000
                                                                        08080000
           MOVE 'N' TO WS-CUSTOMER-OPEN-SW.                             08090000
           ADD +1 TO WS-CUSTOMERS-SCORED.                               08100000
                                                                        08110000
           COMPUTE WCS-DAYS-SINCE = WS-ASOF-INT - WCS-LAST-INT.         08120000
                                                                        08130000
      ***************************************************************** 08140000
      *    USUAL CADENCE -- AVERAGE DAYS BETWEEN ORDERS, WHEN THERE   * 08150000
      *    ARE AT LEAST TWO GAPS TO AVERAGE                           * 08160000
      ***************************************************************** 08170000
                                                                        08180000
           IF WCS-LIFETIME-ORDERS > 2                                   08190000
               COMPUTE WCS-AVG-INTERVAL ROUNDED =                       08200000
                   (WCS-LAST-INT - WCS-FIRST-INT)                       08210000
                       / (WCS-LIFETIME-ORDERS - 1)                      08220000
           ELSE                                                         08230000
               MOVE +0 TO WCS-AVG-INTERVAL                              08240000
           END-IF.                                                      08250000
                                                                        08260000
           MOVE 'N' TO WS-STRETCHED-SW.                                 08270000
                                                                        08280000
           IF WCS-AVG-INTERVAL > ZEROES                                 08290000
              AND WCS-DAYS-SINCE > WS-STRETCH-MIN-DAYS                  08300000
              AND WCS-DAYS-SINCE >                                      08310000
                      WCS-AVG-INTERVAL * WS-STRETCH-FACTOR              08320000
               MOVE 'Y' TO WS-STRETCHED-SW                              08330000
           END-IF.                                                      08340000
                                                                        08350000
           EVALUATE TRUE                                                08360000
               WHEN WCS-DAYS-SINCE NOT > +30                            08370000
                   MOVE 5 TO WCS-R-SCORE                                08380000
               WHEN WCS-DAYS-SINCE NOT > +60                            08390000
                   MOVE 4 TO WCS-R-SCORE                                08400000
               WHEN WCS-DAYS-SINCE NOT > +90                            08410000
                   MOVE 3 TO WCS-R-SCORE                                08420000
               WHEN WCS-DAYS-SINCE NOT > +180                           08430000
                   MOVE 2 TO WCS-R-SCORE                                08440000
               WHEN OTHER                                               08450000
                   MOVE 1 TO WCS-R-SCORE                                08460000
           END-EVALUATE.                                                08470000
                                                                        08480000
           EVALUATE TRUE                                                08490000
               WHEN WCS-ORDERS-12M NOT < +12                            08500000
                   MOVE 5 TO WCS-F-SCORE                                08510000
               WHEN WCS-ORDERS-12M NOT < +6                             08520000
                   MOVE 4 TO WCS-F-SCORE                                08530000
               WHEN WCS-ORDERS-12M NOT < +3                             08540000
                   MOVE 3 TO WCS-F-SCORE                                08550000
               WHEN WCS-ORDERS-12M = +2                                 08560000
                   MOVE 2 TO WCS-F-SCORE                                08570000
               WHEN OTHER                                               08580000
                   MOVE 1 TO WCS-F-SCORE                                08590000
           END-EVALUATE.                                                08600000
                                                                        08610000
           EVALUATE TRUE                                                08620000
               WHEN WCS-DOLLARS-12M NOT < +10000                        08630000
                   MOVE 5 TO WCS-M-SCORE                                08640000
               WHEN WCS-DOLLARS-12M NOT < +5000                         08650000
                   MOVE 4 TO WCS-M-SCORE                                08660000
               WHEN WCS-DOLLARS-12M NOT < +1000                         08670000
                   MOVE 3 TO WCS-M-SCORE                                08680000
               WHEN WCS-DOLLARS-12M NOT < +250                          08690000
                   MOVE 2 TO WCS-M-SCORE                                08700000
               WHEN OTHER                                               08710000
                   MOVE 1 TO WCS-M-SCORE                                08720000
           END-EVALUATE.                                                08730000
                                                                        08740000
      ***************************************************************** 08750000
      *    SEGMENT -- FIRST MATCH WINS (SEE THE PROGRAM HEADER)       * 08760000
      ***************************************************************** 08770000
                                                                        08780000
           EVALUATE TRUE                                                08790000
               WHEN WCS-R-SCORE = 1                                     08800000
                   MOVE 6 TO WCS-SEGMENT-SUB                            08810000
               WHEN CADENCE-STRETCHED                                   08820000
                   MOVE 5 TO WCS-SEGMENT-SUB                            08830000
               WHEN WCS-R-SCORE = 2                                     08840000
                AND (WCS-F-SCORE > 2 OR WCS-M-SCORE > 2)                08850000
                   MOVE 5 TO WCS-SEGMENT-SUB                            08860000
               WHEN WCS-R-SCORE > 3                                     08870000
                AND WCS-F-SCORE > 3                                     08880000
                AND WCS-M-SCORE > 3                                     08890000
                   MOVE 1 TO WCS-SEGMENT-SUB                            08900000
               WHEN WCS-R-SCORE > 2                                     08910000
                AND WCS-F-SCORE > 2                                     08920000
                   MOVE 2 TO WCS-SEGMENT-SUB                            08930000
               WHEN WCS-LIFETIME-ORDERS = 1                             08940000
                   MOVE 3 TO WCS-SEGMENT-SUB                            08950000
               WHEN OTHER                                               08960000
                   MOVE 4 TO WCS-SEGMENT-SUB                            08970000
           END-EVALUATE.                                                08980000
                                                                        08990000
           ADD +1 TO WST-CUSTOMERS (WCS-SEGMENT-SUB).                   09000000
           ADD WCS-DOLLARS-12M TO WST-DOLLARS-12M (WCS-SEGMENT-SUB).    09010000
                                                                        09020000
           PERFORM P21000-READ-CUSTOMER THRU P21000-EXIT.               09030000
                                                                        09040000
      ***************************************************************** 09050000
      *    THE WORKLIST -- ACTIVE AT RISK CUSTOMERS, AND ACTIVE       * 09060000
      *    LAPSED CUSTOMERS WHO STILL ORDERED IN THE LAST 12 MONTHS   * 09070000
      ***************************************************************** 09080000
                                                                        09090000
           MOVE 'N' TO WS-WORKLIST-SW.                                  09100000
                                                                        09110000
           IF CUSTOMER-FOUND                                            09120000
              AND CUSTOMER-IS-ACTIVE                                    09130000
               IF WCS-SEGMENT-SUB = 5                                   09140000
                  OR (WCS-SEGMENT-SUB = 6 AND WCS-ORDERS-12M > ZEROES)  09150000
                   PERFORM P22000-ADD-TO-WORKLIST THRU P22000-EXIT      09160000
               END-IF                                                   09170000
           END-IF.                                                      09180000
                                                                        09190000
           PERFORM P23000-WRITE-CSV-LINE THRU P23000-EXIT.              09200000
                                                                        09210000
       P20000-EXIT.                                                     09220000
           EXIT.                                                        09230000
           EJECT                                                        09240000
      ***************************************************************** 09250000
      *                                                               * 09260000
      *    PARAGRAPH:  P21000-READ-CUSTOMER                           * 09270000
      *                                                               * 09280000
      *    FUNCTION :  READ THE CUSTOMER MASTER FOR THE NAME, THE     * 09290000
      *                ASSIGNED SALES REP AND THE E-MAIL OPT-IN       * 09300000
      *                                                               * 09310000
      *    CALLED BY:  P20000-SCORE-CUSTOMER                          * 09320000
      *                                                               * 09330000
      ***************************************************************** 09340000
                                                                        09350000
       P21000-READ-CUSTOMER.                                            09360000
                                                                        09370000
           MOVE WS-CC-PREFIX TO CUSTOMER-PRE.                           09380000
           MOVE WCS-CUSTOMER-ID TO CUSTOMER-ID.                         09390000
                                                                        09400000
           READ VSAM-CUSTOMER.                                          09410000
                                                                        09420000
           EVALUATE TRUE                                                09430000
               WHEN CUSTF-OK                                            09440000
                   MOVE 'Y' TO WS-CUSTOMER-FOUND-SW                     09450000
                   MOVE CUSTOMER-NAME TO WCS-NAME                       09460000
                   MOVE CUSTOMER-SALES-REP TO WCS-REP                   09470000
               WHEN CUSTF-NOTFOUND                                      09480000
                   MOVE 'N' TO WS-CUSTOMER-FOUND-SW                     09490000
                   ADD +1 TO WS-NOT-ON-FILE                             09500000
                   MOVE '*** NOT ON CUSTOMER FILE ***' TO WCS-NAME      09510000
                   MOVE SPACES TO WCS-REP                               09520000
                   MOVE 'N' TO CUSTOMER-INACTIVE-SW                     09530000
                               CUSTOMER-EMAIL-OPT-IN-SW                 09540000
               WHEN OTHER                                               09550000
                   MOVE 'READ CUSTOMER FILE FAILED' TO WPBE-MESSAGE     09560000
                   MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS          09570000
                   MOVE 'P21000' TO WPBE-PARAGRAPH                      09580000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09590000
           END-EVALUATE.                                                09600000
                                                                        09610000
       P21000-EXIT.                                                     09620000
           EXIT.                                                        09630000
           EJECT                                                        09640000
      ***************************************************************** 09650000
      *                                                               * 09660000
      *    PARAGRAPH:  P22000-ADD-TO-WORKLIST                         * 09670000
      *                                                               * 09680000
      *    FUNCTION :  ADD THE CUSTOMER TO THE WORKLIST TABLE AND ITS * 09690000
      *                SALES REP TO THE REP TABLE.  A FULL TABLE      * 09700000
      *                LEAVES THE CUSTOMER OFF THE PRINTED WORKLIST   * 09710000
      *                (IT IS STILL ON THE CSV) AND IS COUNTED        * 09720000
      *                                                               * 09730000
      *    CALLED BY:  P20000-SCORE-CUSTOMER                          * 09740000
      *                                                               * 09750000
      ***************************************************************** 09760000
                                                                        09770000
       P22000-ADD-TO-WORKLIST.                                          09780000
                                                                        09790000
           PERFORM P22100-FIND-REP THRU P22100-EXIT                     09800000
               VARYING WS-SUB2 FROM 1 BY 1                              09810000
                   UNTIL WS-SUB2 > WS-RP-USED                           09820000
                      OR WS-RP-CODE (WS-SUB2) = WCS-REP.                09830000
                                                                        09840000
           IF WS-WL-USED NOT < WS-WL-MAX                                09850000
              OR (WS-SUB2 > WS-RP-USED AND WS-RP-USED NOT < WS-RP-MAX)  09860000
               ADD +1 TO WS-WORKLIST-DROPPED                            09870000
               GO TO P22000-EXIT                                        09880000
           END-IF.                                                      09890000
                                                                        09900000
           IF WS-SUB2 > WS-RP-USED                                      09910000
               ADD +1 TO WS-RP-USED                                     09920000
               MOVE WS-RP-USED TO WS-SUB2                               09930000
               MOVE WCS-REP TO WS-RP-CODE (WS-SUB2)                     09940000
               MOVE +0 TO WS-RP-COUNT (WS-SUB2)                         09950000
               MOVE 'N' TO WS-RP-PRINTED (WS-SUB2)                      09960000
           END-IF.                                                      09970000
                                                                        09980000
           ADD +1 TO WS-RP-COUNT (WS-SUB2).                             09990000
                                                                        10000000
           ADD +1 TO WS-WL-USED.                                        10010000
           MOVE WS-WL-USED TO WS-SUB1.                                  10020000
                                                                        10030000
           MOVE WCS-CUSTOMER-ID TO WS-WL-CUSTOMER-ID (WS-SUB1).         10040000
           MOVE WCS-NAME TO WS-WL-NAME (WS-SUB1).                       10050000
           MOVE WCS-REP TO WS-WL-REP (WS-SUB1).                         10060000
           MOVE WCS-SEGMENT-SUB TO WS-WL-SEGMENT-SUB (WS-SUB1).         10070000
           MOVE WCS-LAST-DATE TO WS-WL-LAST-DATE (WS-SUB1).             10080000
           MOVE WCS-DAYS-SINCE TO WS-WL-DAYS-SINCE (WS-SUB1).           10090000
           MOVE WCS-AVG-INTERVAL TO WS-WL-AVG-INTERVAL (WS-SUB1).       10100000
           MOVE WCS-ORDERS-12M TO WS-WL-ORDERS-12M (WS-SUB1).           10110000
           MOVE WCS-DOLLARS-12M TO WS-WL-DOLLARS-12M (WS-SUB1).         10120000
           MOVE WCS-RFM TO WS-WL-RFM (WS-SUB1).                         10130000
           MOVE WS-STRETCHED-SW TO WS-WL-STRETCHED (WS-SUB1).           10140000
           MOVE +0 TO WS-WL-ITEMS-USED (WS-SUB1).                       10150000
                                                                        10160000
           MOVE 'Y' TO WS-WORKLIST-SW.                                  10170000
           ADD +1 TO WS-WORKLIST-COUNT.                                 10180000
                                                                        10190000
       P22000-EXIT.                                                     10200000
           EXIT.                                                        10210000
                                                                        10220000
       P22100-FIND-REP.                                                 10230000
                                                                        10240000
           CONTINUE.                                                    10250000
                                                                        10260000
       P22100-EXIT.                                                     10270000
           EXIT.                                                        10280000
           EJECT                                                        10290000
      ***************************************************************** 10300000
      *                                                               * 10310000
      *    PARAGRAPH:  P23000-WRITE-CSV-LINE                          * 10320000
      *                                                               * 10330000
      *    FUNCTION :  EDIT THE CUSTOMER'S SCORES INTO A CSV RECORD   * 10340000
      *                AND WRITE IT.  THE NAME IS QUOTED, IT MAY      * 10350000
      *                CARRY A COMMA                                  * 10360000
      *                                                               * 10370000
      *    CALLED BY:  P20000-SCORE-CUSTOMER                          * 10380000
      *                                                               * 10390000
      ***************************************************************** 10400000
                                                                        10410000
       P23000-WRITE-CSV-LINE.                                           10420000
                                                                        10430000
           MOVE WCS-DAYS-SINCE TO WS-CSV-DAYS-SINCE.                    10440000
           MOVE WCS-ORDERS-12M TO WS-CSV-ORDERS-12M.                    10450000
           MOVE WCS-DOLLARS-12M TO WS-CSV-DOLLARS-12M.                  10460000
           MOVE WCS-LIFETIME-ORDERS TO WS-CSV-LIFETIME.                 10470000
           MOVE WCS-AVG-INTERVAL TO WS-CSV-AVG-INTERVAL.                10480000
                                                                        10490000
           IF CUSTOMER-FOUND AND CUSTOMER-EMAIL-OPT-IN                  10500000
               MOVE CUSTOMER-EMAIL-ADDRESS TO WS-CSV-EMAIL              10510000
           ELSE                                                         10520000
               MOVE SPACES TO WS-CSV-EMAIL                              10530000
           END-IF.                                                      10540000
                                                                        10550000
           MOVE SPACES TO SEGMENT-CSV-REC.                              10560000
           MOVE +1 TO WS-CSV-POINTER.                                   10570000
                                                                        10580000
           STRING                                                       10590000
               WS-CC-PREFIX                 DELIMITED BY SIZE           10600000
               ','                          DELIMITED BY SIZE           10610000
               WCS-CUSTOMER-ID              DELIMITED BY '  '           10620000
               ',"'                         DELIMITED BY SIZE           10630000
               WCS-NAME                     DELIMITED BY '  '           10640000
               '",'                         DELIMITED BY SIZE           10650000
               WCS-REP                      DELIMITED BY SPACE          10660000
               ','                          DELIMITED BY SIZE           10670000
               WS-SEGMENT-NAME (WCS-SEGMENT-SUB)                        10680000
                                            DELIMITED BY '  '           10690000
               ','                          DELIMITED BY SIZE           10700000
               WCS-R-SCORE                  DELIMITED BY SIZE           10710000
               ','                          DELIMITED BY SIZE           10720000
               WCS-F-SCORE                  DELIMITED BY SIZE           10730000
               ','                          DELIMITED BY SIZE           10740000
               WCS-M-SCORE                  DELIMITED BY SIZE           10750000
               ','                          DELIMITED BY SIZE           10760000
               WCS-LAST-DATE                DELIMITED BY SIZE           10770000
               ','                          DELIMITED BY SIZE           10780000
               WS-CSV-DAYS-SINCE            DELIMITED BY SIZE           10790000
               ','                          DELIMITED BY SIZE           10800000
               WS-CSV-ORDERS-12M            DELIMITED BY SIZE           10810000
               ','                          DELIMITED BY SIZE           10820000
               WS-CSV-DOLLARS-12M           DELIMITED BY SIZE           10830000
               ','                          DELIMITED BY SIZE           10840000
               WS-CSV-LIFETIME              DELIMITED BY SIZE           10850000
               ','                          DELIMITED BY SIZE           10860000
               WS-CSV-AVG-INTERVAL          DELIMITED BY SIZE           10870000
               ','                          DELIMITED BY SIZE           10880000
               WS-STRETCHED-SW              DELIMITED BY SIZE           10890000
               ','                          DELIMITED BY SIZE           10900000
               CUSTOMER-INACTIVE-SW         DELIMITED BY SIZE           10910000
               ','                          DELIMITED BY SIZE           10920000
               WS-WORKLIST-SW               DELIMITED BY SIZE           10930000
               ','                          DELIMITED BY SIZE           10940000
               CUSTOMER-EMAIL-OPT-IN-SW     DELIMITED BY SIZE           10950000
               ','                          DELIMITED BY SIZE           10960000
               WS-CSV-EMAIL                 DELIMITED BY SPACE          10970000
               INTO SEGMENT-CSV-REC                                     10980000
               WITH POINTER WS-CSV-POINTER                              10990000
           END-STRING.                                                  11000000
                                                                        11010000
           WRITE SEGMENT-CSV-REC.                                       11020000
                                                                        11030000
           ADD +1 TO WS-CSV-WRITTEN.                                    11040000
                                                                        11050000
       P23000-EXIT.                                                     11060000
           EXIT.                                                        11070000
           EJECT                                                        11080000
      ***************************************************************** 11090000
      *                                                               * 11100000
      *    PARAGRAPH:  P30000-READ-HISTORY                            * 11110000
      *                                                               * 11120000
      *    FUNCTION :  READ ONE EXTRACT LINE AND, WHEN THE CUSTOMER   * 11130000
      *                IS ON THE WORKLIST, ADD ITS DOLLARS TO THE     * 11140000
      *                CUSTOMER'S ITEM.  ONCE A CUSTOMER HOLDS        * 11150000
      *                FIFTEEN DIFFERENT ITEMS, FURTHER NEW ITEMS ARE * 11160000
      *                NOT TRACKED                                    * 11170000
      *                                                               * 11180000
      *    CALLED BY:  P00000-MAINLINE                                * 11190000
      *                                                               * 11200000
      ***************************************************************** 11210000
                                                                        11220000
       P30000-READ-HISTORY.                                             11230000
                                                                        11240000
           READ SALES-HISTORY INTO WS-SALES-DETAIL-LINE                 11250000
               AT END                                                   11260000
                   MOVE 'Y' TO WS-END-OF-HISTORY-SW                     11270000
                   GO TO P30000-EXIT.                                   11280000
                                                                        11290000
           ADD +1 TO WS-HISTORY-READ.                                   11300000
                                                                        11310000
           IF WSD-ORDER-PREFIX-X NOT = WS-CC-PREFIX                     11320000
            OR WSD-ORDER-DATE NOT NUMERIC                               11330000
               GO TO P30000-EXIT                                        11340000
           END-IF.                                                      11350000
                                                                        11360000
           MOVE WSD-ORDER-DATE TO WS-SD-YYMMDD.                         11370000
           IF WS-SD-YYMMDD(1:2) > '50'                                  11380000
               MOVE '19' TO WS-SD-CENTURY                               11390000
           ELSE                                                         11400000
               MOVE '20' TO WS-SD-CENTURY                               11410000
           END-IF.                                                      11420000
                                                                        11430000
           COMPUTE WS-SALE-INT =                                        11440000
               FUNCTION INTEGER-OF-DATE(WS-SALE-DATE-9).                11450000
                                                                        11460000
           IF WS-SALE-INT > WS-ASOF-INT                                 11470000
               GO TO P30000-EXIT                                        11480000
           END-IF.                                                      11490000
                                                                        11500000
           PERFORM P31000-FIND-CUSTOMER THRU P31000-EXIT                11510000
               VARYING WS-SUB1 FROM 1 BY 1                              11520000
                   UNTIL WS-SUB1 > WS-WL-USED                           11530000
                      OR WSD-CUSTOMER-ID =                              11540000
                             WS-WL-CUSTOMER-ID (WS-SUB1).               11550000
                                                                        11560000
           IF WS-SUB1 > WS-WL-USED                                      11570000
               GO TO P30000-EXIT                                        11580000
           END-IF.                                                      11590000
                                                                        11600000
           PERFORM P31000-FIND-CUSTOMER THRU P31000-EXIT                11610000
               VARYING WS-SUB2 FROM 1 BY 1                              11620000
                   UNTIL WS-SUB2 > WS-WL-ITEMS-USED (WS-SUB1)           11630000
                      OR WSD-ITEM-NUMBER =                              11640000
                             WS-WL-ITEM-NUMBER (WS-SUB1 WS-SUB2).       11650000
                                                                        11660000
           IF WS-SUB2 > WS-WL-ITEMS-USED (WS-SUB1)                      11670000
               IF WS-WL-ITEMS-USED (WS-SUB1) < WS-WL-ITEM-MAX           11680000
                   ADD +1 TO WS-WL-ITEMS-USED (WS-SUB1)                 11690000
                   MOVE WS-WL-ITEMS-USED (WS-SUB1) TO WS-SUB2           11700000
                   MOVE WSD-ITEM-NUMBER                                 11710000
                       TO WS-WL-ITEM-NUMBER (WS-SUB1 WS-SUB2)           11720000
                   MOVE +0 TO WS-WL-ITEM-AMOUNT (WS-SUB1 WS-SUB2)       11730000
                   MOVE 'N' TO WS-WL-ITEM-PICKED (WS-SUB1 WS-SUB2)      11740000
               ELSE                                                     11750000
                   GO TO P30000-EXIT                                    11760000
               END-IF                                                   11770000
           END-IF.                                                      11780000
                                                                        11790000
           ADD WSD-EXTENDED-AMOUNT                                      11800000
               TO WS-WL-ITEM-AMOUNT (WS-SUB1 WS-SUB2).                  11810000
                                                                        11820000
       P30000-EXIT.                                                     11830000
           EXIT.                                                        11840000
                                                                        11850000
       P31000-FIND-CUSTOMER.                                            11860000
                                                                        11870000
           CONTINUE.                                                    11880000
                                                                        11890000
       P31000-EXIT.                                                     11900000
           EXIT.                                                        11910000
           EJECT                                                        11920000
      ***************************************************************** 11930000
      *                                                               * 11940000
      *    PARAGRAPH:  P40000-PRINT-SUMMARY                           * 11950000
      *                                                               * 11960000
      *    FUNCTION :  PRINT THE CUSTOMER COUNT AND 12-MONTH DOLLARS  * 11970000
      *                FOR EACH SEGMENT, AND THE RUN TOTALS           * 11980000
      *                                                               * 11990000
      *    CALLED BY:  P00000-MAINLINE                                * 12000000
      *                                                               * 12010000
      ***************************************************************** 12020000
                                                                        12030000
       P40000-PRINT-SUMMARY.                                            12040000
                                                                        12050000
           MOVE WS-CC-DATE TO WS-PL-SH-DATE.                            12060000
           MOVE WS-CC-PREFIX TO WS-PL-SH-PREFIX.                        12070000
                                                                        12080000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-SUMMARY-HEADER.          12090000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-SEPARATOR.               12100000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-BLANK.                   12110000
                                                                        12120000
           PERFORM P41000-PRINT-SEGMENT THRU P41000-EXIT                12130000
               VARYING WS-SUB1 FROM 1 BY 1                              12140000
                   UNTIL WS-SUB1 > 6.                                   12150000
                                                                        12160000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-BLANK.                   12170000
                                                                        12180000
           MOVE 'CUSTOMERS SCORED' TO WS-PL-ST-LABEL.                   12190000
           MOVE WS-CUSTOMERS-SCORED TO WS-PL-ST-COUNT.                  12200000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-SUMMARY-TOTAL.           12210000
                                                                        12220000
           MOVE 'ON THE WORKLISTS' TO WS-PL-ST-LABEL.                   12230000
           MOVE WS-WORKLIST-COUNT TO WS-PL-ST-COUNT.                    12240000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-SUMMARY-TOTAL.           12250000
                                                                        12260000
           IF WS-WORKLIST-DROPPED > ZEROES                              12270000
               MOVE 'NOT LISTED - WORKLIST FULL' TO WS-PL-ST-LABEL      12280000
               MOVE WS-WORKLIST-DROPPED TO WS-PL-ST-COUNT               12290000
               WRITE WORKLIST-PRINT-REC FROM WS-PL-SUMMARY-TOTAL        12300000
           END-IF.                                                      12310000
                                                                        12320000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-BLANK.                   12330000
                                                                        12340000
       P40000-EXIT.                                                     12350000
           EXIT.                                                        12360000
                                                                        12370000
       P41000-PRINT-SEGMENT.                                            12380000
                                                                        12390000
           MOVE WS-SEGMENT-NAME (WS-SUB1) TO WS-PL-SD-SEGMENT.          12400000
           MOVE WST-CUSTOMERS (WS-SUB1) TO WS-PL-SD-CUSTOMERS.          12410000
           MOVE WST-DOLLARS-12M (WS-SUB1) TO WS-PL-SD-DOLLARS.          12420000
                                                                        12430000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-SUMMARY-DETAIL.          12440000
                                                                        12450000
       P41000-EXIT.                                                     12460000
           EXIT.                                                        12470000
           EJECT                                                        12480000
      ***************************************************************** 12490000
      *                                                               * 12500000
      *    PARAGRAPH:  P50000-PRINT-REP-WORKLIST                      * 12510000
      *                                                               * 12520000
      *    FUNCTION :  PRINT THE WORKLIST OF THE LOWEST REP CODE NOT  * 12530000
      *                YET PRINTED (THE HOUSE ACCOUNT, NO REP, COMES  * 12540000
      *                FIRST)                                         * 12550000
      *                                                               * 12560000
      *    CALLED BY:  P00000-MAINLINE                                * 12570000
      *                                                               * 12580000
      ***************************************************************** 12590000
                                                                        12600000
       P50000-PRINT-REP-WORKLIST.                                       12610000
                                                                        12620000
           MOVE HIGH-VALUES TO WS-LOW-REP.                              12630000
           MOVE +0 TO WS-BEST-SUB.                                      12640000
                                                                        12650000
           PERFORM P51000-LOWEST-REP THRU P51000-EXIT                   12660000
               VARYING WS-SUB1 FROM 1 BY 1                              12670000
                   UNTIL WS-SUB1 > WS-RP-USED.                          12680000
                                                                        12690000
           MOVE 'Y' TO WS-RP-PRINTED (WS-BEST-SUB).                     12700000
           ADD +1 TO WS-REPS-PRINTED.                                   12710000
                                                                        12720000
           MOVE WS-CC-DATE TO WS-PL-RH-DATE.                            12730000
           MOVE WS-LOW-REP TO WS-PL-RH-REP.                             12740000
                                                                        12750000
           IF WS-LOW-REP = SPACES                                       12760000
               MOVE 'HOUSE ACCOUNT' TO WS-PL-RH-NAME                    12770000
           ELSE                                                         12780000
               MOVE WS-CC-PREFIX TO SALES-REP-PRE                       12790000
               MOVE WS-LOW-REP TO SALES-REP-CODE                        12800000
               READ VSAM-SALES-REP                                      12810000
               EVALUATE TRUE                                            12820000
                   WHEN SLSREPF-OK                                      12830000
                       MOVE SALES-REP-NAME TO WS-PL-RH-NAME             12840000
                   WHEN SLSREPF-NOTFOUND                                12850000
                       MOVE '*** NOT ON SALES REP FILE ***'             12860000
                           TO WS-PL-RH-NAME                             12870000
                   WHEN OTHER                                           12880000
                       MOVE 'READ SALES REP FILE FAILED'                12890000
                           TO WPBE-MESSAGE                              12900000
                       MOVE WS-SLSREP-STATUS TO WPBE-FILE-STATUS        12910000
                       MOVE 'P50000' TO WPBE-PARAGRAPH                  12920000
                       PERFORM P99999-ABEND THRU P99999-EXIT            12930000
               END-EVALUATE                                             12940000
           END-IF.                                                      12950000
                                                                        12960000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-BLANK.                   12970000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-REP-HEADER.              12980000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-SEPARATOR.               12990000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-COLUMN-HEADING.          13000000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-BLANK.                   13010000
                                                                        13020000
           PERFORM P52000-PRINT-CUSTOMER THRU P52000-EXIT               13030000
               VARYING WS-SUB1 FROM 1 BY 1                              13040000
                   UNTIL WS-SUB1 > WS-WL-USED.                          13050000
                                                                        13060000
       P50000-EXIT.                                                     13070000
           EXIT.                                                        13080000
                                                                        13090000
       P51000-LOWEST-REP.                                               13100000
                                                                        13110000
           IF WS-RP-PRINTED (WS-SUB1) = 'N'                             13120000
              AND WS-RP-CODE (WS-SUB1) < WS-LOW-REP                     13130000
               MOVE WS-RP-CODE (WS-SUB1) TO WS-LOW-REP                  13140000
               MOVE WS-SUB1 TO WS-BEST-SUB                              13150000
           END-IF.                                                      13160000
                                                                        13170000
       P51000-EXIT.                                                     13180000
           EXIT.                                                        13190000
           EJECT                                                        13200000
      ***************************************************************** 13210000
      *                                                               * 13220000
      *    PARAGRAPH:  P52000-PRINT-CUSTOMER                          * 13230000
      *                                                               * 13240000
      *    FUNCTION :  PRINT ONE WORKLIST CUSTOMER OF THE REP BEING   * 13250000
      *                PRINTED, WITH ITS TOP THREE ITEMS BY DOLLARS   * 13260000
      *                                                               * 13270000
      *    CALLED BY:  P50000-PRINT-REP-WORKLIST                      * 13280000
      *                                                               * 13290000
      ***************************************************************** 13300000
                                                                        13310000
       P52000-PRINT-CUSTOMER.                                           13320000
                                                                        13330000
           IF WS-WL-REP (WS-SUB1) NOT = WS-LOW-REP                      13340000
               GO TO P52000-EXIT                                        13350000
           END-IF.                                                      13360000
                                                                        13370000
           MOVE WS-WL-CUSTOMER-ID (WS-SUB1) TO WS-PL-CD-CUSTOMER-ID.    13380000
           MOVE WS-WL-NAME (WS-SUB1) TO WS-PL-CD-NAME.                  13390000
           MOVE WS-SEGMENT-NAME (WS-WL-SEGMENT-SUB (WS-SUB1))           13400000
               TO WS-PL-CD-SEGMENT.                                     13410000
           MOVE WS-WL-LAST-DATE (WS-SUB1) TO WS-PL-CD-LAST-DATE.        13420000
           MOVE WS-WL-DAYS-SINCE (WS-SUB1) TO WS-PL-CD-DAYS-SINCE.      13430000
           MOVE WS-WL-AVG-INTERVAL (WS-SUB1) TO WS-PL-CD-USUAL.         13440000
           MOVE WS-WL-ORDERS-12M (WS-SUB1) TO WS-PL-CD-ORDERS-12M.      13450000
           MOVE WS-WL-DOLLARS-12M (WS-SUB1) TO WS-PL-CD-DOLLARS-12M.    13460000
           MOVE WS-WL-RFM (WS-SUB1) TO WS-PL-CD-RFM.                    13470000
                                                                        13480000
           IF WS-WL-STRETCHED (WS-SUB1) = 'Y'                           13490000
               MOVE 'STRETCHED' TO WS-PL-CD-STRETCHED                   13500000
           ELSE                                                         13510000
               MOVE SPACES TO WS-PL-CD-STRETCHED                        13520000
           END-IF.                                                      13530000
                                                                        13540000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-CUSTOMER-DETAIL.         13550000
                                                                        13560000
           MOVE SPACES TO WS-PL-TI-TEXT.                                13570000
           MOVE +1 TO WS-TOP-POINTER.                                   13580000
                                                                        13590000
           PERFORM P52100-PICK-TOP-ITEM THRU P52100-EXIT 3 TIMES.       13600000
                                                                        13610000
           IF WS-PL-TI-TEXT = SPACES                                    13620000
               MOVE 'NONE IN THE SALES HISTORY' TO WS-PL-TI-TEXT        13630000
           END-IF.                                                      13640000
                                                                        13650000
           WRITE WORKLIST-PRINT-REC FROM WS-PL-TOP-ITEMS.               13660000
                                                                        13670000
       P52000-EXIT.                                                     13680000
           EXIT.                                                        13690000
           EJECT                                                        13700000
      ***************************************************************** 13710000
      *                                                               * 13720000
      *    PARAGRAPH:  P52100-PICK-TOP-ITEM                           * 13730000
      *                                                               * 13740000
      *    FUNCTION :  ADD THE CUSTOMER'S HIGHEST-DOLLAR ITEM NOT YET * 13750000
      *                PICKED TO THE TOP ITEMS LINE                   * 13760000
      *                                                               * 13770000
      *    CALLED BY:  P52000-PRINT-CUSTOMER                          * 13780000
      *                                                               * 13790000
      ***************************************************************** 13800000
                                                                        13810000
       P52100-PICK-TOP-ITEM.                                            13820000
                                                                        13830000
           MOVE +0 TO WS-BEST-SUB.                                      13840000
           MOVE -1 TO WS-BEST-AMOUNT.                                   13850000
                                                                        13860000
           PERFORM P52200-BEST-ITEM THRU P52200-EXIT                    13870000
               VARYING WS-SUB2 FROM 1 BY 1                              13880000
                   UNTIL WS-SUB2 > WS-WL-ITEMS-USED (WS-SUB1).          13890000
                                                                        13900000
           IF WS-BEST-SUB = ZEROES                                      13910000
               GO TO P52100-EXIT                                        13920000
           END-IF.                                                      13930000
                                                                        13940000
           MOVE 'Y' TO WS-WL-ITEM-PICKED (WS-SUB1 WS-BEST-SUB).         13950000
           MOVE WS-BEST-AMOUNT TO WS-TOP-AMOUNT.                        13960000
           MOVE +0 TO WS-LEADING.                                       13970000
           INSPECT WS-TOP-AMOUNT TALLYING WS-LEADING                    13980000
               FOR LEADING SPACES.                                      13990000
                                                                        14000000
           STRING                                                       14010000
               WS-WL-ITEM-NUMBER (WS-SUB1 WS-BEST-SUB)                  14020000
                                            DELIMITED BY '  '           14030000
               ' ($'                        DELIMITED BY SIZE           14040000
               WS-TOP-AMOUNT (WS-LEADING + 1:)                          14050000
                                            DELIMITED BY SIZE           14060000
               ')   '                       DELIMITED BY SIZE           14070000
               INTO WS-PL-TI-TEXT                                       14080000
               WITH POINTER WS-TOP-POINTER                              14090000
           END-STRING.                                                  14100000
                                                                        14110000
       P52100-EXIT.                                                     14120000
           EXIT.                                                        14130000
                                                                        14140000
       P52200-BEST-ITEM.                                                14150000
                                                                        14160000
           IF WS-WL-ITEM-PICKED (WS-SUB1 WS-SUB2) = 'N'                 14170000
              AND WS-WL-ITEM-AMOUNT (WS-SUB1 WS-SUB2) > WS-BEST-AMOUNT  14180000
               MOVE WS-WL-ITEM-AMOUNT (WS-SUB1 WS-SUB2)                 14190000
                   TO WS-BEST-AMOUNT                                    14200000
               MOVE WS-SUB2 TO WS-BEST-SUB                              14210000
           END-IF.                                                      14220000
                                                                        14230000
       P52200-EXIT.                                                     14240000
           EXIT.                                                        14250000
           EJECT                                                        14260000
      ***************************************************************** 14270000
      *                                                               * 14280000
      *    PARAGRAPH:  P99999-ABEND                                   * 14290000
      *                                                               * 14300000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 14310000
      *                ERROR HAS BEEN ENCOUNTERED                     * 14320000
      *                                                               * 14330000
      *    CALLED BY:  VARIOUS                                        * 14340000
      *                                                               * 14350000
      ***************************************************************** 14360000
                                                                        14370000
       P99999-ABEND.                                                    14380000
                                                                        14390000
           DISPLAY ' '.                                                 14400000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               14410000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               14420000
           DISPLAY ' '.                                                 14430000
                                                                        14440000
           MOVE 16 TO RETURN-CODE.                                      14450000
                                                                        14460000
           GOBACK.                                                      14470000
                                                                        14480000
       P99999-EXIT.                                                     14490000
           EXIT.                                                        14500000
