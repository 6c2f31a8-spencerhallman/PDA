       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB98.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB98                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB98 IS THE MONTHLY ON-TIME-IN-FULL     * 00100000
      *             (OTIF) DELIVERY PERFORMANCE REPORT.  IT SCANS     * 00110000
      *             ORDER1DB AND ORDER2DB FOR THE ORDER LINES OF THE  * 00120000
      *             PREFIX NAMED ON THE CONTROL CARD WHOSE PROMISE    * 00130000
      *             DATE (PDA009) FALLS IN THE PERIOD, AND MEASURES   * 00140000
      *             EACH LINE:                                        * 00150000
      *                                                               * 00160000
      *               ON-TIME - THE LINE SHIPPED ON OR BEFORE ITS     * 00170000
      *                         PROMISE DATE                          * 00180000
      *               IN-FULL - THE SHIPPED QUANTITY EQUALS THE       * 00190000
      *                         ORDERED QUANTITY                      * 00200000
      *               OTIF    - BOTH                                  * 00210000
      *                                                               * 00220000
      *             A LINE NOT YET SHIPPED WHOSE PROMISE DATE HAS NOT * 00230000
      *             PASSED BY THE RUN DATE IS NOT YET DUE AND IS LEFT * 00240000
      *             OUT.  DAYS LATE RUN FROM THE PROMISE DATE TO THE  * 00250000
      *             SHIP DATE, OR TO THE RUN DATE FOR A LINE STILL    * 00260000
      *             NOT SHIPPED.                                      * 00270000
      *                                                               * 00280000
      *             THE REPORT GIVES LINES, ON-TIME, IN-FULL AND OTIF * 00290000
      *             COUNTS AND PERCENTAGES, LATE LINES AND AVERAGE    * 00300000
      *             DAYS LATE BY CUSTOMER, BY SUPPLIER, BY CARRIER    * 00310000
      *             (CARRIER NAME FROM THE SHIPPER TABLE) AND BY      * 00320000
      *             SHIPPING WAREHOUSE (POSTED BY PDAB28), WITH A     * 00330000
      *             TOTAL FOR ALL LINES.  EVERY LATE OR SHORT LINE IS * 00340000
      *             LISTED ON A SEPARATE EXCEPTION REPORT, WITH THE   * 00350000
      *             CARRIER DELIVERY DATE FROM SHIPMENT TRACKING      * 00360000
      *             (PDAB77), FOR CUSTOMER SERVICE FOLLOW-UP.         * 00370000
      *                                                               * 00380000
      *             CONTROL CARD LAYOUT:                              * 00390000
      *               COL  1-13   PERIOD=CCYYMM                       * 00400000
      *               COL 14-26   ' PREFIX=NNNNN'                     * 00410000
      *                                                               * 00420000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00430000
      *             ORDER DATABASES        -  IMS HIDAM   (READ-ONLY) * 00440000
      *             SHIPMENT TRACKING FILE -  VSAM KSDS   (INPUT)     * 00450000
      *             OTIF SUMMARY REPORT    -  SEQUENTIAL  (OUTPUT)    * 00460000
      *             OTIF EXCEPTION REPORT  -  SEQUENTIAL  (OUTPUT)    * 00470000
      *             SHIPPER                -  DB2         (READ-ONLY) * 00480000
      *                                                               * 00490000
      ***************************************************************** 00500000
      *             PROGRAM CHANGE LOG                                * 00510000
      *             -------------------                               * 00520000
      *                                                               * 00530000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00540000
      *  --------   --------------------  --------------------------  * 00550000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00560000
      *                                                               * 00570000
      ***************************************************************** 00580000
           EJECT                                                        00590000
       ENVIRONMENT DIVISION.                                            00600000
                                                                        00610000
       INPUT-OUTPUT SECTION.                                            00620000
                                                                        00630000
       FILE-CONTROL.                                                    00640000
                                                                        00650000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00660000
                                                                        00670000
           SELECT OTIF-PRINT           ASSIGN TO OTIFPRT.               00680000
                                                                        00690000
           SELECT EXCEPTION-PRINT      ASSIGN TO OTIFEXC.               00700000
                                                                        00710000
           SELECT VSAM-SHIP-TRACK      ASSIGN TO VSHIPTRK               00720000
                                       ORGANIZATION IS INDEXED          00730000
                                       ACCESS IS RANDOM                 00740000
                                       RECORD KEY IS SHIP-TRACK-KEY     00750000
                                       FILE STATUS IS WS-TRACK-STATUS.  00760000
           EJECT                                                        00770000
       DATA DIVISION.                                                   00780000
                                                                        00790000
       FILE SECTION.                                                    00800000
                                                                        00810000
       FD  CONTROL-CARD                                                 00820000
           LABEL RECORDS ARE STANDARD                                   00830000
           RECORDING MODE IS F                                          00840000
           RECORD CONTAINS 80 CHARACTERS                                00850000
           BLOCK CONTAINS 27920 CHARACTERS.                             00860000
                                                                        00870000
       01  CONTROL-CARD-REC            PIC X(80).                       00880000
                                                                        00890000
       FD  OTIF-PRINT                                                   00900000
           LABEL RECORDS ARE STANDARD                                   00910000
           RECORDING MODE IS F                                          00920000
           RECORD CONTAINS 132 CHARACTERS.                              00930000
                                                                        00940000
       01  OTIF-PRINT-REC              PIC X(132).                      00950000
                                                                        00960000
       FD  EXCEPTION-PRINT                                              00970000
           LABEL RECORDS ARE STANDARD                                   00980000
           RECORDING MODE IS F                                          00990000
           RECORD CONTAINS 132 CHARACTERS.                              01000000
                                                                        01010000
       01  EXCEPTION-PRINT-REC         PIC X(132).                      01020000
                                                                        01030000
       FD  VSAM-SHIP-TRACK                                              01040000
           RECORD CONTAINS 64 CHARACTERS.                               01050000
                                                                        01060000
           COPY VSHIPTRK.                                               01070000
           EJECT                                                        01080000
       WORKING-STORAGE SECTION.                                         01090000
                                                                        01100000
      ***************************************************************** 01110000
      *    SWITCHES                                                   * 01120000
      ***************************************************************** 01130000
                                                                        01140000
       01  WS-SWITCHES.                                                 01150000
           05  WS-END-OF-ORDER1-SW     PIC X     VALUE 'N'.             01160000
               88  END-OF-ORDER1                 VALUE 'Y'.             01170000
           05  WS-END-OF-ORDER2-SW     PIC X     VALUE 'N'.             01180000
               88  END-OF-ORDER2                 VALUE 'Y'.             01190000
           05  WS-END-OF-LINES-SW      PIC X     VALUE 'N'.             01200000
               88  END-OF-LINES                  VALUE 'Y'.             01210000
           05  WS-TRACKING-SW          PIC X     VALUE 'Y'.             01220000
               88  TRACKING-AVAILABLE            VALUE 'Y'.             01230000
           05  WS-ON-TIME-SW           PIC X     VALUE 'N'.             01240000
               88  LINE-ON-TIME                  VALUE 'Y'.             01250000
           05  WS-IN-FULL-SW           PIC X     VALUE 'N'.             01260000
               88  LINE-IN-FULL                  VALUE 'Y'.             01270000
           EJECT                                                        01280000
      ***************************************************************** 01290000
      *    MISCELLANEOUS WORK FIELDS                                  * 01300000
      ***************************************************************** 01310000
                                                                        01320000
       01  WS-MISCELLANEOUS-FIELDS.                                     01330000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          01340000
               88  OP-GOOD-RETURN                VALUE '  '.            01350000
               88  OP-END-OF-DATABASE            VALUE 'GB'.            01360000
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            01370000
           03  WS-TRACK-STATUS         PIC XX    VALUE SPACES.          01380000
               88  TRACKF-OK                     VALUE '  ' '00'.       01390000
               88  TRACKF-NOTFOUND               VALUE '23'.            01400000
               88  TRACKF-EMPTY                  VALUE '47' '35'.       01410000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 01420000
           03  WS-LINES-READ           PIC S9(7) VALUE +0       COMP-3. 01430000
           03  WS-LINES-MEASURED       PIC S9(7) VALUE +0       COMP-3. 01440000
           03  WS-LINES-NOT-DUE        PIC S9(7) VALUE +0       COMP-3. 01450000
           03  WS-EXCEPTION-LINES      PIC S9(7) VALUE +0       COMP-3. 01460000
           03  WS-DIM                  PIC S9(4) VALUE +0       COMP.   01470000
           03  WS-DIM-MAX              PIC S9(4) VALUE +5       COMP.   01480000
           03  WS-SUB1                 PIC S9(4) VALUE +0       COMP.   01490000
           03  WS-PROMISE-INT          PIC S9(9) VALUE +0       COMP.   01500000
           03  WS-MEASURE-INT          PIC S9(9) VALUE +0       COMP.   01510000
           03  WS-MEASURE-DATE         PIC 9(8)  VALUE ZEROES.          01520000
           03  WS-DAYS-LATE            PIC S9(5) VALUE +0       COMP-3. 01530000
           03  WS-PCT                  PIC S9(3)V99                     01540000
                                                 VALUE +0       COMP-3. 01550000
           03  WS-AVG-LATE             PIC S9(5)V9                      01560000
                                                 VALUE +0       COMP-3. 01570000
           03  WS-FROM-DATE            PIC 9(8)  VALUE ZEROES.          01580000
           03  WS-TO-DATE              PIC 9(8)  VALUE ZEROES.          01590000
           03  WS-DATE.                                                 01600000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01610000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01620000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01630000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01640000
                                       PIC 9(8).                        01650000
           EJECT                                                        01660000
      ***************************************************************** 01670000
      *    CONTROL CARD LAYOUT                                        * 01680000
      ***************************************************************** 01690000
                                                                        01700000
       01  WS-CONTROL-CARD.                                             01710000
           03  WS-CC-PERIOD-KEYWORD    PIC X(7)  VALUE SPACES.          01720000
           03  WS-CC-PERIOD            PIC X(6)  VALUE SPACES.          01730000
           03  FILLER                  PIC X(8)  VALUE SPACES.          01740000
           03  WS-CC-PREFIX            PIC X(5)  VALUE SPACES.          01750000
           03  WS-CC-PREFIX-N REDEFINES WS-CC-PREFIX                    01760000
                                       PIC 9(5).                        01770000
           03  FILLER                  PIC X(54) VALUE SPACES.          01780000
           EJECT                                                        01790000
      ***************************************************************** 01800000
      *    THE LINE'S KEY IN EACH REPORTING DIMENSION -- CUSTOMER,    * 01810000
      *    SUPPLIER, CARRIER (SHIPPER NUMBER), SHIPPING WAREHOUSE AND * 01820000
      *    THE SINGLE ALL-LINES TOTAL -- IN DIMENSION SEQUENCE        * 01830000
      ***************************************************************** 01840000
                                                                        01850000
       01  WS-LINE-KEYS.                                                01860000
           03  WS-KEY-CUSTOMER         PIC X(32) VALUE SPACES.          01870000
           03  WS-KEY-SUPPLIER         PIC X(32) VALUE SPACES.          01880000
           03  WS-KEY-CARRIER.                                          01890000
               05  WS-KEY-CARRIER-NUMBER                                01900000
                                       PIC 9(10) VALUE ZEROES.          01910000
               05  FILLER              PIC X(22) VALUE SPACES.          01920000
           03  WS-KEY-WHSE             PIC X(32) VALUE SPACES.          01930000
           03  WS-KEY-TOTAL            PIC X(32) VALUE SPACES.          01940000
                                                                        01950000
       01  WS-LINE-KEY-TABLE REDEFINES WS-LINE-KEYS.                    01960000
           03  WS-LINE-KEY             PIC X(32) OCCURS 5 TIMES.        01970000
                                                                        01980000
       01  WS-CARRIER-KEY-WORK.                                         01990000
           03  WS-CKW-NUMBER           PIC 9(10) VALUE ZEROES.          02000000
           03  FILLER                  PIC X(22) VALUE SPACES.          02010000
                                                                        02020000
       01  WS-DIMENSION-TITLES.                                         02030000
           03  FILLER                  PIC X(40) VALUE                  02040000
               'ON-TIME-IN-FULL BY CUSTOMER'.                           02050000
           03  FILLER                  PIC X(40) VALUE                  02060000
               'ON-TIME-IN-FULL BY SUPPLIER'.                           02070000
           03  FILLER                  PIC X(40) VALUE                  02080000
               'ON-TIME-IN-FULL BY CARRIER'.                            02090000
           03  FILLER                  PIC X(40) VALUE                  02100000
               'ON-TIME-IN-FULL BY SHIPPING WAREHOUSE'.                 02110000
           03  FILLER                  PIC X(40) VALUE                  02120000
               'ON-TIME-IN-FULL FOR ALL LINES'.                         02130000
                                                                        02140000
       01  WS-DIMENSION-TITLE-TABLE REDEFINES WS-DIMENSION-TITLES.      02150000
           03  WS-DIM-TITLE            PIC X(40) OCCURS 5 TIMES.        02160000
           EJECT                                                        02170000
      ***************************************************************** 02180000
      *    OTIF ACCUMULATORS -- ONE SET OF ENTRIES PER DIMENSION      * 02190000
      ***************************************************************** 02200000
                                                                        02210000
       01  WS-OTIF-TABLE.                                               02220000
           03  WS-OT-MAX               PIC S9(4) VALUE +200     COMP.   02230000
           03  WS-OT-DIMENSION         OCCURS 5 TIMES.                  02240000
               05  WS-OT-USED          PIC S9(4)       COMP.            02250000
               05  WS-OT-ENTRY         OCCURS 200 TIMES.                02260000
                   10  WS-OT-NAME      PIC X(32).                       02270000
                   10  WS-OT-LINES     PIC S9(7)       COMP-3.          02280000
                   10  WS-OT-ON-TIME   PIC S9(7)       COMP-3.          02290000
                   10  WS-OT-IN-FULL   PIC S9(7)       COMP-3.          02300000
                   10  WS-OT-OTIF      PIC S9(7)       COMP-3.          02310000
                   10  WS-OT-LATE      PIC S9(7)       COMP-3.          02320000
                   10  WS-OT-DAYS-LATE PIC S9(9)       COMP-3.          02330000
           EJECT                                                        02340000
      ***************************************************************** 02350000
      *    DISPLAY AREA                                               * 02360000
      ***************************************************************** 02370000
                                                                        02380000
       01  WS-DISPLAY-LINES.                                            02390000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02400000
           03  WS-DL-BLANK.                                             02410000
               05  FILLER         PIC X(01) VALUE '*'.                  02420000
               05  FILLER         PIC X(78) VALUE SPACES.               02430000
               05  FILLER         PIC X(01) VALUE '*'.                  02440000
           03  WS-DL-LINE.                                              02450000
               05  FILLER         PIC X(01) VALUE '*'.                  02460000
               05  WS-DL-LINE-TEXT                                      02470000
                                  PIC X(78) VALUE SPACES.               02480000
               05  FILLER         PIC X(01) VALUE '*'.                  02490000
           03  WS-DL-TOTAL.                                             02500000
               05  FILLER         PIC X(01) VALUE '*'.                  02510000
               05  FILLER         PIC X(46) VALUE SPACES.               02520000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02530000
               05  FILLER         PIC X(3)  VALUE ' - '.                02540000
               05  WS-DL-T-TITLE  PIC X(22) VALUE SPACES.               02550000
               05  FILLER         PIC X(01) VALUE '*'.                  02560000
           EJECT                                                        02570000
      ***************************************************************** 02580000
      *    OTIF SUMMARY REPORT PRINT LINES                            * 02590000
      ***************************************************************** 02600000
                                                                        02610000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         02620000
                                                                        02630000
       01  WS-PL-HEADER.                                                02640000
           03  FILLER                  PIC X(36) VALUE                  02650000
               'ON-TIME-IN-FULL DELIVERY PERFORMANCE'.                  02660000
           03  FILLER                  PIC X(09) VALUE '  PERIOD '.     02670000
           03  WS-PL-HD-PERIOD         PIC X(06) VALUE SPACES.          02680000
           03  FILLER                  PIC X(09) VALUE '  PREFIX '.     02690000
           03  WS-PL-HD-PREFIX         PIC X(05) VALUE SPACES.          02700000
           03  FILLER                  PIC X(07) VALUE '  RUN  '.       02710000
           03  WS-PL-HD-MONTH          PIC XX    VALUE SPACES.          02720000
           03  FILLER                  PIC X     VALUE '/'.             02730000
           03  WS-PL-HD-DAY            PIC XX    VALUE SPACES.          02740000
           03  FILLER                  PIC X     VALUE '/'.             02750000
           03  WS-PL-HD-YEAR           PIC X(4)  VALUE SPACES.          02760000
           03  FILLER                  PIC X(50) VALUE SPACES.          02770000
                                                                        02780000
       01  WS-PL-SECTION.                                               02790000
           03  WS-PL-SC-TITLE          PIC X(40) VALUE SPACES.          02800000
           03  FILLER                  PIC X(92) VALUE SPACES.          02810000
                                                                        02820000
       01  WS-PL-COLUMN-HEADER.                                         02830000
           03  FILLER                  PIC X(02) VALUE SPACES.          02840000
           03  FILLER                  PIC X(32) VALUE SPACES.          02850000
           03  FILLER                  PIC X(02) VALUE SPACES.          02860000
           03  FILLER                  PIC X(07) VALUE '  LINES'.       02870000
           03  FILLER                  PIC X(02) VALUE SPACES.          02880000
           03  FILLER                  PIC X(07) VALUE 'ON-TIME'.       02890000
           03  FILLER                  PIC X(02) VALUE SPACES.          02900000
           03  FILLER                  PIC X(07) VALUE 'IN-FULL'.       02910000
           03  FILLER                  PIC X(02) VALUE SPACES.          02920000
           03  FILLER                  PIC X(07) VALUE '   OTIF'.       02930000
           03  FILLER                  PIC X(03) VALUE SPACES.          02940000
           03  FILLER                  PIC X(06) VALUE 'ONTM %'.        02950000
           03  FILLER                  PIC X(03) VALUE SPACES.          02960000
           03  FILLER                  PIC X(06) VALUE 'INFL %'.        02970000
           03  FILLER                  PIC X(03) VALUE SPACES.          02980000
           03  FILLER                  PIC X(06) VALUE 'OTIF %'.        02990000
           03  FILLER                  PIC X(03) VALUE SPACES.          03000000
           03  FILLER                  PIC X(07) VALUE '   LATE'.       03010000
           03  FILLER                  PIC X(03) VALUE SPACES.          03020000
           03  FILLER                  PIC X(08) VALUE 'AVG DAYS'.      03030000
           03  FILLER                  PIC X(14) VALUE SPACES.          03040000
                                                                        03050000
       01  WS-PL-SUMMARY.                                               03060000
           03  FILLER                  PIC X(02) VALUE SPACES.          03070000
           03  WS-PL-SM-NAME           PIC X(32) VALUE SPACES.          03080000
           03  FILLER                  PIC X(02) VALUE SPACES.          03090000
           03  WS-PL-SM-LINES          PIC ZZZ,ZZ9.                     03100000
           03  FILLER                  PIC X(02) VALUE SPACES.          03110000
           03  WS-PL-SM-ON-TIME        PIC ZZZ,ZZ9.                     03120000
           03  FILLER                  PIC X(02) VALUE SPACES.          03130000
           03  WS-PL-SM-IN-FULL        PIC ZZZ,ZZ9.                     03140000
           03  FILLER                  PIC X(02) VALUE SPACES.          03150000
           03  WS-PL-SM-OTIF           PIC ZZZ,ZZ9.                     03160000
           03  FILLER                  PIC X(03) VALUE SPACES.          03170000
           03  WS-PL-SM-ON-TIME-PCT    PIC ZZ9.99.                      03180000
           03  FILLER                  PIC X(03) VALUE SPACES.          03190000
           03  WS-PL-SM-IN-FULL-PCT    PIC ZZ9.99.                      03200000
           03  FILLER                  PIC X(03) VALUE SPACES.          03210000
           03  WS-PL-SM-OTIF-PCT       PIC ZZ9.99.                      03220000
           03  FILLER                  PIC X(03) VALUE SPACES.          03230000
           03  WS-PL-SM-LATE           PIC ZZZ,ZZ9.                     03240000
           03  FILLER                  PIC X(03) VALUE SPACES.          03250000
           03  WS-PL-SM-AVG-LATE       PIC ZZ,ZZ9.9.                    03260000
           03  FILLER                  PIC X(14) VALUE SPACES.          03270000
                                                                        03280000
       01  WS-PL-NONE.                                                  03290000
           03  FILLER                  PIC X(50) VALUE                  03300000
               'NO ORDER LINES DUE ON PROMISE DATES IN THE PERIOD'.     03310000
           03  FILLER                  PIC X(82) VALUE SPACES.          03320000
           EJECT                                                        03330000
      ***************************************************************** 03340000
      *    LATE OR SHORT LINE EXCEPTION REPORT PRINT LINES            * 03350000
      ***************************************************************** 03360000
                                                                        03370000
       01  WS-XL-HEADER.                                                03380000
           03  FILLER                  PIC X(37) VALUE                  03390000
               'OTIF EXCEPTIONS - LATE OR SHORT LINES'.                 03400000
           03  FILLER                  PIC X(09) VALUE '  PERIOD '.     03410000
           03  WS-XL-HD-PERIOD         PIC X(06) VALUE SPACES.          03420000
           03  FILLER                  PIC X(09) VALUE '  PREFIX '.     03430000
           03  WS-XL-HD-PREFIX         PIC X(05) VALUE SPACES.          03440000
           03  FILLER                  PIC X(07) VALUE '  RUN  '.       03450000
           03  WS-XL-HD-MONTH          PIC XX    VALUE SPACES.          03460000
           03  FILLER                  PIC X     VALUE '/'.             03470000
           03  WS-XL-HD-DAY            PIC XX    VALUE SPACES.          03480000
           03  FILLER                  PIC X     VALUE '/'.             03490000
           03  WS-XL-HD-YEAR           PIC X(4)  VALUE SPACES.          03500000
           03  FILLER                  PIC X(49) VALUE SPACES.          03510000
                                                                        03520000
       01  WS-XL-COLUMN-HEADER.                                         03530000
           03  FILLER                  PIC X(22) VALUE                  03540000
               'ORDER / LINE'.                                          03550000
           03  FILLER                  PIC X(02) VALUE SPACES.          03560000
           03  FILLER                  PIC X(20) VALUE 'ITEM'.          03570000
           03  FILLER                  PIC X(02) VALUE SPACES.          03580000
           03  FILLER                  PIC X(14) VALUE 'CUSTOMER'.      03590000
           03  FILLER                  PIC X(02) VALUE SPACES.          03600000
           03  FILLER                  PIC X(08) VALUE 'PROMISED'.      03610000
           03  FILLER                  PIC X(02) VALUE SPACES.          03620000
           03  FILLER                  PIC X(08) VALUE 'SHIPPED '.      03630000
           03  FILLER                  PIC X(02) VALUE SPACES.          03640000
           03  FILLER                  PIC X(08) VALUE 'DELIVERY'.      03650000
           03  FILLER                  PIC X(02) VALUE SPACES.          03660000
           03  FILLER                  PIC X(07) VALUE 'QTY ORD'.       03670000
           03  FILLER                  PIC X(02) VALUE SPACES.          03680000
           03  FILLER                  PIC X(07) VALUE 'QTY SHP'.       03690000
           03  FILLER                  PIC X(02) VALUE SPACES.          03700000
           03  FILLER                  PIC X(05) VALUE ' LATE'.         03710000
           03  FILLER                  PIC X(02) VALUE SPACES.          03720000
           03  FILLER                  PIC X(11) VALUE 'REASON'.        03730000
           03  FILLER                  PIC X(04) VALUE SPACES.          03740000
                                                                        03750000
       01  WS-XL-DETAIL.                                                03760000
           03  WS-XL-DT-PREFIX         PIC 9(05) VALUE ZEROES.          03770000
           03  FILLER                  PIC X(01) VALUE '-'.             03780000
           03  WS-XL-DT-ORDER          PIC 9(10) VALUE ZEROES.          03790000
           03  FILLER                  PIC X(01) VALUE '-'.             03800000
           03  WS-XL-DT-SEQ            PIC 9(05) VALUE ZEROES.          03810000
           03  FILLER                  PIC X(02) VALUE SPACES.          03820000
           03  WS-XL-DT-ITEM           PIC X(20) VALUE SPACES.          03830000
           03  FILLER                  PIC X(02) VALUE SPACES.          03840000
           03  WS-XL-DT-CUSTOMER       PIC X(14) VALUE SPACES.          03850000
           03  FILLER                  PIC X(02) VALUE SPACES.          03860000
           03  WS-XL-DT-PROMISED       PIC 9(08) VALUE ZEROES.          03870000
           03  FILLER                  PIC X(02) VALUE SPACES.          03880000
           03  WS-XL-DT-SHIPPED        PIC X(08) VALUE SPACES.          03890000
           03  FILLER                  PIC X(02) VALUE SPACES.          03900000
           03  WS-XL-DT-DELIVERED      PIC X(08) VALUE SPACES.          03910000
           03  FILLER                  PIC X(02) VALUE SPACES.          03920000
           03  WS-XL-DT-QTY-ORDERED    PIC ZZZ,ZZ9.                     03930000
           03  FILLER                  PIC X(02) VALUE SPACES.          03940000
           03  WS-XL-DT-QTY-SHIPPED    PIC ZZZ,ZZ9.                     03950000
           03  FILLER                  PIC X(02) VALUE SPACES.          03960000
           03  WS-XL-DT-DAYS-LATE      PIC ZZZZ9.                       03970000
           03  FILLER                  PIC X(02) VALUE SPACES.          03980000
           03  WS-XL-DT-REASON         PIC X(11) VALUE SPACES.          03990000
           03  FILLER                  PIC X(04) VALUE SPACES.          04000000
                                                                        04010000
       01  WS-XL-NONE.                                                  04020000
           03  FILLER                  PIC X(40) VALUE                  04030000
               'NO LATE OR SHORT LINES IN THE PERIOD'.                  04040000
           03  FILLER                  PIC X(92) VALUE SPACES.          04050000
           EJECT                                                        04060000
      ***************************************************************** 04070000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 04080000
      ***************************************************************** 04090000
                                                                        04100000
       01  WS-GN                       PIC X(4)  VALUE 'GN  '.          04110000
       01  WS-GNP                      PIC X(4)  VALUE 'GNP '.          04120000
                                                                        04130000
       01  ORDER-SSA-UNQUAL.                                            04140000
           03  FILLER                  PIC X(8)  VALUE 'ORDER'.         04150000
           03  FILLER                  PIC X     VALUE SPACES.          04160000
                                                                        04170000
       01  ORDITEM-SSA-UNQUAL.                                          04180000
           03  FILLER                  PIC X(8)  VALUE 'ORDITEM'.       04190000
           03  FILLER                  PIC X     VALUE SPACES.          04200000
           EJECT                                                        04210000
      ***************************************************************** 04220000
      *    IMS RECORD AREAS                                           * 04230000
      ***************************************************************** 04240000
                                                                        04250000
           COPY ORDER.                                                  04260000
           EJECT                                                        04270000
           COPY IORDITEM.                                               04280000
           EJECT                                                        04290000
      ***************************************************************** 04300000
      *    DB2  DEFINITIONS                                           * 04310000
      ***************************************************************** 04320000
                                                                        04330000
      ***************************************************************** 04340000
      *         SQL COMMUNICATIONS AREA                               * 04350000
      ***************************************************************** 04360000
                                                                        04370000
           EXEC SQL                                                     04380000
              INCLUDE SQLCA                                             04390000
           END-EXEC.                                                    04400000
           EJECT                                                        04410000
           EXEC SQL                                                     04420000
              INCLUDE DSHIPPER                                          04430000
           END-EXEC.                                                    04440000
           EJECT                                                        04450000
      ***************************************************************** 04460000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 04470000
      ***************************************************************** 04480000
                                                                        04490000
           COPY PDAERRWS.                                               04500000
                                                                        04510000
       01  WS-PDA-BATCH-ERROR-01.                                       04520000
           05  FILLER             PIC X     VALUE SPACES.               04530000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             04540000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          04550000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB98'.             04560000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      04570000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04580000
                                                                        04590000
       01  WS-PDA-BATCH-ERROR-02.                                       04600000
           05  FILLER             PIC X(8)  VALUE SPACES.               04610000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04620000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04630000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04640000
           EJECT                                                        04650000
      ***************************************************************** 04660000
      *    LINKAGE SECTION                                            * 04670000
      ***************************************************************** 04680000
                                                                        04690000
       LINKAGE SECTION.                                                 04700000
                                                                        04710000
      ****************************************************************  04720000
      *****  I-O PCB                                                    04730000
      ****************************************************************  04740000
                                                                        04750000
       01  IO-PCB.                                                      04760000
           05  FILLER                  PIC X(10) VALUE SPACES.          04770000
           05  IO-STATUS               PIC XX    VALUE SPACES.          04780000
           05  FILLER                  PIC X(20) VALUE SPACES.          04790000
                                                                        04800000
      ****************************************************************  04810000
      *****  ORDER1DB PCB (CICS PATH)                                   04820000
      ****************************************************************  04830000
                                                                        04840000
           COPY PCBORDER.                                               04850000
                                                                        04860000
      ****************************************************************  04870000
      *****  ORDER2DB PCB (IMS/DC PATH) - SAME MASK SHAPE AS PCBORDER   04880000
      ****************************************************************  04890000
                                                                        04900000
       01  ORDER2-PCB.                                                  04910000
           05  OP2-DBDNAME             PIC X(8)  VALUE SPACES.          04920000
           05  OP2-SEG-LEVEL           PIC XX    VALUE SPACES.          04930000
           05  OP2-STATUS              PIC XX    VALUE SPACES.          04940000
           05  FILLER                  PIC X(8)  VALUE SPACES.          04950000
           05  OP2-SEG-NAME            PIC X(8)  VALUE SPACES.          04960000
           05  FILLER                  PIC X(8)  VALUE SPACES.          04970000
           05  OP2-FEEDBACK-AREA       PIC X(80) VALUE SPACES.          04980000
           EJECT                                                        04990000
      ***************************************************************** 05000000
      *    P R O C E D U R E    D I V I S I O N                       * 05010000
      ***************************************************************** 05020000
                                                                        05030000
       PROCEDURE DIVISION.                                              05040000
                                                                        05050000
      ***************************************************************** 05060000
      *                                                               * 05070000
      *    PARAGRAPH:  P00000-MAINLINE                                * 05080000
      *                                                               * 05090000
      *    FUNCTION :  PROGRAM ENTRY.  MEASURE THE PERIOD'S PROMISED  * 05100000
      *                LINES FROM BOTH ORDER DATABASES, LIST THE LATE * 05110000
      *                OR SHORT ONES AND PRINT THE OTIF SECTIONS      * 05120000
      *                                                               * 05130000
      *    CALLED BY:  NONE                                           * 05140000
      *                                                               * 05150000
      ***************************************************************** 05160000
                                                                        05170000
       P00000-MAINLINE.                                                 05180000
                                                                        05190000
           ENTRY 'DLITCBL' USING                                        05200000
                           IO-PCB                                       05210000
                           ORDER-PCB                                    05220000
                           ORDER2-PCB.                                  05230000
                                                                        05240000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  05250000
                                                                        05260000
           OPEN INPUT CONTROL-CARD.                                     05270000
                                                                        05280000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05290000
               AT END                                                   05300000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          05310000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      05320000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               05330000
                                                                        05340000
           CLOSE CONTROL-CARD.                                          05350000
                                                                        05360000
           IF WS-CC-PERIOD-KEYWORD NOT = 'PERIOD='                      05370000
              OR WS-CC-PERIOD NOT NUMERIC                               05380000
              OR WS-CC-PREFIX NOT NUMERIC                               05390000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              05400000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          05410000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05420000
           END-IF.                                                      05430000
                                                                        05440000
           MOVE ZEROES TO WS-FROM-DATE                                  05450000
                          WS-TO-DATE.                                   05460000
           MOVE WS-CC-PERIOD TO WS-FROM-DATE(1:6).                      05470000
           MOVE 01 TO WS-FROM-DATE(7:2).                                05480000
           MOVE WS-CC-PERIOD TO WS-TO-DATE(1:6).                        05490000
           MOVE 31 TO WS-TO-DATE(7:2).                                  05500000
                                                                        05510000
           PERFORM P01000-CLEAR-DIMENSION THRU P01000-EXIT              05520000
               VARYING WS-DIM FROM 1 BY 1                               05530000
                   UNTIL WS-DIM > WS-DIM-MAX.                           05540000
                                                                        05550000
           OPEN INPUT VSAM-SHIP-TRACK.                                  05560000
                                                                        05570000
           IF TRACKF-EMPTY                                              05580000
               MOVE 'N' TO WS-TRACKING-SW                               05590000
           ELSE                                                         05600000
               IF NOT TRACKF-OK                                         05610000
                   MOVE 'OPEN SHIP TRACKING FILE FAILED'                05620000
                       TO WPBE-MESSAGE                                  05630000
                   MOVE WS-TRACK-STATUS TO WPBE-FILE-STATUS             05640000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      05650000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05660000
               END-IF                                                   05670000
           END-IF.                                                      05680000
                                                                        05690000
           OPEN OUTPUT OTIF-PRINT                                       05700000
                       EXCEPTION-PRINT.                                 05710000
                                                                        05720000
           MOVE WS-CC-PERIOD TO WS-PL-HD-PERIOD                         05730000
                                WS-XL-HD-PERIOD.                        05740000
           MOVE WS-CC-PREFIX TO WS-PL-HD-PREFIX                         05750000
                                WS-XL-HD-PREFIX.                        05760000
           MOVE WS-DATE-MONTH TO WS-PL-HD-MONTH                         05770000
                                 WS-XL-HD-MONTH.                        05780000
           MOVE WS-DATE-DAY TO WS-PL-HD-DAY                             05790000
                               WS-XL-HD-DAY.                            05800000
           MOVE WS-DATE-YEAR TO WS-PL-HD-YEAR                           05810000
                                WS-XL-HD-YEAR.                          05820000
                                                                        05830000
           WRITE OTIF-PRINT-REC FROM WS-PL-HEADER.                      05840000
           WRITE EXCEPTION-PRINT-REC FROM WS-XL-HEADER.                 05850000
           WRITE EXCEPTION-PRINT-REC FROM WS-PL-BLANK.                  05860000
           WRITE EXCEPTION-PRINT-REC FROM WS-XL-COLUMN-HEADER.          05870000
                                                                        05880000
           PERFORM P10000-SCAN-ORDER1 THRU P10000-EXIT                  05890000
               UNTIL END-OF-ORDER1.                                     05900000
                                                                        05910000
           PERFORM P20000-SCAN-ORDER2 THRU P20000-EXIT                  05920000
               UNTIL END-OF-ORDER2.                                     05930000
                                                                        05940000
           IF WS-LINES-MEASURED = ZEROES                                05950000
               WRITE OTIF-PRINT-REC FROM WS-PL-BLANK                    05960000
               WRITE OTIF-PRINT-REC FROM WS-PL-NONE                     05970000
           ELSE                                                         05980000
               PERFORM P60000-PRINT-DIMENSION THRU P60000-EXIT          05990000
                   VARYING WS-DIM FROM 1 BY 1                           06000000
                       UNTIL WS-DIM > WS-DIM-MAX                        06010000
           END-IF.                                                      06020000
                                                                        06030000
           IF WS-EXCEPTION-LINES = ZEROES                               06040000
               WRITE EXCEPTION-PRINT-REC FROM WS-PL-BLANK               06050000
               WRITE EXCEPTION-PRINT-REC FROM WS-XL-NONE                06060000
           END-IF.                                                      06070000
                                                                        06080000
           CLOSE OTIF-PRINT                                             06090000
                 EXCEPTION-PRINT.                                       06100000
                                                                        06110000
           IF TRACKING-AVAILABLE                                        06120000
               CLOSE VSAM-SHIP-TRACK                                    06130000
           END-IF.                                                      06140000
                                                                        06150000
           DISPLAY ' '.                                                 06160000
           DISPLAY WS-DL-ASTERISK.                                      06170000
           DISPLAY WS-DL-BLANK.                                         06180000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              06190000
           STRING '  PDAB98 - ON-TIME-IN-FULL FOR PERIOD ' WS-CC-PERIOD 06200000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  06210000
           DISPLAY WS-DL-LINE.                                          06220000
           DISPLAY WS-DL-BLANK.                                         06230000
           DISPLAY WS-DL-ASTERISK.                                      06240000
                                                                        06250000
           MOVE WS-ORDERS-READ TO WS-DL-T-CNT.                          06260000
           MOVE 'ORDER ROOTS READ' TO WS-DL-T-TITLE.                    06270000
           DISPLAY WS-DL-TOTAL.                                         06280000
                                                                        06290000
           MOVE WS-LINES-READ TO WS-DL-T-CNT.                           06300000
           MOVE 'PREFIX LINES READ' TO WS-DL-T-TITLE.                   06310000
           DISPLAY WS-DL-TOTAL.                                         06320000
                                                                        06330000
           MOVE WS-LINES-MEASURED TO WS-DL-T-CNT.                       06340000
           MOVE 'LINES MEASURED' TO WS-DL-T-TITLE.                      06350000
           DISPLAY WS-DL-TOTAL.                                         06360000
                                                                        06370000
           MOVE WS-LINES-NOT-DUE TO WS-DL-T-CNT.                        06380000
           MOVE 'LINES NOT YET DUE' TO WS-DL-T-TITLE.                   06390000
           DISPLAY WS-DL-TOTAL.                                         06400000
                                                                        06410000
           MOVE WS-EXCEPTION-LINES TO WS-DL-T-CNT.                      06420000
           MOVE 'LATE OR SHORT LINES' TO WS-DL-T-TITLE.                 06430000
           DISPLAY WS-DL-TOTAL.                                         06440000
                                                                        06450000
           DISPLAY WS-DL-ASTERISK.                                      06460000
           DISPLAY ' '.                                                 06470000
                                                                        06480000
           MOVE ZEROES TO RETURN-CODE.                                  06490000
                                                                        06500000
           GOBACK.                                                      06510000
                                                                        06520000
       P00000-EXIT.                                                     06530000
           EXIT.                                                        06540000
           EJECT                                                        06550000
      ***************************************************************** 06560000
      *                                                               * 06570000
      *    PARAGRAPH:  P01000-CLEAR-DIMENSION                         * 06580000
      *                                                               * 06590000
      *    FUNCTION :  EMPTY ONE DIMENSION OF THE OTIF ACCUMULATORS   * 06600000
      *                                                               * 06610000
      *    CALLED BY:  P00000-MAINLINE                                * 06620000
      *                                                               * 06630000
      ***************************************************************** 06640000
                                                                        06650000
       P01000-CLEAR-DIMENSION.                                          06660000
                                                                        06670000
           MOVE +0 TO WS-OT-USED (WS-DIM).                              06680000
                                                                        06690000
       P01000-EXIT.                                                     06700000
           EXIT.                                                        06710000
           EJECT                                                        06720000
      ***************************************************************** 06730000
      *                                                               * 06740000
      *    PARAGRAPH:  P10000-SCAN-ORDER1                             * 06750000
      *                                                               * 06760000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER1DB AND      * 06770000
      *                MEASURE ITS LINES WHEN IT IS FOR THE PREFIX    * 06780000
      *                                                               * 06790000
      *    CALLED BY:  P00000-MAINLINE                                * 06800000
      *                                                               * 06810000
      ***************************************************************** 06820000
                                                                        06830000
       P10000-SCAN-ORDER1.                                              06840000
                                                                        06850000
           CALL 'CBLTDLI' USING                                         06860000
                          WS-GN                                         06870000
                          ORDER-PCB                                     06880000
                          ORDER-SEGMENT                                 06890000
                          ORDER-SSA-UNQUAL                              06900000
           END-CALL.                                                    06910000
                                                                        06920000
           MOVE OP-STATUS TO WS-OP-STATUS.                              06930000
                                                                        06940000
           EVALUATE TRUE                                                06950000
               WHEN OP-GOOD-RETURN                                      06960000
                   ADD +1 TO WS-ORDERS-READ                             06970000
                   PERFORM P30000-MEASURE-ORDER-1 THRU P30000-EXIT      06980000
               WHEN OP-END-OF-DATABASE                                  06990000
               WHEN OP-SEGMENT-NOT-FOUND                                07000000
                   MOVE 'Y' TO WS-END-OF-ORDER1-SW                      07010000
               WHEN OTHER                                               07020000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      07030000
                   MOVE 'PDAB98' TO WPIE-PROGRAM-ID                     07040000
                   MOVE 'P10000' TO WPIE-PARAGRAPH                      07050000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   07060000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    07070000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    07080000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                07090000
                   MOVE 'GN ORDER ROOT SEGMENT' TO WPIE-COMMAND         07100000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07110000
           END-EVALUATE.                                                07120000
                                                                        07130000
       P10000-EXIT.                                                     07140000
           EXIT.                                                        07150000
           EJECT                                                        07160000
      ***************************************************************** 07170000
      *                                                               * 07180000
      *    PARAGRAPH:  P20000-SCAN-ORDER2                             * 07190000
      *                                                               * 07200000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER2DB AND      * 07210000
      *                MEASURE ITS LINES WHEN IT IS FOR THE PREFIX    * 07220000
      *                                                               * 07230000
      *    CALLED BY:  P00000-MAINLINE                                * 07240000
      *                                                               * 07250000
      ***************************************************************** 07260000
                                                                        07270000
       P20000-SCAN-ORDER2.                                              07280000
                                                                        07290000
           CALL 'CBLTDLI' USING                                         07300000
                          WS-GN                                         07310000
                          ORDER2-PCB                                    07320000
                          ORDER-SEGMENT                                 07330000
                          ORDER-SSA-UNQUAL                              07340000
           END-CALL.                                                    07350000
                                                                        07360000
           MOVE OP2-STATUS TO WS-OP-STATUS.                             07370000
                                                                        07380000
           EVALUATE TRUE                                                07390000
               WHEN OP-GOOD-RETURN                                      07400000
                   ADD +1 TO WS-ORDERS-READ                             07410000
                   PERFORM P35000-MEASURE-ORDER-2 THRU P35000-EXIT      07420000
               WHEN OP-END-OF-DATABASE                                  07430000
               WHEN OP-SEGMENT-NOT-FOUND                                07440000
                   MOVE 'Y' TO WS-END-OF-ORDER2-SW                      07450000
               WHEN OTHER                                               07460000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      07470000
                   MOVE 'PDAB98' TO WPIE-PROGRAM-ID                     07480000
                   MOVE 'P20000' TO WPIE-PARAGRAPH                      07490000
                   MOVE OP2-STATUS TO WPIE-STATUS-CODE                  07500000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    07510000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    07520000
                   MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                07530000
                   MOVE 'GN ORDER ROOT SEGMENT' TO WPIE-COMMAND         07540000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07550000
           END-EVALUATE.                                                07560000
                                                                        07570000
       P20000-EXIT.                                                     07580000
           EXIT.                                                        07590000
           EJECT                                                        07600000
      ***************************************************************** 07610000
      *                                                               * 07620000
      *    PARAGRAPH:  P30000-MEASURE-ORDER-1                         * 07630000
      *                                                               * 07640000
      *    FUNCTION :  MEASURE THE LINES OF THE CURRENT ORDER1DB      * 07650000
      *                ORDER WHEN IT IS FOR THE CONTROL CARD PREFIX   * 07660000
      *                                                               * 07670000
      *    CALLED BY:  P10000-SCAN-ORDER1                             * 07680000
      *                                                               * 07690000
      ***************************************************************** 07700000
                                                                        07710000
       P30000-MEASURE-ORDER-1.                                          07720000
                                                                        07730000
           IF ORDER-PREFIX NOT = WS-CC-PREFIX-N                         07740000
               GO TO P30000-EXIT                                        07750000
           END-IF.                                                      07760000
                                                                        07770000
           MOVE 'N' TO WS-END-OF-LINES-SW.                              07780000
                                                                        07790000
           PERFORM P31000-MEASURE-LINE-1 THRU P31000-EXIT               07800000
               UNTIL END-OF-LINES.                                      07810000
                                                                        07820000
       P30000-EXIT.                                                     07830000
           EXIT.                                                        07840000
                                                                        07850000
       P31000-MEASURE-LINE-1.                                           07860000
                                                                        07870000
           CALL 'CBLTDLI' USING                                         07880000
                          WS-GNP                                        07890000
                          ORDER-PCB                                     07900000
                          ORDER-ITEM-SEGMENT                            07910000
                          ORDITEM-SSA-UNQUAL                            07920000
           END-CALL.                                                    07930000
                                                                        07940000
           MOVE OP-STATUS TO WS-OP-STATUS.                              07950000
                                                                        07960000
           EVALUATE TRUE                                                07970000
               WHEN OP-GOOD-RETURN                                      07980000
                   PERFORM P40000-MEASURE-LINE THRU P40000-EXIT         07990000
               WHEN OP-END-OF-DATABASE                                  08000000
               WHEN OP-SEGMENT-NOT-FOUND                                08010000
                   MOVE 'Y' TO WS-END-OF-LINES-SW                       08020000
               WHEN OTHER                                               08030000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      08040000
                   MOVE 'PDAB98' TO WPIE-PROGRAM-ID                     08050000
                   MOVE 'P31000' TO WPIE-PARAGRAPH                      08060000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   08070000
                   MOVE 'GNP ' TO WPIE-FUNCTION-CODE                    08080000
                   MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME                  08090000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                08100000
                   MOVE 'GNP ORDER ITEM SEGMENT' TO WPIE-COMMAND        08110000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08120000
           END-EVALUATE.                                                08130000
                                                                        08140000
       P31000-EXIT.                                                     08150000
           EXIT.                                                        08160000
           EJECT                                                        08170000
      ***************************************************************** 08180000
      *                                                               * 08190000
      *    PARAGRAPH:  P35000-MEASURE-ORDER-2                         * 08200000
      *                                                               * 08210000
      *    FUNCTION :  MEASURE THE LINES OF THE CURRENT ORDER2DB      * 08220000
      *                ORDER WHEN IT IS FOR THE CONTROL CARD PREFIX   * 08230000
      *                                                               * 08240000
      *    CALLED BY:  P20000-SCAN-ORDER2                             * 08250000
      *                                                               * 08260000
      ***************************************************************** 08270000
                                                                        08280000
       P35000-MEASURE-ORDER-2.                                          08290000
                                                                        08300000
           IF ORDER-PREFIX NOT = WS-CC-PREFIX-N                         08310000
               GO TO P35000-EXIT                                        08320000
           END-IF.                                                      08330000
                                                                        08340000
           MOVE 'N' TO WS-END-OF-LINES-SW.                              08350000
                                                                        08360000
           PERFORM P36000-MEASURE-LINE-2 THRU P36000-EXIT               08370000
               UNTIL END-OF-LINES.                                      08380000
                                                                        08390000
       P35000-EXIT.                                                     08400000
           EXIT.                                                        08410000
                                                                        08420000
       P36000-MEASURE-LINE-2.                                           08430000
                                                                        08440000
           CALL 'CBLTDLI' USING                                         08450000
                          WS-GNP                                        08460000
                          ORDER2-PCB                                    08470000
                          ORDER-ITEM-SEGMENT                            08480000
                          ORDITEM-SSA-UNQUAL                            08490000
           END-CALL.                                                    08500000
                                                                        08510000
           MOVE OP2-STATUS TO WS-OP-STATUS.                             08520000
                                                                        08530000
           EVALUATE TRUE                                                08540000
               WHEN OP-GOOD-RETURN                                      08550000
                   PERFORM P40000-MEASURE-LINE THRU P40000-EXIT         08560000
               WHEN OP-END-OF-DATABASE                                  08570000
               WHEN OP-SEGMENT-NOT-FOUND                                08580000
                   MOVE 'Y' TO WS-END-OF-LINES-SW                       08590000
               WHEN OTHER                                               08600000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      08610000
                   MOVE 'PDAB98' TO WPIE-PROGRAM-ID                     08620000
                   MOVE 'P36000' TO WPIE-PARAGRAPH                      08630000
                   MOVE OP2-STATUS TO WPIE-STATUS-CODE                  08640000
                   MOVE 'GNP ' TO WPIE-FUNCTION-CODE                    08650000
                   MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME                  08660000
                   MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                08670000
                   MOVE 'GNP ORDER ITEM SEGMENT' TO WPIE-COMMAND        08680000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08690000
           END-EVALUATE.                                                08700000
                                                                        08710000
       P36000-EXIT.                                                     08720000
           EXIT.                                                        08730000
           EJECT                                                        08740000
      ***************************************************************** 08750000
      *                                                               * 08760000
      *    PARAGRAPH:  P40000-MEASURE-LINE                            * 08770000
      *                                                               * 08780000
      *    FUNCTION :  MEASURE ONE ORDER LINE PROMISED IN THE PERIOD  * 08790000
      *                -- ON-TIME, IN-FULL AND DAYS LATE -- ADD IT    * 08800000
      *                TO EVERY DIMENSION AND LIST IT WHEN IT IS LATE * 08810000
      *                OR SHORT.  A LINE NOT SHIPPED WHOSE PROMISE    * 08820000
      *                DATE HAS NOT PASSED IS NOT YET DUE             * 08830000
      *                                                               * 08840000
      *    CALLED BY:  P31000-MEASURE-LINE-1                          * 08850000
      *                P36000-MEASURE-LINE-2                          * 08860000
      *                                                               * 08870000
      ***************************************************************** 08880000
                                                                        08890000
       P40000-MEASURE-LINE.                                             08900000
                                                                        08910000
           ADD +1 TO WS-LINES-READ.                                     08920000
                                                                        08930000
           IF ORDER-ITEM-PROMISE-DATE NOT NUMERIC                       08940000
              OR ORDER-ITEM-PROMISE-DATE < WS-FROM-DATE                 08950000
              OR ORDER-ITEM-PROMISE-DATE > WS-TO-DATE                   08960000
               GO TO P40000-EXIT                                        08970000
           END-IF.                                                      08980000
                                                                        08990000
           IF ORDER-ITEM-SHIP-DATE NOT NUMERIC                          09000000
               MOVE ZEROES TO ORDER-ITEM-SHIP-DATE                      09010000
           END-IF.                                                      09020000
                                                                        09030000
           IF ORDER-ITEM-SHIP-DATE = ZEROES                             09040000
              AND WS-DATE-CCYYMMDD NOT > ORDER-ITEM-PROMISE-DATE        09050000
               ADD +1 TO WS-LINES-NOT-DUE                               09060000
               GO TO P40000-EXIT                                        09070000
           END-IF.                                                      09080000
                                                                        09090000
           ADD +1 TO WS-LINES-MEASURED.                                 09100000
                                                                        09110000
           MOVE 'N' TO WS-ON-TIME-SW                                    09120000
                       WS-IN-FULL-SW.                                   09130000
           MOVE +0 TO WS-DAYS-LATE.                                     09140000
                                                                        09150000
           IF ORDER-ITEM-SHIP-DATE > ZEROES                             09160000
              AND ORDER-ITEM-SHIP-DATE NOT > ORDER-ITEM-PROMISE-DATE    09170000
               MOVE 'Y' TO WS-ON-TIME-SW                                09180000
           END-IF.                                                      09190000
                                                                        09200000
           IF ORDER-ITEM-QTY-SHIPPED = ORDER-ITEM-QUANTITY              09210000
               MOVE 'Y' TO WS-IN-FULL-SW                                09220000
           END-IF.                                                      09230000
                                                                        09240000
           IF NOT LINE-ON-TIME                                          09250000
               IF ORDER-ITEM-SHIP-DATE > ZEROES                         09260000
                   MOVE ORDER-ITEM-SHIP-DATE TO WS-MEASURE-DATE         09270000
               ELSE                                                     09280000
                   MOVE WS-DATE-CCYYMMDD TO WS-MEASURE-DATE             09290000
               END-IF                                                   09300000
               COMPUTE WS-PROMISE-INT =                                 09310000
                   FUNCTION INTEGER-OF-DATE(ORDER-ITEM-PROMISE-DATE)    09320000
               COMPUTE WS-MEASURE-INT =                                 09330000
                   FUNCTION INTEGER-OF-DATE(WS-MEASURE-DATE)            09340000
               COMPUTE WS-DAYS-LATE = WS-MEASURE-INT - WS-PROMISE-INT   09350000
           END-IF.                                                      09360000
                                                                        09370000
           PERFORM P45000-BUILD-KEYS THRU P45000-EXIT.                  09380000
                                                                        09390000
           PERFORM P50000-ACCUM-DIMENSION THRU P50000-EXIT              09400000
               VARYING WS-DIM FROM 1 BY 1                               09410000
                   UNTIL WS-DIM > WS-DIM-MAX.                           09420000
                                                                        09430000
           IF NOT LINE-ON-TIME                                          09440000
              OR NOT LINE-IN-FULL                                       09450000
               PERFORM P55000-PRINT-EXCEPTION THRU P55000-EXIT          09460000
           END-IF.                                                      09470000
                                                                        09480000
       P40000-EXIT.                                                     09490000
           EXIT.                                                        09500000
           EJECT                                                        09510000
      ***************************************************************** 09520000
      *                                                               * 09530000
      *    PARAGRAPH:  P45000-BUILD-KEYS                              * 09540000
      *                                                               * 09550000
      *    FUNCTION :  SET THE LINE'S KEY IN EACH DIMENSION.  A LINE  * 09560000
      *                NOT YET SHIPPED IS CHARGED TO THE ORDER'S      * 09570000
      *                CARRIER; ITS WAREHOUSE IS NOT KNOWN            * 09580000
      *                                                               * 09590000
      *    CALLED BY:  P40000-MEASURE-LINE                            * 09600000
      *                                                               * 09610000
      ***************************************************************** 09620000
                                                                        09630000
       P45000-BUILD-KEYS.                                               09640000
                                                                        09650000
           MOVE SPACES TO WS-LINE-KEYS.                                 09660000
                                                                        09670000
           IF ORDER-CUSTOMER-ID > SPACES                                09680000
               MOVE ORDER-CUSTOMER-ID TO WS-KEY-CUSTOMER                09690000
           ELSE                                                         09700000
               MOVE '(NO CUSTOMER)' TO WS-KEY-CUSTOMER                  09710000
           END-IF.                                                      09720000
                                                                        09730000
           IF ORDER-ITEM-SUPPLIER-ID > SPACES                           09740000
               MOVE ORDER-ITEM-SUPPLIER-ID TO WS-KEY-SUPPLIER           09750000
           ELSE                                                         09760000
               MOVE '(NO SUPPLIER)' TO WS-KEY-SUPPLIER                  09770000
           END-IF.                                                      09780000
                                                                        09790000
           IF ORDER-ITEM-SHIPPER-NUMBER NUMERIC                         09800000
              AND ORDER-ITEM-SHIPPER-NUMBER > ZEROES                    09810000
               MOVE ORDER-ITEM-SHIPPER-NUMBER TO WS-KEY-CARRIER-NUMBER  09820000
           ELSE                                                         09830000
               IF ORDER-SHIPPER-NUMBER NUMERIC                          09840000
                   MOVE ORDER-SHIPPER-NUMBER TO WS-KEY-CARRIER-NUMBER   09850000
               ELSE                                                     09860000
                   MOVE ZEROES TO WS-KEY-CARRIER-NUMBER                 09870000
               END-IF                                                   09880000
           END-IF.                                                      09890000
                                                                        09900000
           EVALUATE TRUE                                                09910000
               WHEN ORDER-ITEM-SHIP-DATE = ZEROES                       09920000
                   MOVE '(NOT SHIPPED)' TO WS-KEY-WHSE                  09930000
               WHEN ORDER-ITEM-SHIP-WHSE > SPACES                       09940000
                   MOVE ORDER-ITEM-SHIP-WHSE TO WS-KEY-WHSE             09950000
               WHEN OTHER                                               09960000
                   MOVE '(NOT RECORDED)' TO WS-KEY-WHSE                 09970000
           END-EVALUATE.                                                09980000
                                                                        09990000
           MOVE 'ALL LINES' TO WS-KEY-TOTAL.                            10000000
                                                                        10010000
       P45000-EXIT.                                                     10020000
           EXIT.                                                        10030000
           EJECT                                                        10040000
      ***************************************************************** 10050000
      *                                                               * 10060000
      *    PARAGRAPH:  P50000-ACCUM-DIMENSION                         * 10070000
      *                                                               * 10080000
      *    FUNCTION :  FIND OR ADD THE LINE'S ENTRY IN ONE DIMENSION  * 10090000
      *                AND ACCUMULATE THE LINE'S MEASURES INTO IT     * 10100000
      *                                                               * 10110000
      *    CALLED BY:  P40000-MEASURE-LINE                            * 10120000
      *                                                               * 10130000
      ***************************************************************** 10140000
                                                                        10150000
       P50000-ACCUM-DIMENSION.                                          10160000
                                                                        10170000
           PERFORM P51000-SCAN-DIMENSION THRU P51000-EXIT               10180000
               VARYING WS-SUB1 FROM 1 BY 1                              10190000
                   UNTIL WS-SUB1 > WS-OT-USED (WS-DIM)                  10200000
                      OR WS-LINE-KEY (WS-DIM) =                         10210000
                         WS-OT-NAME (WS-DIM, WS-SUB1).                  10220000
                                                                        10230000
           IF WS-SUB1 > WS-OT-USED (WS-DIM)                             10240000
               IF WS-OT-USED (WS-DIM) < WS-OT-MAX                       10250000
                   ADD +1 TO WS-OT-USED (WS-DIM)                        10260000
                   MOVE WS-OT-USED (WS-DIM) TO WS-SUB1                  10270000
                   MOVE WS-LINE-KEY (WS-DIM)                            10280000
                       TO WS-OT-NAME (WS-DIM, WS-SUB1)                  10290000
                   MOVE +0 TO WS-OT-LINES (WS-DIM, WS-SUB1)             10300000
                              WS-OT-ON-TIME (WS-DIM, WS-SUB1)           10310000
                              WS-OT-IN-FULL (WS-DIM, WS-SUB1)           10320000
                              WS-OT-OTIF (WS-DIM, WS-SUB1)              10330000
                              WS-OT-LATE (WS-DIM, WS-SUB1)              10340000
                              WS-OT-DAYS-LATE (WS-DIM, WS-SUB1)         10350000
               ELSE                                                     10360000
                   MOVE WS-OT-MAX TO WS-SUB1                            10370000
               END-IF                                                   10380000
           END-IF.                                                      10390000
                                                                        10400000
           ADD +1 TO WS-OT-LINES (WS-DIM, WS-SUB1).                     10410000
                                                                        10420000
           IF LINE-ON-TIME                                              10430000
               ADD +1 TO WS-OT-ON-TIME (WS-DIM, WS-SUB1)                10440000
           ELSE                                                         10450000
               ADD +1 TO WS-OT-LATE (WS-DIM, WS-SUB1)                   10460000
               ADD WS-DAYS-LATE TO WS-OT-DAYS-LATE (WS-DIM, WS-SUB1)    10470000
           END-IF.                                                      10480000
                                                                        10490000
           IF LINE-IN-FULL                                              10500000
               ADD +1 TO WS-OT-IN-FULL (WS-DIM, WS-SUB1)                10510000
           END-IF.                                                      10520000
                                                                        10530000
           IF LINE-ON-TIME                                              10540000
              AND LINE-IN-FULL                                          10550000
               ADD +1 TO WS-OT-OTIF (WS-DIM, WS-SUB1)                   10560000
           END-IF.                                                      10570000
                                                                        10580000
       P50000-EXIT.                                                     10590000
           EXIT.                                                        10600000
                                                                        10610000
       P51000-SCAN-DIMENSION.                                           10620000
                                                                        10630000
           CONTINUE.                                                    10640000
                                                                        10650000
       P51000-EXIT.                                                     10660000
           EXIT.                                                        10670000
           EJECT                                                        10680000
      ***************************************************************** 10690000
      *                                                               * 10700000
      *    PARAGRAPH:  P55000-PRINT-EXCEPTION                         * 10710000
      *                                                               * 10720000
      *    FUNCTION :  LIST A LATE OR SHORT LINE ON THE EXCEPTION     * 10730000
      *                REPORT WITH ITS CARRIER DELIVERY DATE WHEN     * 10740000
      *                SHIPMENT TRACKING HAS ONE                      * 10750000
      *                                                               * 10760000
      *    CALLED BY:  P40000-MEASURE-LINE                            * 10770000
      *                                                               * 10780000
      ***************************************************************** 10790000
                                                                        10800000
       P55000-PRINT-EXCEPTION.                                          10810000
                                                                        10820000
           ADD +1 TO WS-EXCEPTION-LINES.                                10830000
                                                                        10840000
           MOVE ORDER-PREFIX TO WS-XL-DT-PREFIX.                        10850000
           MOVE ORDER-NUMBER TO WS-XL-DT-ORDER.                         10860000
           MOVE ORDER-ITEM-SEQUENCE TO WS-XL-DT-SEQ.                    10870000
           MOVE ORDER-ITEM-ITEM-NUMBER TO WS-XL-DT-ITEM.                10880000
           MOVE ORDER-CUSTOMER-ID TO WS-XL-DT-CUSTOMER.                 10890000
           MOVE ORDER-ITEM-PROMISE-DATE TO WS-XL-DT-PROMISED.           10900000
           MOVE ORDER-ITEM-QUANTITY TO WS-XL-DT-QTY-ORDERED.            10910000
           MOVE ORDER-ITEM-QTY-SHIPPED TO WS-XL-DT-QTY-SHIPPED.         10920000
           MOVE WS-DAYS-LATE TO WS-XL-DT-DAYS-LATE.                     10930000
           MOVE SPACES TO WS-XL-DT-SHIPPED                              10940000
                          WS-XL-DT-DELIVERED.                           10950000
                                                                        10960000
           IF ORDER-ITEM-SHIP-DATE > ZEROES                             10970000
               MOVE ORDER-ITEM-SHIP-DATE TO WS-XL-DT-SHIPPED            10980000
               PERFORM P56000-READ-TRACKING THRU P56000-EXIT            10990000
           END-IF.                                                      11000000
                                                                        11010000
           EVALUATE TRUE                                                11020000
               WHEN ORDER-ITEM-SHIP-DATE = ZEROES                       11030000
                   MOVE 'NOT SHIPPED' TO WS-XL-DT-REASON                11040000
               WHEN NOT LINE-ON-TIME                                    11050000
                AND NOT LINE-IN-FULL                                    11060000
                   MOVE 'LATE+SHORT' TO WS-XL-DT-REASON                 11070000
               WHEN NOT LINE-ON-TIME                                    11080000
                   MOVE 'LATE' TO WS-XL-DT-REASON                       11090000
               WHEN OTHER                                               11100000
                   MOVE 'SHORT' TO WS-XL-DT-REASON                      11110000
           END-EVALUATE.                                                11120000
                                                                        11130000
           WRITE EXCEPTION-PRINT-REC FROM WS-XL-DETAIL.                 11140000
                                                                        11150000
       P55000-EXIT.                                                     11160000
           EXIT.                                                        11170000
                                                                        11180000
       P56000-READ-TRACKING.                                            11190000
                                                                        11200000
           IF NOT TRACKING-AVAILABLE                                    11210000
               GO TO P56000-EXIT                                        11220000
           END-IF.                                                      11230000
                                                                        11240000
           MOVE ORDER-PREFIX TO SHIP-TRACK-PREFIX.                      11250000
           MOVE ORDER-NUMBER TO SHIP-TRACK-ORDER-NUMBER.                11260000
           MOVE ORDER-ITEM-SEQUENCE TO SHIP-TRACK-ITEM-SEQUENCE.        11270000
                                                                        11280000
           READ VSAM-SHIP-TRACK.                                        11290000
                                                                        11300000
           IF TRACKF-NOTFOUND                                           11310000
               GO TO P56000-EXIT                                        11320000
           END-IF.                                                      11330000
                                                                        11340000
           IF NOT TRACKF-OK                                             11350000
               MOVE 'READ SHIP TRACKING FAILED' TO WPBE-MESSAGE         11360000
               MOVE WS-TRACK-STATUS TO WPBE-FILE-STATUS                 11370000
               MOVE 'P56000' TO WPBE-PARAGRAPH                          11380000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11390000
           END-IF.                                                      11400000
                                                                        11410000
           IF SHIP-TRACK-DELIVERED-DATE > ZEROES                        11420000
               MOVE SHIP-TRACK-DELIVERED-DATE TO WS-XL-DT-DELIVERED     11430000
           END-IF.                                                      11440000
                                                                        11450000
       P56000-EXIT.                                                     11460000
           EXIT.                                                        11470000
           EJECT                                                        11480000
      ***************************************************************** 11490000
      *                                                               * 11500000
      *    PARAGRAPH:  P60000-PRINT-DIMENSION                         * 11510000
      *                                                               * 11520000
      *    FUNCTION :  PRINT ONE OTIF SECTION -- TITLE, COLUMN        * 11530000
      *                HEADINGS AND A LINE PER ENTRY                  * 11540000
      *                                                               * 11550000
      *    CALLED BY:  P00000-MAINLINE                                * 11560000
      *                                                               * 11570000
      ***************************************************************** 11580000
                                                                        11590000
       P60000-PRINT-DIMENSION.                                          11600000
                                                                        11610000
           MOVE WS-DIM-TITLE (WS-DIM) TO WS-PL-SC-TITLE.                11620000
                                                                        11630000
           WRITE OTIF-PRINT-REC FROM WS-PL-BLANK.                       11640000
           WRITE OTIF-PRINT-REC FROM WS-PL-SECTION.                     11650000
           WRITE OTIF-PRINT-REC FROM WS-PL-BLANK.                       11660000
           WRITE OTIF-PRINT-REC FROM WS-PL-COLUMN-HEADER.               11670000
                                                                        11680000
           PERFORM P61000-PRINT-ENTRY THRU P61000-EXIT                  11690000
               VARYING WS-SUB1 FROM 1 BY 1                              11700000
                   UNTIL WS-SUB1 > WS-OT-USED (WS-DIM).                 11710000
                                                                        11720000
       P60000-EXIT.                                                     11730000
           EXIT.                                                        11740000
           EJECT                                                        11750000
      ***************************************************************** 11760000
      *                                                               * 11770000
      *    PARAGRAPH:  P61000-PRINT-ENTRY                             * 11780000
      *                                                               * 11790000
      *    FUNCTION :  PRINT ONE ENTRY'S COUNTS, PERCENTAGES AND      * 11800000
      *                AVERAGE DAYS LATE                              * 11810000
      *                                                               * 11820000
      *    CALLED BY:  P60000-PRINT-DIMENSION                         * 11830000
      *                                                               * 11840000
      ***************************************************************** 11850000
                                                                        11860000
       P61000-PRINT-ENTRY.                                              11870000
                                                                        11880000
           IF WS-DIM = 3                                                11890000
               PERFORM P62000-CARRIER-NAME THRU P62000-EXIT             11900000
           ELSE                                                         11910000
               MOVE WS-OT-NAME (WS-DIM, WS-SUB1) TO WS-PL-SM-NAME       11920000
           END-IF.                                                      11930000
                                                                        11940000
           MOVE WS-OT-LINES (WS-DIM, WS-SUB1) TO WS-PL-SM-LINES.        11950000
           MOVE WS-OT-ON-TIME (WS-DIM, WS-SUB1) TO WS-PL-SM-ON-TIME.    11960000
           MOVE WS-OT-IN-FULL (WS-DIM, WS-SUB1) TO WS-PL-SM-IN-FULL.    11970000
           MOVE WS-OT-OTIF (WS-DIM, WS-SUB1) TO WS-PL-SM-OTIF.          11980000
           MOVE WS-OT-LATE (WS-DIM, WS-SUB1) TO WS-PL-SM-LATE.          11990000
                                                                        12000000
           COMPUTE WS-PCT ROUNDED =                                     12010000
               (WS-OT-ON-TIME (WS-DIM, WS-SUB1) * 100)                  12020000
                / WS-OT-LINES (WS-DIM, WS-SUB1).                        12030000
           MOVE WS-PCT TO WS-PL-SM-ON-TIME-PCT.                         12040000
                                                                        12050000
           COMPUTE WS-PCT ROUNDED =                                     12060000
               (WS-OT-IN-FULL (WS-DIM, WS-SUB1) * 100)                  12070000
                / WS-OT-LINES (WS-DIM, WS-SUB1).                        12080000
           MOVE WS-PCT TO WS-PL-SM-IN-FULL-PCT.                         12090000
                                                                        12100000
           COMPUTE WS-PCT ROUNDED =                                     12110000
               (WS-OT-OTIF (WS-DIM, WS-SUB1) * 100)                     12120000
                / WS-OT-LINES (WS-DIM, WS-SUB1).                        12130000
           MOVE WS-PCT TO WS-PL-SM-OTIF-PCT.                            12140000
                                                                        12150000
           IF WS-OT-LATE (WS-DIM, WS-SUB1) > ZEROES                     12160000
               COMPUTE WS-AVG-LATE ROUNDED =                            12170000
                   WS-OT-DAYS-LATE (WS-DIM, WS-SUB1)                    12180000
                    / WS-OT-LATE (WS-DIM, WS-SUB1)                      12190000
           ELSE                                                         12200000
               MOVE +0 TO WS-AVG-LATE                                   12210000
           END-IF.                                                      12220000
                                                                        12230000
           MOVE WS-AVG-LATE TO WS-PL-SM-AVG-LATE.                       12240000
                                                                        12250000
           WRITE OTIF-PRINT-REC FROM WS-PL-SUMMARY.                     12260000
                                                                        12270000
       P61000-EXIT.                                                     12280000
           EXIT.                                                        12290000
           EJECT                                                        12300000
      ***************************************************************** 12310000
      *                                                               * 12320000
      *    PARAGRAPH:  P62000-CARRIER-NAME                            * 12330000
      *                                                               * 12340000
      *    FUNCTION :  NAME THE CARRIER ENTRY FROM THE SHIPPER TABLE  * 12350000
      *                                                               * 12360000
      *    CALLED BY:  P61000-PRINT-ENTRY                             * 12370000
      *                                                               * 12380000
      ***************************************************************** 12390000
                                                                        12400000
       P62000-CARRIER-NAME.                                             12410000
                                                                        12420000
           MOVE WS-OT-NAME (WS-DIM, WS-SUB1) TO WS-CARRIER-KEY-WORK.    12430000
                                                                        12440000
           IF WS-CKW-NUMBER = ZEROES                                    12450000
               MOVE '(NO CARRIER)' TO WS-PL-SM-NAME                     12460000
               GO TO P62000-EXIT                                        12470000
           END-IF.                                                      12480000
                                                                        12490000
           MOVE WS-CKW-NUMBER TO SHIPPER-NUMBER.                        12500000
                                                                        12510000
           EXEC SQL                                                     12520000
               SELECT  CARRIER_NAME                                     12530000
               INTO    :SHIPPER-CARRIER-NAME                            12540000
               FROM    SHIPPER                                          12550000
               WHERE   SHIPPER_NUMBER = :SHIPPER-NUMBER                 12560000
           END-EXEC.                                                    12570000
                                                                        12580000
           EVALUATE TRUE                                                12590000
               WHEN SQLCODE = +0                                        12600000
                   CONTINUE                                             12610000
               WHEN SQLCODE = +100                                      12620000
                   MOVE 'CARRIER NOT ON FILE' TO SHIPPER-CARRIER-NAME   12630000
               WHEN OTHER                                               12640000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      12650000
                   MOVE 'PDAB98' TO WPDE-PROGRAM-ID                     12660000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     12670000
                   MOVE 'SELECT SHIPPER' TO WPDE-FUNCTION               12680000
                   MOVE 'P62000' TO WPDE-PARAGRAPH                      12690000
                   PERFORM P99999-ABEND THRU P99999-EXIT                12700000
           END-EVALUATE.                                                12710000
                                                                        12720000
           MOVE SPACES TO WS-PL-SM-NAME.                                12730000
           STRING WS-CKW-NUMBER ' ' SHIPPER-CARRIER-NAME                12740000
               DELIMITED BY SIZE INTO WS-PL-SM-NAME.                    12750000
                                                                        12760000
       P62000-EXIT.                                                     12770000
           EXIT.                                                        12780000
           EJECT                                                        12790000
      ***************************************************************** 12800000
      *                                                               * 12810000
      *    PARAGRAPH:  P99999-ABEND                                   * 12820000
      *                                                               * 12830000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 12840000
      *                ERROR HAS BEEN ENCOUNTERED                     * 12850000
      *                                                               * 12860000
      *    CALLED BY:  VARIOUS                                        * 12870000
      *                                                               * 12880000
      ***************************************************************** 12890000
                                                                        12900000
       P99999-ABEND.                                                    12910000
                                                                        12920000
           DISPLAY ' '.                                                 12930000
           DISPLAY WPEA-ERROR-01.                                       12940000
           DISPLAY WPEA-ERROR-02.                                       12950000
           DISPLAY WPEA-ERROR-03.                                       12960000
           DISPLAY WPEA-ERROR-04.                                       12970000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               12980000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               12990000
           DISPLAY WPEA-ERROR-04.                                       13000000
           DISPLAY WPEA-ERROR-03.                                       13010000
           DISPLAY WPEA-ERROR-02.                                       13020000
           DISPLAY WPEA-ERROR-01.                                       13030000
           DISPLAY ' '.                                                 13040000
                                                                        13050000
           MOVE 16 TO RETURN-CODE.                                      13060000
                                                                        13070000
           GOBACK.                                                      13080000
                                                                        13090000
       P99999-EXIT.                                                     13100000
           EXIT.                                                        13110000
