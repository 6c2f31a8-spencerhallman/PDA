       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB101.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB101                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB101 IS THE PRODUCT RECALL STATUS      * 00100000
      *             REPORT.  FOR EVERY OPEN RECALL (VRECALL) OF THE   * 00110000
      *             PREFIX IT SHOWS THE QUANTITY FROZEN IN STOCK, THE * 00120000
      *             QUANTITY SHIPPED TO CUSTOMERS FROM THE RECALLED   * 00130000
      *             LOTS, THE QUANTITY RECOVERED THROUGH RETURNS      * 00140000
      *             (PDA027), THE CUSTOMERS NOTIFIED AND RESPONDING,  * 00150000
      *             AND LISTS THE CUSTOMERS THAT HAVE NOT YET         * 00160000
      *             RESPONDED WITH THE DAYS SINCE THEIR NOTICE.  A    * 00170000
      *             CUSTOMER HAS RESPONDED ONCE ANY RETURN OF ITS     * 00180000
      *             RECALLED ORDER LINES IS BOOKED.                   * 00190000
      *                                                               * 00200000
      *             CLOSE CARDS FOLLOWING THE PREFIX CARD CLOSE THE   * 00210000
      *             NAMED RECALLS BEFORE THE REPORT IS PRINTED.       * 00220000
      *                                                               * 00230000
      *             CONTROL CARD LAYOUT:                              * 00240000
      *               COL  1-12   PREFIX=NNNNN     (FIRST CARD)       * 00250000
      *               COL  1-15   CLOSE=NNNNNNNNN  (OPTIONAL, ONE PER * 00260000
      *                                             RECALL TO CLOSE)  * 00270000
      *                                                               * 00280000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00290000
      *             RECALL FILE            -  VSAM KSDS   (I-O)       * 00300000
      *             RECALL LINE FILE       -  VSAM KSDS   (INPUT)     * 00310000
      *             CUSTOMER FILE          -  VSAM KSDS   (INPUT)     * 00320000
      *             RECALL STATUS REPORT   -  SEQUENTIAL  (OUTPUT)    * 00330000
      *                                                               * 00340000
      ***************************************************************** 00350000
      *             PROGRAM CHANGE LOG                                * 00360000
      *             -------------------                               * 00370000
      *                                                               * 00380000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00390000
      *  --------   --------------------  --------------------------  * 00400000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00410000
      *                                                               * 00420000
      ***************************************************************** 00430000
           EJECT                                                        00440000
       ENVIRONMENT DIVISION.                                            00450000
                                                                        00460000
       INPUT-OUTPUT SECTION.                                            00470000
                                                                        00480000
       FILE-CONTROL.                                                    00490000
                                                                        00500000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00510000
                                                                        00520000
           SELECT STATUS-PRINT         ASSIGN TO RCLSTAT.               00530000
                                                                        00540000
           SELECT VSAM-RECALL          ASSIGN TO VRECALL                00550000
                                       ORGANIZATION IS INDEXED          00560000
                                       ACCESS IS DYNAMIC                00570000
                                       RECORD KEY IS RECALL-KEY         00580000
                                       FILE STATUS IS WS-RECALL-STATUS. 00590000
                                                                        00600000
           SELECT VSAM-RECALL-LINE     ASSIGN TO VRCLLINE               00610000
                                       ORGANIZATION IS INDEXED          00620000
                                       ACCESS IS SEQUENTIAL             00630000
                                       RECORD KEY IS RECALL-LINE-KEY    00640000
                                       FILE STATUS IS WS-RCLLIN-STATUS. 00650000
                                                                        00660000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00670000
                                       ORGANIZATION IS INDEXED          00680000
                                       ACCESS IS RANDOM                 00690000
                                       RECORD KEY IS CUSTOMER-KEY       00700000
                                       FILE STATUS IS                   00710000
                                           WS-CUSTOMER-STATUS.          00720000
           EJECT                                                        00730000
       DATA DIVISION.                                                   00740000
                                                                        00750000
       FILE SECTION.                                                    00760000
                                                                        00770000
       FD  CONTROL-CARD                                                 00780000
           LABEL RECORDS ARE STANDARD                                   00790000
           RECORDING MODE IS F                                          00800000
           RECORD CONTAINS 80 CHARACTERS                                00810000
           BLOCK CONTAINS 27920 CHARACTERS.                             00820000
                                                                        00830000
       01  CONTROL-CARD-REC            PIC X(80).                       00840000
                                                                        00850000
       FD  STATUS-PRINT                                                 00860000
           LABEL RECORDS ARE STANDARD                                   00870000
           RECORDING MODE IS F                                          00880000
           RECORD CONTAINS 132 CHARACTERS.                              00890000
                                                                        00900000
       01  STATUS-PRINT-REC            PIC X(132).                      00910000
                                                                        00920000
       FD  VSAM-RECALL                                                  00930000
           RECORD CONTAINS 200 CHARACTERS.                              00940000
                                                                        00950000
           COPY VRECALL.                                                00960000
                                                                        00970000
       FD  VSAM-RECALL-LINE                                             00980000
           RECORD CONTAINS 160 CHARACTERS.                              00990000
                                                                        01000000
           COPY VRCLLINE.                                               01010000
                                                                        01020000
       FD  VSAM-CUSTOMER                                                01030000
           RECORD CONTAINS 800 CHARACTERS.                              01040000
                                                                        01050000
           COPY VCUSTOMR.                                               01060000
           EJECT                                                        01070000
       WORKING-STORAGE SECTION.                                         01080000
                                                                        01090000
      ***************************************************************** 01100000
      *    SWITCHES                                                   * 01110000
      ***************************************************************** 01120000
                                                                        01130000
       01  WS-SWITCHES.                                                 01140000
           05  WS-END-OF-CARDS-SW      PIC X     VALUE 'N'.             01150000
               88  END-OF-CARDS                  VALUE 'Y'.             01160000
           05  WS-END-OF-RECALLS-SW    PIC X     VALUE 'N'.             01170000
               88  END-OF-RECALLS                VALUE 'Y'.             01180000
           05  WS-END-OF-LINES-SW      PIC X     VALUE 'N'.             01190000
               88  END-OF-LINES                  VALUE 'Y'.             01200000
           05  WS-RECALL-FOUND-SW      PIC X     VALUE 'N'.             01210000
               88  RECALL-FOUND                  VALUE 'Y'.             01220000
           05  WS-CUST-FOUND-SW        PIC X     VALUE 'N'.             01230000
               88  CUST-FOUND                    VALUE 'Y'.             01240000
           05  WS-SLOT-FOUND-SW        PIC X     VALUE 'N'.             01250000
               88  SLOT-FOUND                    VALUE 'Y'.             01260000
           EJECT                                                        01270000
      ***************************************************************** 01280000
      *    MISCELLANEOUS WORK FIELDS                                  * 01290000
      ***************************************************************** 01300000
                                                                        01310000
       01  WS-MISCELLANEOUS-FIELDS.                                     01320000
           03  WS-RECALL-STATUS        PIC XX    VALUE SPACES.          01330000
               88  RECALLF-OK                    VALUE '  ' '00'.       01340000
               88  RECALLF-NOTFOUND              VALUE '23'.            01350000
               88  RECALLF-EMPTY                 VALUE '47' '35'.       01360000
               88  RECALLF-END                   VALUE '10'.            01370000
           03  WS-RCLLIN-STATUS        PIC XX    VALUE SPACES.          01380000
               88  RCLLINF-OK                    VALUE '  ' '00'.       01390000
               88  RCLLINF-EMPTY                 VALUE '47' '35'.       01400000
               88  RCLLINF-END                   VALUE '10'.            01410000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01420000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01430000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01440000
           03  WS-CARDS-READ           PIC S9(5) VALUE +0       COMP-3. 01450000
           03  WS-CARDS-REJECTED       PIC S9(5) VALUE +0       COMP-3. 01460000
           03  WS-RECALLS-CLOSED       PIC S9(5) VALUE +0       COMP-3. 01470000
           03  WS-LINES-READ           PIC S9(7) VALUE +0       COMP-3. 01480000
           03  WS-CUSTOMERS-DROPPED    PIC S9(7) VALUE +0       COMP-3. 01490000
           03  WS-NOT-RESPONDING       PIC S9(5) VALUE +0       COMP-3. 01500000
           03  WS-PCT-RECOVERED        PIC S9(3)V9                      01510000
                                                 VALUE +0       COMP-3. 01520000
           03  WS-NDX                  PIC S9(4) VALUE +0       COMP.   01530000
           03  WS-NDX2                 PIC S9(4) VALUE +0       COMP.   01540000
           03  WS-INS-NDX              PIC S9(4) VALUE +0       COMP.   01550000
           03  WS-RC-NDX               PIC S9(4) VALUE +0       COMP.   01560000
           03  WS-CU-NDX               PIC S9(4) VALUE +0       COMP.   01570000
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.   01580000
           03  WS-NOTICE-INTEGER       PIC S9(9) VALUE +0       COMP.   01590000
           03  WS-EDIT-DATE            PIC 9(8)  VALUE ZEROES.          01600000
           03  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.                   01610000
               05  WS-EDIT-YEAR        PIC X(4).                        01620000
               05  WS-EDIT-MONTH       PIC XX.                          01630000
               05  WS-EDIT-DAY         PIC XX.                          01640000
           03  WS-DATE.                                                 01650000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01660000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01670000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01680000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01690000
                                       PIC 9(8).                        01700000
           EJECT                                                        01710000
      ***************************************************************** 01720000
      *    CONTROL CARD LAYOUTS                                       * 01730000
      ***************************************************************** 01740000
                                                                        01750000
       01  WS-CONTROL-CARD.                                             01760000
           03  WCC-PREFIX-KEYWORD      PIC X(7)  VALUE SPACES.          01770000
           03  WCC-PREFIX              PIC X(5)  VALUE SPACES.          01780000
           03  FILLER                  PIC X(68) VALUE SPACES.          01790000
                                                                        01800000
       01  WS-CLOSE-CARD.                                               01810000
           03  WCC-CLOSE-KEYWORD       PIC X(6)  VALUE SPACES.          01820000
           03  WCC-CLOSE-NUMBER        PIC X(9)  VALUE SPACES.          01830000
           03  WCC-CLOSE-NUMBER-N REDEFINES WCC-CLOSE-NUMBER            01840000
                                       PIC 9(9).                        01850000
           03  FILLER                  PIC X(65) VALUE SPACES.          01860000
           EJECT                                                        01870000
      ***************************************************************** 01880000
      *    OPEN RECALLS OF THE PREFIX, IN RECALL NUMBER SEQUENCE      * 01890000
      ***************************************************************** 01900000
                                                                        01910000
       01  WS-RECALL-TABLE.                                             01920000
           03  WS-RC-MAX               PIC S9(4) VALUE +200     COMP.   01930000
           03  WS-RC-COUNT             PIC S9(4) VALUE +0       COMP.   01940000
           03  WS-RC-ENTRY             OCCURS 200 TIMES.                01950000
               05  WS-RC-NUMBER        PIC 9(9).                        01960000
               05  WS-RC-SEVERITY      PIC X(1).                        01970000
               05  WS-RC-REASON        PIC X(40).                       01980000
               05  WS-RC-OPENED        PIC 9(8).                        01990000
               05  WS-RC-LOTS          PIC X(100).                      02000000
               05  WS-RC-QTY-FROZEN    PIC S9(9)       COMP-3.          02010000
               05  WS-RC-QTY-SHIPPED   PIC S9(9)       COMP-3.          02020000
               05  WS-RC-QTY-RECOVERED PIC S9(9)       COMP-3.          02030000
               05  WS-RC-CUSTOMERS     PIC S9(4)       COMP.            02040000
               05  WS-RC-RESPONDING    PIC S9(4)       COMP.            02050000
           EJECT                                                        02060000
      ***************************************************************** 02070000
      *    CUSTOMERS NOTIFIED, HELD IN RECALL / CUSTOMER SEQUENCE     * 02080000
      ***************************************************************** 02090000
                                                                        02100000
       01  WS-CUSTOMER-TABLE.                                           02110000
           03  WS-CU-MAX               PIC S9(4) VALUE +3000    COMP.   02120000
           03  WS-CU-COUNT             PIC S9(4) VALUE +0       COMP.   02130000
           03  WS-CU-ENTRY             OCCURS 3000 TIMES.               02140000
               05  WS-CU-RECALL        PIC S9(4)       COMP.            02150000
               05  WS-CU-CUSTOMER      PIC X(32).                       02160000
               05  WS-CU-QTY-SHIPPED   PIC S9(9)       COMP-3.          02170000
               05  WS-CU-QTY-RECOVERED PIC S9(9)       COMP-3.          02180000
               05  WS-CU-NOTIFIED      PIC 9(8).                        02190000
               05  WS-CU-RESPONDED-SW  PIC X(1).                        02200000
                   88  WS-CU-RESPONDED           VALUE 'Y'.             02210000
           EJECT                                                        02220000
      ***************************************************************** 02230000
      *    DISPLAY AREA                                               * 02240000
      ***************************************************************** 02250000
                                                                        02260000
       01  WS-DISPLAY-LINES.                                            02270000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02280000
           03  WS-DL-BLANK.                                             02290000
               05  FILLER         PIC X(01) VALUE '*'.                  02300000
               05  FILLER         PIC X(78) VALUE SPACES.               02310000
               05  FILLER         PIC X(01) VALUE '*'.                  02320000
           03  WS-DL-LINE.                                              02330000
               05  FILLER         PIC X(01) VALUE '*'.                  02340000
               05  WS-DL-LINE-TEXT                                      02350000
                                  PIC X(78) VALUE SPACES.               02360000
               05  FILLER         PIC X(01) VALUE '*'.                  02370000
           03  WS-DL-TOTAL.                                             02380000
               05  FILLER         PIC X(01) VALUE '*'.                  02390000
               05  FILLER         PIC X(46) VALUE SPACES.               02400000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02410000
               05  FILLER         PIC X(3)  VALUE ' - '.                02420000
               05  WS-DL-T-TITLE  PIC X(22) VALUE SPACES.               02430000
               05  FILLER         PIC X(01) VALUE '*'.                  02440000
           EJECT                                                        02450000
      ***************************************************************** 02460000
      *    RECALL STATUS REPORT PRINT LINES                           * 02470000
      ***************************************************************** 02480000
                                                                        02490000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         02500000
                                                                        02510000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '-'.        02520000
                                                                        02530000
       01  WS-PL-HEADER.                                                02540000
           03  FILLER                  PIC X(36) VALUE                  02550000
               'PRODUCT RECALL STATUS REPORT  PREFIX'.                  02560000
           03  FILLER                  PIC X(01) VALUE SPACES.          02570000
           03  WS-PL-HD-PREFIX         PIC X(05) VALUE SPACES.          02580000
           03  FILLER                  PIC X(07) VALUE '  RUN  '.       02590000
           03  WS-PL-HD-MONTH          PIC XX    VALUE SPACES.          02600000
           03  FILLER                  PIC X     VALUE '/'.             02610000
           03  WS-PL-HD-DAY            PIC XX    VALUE SPACES.          02620000
           03  FILLER                  PIC X     VALUE '/'.             02630000
           03  WS-PL-HD-YEAR           PIC X(4)  VALUE SPACES.          02640000
           03  FILLER                  PIC X(73) VALUE SPACES.          02650000
                                                                        02660000
       01  WS-PL-RECALL-LINE.                                           02670000
           03  FILLER                  PIC X(07) VALUE 'RECALL '.       02680000
           03  WS-PL-RC-NUMBER         PIC 9(09) VALUE ZEROES.          02690000
           03  FILLER                  PIC X(08) VALUE '  CLASS '.      02700000
           03  WS-PL-RC-CLASS          PIC X(01) VALUE SPACES.          02710000
           03  FILLER                  PIC X(09) VALUE '  OPENED '.     02720000
           03  WS-PL-RC-MONTH          PIC XX    VALUE SPACES.          02730000
           03  FILLER                  PIC X     VALUE '/'.             02740000
           03  WS-PL-RC-DAY            PIC XX    VALUE SPACES.          02750000
           03  FILLER                  PIC X     VALUE '/'.             02760000
           03  WS-PL-RC-YEAR           PIC X(4)  VALUE SPACES.          02770000
           03  FILLER                  PIC X(02) VALUE SPACES.          02780000
           03  WS-PL-RC-REASON         PIC X(40) VALUE SPACES.          02790000
           03  FILLER                  PIC X(46) VALUE SPACES.          02800000
                                                                        02810000
       01  WS-PL-LOTS-LINE.                                             02820000
           03  FILLER                  PIC X(07) VALUE 'LOTS   '.       02830000
           03  WS-PL-LT-LOTS           PIC X(100) VALUE SPACES.         02840000
           03  FILLER                  PIC X(25) VALUE SPACES.          02850000
                                                                        02860000
       01  WS-PL-QTY-LINE.                                              02870000
           03  FILLER                  PIC X(07) VALUE 'FROZEN '.       02880000
           03  WS-PL-QT-FROZEN         PIC ZZZ,ZZZ,ZZ9.                 02890000
           03  FILLER                  PIC X(10) VALUE '  SHIPPED '.    02900000
           03  WS-PL-QT-SHIPPED        PIC ZZZ,ZZZ,ZZ9.                 02910000
           03  FILLER                  PIC X(12) VALUE                  02920000
               '  RECOVERED '.                                          02930000
           03  WS-PL-QT-RECOVERED      PIC ZZZ,ZZZ,ZZ9.                 02940000
           03  FILLER                  PIC X(02) VALUE SPACES.          02950000
           03  WS-PL-QT-PCT            PIC ZZ9.9.                       02960000
           03  FILLER                  PIC X(16) VALUE                  02970000
               ' PCT RECOVERED  '.                                      02980000
           03  FILLER                  PIC X(47) VALUE SPACES.          02990000
                                                                        03000000
       01  WS-PL-CUST-COUNT-LINE.                                       03010000
           03  FILLER                  PIC X(19) VALUE                  03020000
               'CUSTOMERS NOTIFIED '.                                   03030000
           03  WS-PL-CC-NOTIFIED       PIC ZZ,ZZ9.                      03040000
           03  FILLER                  PIC X(13) VALUE                  03050000
               '  RESPONDING '.                                         03060000
           03  WS-PL-CC-RESPONDING     PIC ZZ,ZZ9.                      03070000
           03  FILLER                  PIC X(17) VALUE                  03080000
               '  NOT RESPONDING '.                                     03090000
           03  WS-PL-CC-NOT-RESPONDING PIC ZZ,ZZ9.                      03100000
           03  FILLER                  PIC X(65) VALUE SPACES.          03110000
                                                                        03120000
       01  WS-PL-COLUMN-HEADER.                                         03130000
           03  FILLER                  PIC X(04) VALUE SPACES.          03140000
           03  FILLER                  PIC X(34) VALUE                  03150000
               'CUSTOMER NOT YET RESPONDING'.                           03160000
           03  FILLER                  PIC X(42) VALUE 'NAME'.          03170000
           03  FILLER                  PIC X(13) VALUE                  03180000
               '  QTY SHIPPED'.                                         03190000
           03  FILLER                  PIC X(02) VALUE SPACES.          03200000
           03  FILLER                  PIC X(12) VALUE 'NOTIFIED'.      03210000
           03  FILLER                  PIC X(11) VALUE                  03220000
               'DAYS SINCE'.                                            03230000
           03  FILLER                  PIC X(14) VALUE SPACES.          03240000
                                                                        03250000
       01  WS-PL-DETAIL.                                                03260000
           03  FILLER                  PIC X(04) VALUE SPACES.          03270000
           03  WS-PL-DT-CUSTOMER       PIC X(32) VALUE SPACES.          03280000
           03  FILLER                  PIC X(02) VALUE SPACES.          03290000
           03  WS-PL-DT-NAME           PIC X(40) VALUE SPACES.          03300000
           03  FILLER                  PIC X(02) VALUE SPACES.          03310000
           03  WS-PL-DT-QTY            PIC ZZZ,ZZZ,ZZ9.                 03320000
           03  FILLER                  PIC X(04) VALUE SPACES.          03330000
           03  WS-PL-DT-MONTH          PIC XX    VALUE SPACES.          03340000
           03  FILLER                  PIC X     VALUE '/'.             03350000
           03  WS-PL-DT-DAY            PIC XX    VALUE SPACES.          03360000
           03  FILLER                  PIC X     VALUE '/'.             03370000
           03  WS-PL-DT-YEAR           PIC X(4)  VALUE SPACES.          03380000
           03  FILLER                  PIC X(02) VALUE SPACES.          03390000
           03  WS-PL-DT-DAYS           PIC ZZ,ZZ9.                      03400000
           03  FILLER                  PIC X(19) VALUE SPACES.          03410000
                                                                        03420000
       01  WS-PL-ALL-RESPONDED.                                         03430000
           03  FILLER                  PIC X(04) VALUE SPACES.          03440000
           03  FILLER                  PIC X(50) VALUE                  03450000
               'ALL NOTIFIED CUSTOMERS HAVE RESPONDED'.                 03460000
           03  FILLER                  PIC X(78) VALUE SPACES.          03470000
                                                                        03480000
       01  WS-PL-NONE.                                                  03490000
           03  FILLER                  PIC X(50) VALUE                  03500000
               'NO OPEN RECALLS FOR THE PREFIX'.                        03510000
           03  FILLER                  PIC X(82) VALUE SPACES.          03520000
                                                                        03530000
       01  WS-PL-DROPPED.                                               03540000
           03  FILLER                  PIC X(20) VALUE                  03550000
               '*** WARNING ***     '.                                  03560000
           03  WS-PL-DR-COUNT          PIC ZZZ,ZZ9.                     03570000
           03  FILLER                  PIC X(50) VALUE                  03580000
               ' FURTHER RECALL CUSTOMERS NOT COUNTED - TABLE FULL'.    03590000
           03  FILLER                  PIC X(55) VALUE SPACES.          03600000
           EJECT                                                        03610000
      ***************************************************************** 03620000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03630000
      ***************************************************************** 03640000
                                                                        03650000
           COPY PDAERRWS.                                               03660000
                                                                        03670000
       01  WS-PDA-BATCH-ERROR-01.                                       03680000
           05  FILLER             PIC X     VALUE SPACES.               03690000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03700000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03710000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB101'.            03720000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03730000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03740000
                                                                        03750000
       01  WS-PDA-BATCH-ERROR-02.                                       03760000
           05  FILLER             PIC X(8)  VALUE SPACES.               03770000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03780000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03790000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03800000
           EJECT                                                        03810000
      ***************************************************************** 03820000
      *    P R O C E D U R E    D I V I S I O N                       * 03830000
      ***************************************************************** 03840000
                                                                        03850000
       PROCEDURE DIVISION.                                              03860000
                                                                        03870000
      ***************************************************************** 03880000
      *                                                               * 03890000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03900000
      *                                                               * 03910000
      *    FUNCTION :  PROGRAM ENTRY.  APPLY THE CLOSE CARDS, GATHER  * 03920000
      *                THE OPEN RECALLS AND THEIR CUSTOMERS AND PRINT * 03930000
      *                THE STATUS OF EACH RECALL                      * 03940000
      *                                                               * 03950000
      *    CALLED BY:  NONE                                           * 03960000
      *                                                               * 03970000
      ***************************************************************** 03980000
                                                                        03990000
       P00000-MAINLINE.                                                 04000000
                                                                        04010000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04020000
           COMPUTE WS-DATE-INTEGER =                                    04030000
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD).             04040000
                                                                        04050000
           OPEN INPUT CONTROL-CARD.                                     04060000
                                                                        04070000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       04080000
               AT END                                                   04090000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          04100000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      04110000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               04120000
                                                                        04130000
           IF WCC-PREFIX-KEYWORD NOT = 'PREFIX='                        04140000
              OR WCC-PREFIX NOT NUMERIC                                 04150000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              04160000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04170000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04180000
           END-IF.                                                      04190000
                                                                        04200000
           OPEN I-O VSAM-RECALL.                                        04210000
                                                                        04220000
           IF RECALLF-EMPTY                                             04230000
               MOVE 'Y' TO WS-END-OF-RECALLS-SW                         04240000
           ELSE                                                         04250000
               IF NOT RECALLF-OK                                        04260000
                   MOVE 'OPEN RECALL FILE FAILED' TO WPBE-MESSAGE       04270000
                   MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS            04280000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      04290000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04300000
               END-IF                                                   04310000
           END-IF.                                                      04320000
                                                                        04330000
           PERFORM P05000-CLOSE-CARD THRU P05000-EXIT                   04340000
               UNTIL END-OF-CARDS.                                      04350000
                                                                        04360000
           CLOSE CONTROL-CARD.                                          04370000
                                                                        04380000
           PERFORM P10000-LOAD-RECALLS THRU P10000-EXIT.                04390000
                                                                        04400000
           IF NOT RECALLF-EMPTY                                         04410000
               CLOSE VSAM-RECALL                                        04420000
           END-IF.                                                      04430000
                                                                        04440000
           IF WS-RC-COUNT > ZEROES                                      04450000
               OPEN INPUT VSAM-RECALL-LINE                              04460000
               IF RCLLINF-EMPTY                                         04470000
                   MOVE 'Y' TO WS-END-OF-LINES-SW                       04480000
               ELSE                                                     04490000
                   IF NOT RCLLINF-OK                                    04500000
                       MOVE 'OPEN RECALL LINE FILE FAILED'              04510000
                           TO WPBE-MESSAGE                              04520000
                       MOVE WS-RCLLIN-STATUS TO WPBE-FILE-STATUS        04530000
                       MOVE 'P00000' TO WPBE-PARAGRAPH                  04540000
                       PERFORM P99999-ABEND THRU P99999-EXIT            04550000
                   END-IF                                               04560000
               END-IF                                                   04570000
               PERFORM P20000-READ-LINE THRU P20000-EXIT                04580000
                   UNTIL END-OF-LINES                                   04590000
               IF NOT RCLLINF-EMPTY                                     04600000
                   CLOSE VSAM-RECALL-LINE                               04610000
               END-IF                                                   04620000
           END-IF.                                                      04630000
                                                                        04640000
           OPEN INPUT VSAM-CUSTOMER.                                    04650000
                                                                        04660000
           IF NOT CUSTOMER-OK                                           04670000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         04680000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              04690000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04700000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04710000
           END-IF.                                                      04720000
                                                                        04730000
           OPEN OUTPUT STATUS-PRINT.                                    04740000
                                                                        04750000
           MOVE WCC-PREFIX TO WS-PL-HD-PREFIX.                          04760000
           MOVE WS-DATE-MONTH TO WS-PL-HD-MONTH.                        04770000
           MOVE WS-DATE-DAY TO WS-PL-HD-DAY.                            04780000
           MOVE WS-DATE-YEAR TO WS-PL-HD-YEAR.                          04790000
                                                                        04800000
           WRITE STATUS-PRINT-REC FROM WS-PL-HEADER.                    04810000
           WRITE STATUS-PRINT-REC FROM WS-PL-BLANK.                     04820000
                                                                        04830000
           IF WS-RC-COUNT = ZEROES                                      04840000
               WRITE STATUS-PRINT-REC FROM WS-PL-NONE                   04850000
           ELSE                                                         04860000
               PERFORM P30000-PRINT-RECALL THRU P30000-EXIT             04870000
                   VARYING WS-RC-NDX FROM 1 BY 1                        04880000
                       UNTIL WS-RC-NDX > WS-RC-COUNT                    04890000
           END-IF.                                                      04900000
                                                                        04910000
           IF WS-CUSTOMERS-DROPPED > ZEROES                             04920000
               MOVE WS-CUSTOMERS-DROPPED TO WS-PL-DR-COUNT              04930000
               WRITE STATUS-PRINT-REC FROM WS-PL-BLANK                  04940000
               WRITE STATUS-PRINT-REC FROM WS-PL-DROPPED                04950000
           END-IF.                                                      04960000
                                                                        04970000
           CLOSE VSAM-CUSTOMER                                          04980000
                 STATUS-PRINT.                                          04990000
                                                                        05000000
           DISPLAY ' '.                                                 05010000
           DISPLAY WS-DL-ASTERISK.                                      05020000
           DISPLAY WS-DL-BLANK.                                         05030000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              05040000
           STRING '  PDAB101 - PRODUCT RECALL STATUS, PREFIX '          05050000
               WCC-PREFIX                                               05060000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  05070000
           DISPLAY WS-DL-LINE.                                          05080000
           DISPLAY WS-DL-BLANK.                                         05090000
           DISPLAY WS-DL-ASTERISK.                                      05100000
                                                                        05110000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           05120000
           MOVE 'CLOSE CARDS READ' TO WS-DL-T-TITLE.                    05130000
           DISPLAY WS-DL-TOTAL.                                         05140000
                                                                        05150000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       05160000
           MOVE 'CLOSE CARDS REJECTED' TO WS-DL-T-TITLE.                05170000
           DISPLAY WS-DL-TOTAL.                                         05180000
                                                                        05190000
           MOVE WS-RECALLS-CLOSED TO WS-DL-T-CNT.                       05200000
           MOVE 'RECALLS CLOSED' TO WS-DL-T-TITLE.                      05210000
           DISPLAY WS-DL-TOTAL.                                         05220000
                                                                        05230000
           MOVE WS-RC-COUNT TO WS-DL-T-CNT.                             05240000
           MOVE 'OPEN RECALLS REPORTED' TO WS-DL-T-TITLE.               05250000
           DISPLAY WS-DL-TOTAL.                                         05260000
                                                                        05270000
           MOVE WS-LINES-READ TO WS-DL-T-CNT.                           05280000
           MOVE 'RECALL LINES READ' TO WS-DL-T-TITLE.                   05290000
           DISPLAY WS-DL-TOTAL.                                         05300000
                                                                        05310000
           MOVE WS-NOT-RESPONDING TO WS-DL-T-CNT.                       05320000
           MOVE 'CUSTOMERS NOT RESPONDED' TO WS-DL-T-TITLE.             05330000
           DISPLAY WS-DL-TOTAL.                                         05340000
                                                                        05350000
           DISPLAY WS-DL-ASTERISK.                                      05360000
           DISPLAY ' '.                                                 05370000
                                                                        05380000
           IF WS-CARDS-REJECTED > ZEROES                                05390000
              OR WS-CUSTOMERS-DROPPED > ZEROES                          05400000
               MOVE 4 TO RETURN-CODE                                    05410000
           ELSE                                                         05420000
               MOVE ZEROES TO RETURN-CODE                               05430000
           END-IF.                                                      05440000
                                                                        05450000
           GOBACK.                                                      05460000
                                                                        05470000
       P00000-EXIT.                                                     05480000
           EXIT.                                                        05490000
           EJECT                                                        05500000
      ***************************************************************** 05510000
      *                                                               * 05520000
      *    PARAGRAPH:  P05000-CLOSE-CARD                              * 05530000
      *                                                               * 05540000
      *    FUNCTION :  READ THE NEXT CLOSE CARD AND CLOSE THE OPEN    * 05550000
      *                RECALL IT NAMES                                * 05560000
      *                                                               * 05570000
      *    CALLED BY:  P00000-MAINLINE                                * 05580000
      *                                                               * 05590000
      ***************************************************************** 05600000
                                                                        05610000
       P05000-CLOSE-CARD.                                               05620000
                                                                        05630000
           READ CONTROL-CARD INTO WS-CLOSE-CARD                         05640000
               AT END                                                   05650000
                   MOVE 'Y' TO WS-END-OF-CARDS-SW                       05660000
                   GO TO P05000-EXIT.                                   05670000
                                                                        05680000
           ADD +1 TO WS-CARDS-READ.                                     05690000
                                                                        05700000
           IF WCC-CLOSE-KEYWORD NOT = 'CLOSE='                          05710000
              OR WCC-CLOSE-NUMBER NOT NUMERIC                           05720000
              OR WCC-CLOSE-NUMBER-N = ZEROES                            05730000
               MOVE '  CARD REJECTED - CLOSE CARD INVALID'              05740000
                   TO WS-DL-LINE-TEXT                                   05750000
               DISPLAY WS-DL-LINE                                       05760000
               ADD +1 TO WS-CARDS-REJECTED                              05770000
               GO TO P05000-EXIT                                        05780000
           END-IF.                                                      05790000
                                                                        05800000
           IF RECALLF-EMPTY                                             05810000
               MOVE '  CARD REJECTED - RECALL NOT FOUND'                05820000
                   TO WS-DL-LINE-TEXT                                   05830000
               DISPLAY WS-DL-LINE                                       05840000
               ADD +1 TO WS-CARDS-REJECTED                              05850000
               GO TO P05000-EXIT                                        05860000
           END-IF.                                                      05870000
                                                                        05880000
           MOVE WCC-PREFIX TO RECALL-PRE.                               05890000
           MOVE WCC-CLOSE-NUMBER-N TO RECALL-NUMBER.                    05900000
                                                                        05910000
           READ VSAM-RECALL.                                            05920000
                                                                        05930000
           IF RECALLF-NOTFOUND                                          05940000
               MOVE '  CARD REJECTED - RECALL NOT FOUND'                05950000
                   TO WS-DL-LINE-TEXT                                   05960000
               DISPLAY WS-DL-LINE                                       05970000
               ADD +1 TO WS-CARDS-REJECTED                              05980000
               GO TO P05000-EXIT                                        05990000
           END-IF.                                                      06000000
                                                                        06010000
           IF NOT RECALLF-OK                                            06020000
               MOVE 'READ RECALL FAILED' TO WPBE-MESSAGE                06030000
               MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS                06040000
               MOVE 'P05000' TO WPBE-PARAGRAPH                          06050000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06060000
           END-IF.                                                      06070000
                                                                        06080000
           IF NOT RECALL-OPEN                                           06090000
               MOVE '  CARD REJECTED - RECALL ALREADY CLOSED'           06100000
                   TO WS-DL-LINE-TEXT                                   06110000
               DISPLAY WS-DL-LINE                                       06120000
               ADD +1 TO WS-CARDS-REJECTED                              06130000
               GO TO P05000-EXIT                                        06140000
           END-IF.                                                      06150000
                                                                        06160000
           MOVE 'C' TO RECALL-STATUS.                                   06170000
           MOVE WS-DATE-CCYYMMDD TO RECALL-DATE-CLOSED.                 06180000
                                                                        06190000
           REWRITE RECALL-RECORD.                                       06200000
                                                                        06210000
           IF NOT RECALLF-OK                                            06220000
               MOVE 'REWRITE RECALL FAILED' TO WPBE-MESSAGE             06230000
               MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS                06240000
               MOVE 'P05000' TO WPBE-PARAGRAPH                          06250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06260000
           END-IF.                                                      06270000
                                                                        06280000
           ADD +1 TO WS-RECALLS-CLOSED.                                 06290000
                                                                        06300000
       P05000-EXIT.                                                     06310000
           EXIT.                                                        06320000
           EJECT                                                        06330000
      ***************************************************************** 06340000
      *                                                               * 06350000
      *    PARAGRAPH:  P10000-LOAD-RECALLS                            * 06360000
      *                                                               * 06370000
      *    FUNCTION :  LOAD THE PREFIX'S OPEN RECALLS INTO THE RECALL * 06380000
      *                TABLE, SKIPPING THE CONTROL RECORD             * 06390000
      *                                                               * 06400000
      *    CALLED BY:  P00000-MAINLINE                                * 06410000
      *                                                               * 06420000
      ***************************************************************** 06430000
                                                                        06440000
       P10000-LOAD-RECALLS.                                             06450000
                                                                        06460000
           IF END-OF-RECALLS                                            06470000
               GO TO P10000-EXIT                                        06480000
           END-IF.                                                      06490000
                                                                        06500000
           MOVE WCC-PREFIX TO RECALL-PRE.                               06510000
           MOVE 1 TO RECALL-NUMBER.                                     06520000
                                                                        06530000
           START VSAM-RECALL                                            06540000
               KEY NOT LESS THAN RECALL-KEY.                            06550000
                                                                        06560000
           IF RECALLF-NOTFOUND OR RECALLF-END                           06570000
               GO TO P10000-EXIT                                        06580000
           END-IF.                                                      06590000
                                                                        06600000
           IF NOT RECALLF-OK                                            06610000
               MOVE 'START RECALL FAILED' TO WPBE-MESSAGE               06620000
               MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS                06630000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          06640000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06650000
           END-IF.                                                      06660000
                                                                        06670000
           PERFORM P11000-READ-RECALL THRU P11000-EXIT                  06680000
               UNTIL END-OF-RECALLS.                                    06690000
                                                                        06700000
       P10000-EXIT.                                                     06710000
           EXIT.                                                        06720000
                                                                        06730000
       P11000-READ-RECALL.                                              06740000
                                                                        06750000
           READ VSAM-RECALL NEXT.                                       06760000
                                                                        06770000
           IF RECALLF-END                                               06780000
               MOVE 'Y' TO WS-END-OF-RECALLS-SW                         06790000
               GO TO P11000-EXIT                                        06800000
           END-IF.                                                      06810000
                                                                        06820000
           IF NOT RECALLF-OK                                            06830000
               MOVE 'READ NEXT RECALL FAILED' TO WPBE-MESSAGE           06840000
               MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS                06850000
               MOVE 'P11000' TO WPBE-PARAGRAPH                          06860000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06870000
           END-IF.                                                      06880000
                                                                        06890000
           IF RECALL-PRE NOT = WCC-PREFIX                               06900000
               MOVE 'Y' TO WS-END-OF-RECALLS-SW                         06910000
               GO TO P11000-EXIT                                        06920000
           END-IF.                                                      06930000
                                                                        06940000
           IF NOT RECALL-OPEN                                           06950000
               GO TO P11000-EXIT                                        06960000
           END-IF.                                                      06970000
                                                                        06980000
           IF WS-RC-COUNT NOT < WS-RC-MAX                               06990000
               MOVE 'OPEN RECALL TABLE FULL' TO WPBE-MESSAGE            07000000
               MOVE 'P11000' TO WPBE-PARAGRAPH                          07010000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07020000
           END-IF.                                                      07030000
                                                                        07040000
           ADD +1 TO WS-RC-COUNT.                                       07050000
           MOVE RECALL-NUMBER TO WS-RC-NUMBER (WS-RC-COUNT).            07060000
           MOVE RECALL-SEVERITY TO WS-RC-SEVERITY (WS-RC-COUNT).        07070000
           MOVE RECALL-REASON TO WS-RC-REASON (WS-RC-COUNT).            07080000
           MOVE RECALL-DATE-OPENED TO WS-RC-OPENED (WS-RC-COUNT).       07090000
           MOVE RECALL-LOTS TO WS-RC-LOTS (WS-RC-COUNT).                07100000
           MOVE RECALL-QTY-FROZEN TO WS-RC-QTY-FROZEN (WS-RC-COUNT).    07110000
           MOVE +0 TO WS-RC-QTY-SHIPPED (WS-RC-COUNT)                   07120000
                      WS-RC-QTY-RECOVERED (WS-RC-COUNT)                 07130000
                      WS-RC-CUSTOMERS (WS-RC-COUNT)                     07140000
                      WS-RC-RESPONDING (WS-RC-COUNT).                   07150000
                                                                        07160000
       P11000-EXIT.                                                     07170000
           EXIT.                                                        07180000
           EJECT                                                        07190000
      ***************************************************************** 07200000
      *                                                               * 07210000
      *    PARAGRAPH:  P20000-READ-LINE                               * 07220000
      *                                                               * 07230000
      *    FUNCTION :  READ THE NEXT RECALL LINE AND, WHEN IT BELONGS * 07240000
      *                TO AN OPEN RECALL OF THE PREFIX, ADD IT TO THE * 07250000
      *                RECALL'S TOTALS AND ITS CUSTOMER'S ENTRY       * 07260000
      *                                                               * 07270000
      *    CALLED BY:  P00000-MAINLINE                                * 07280000
      *                                                               * 07290000
      ***************************************************************** 07300000
                                                                        07310000
       P20000-READ-LINE.                                                07320000
                                                                        07330000
           READ VSAM-RECALL-LINE NEXT.                                  07340000
                                                                        07350000
           IF RCLLINF-END                                               07360000
               MOVE 'Y' TO WS-END-OF-LINES-SW                           07370000
               GO TO P20000-EXIT                                        07380000
           END-IF.                                                      07390000
                                                                        07400000
           IF NOT RCLLINF-OK                                            07410000
               MOVE 'READ NEXT RECALL LINE FAILED' TO WPBE-MESSAGE      07420000
               MOVE WS-RCLLIN-STATUS TO WPBE-FILE-STATUS                07430000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          07440000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07450000
           END-IF.                                                      07460000
                                                                        07470000
           IF RCL-LINE-PRE NOT = WCC-PREFIX                             07480000
               GO TO P20000-EXIT                                        07490000
           END-IF.                                                      07500000
                                                                        07510000
           MOVE 'N' TO WS-RECALL-FOUND-SW.                              07520000
                                                                        07530000
           PERFORM P21000-FIND-RECALL THRU P21000-EXIT                  07540000
               VARYING WS-RC-NDX FROM 1 BY 1                            07550000
                   UNTIL WS-RC-NDX > WS-RC-COUNT                        07560000
                      OR RECALL-FOUND.                                  07570000
                                                                        07580000
           IF NOT RECALL-FOUND                                          07590000
               GO TO P20000-EXIT                                        07600000
           END-IF.                                                      07610000
                                                                        07620000
           SUBTRACT +1 FROM WS-RC-NDX.                                  07630000
           ADD +1 TO WS-LINES-READ.                                     07640000
                                                                        07650000
           ADD RCL-LINE-QTY-SHIPPED TO WS-RC-QTY-SHIPPED (WS-RC-NDX).   07660000
           ADD RCL-LINE-QTY-RECOVERED                                   07670000
               TO WS-RC-QTY-RECOVERED (WS-RC-NDX).                      07680000
                                                                        07690000
      ***************************************************************** 07700000
      *    ACCUMULATE INTO THE CUSTOMER'S ENTRY WHEN IT IS ALREADY IN * 07710000
      *    THE TABLE, OTHERWISE INSERT IT IN SEQUENCE                 * 07720000
      ***************************************************************** 07730000
                                                                        07740000
           MOVE 'N' TO WS-CUST-FOUND-SW.                                07750000
                                                                        07760000
           PERFORM P22000-FIND-CUSTOMER THRU P22000-EXIT                07770000
               VARYING WS-CU-NDX FROM 1 BY 1                            07780000
                   UNTIL WS-CU-NDX > WS-CU-COUNT                        07790000
                      OR CUST-FOUND.                                    07800000
                                                                        07810000
           IF CUST-FOUND                                                07820000
               SUBTRACT +1 FROM WS-CU-NDX                               07830000
           ELSE                                                         07840000
               IF WS-CU-COUNT NOT < WS-CU-MAX                           07850000
                   ADD +1 TO WS-CUSTOMERS-DROPPED                       07860000
                   GO TO P20000-EXIT                                    07870000
               END-IF                                                   07880000
               PERFORM P23000-ADD-CUSTOMER THRU P23000-EXIT             07890000
           END-IF.                                                      07900000
                                                                        07910000
           ADD RCL-LINE-QTY-SHIPPED TO WS-CU-QTY-SHIPPED (WS-CU-NDX).   07920000
           ADD RCL-LINE-QTY-RECOVERED                                   07930000
               TO WS-CU-QTY-RECOVERED (WS-CU-NDX).                      07940000
                                                                        07950000
           IF RCL-LINE-DATE-NOTIFIED < WS-CU-NOTIFIED (WS-CU-NDX)       07960000
               MOVE RCL-LINE-DATE-NOTIFIED                              07970000
                   TO WS-CU-NOTIFIED (WS-CU-NDX)                        07980000
           END-IF.                                                      07990000
                                                                        08000000
           IF RCL-LINE-DATE-RESPONDED NUMERIC                           08010000
              AND RCL-LINE-DATE-RESPONDED > ZEROES                      08020000
              AND NOT WS-CU-RESPONDED (WS-CU-NDX)                       08030000
               MOVE 'Y' TO WS-CU-RESPONDED-SW (WS-CU-NDX)               08040000
               ADD +1 TO WS-RC-RESPONDING (WS-RC-NDX)                   08050000
           END-IF.                                                      08060000
                                                                        08070000
       P20000-EXIT.                                                     08080000
           EXIT.                                                        08090000
                                                                        08100000
      ***************************************************************** 08110000
      *    IS THE LINE FOR ONE OF THE OPEN RECALLS                    * 08120000
      ***************************************************************** 08130000
                                                                        08140000
       P21000-FIND-RECALL.                                              08150000
                                                                        08160000
           IF WS-RC-NUMBER (WS-RC-NDX) = RCL-LINE-RECALL-NUMBER         08170000
               MOVE 'Y' TO WS-RECALL-FOUND-SW                           08180000
           END-IF.                                                      08190000
                                                                        08200000
       P21000-EXIT.                                                     08210000
           EXIT.                                                        08220000
                                                                        08230000
      ***************************************************************** 08240000
      *    IS THE LINE'S CUSTOMER ALREADY HELD FOR THE RECALL         * 08250000
      ***************************************************************** 08260000
                                                                        08270000
       P22000-FIND-CUSTOMER.                                            08280000
                                                                        08290000
           IF WS-CU-RECALL (WS-CU-NDX) = WS-RC-NDX                      08300000
              AND WS-CU-CUSTOMER (WS-CU-NDX) = RCL-LINE-CUSTOMER-ID     08310000
               MOVE 'Y' TO WS-CUST-FOUND-SW                             08320000
           END-IF.                                                      08330000
                                                                        08340000
       P22000-EXIT.                                                     08350000
           EXIT.                                                        08360000
           EJECT                                                        08370000
      ***************************************************************** 08380000
      *                                                               * 08390000
      *    PARAGRAPH:  P23000-ADD-CUSTOMER                            * 08400000
      *                                                               * 08410000
      *    FUNCTION :  INSERT A NEW RECALL CUSTOMER IN RECALL /       * 08420000
      *                CUSTOMER SEQUENCE AND COUNT IT AS NOTIFIED.    * 08430000
      *                LEAVES WS-CU-NDX ON THE NEW ENTRY              * 08440000
      *                                                               * 08450000
      *    CALLED BY:  P20000-READ-LINE                               * 08460000
      *                                                               * 08470000
      ***************************************************************** 08480000
                                                                        08490000
       P23000-ADD-CUSTOMER.                                             08500000
                                                                        08510000
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                08520000
           MOVE +1 TO WS-INS-NDX.                                       08530000
                                                                        08540000
           PERFORM P23100-FIND-SLOT THRU P23100-EXIT                    08550000
               UNTIL SLOT-FOUND                                         08560000
                  OR WS-INS-NDX > WS-CU-COUNT.                          08570000
                                                                        08580000
           MOVE WS-CU-COUNT TO WS-NDX2.                                 08590000
                                                                        08600000
           PERFORM P23200-SHIFT-TAIL THRU P23200-EXIT                   08610000
               UNTIL WS-NDX2 < WS-INS-NDX.                              08620000
                                                                        08630000
           MOVE WS-RC-NDX TO WS-CU-RECALL (WS-INS-NDX).                 08640000
           MOVE RCL-LINE-CUSTOMER-ID TO WS-CU-CUSTOMER (WS-INS-NDX).    08650000
           MOVE +0 TO WS-CU-QTY-SHIPPED (WS-INS-NDX)                    08660000
                      WS-CU-QTY-RECOVERED (WS-INS-NDX).                 08670000
           MOVE RCL-LINE-DATE-NOTIFIED TO WS-CU-NOTIFIED (WS-INS-NDX).  08680000
           MOVE 'N' TO WS-CU-RESPONDED-SW (WS-INS-NDX).                 08690000
                                                                        08700000
           ADD +1 TO WS-CU-COUNT.                                       08710000
           ADD +1 TO WS-RC-CUSTOMERS (WS-RC-NDX).                       08720000
                                                                        08730000
           MOVE WS-INS-NDX TO WS-CU-NDX.                                08740000
                                                                        08750000
       P23000-EXIT.                                                     08760000
           EXIT.                                                        08770000
                                                                        08780000
      ***************************************************************** 08790000
      *    FIND THE SORTED POSITION AND SHIFT THE TAIL DOWN           * 08800000
      ***************************************************************** 08810000
                                                                        08820000
       P23100-FIND-SLOT.                                                08830000
                                                                        08840000
           IF WS-RC-NDX < WS-CU-RECALL (WS-INS-NDX)                     08850000
              OR (WS-RC-NDX = WS-CU-RECALL (WS-INS-NDX)                 08860000
                 AND RCL-LINE-CUSTOMER-ID < WS-CU-CUSTOMER (WS-INS-NDX))08870000
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             08880000
           ELSE                                                         08890000
               ADD +1 TO WS-INS-NDX                                     08900000
           END-IF.                                                      08910000
                                                                        08920000
       P23100-EXIT.                                                     08930000
           EXIT.                                                        08940000
                                                                        08950000
       P23200-SHIFT-TAIL.                                               08960000
                                                                        08970000
           COMPUTE WS-NDX = WS-NDX2 + 1.                                08980000
           MOVE WS-CU-ENTRY (WS-NDX2) TO WS-CU-ENTRY (WS-NDX).          08990000
           SUBTRACT +1 FROM WS-NDX2.                                    09000000
                                                                        09010000
       P23200-EXIT.                                                     09020000
           EXIT.                                                        09030000
           EJECT                                                        09040000
      ***************************************************************** 09050000
      *                                                               * 09060000
      *    PARAGRAPH:  P30000-PRINT-RECALL                            * 09070000
      *                                                               * 09080000
      *    FUNCTION :  PRINT THE STATUS OF ONE OPEN RECALL AND THE    * 09090000
      *                CUSTOMERS THAT HAVE NOT YET RESPONDED          * 09100000
      *                                                               * 09110000
      *    CALLED BY:  P00000-MAINLINE                                * 09120000
      *                                                               * 09130000
      ***************************************************************** 09140000
                                                                        09150000
       P30000-PRINT-RECALL.                                             09160000
                                                                        09170000
           WRITE STATUS-PRINT-REC FROM WS-PL-SEPARATOR.                 09180000
                                                                        09190000
           MOVE WS-RC-NUMBER (WS-RC-NDX) TO WS-PL-RC-NUMBER.            09200000
           MOVE WS-RC-SEVERITY (WS-RC-NDX) TO WS-PL-RC-CLASS.           09210000
           MOVE WS-RC-OPENED (WS-RC-NDX) TO WS-EDIT-DATE.               09220000
           MOVE WS-EDIT-MONTH TO WS-PL-RC-MONTH.                        09230000
           MOVE WS-EDIT-DAY TO WS-PL-RC-DAY.                            09240000
           MOVE WS-EDIT-YEAR TO WS-PL-RC-YEAR.                          09250000
           MOVE WS-RC-REASON (WS-RC-NDX) TO WS-PL-RC-REASON.            09260000
           WRITE STATUS-PRINT-REC FROM WS-PL-RECALL-LINE.               09270000
                                                                        09280000
           MOVE WS-RC-LOTS (WS-RC-NDX) TO WS-PL-LT-LOTS.                09290000
           WRITE STATUS-PRINT-REC FROM WS-PL-LOTS-LINE.                 09300000
                                                                        09310000
           IF WS-RC-QTY-SHIPPED (WS-RC-NDX) > ZEROES                    09320000
               COMPUTE WS-PCT-RECOVERED ROUNDED =                       09330000
                   WS-RC-QTY-RECOVERED (WS-RC-NDX) * 100                09340000
                       / WS-RC-QTY-SHIPPED (WS-RC-NDX)                  09350000
           ELSE                                                         09360000
               MOVE +0 TO WS-PCT-RECOVERED                              09370000
           END-IF.                                                      09380000
                                                                        09390000
           MOVE WS-RC-QTY-FROZEN (WS-RC-NDX) TO WS-PL-QT-FROZEN.        09400000
           MOVE WS-RC-QTY-SHIPPED (WS-RC-NDX) TO WS-PL-QT-SHIPPED.      09410000
           MOVE WS-RC-QTY-RECOVERED (WS-RC-NDX) TO WS-PL-QT-RECOVERED.  09420000
           MOVE WS-PCT-RECOVERED TO WS-PL-QT-PCT.                       09430000
           WRITE STATUS-PRINT-REC FROM WS-PL-QTY-LINE.                  09440000
                                                                        09450000
           MOVE WS-RC-CUSTOMERS (WS-RC-NDX) TO WS-PL-CC-NOTIFIED.       09460000
           MOVE WS-RC-RESPONDING (WS-RC-NDX) TO WS-PL-CC-RESPONDING.    09470000
           COMPUTE WS-PL-CC-NOT-RESPONDING =                            09480000
               WS-RC-CUSTOMERS (WS-RC-NDX)                              09490000
                   - WS-RC-RESPONDING (WS-RC-NDX).                      09500000
           WRITE STATUS-PRINT-REC FROM WS-PL-CUST-COUNT-LINE.           09510000
           WRITE STATUS-PRINT-REC FROM WS-PL-BLANK.                     09520000
                                                                        09530000
           IF WS-RC-RESPONDING (WS-RC-NDX)                              09540000
                  = WS-RC-CUSTOMERS (WS-RC-NDX)                         09550000
               WRITE STATUS-PRINT-REC FROM WS-PL-ALL-RESPONDED          09560000
           ELSE                                                         09570000
               WRITE STATUS-PRINT-REC FROM WS-PL-COLUMN-HEADER          09580000
               PERFORM P31000-PRINT-CUSTOMER THRU P31000-EXIT           09590000
                   VARYING WS-CU-NDX FROM 1 BY 1                        09600000
                       UNTIL WS-CU-NDX > WS-CU-COUNT                    09610000
           END-IF.                                                      09620000
                                                                        09630000
           WRITE STATUS-PRINT-REC FROM WS-PL-BLANK.                     09640000
                                                                        09650000
       P30000-EXIT.                                                     09660000
           EXIT.                                                        09670000
           EJECT                                                        09680000
      ***************************************************************** 09690000
      *                                                               * 09700000
      *    PARAGRAPH:  P31000-PRINT-CUSTOMER                          * 09710000
      *                                                               * 09720000
      *    FUNCTION :  LIST A CUSTOMER OF THE RECALL THAT HAS NOT YET * 09730000
      *                RESPONDED, WITH THE DAYS SINCE ITS NOTICE      * 09740000
      *                                                               * 09750000
      *    CALLED BY:  P30000-PRINT-RECALL                            * 09760000
      *                                                               * 09770000
      ***************************************************************** 09780000
                                                                        09790000
       P31000-PRINT-CUSTOMER.                                           09800000
                                                                        09810000
           IF WS-CU-RECALL (WS-CU-NDX) NOT = WS-RC-NDX                  09820000
              OR WS-CU-RESPONDED (WS-CU-NDX)                            09830000
               GO TO P31000-EXIT                                        09840000
           END-IF.                                                      09850000
                                                                        09860000
           MOVE WS-CU-CUSTOMER (WS-CU-NDX) TO WS-PL-DT-CUSTOMER.        09870000
                                                                        09880000
           IF WS-CU-CUSTOMER (WS-CU-NDX) = SPACES                       09890000
               MOVE 'CUSTOMER NOT ON ORDER_LOG' TO WS-PL-DT-NAME        09900000
           ELSE                                                         09910000
               MOVE WCC-PREFIX TO CUSTOMER-PRE                          09920000
               MOVE WS-CU-CUSTOMER (WS-CU-NDX) TO CUSTOMER-ID           09930000
               READ VSAM-CUSTOMER                                       09940000
               IF CUSTOMER-OK                                           09950000
                   MOVE CUSTOMER-NAME TO WS-PL-DT-NAME                  09960000
               ELSE                                                     09970000
                   MOVE SPACES TO WS-PL-DT-NAME                         09980000
               END-IF                                                   09990000
           END-IF.                                                      10000000
                                                                        10010000
           MOVE WS-CU-QTY-SHIPPED (WS-CU-NDX) TO WS-PL-DT-QTY.          10020000
           MOVE WS-CU-NOTIFIED (WS-CU-NDX) TO WS-EDIT-DATE.             10030000
           MOVE WS-EDIT-MONTH TO WS-PL-DT-MONTH.                        10040000
           MOVE WS-EDIT-DAY TO WS-PL-DT-DAY.                            10050000
           MOVE WS-EDIT-YEAR TO WS-PL-DT-YEAR.                          10060000
                                                                        10070000
           IF WS-CU-NOTIFIED (WS-CU-NDX) > ZEROES                       10080000
               COMPUTE WS-NOTICE-INTEGER =                              10090000
                   FUNCTION INTEGER-OF-DATE (WS-CU-NOTIFIED (WS-CU-NDX))10100000
               COMPUTE WS-PL-DT-DAYS =                                  10110000
                   WS-DATE-INTEGER - WS-NOTICE-INTEGER                  10120000
           ELSE                                                         10130000
               MOVE ZEROES TO WS-PL-DT-DAYS                             10140000
           END-IF.                                                      10150000
                                                                        10160000
           WRITE STATUS-PRINT-REC FROM WS-PL-DETAIL.                    10170000
                                                                        10180000
           ADD +1 TO WS-NOT-RESPONDING.                                 10190000
                                                                        10200000
       P31000-EXIT.                                                     10210000
           EXIT.                                                        10220000
           EJECT                                                        10230000
      ***************************************************************** 10240000
      *                                                               * 10250000
      *    PARAGRAPH:  P99999-ABEND                                   * 10260000
      *                                                               * 10270000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 10280000
      *                ERROR HAS BEEN ENCOUNTERED                     * 10290000
      *                                                               * 10300000
      *    CALLED BY:  VARIOUS                                        * 10310000
      *                                                               * 10320000
      ***************************************************************** 10330000
                                                                        10340000
       P99999-ABEND.                                                    10350000
                                                                        10360000
           DISPLAY ' '.                                                 10370000
           DISPLAY WPEA-ERROR-01.                                       10380000
           DISPLAY WPEA-ERROR-02.                                       10390000
           DISPLAY WPEA-ERROR-03.                                       10400000
           DISPLAY WPEA-ERROR-04.                                       10410000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               10420000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               10430000
           DISPLAY WPEA-ERROR-04.                                       10440000
           DISPLAY WPEA-ERROR-03.                                       10450000
           DISPLAY WPEA-ERROR-02.                                       10460000
           DISPLAY WPEA-ERROR-01.                                       10470000
           DISPLAY ' '.                                                 10480000
                                                                        10490000
           MOVE 16 TO RETURN-CODE.                                      10500000
                                                                        10510000
           GOBACK.                                                      10520000
                                                                        10530000
       P99999-EXIT.                                                     10540000
           EXIT.                                                        10550000
