       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB102.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB102                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB102 IS THE QUARTERLY ABC STOCK        * 00100000
      *             CLASSIFICATION.  FOR EVERY CONTROL CARD (PREFIX   * 00110000
      *             AND CUT-OFFS) IT TOTALS EACH ITEM / SUPPLIER'S    * 00120000
      *             COST OF GOODS SHIPPED OVER THE LAST YEAR FROM THE * 00130000
      *             COGS JOURNAL (VCOGS -- SHIPPED QUANTITY AT THE    * 00140000
      *             AVERAGE UNIT COST IN EFFECT) INTO ITS ANNUAL      * 00150000
      *             USAGE VALUE ON ITEM_SUPPLIER, THEN RANKS THE      * 00160000
      *             ITEM / SUPPLIERS BY THAT VALUE, HIGHEST FIRST.    * 00170000
      *             A ROW WHOSE RANK STARTS INSIDE THE FIRST A        * 00180000
      *             CUT-OFF PERCENT OF THE PREFIX'S TOTAL VALUE IS    * 00190000
      *             CLASS A, INSIDE THE B CUT-OFF PERCENT CLASS B,    * 00200000
      *             AND EVERY OTHER ROW -- INCLUDING ROWS THAT DID    * 00210000
      *             NOT MOVE -- CLASS C.  THE CLASS DRIVES THE CYCLE  * 00220000
      *             COUNT FREQUENCY IN PDAB53 (A MONTHLY, B           * 00230000
      *             QUARTERLY, C YEARLY) AND THE CLASS BREAKOUT OF    * 00240000
      *             THE PDAB54 ACCURACY REPORT.                       * 00250000
      *                                                               * 00260000
      *             CONTROL CARD LAYOUT (ONE PREFIX PER CARD):        * 00270000
      *               COL  1- 5   PREFIX            (NUMERIC)         * 00280000
      *               COL  7- 9   A CUT-OFF PERCENT (NUMERIC, E.G.    * 00290000
      *                           080)                                * 00300000
      *               COL 11-13   B CUT-OFF PERCENT (NUMERIC, E.G.    * 00310000
      *                           095, CUMULATIVE -- OVER A, NOT      * 00320000
      *                           OVER 100)                           * 00330000
      *                                                               * 00340000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00350000
      *             COGS JOURNAL         -  VSAM KSDS    (INPUT)      * 00360000
      *             ITEM_SUPPLIER        -  DB2          (UPDATE)     * 00370000
      *                                                               * 00380000
      ***************************************************************** 00390000
      *             PROGRAM CHANGE LOG                                * 00400000
      *             -------------------                               * 00410000
      *                                                               * 00420000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00430000
      *  --------   --------------------  --------------------------  * 00440000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00450000
      *                                                               * 00460000
      ***************************************************************** 00470000
           EJECT                                                        00480000
       ENVIRONMENT DIVISION.                                            00490000
                                                                        00500000
       INPUT-OUTPUT SECTION.                                            00510000
                                                                        00520000
       FILE-CONTROL.                                                    00530000
                                                                        00540000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00550000
                                                                        00560000
           SELECT VSAM-COGS            ASSIGN TO VCOGS                  00570000
                                       ORGANIZATION IS INDEXED          00580000
                                       ACCESS IS DYNAMIC                00590000
                                       RECORD KEY IS COGS-KEY           00600000
                                       FILE STATUS IS WS-COGS-STATUS.   00610000
           EJECT                                                        00620000
       DATA DIVISION.                                                   00630000
                                                                        00640000
       FILE SECTION.                                                    00650000
                                                                        00660000
       FD  CONTROL-CARD                                                 00670000
           LABEL RECORDS ARE STANDARD                                   00680000
           RECORDING MODE IS F                                          00690000
           RECORD CONTAINS 80 CHARACTERS                                00700000
           BLOCK CONTAINS 27920 CHARACTERS.                             00710000
                                                                        00720000
       01  CONTROL-CARD-REC            PIC X(80).                       00730000
                                                                        00740000
       FD  VSAM-COGS                                                    00750000
           RECORD CONTAINS 128 CHARACTERS.                              00760000
                                                                        00770000
           COPY VCOGS.                                                  00780000
           EJECT                                                        00790000
       WORKING-STORAGE SECTION.                                         00800000
                                                                        00810000
      ***************************************************************** 00820000
      *    SWITCHES                                                   * 00830000
      ***************************************************************** 00840000
                                                                        00850000
       01  WS-SWITCHES.                                                 00860000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00870000
               88  END-OF-PROCESS                VALUE 'Y'.             00880000
           05  WS-END-OF-COGS-SW       PIC X     VALUE 'N'.             00890000
               88  END-OF-COGS                   VALUE 'Y'.             00900000
           05  WS-END-OF-RANK-SW       PIC X     VALUE 'N'.             00910000
               88  END-OF-RANK                   VALUE 'Y'.             00920000
           05  WS-COGS-EMPTY-SW        PIC X     VALUE 'N'.             00930000
               88  COGS-JOURNAL-EMPTY            VALUE 'Y'.             00940000
           EJECT                                                        00950000
      ***************************************************************** 00960000
      *    MISCELLANEOUS WORK FIELDS                                  * 00970000
      ***************************************************************** 00980000
                                                                        00990000
       01  WS-MISCELLANEOUS-FIELDS.                                     01000000
           03  WS-COGS-STATUS          PIC XX    VALUE SPACES.          01010000
               88  COGSF-OK                      VALUE '  ' '00'.       01020000
               88  COGSF-NOTFOUND                VALUE '23'.            01030000
               88  COGSF-EMPTY                   VALUE '47' '35'.       01040000
               88  COGSF-END                     VALUE '10'.            01050000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01060000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01070000
           03  WS-SHIPMENTS-READ       PIC S9(9) VALUE +0       COMP-3. 01080000
           03  WS-SHIPMENTS-USED       PIC S9(9) VALUE +0       COMP-3. 01090000
           03  WS-SHIPMENTS-UNMATCHED  PIC S9(9) VALUE +0       COMP-3. 01100000
           03  WS-ROWS-CLASSIFIED      PIC S9(9) VALUE +0       COMP-3. 01110000
           03  WS-CLASS-SUB            PIC S9(4) VALUE +0       COMP.   01120000
           03  WS-CLASS-NAMES          PIC X(3)  VALUE 'ABC'.           01130000
           03  FILLER                  REDEFINES WS-CLASS-NAMES.        01140000
               05  WS-CLASS-NAME       PIC X     OCCURS 3 TIMES.        01150000
           03  WS-LINE-VALUE           PIC S9(11)V99                    01160000
                                                 VALUE +0       COMP-3. 01170000
           03  WS-TOTAL-VALUE          PIC S9(13)V99                    01180000
                                                 VALUE +0       COMP-3. 01190000
           03  WS-CUM-VALUE            PIC S9(13)V99                    01200000
                                                 VALUE +0       COMP-3. 01210000
           03  WS-CUM-PCT              PIC S9(3)V99                     01220000
                                                 VALUE +0       COMP-3. 01230000
           03  WS-FROM-DATE            PIC 9(8)  VALUE ZEROES.          01240000
           03  WS-DATE.                                                 01250000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01260000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01270000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01280000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01290000
                                       PIC 9(8).                        01300000
           EJECT                                                        01310000
      ***************************************************************** 01320000
      *    PER-PREFIX ACCUMULATORS BY ABC CLASS (1 = A, 2 = B, 3 = C) * 01330000
      ***************************************************************** 01340000
                                                                        01350000
       01  WS-CLASS-ACCUMULATORS.                                       01360000
           03  WS-CA-ENTRY             OCCURS 3 TIMES.                  01370000
               05  WS-CA-ROWS          PIC S9(7)                COMP-3. 01380000
               05  WS-CA-VALUE         PIC S9(13)V99            COMP-3. 01390000
           EJECT                                                        01400000
      ***************************************************************** 01410000
      *    CONTROL CARD AREA                                          * 01420000
      ***************************************************************** 01430000
                                                                        01440000
       01  WS-CONTROL-CARD.                                             01450000
           03  WCC-PREFIX              PIC X(5).                        01460000
           03  FILLER                  PIC X(1).                        01470000
           03  WCC-A-CUT               PIC X(3).                        01480000
           03  FILLER                  PIC X(1).                        01490000
           03  WCC-B-CUT               PIC X(3).                        01500000
           03  FILLER                  PIC X(67).                       01510000
                                                                        01520000
       01  WS-CONTROL-CARD-NUM.                                         01530000
           03  WCN-PREFIX              PIC 9(5)  VALUE ZEROES.          01540000
           03  WCN-A-CUT               PIC 9(3)  VALUE ZEROES.          01550000
           03  WCN-B-CUT               PIC 9(3)  VALUE ZEROES.          01560000
           EJECT                                                        01570000
      ***************************************************************** 01580000
      *    DISPLAY AREA                                               * 01590000
      ***************************************************************** 01600000
                                                                        01610000
       01  WS-DISPLAY-LINES.                                            01620000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01630000
           03  WS-DL-BLANK.                                             01640000
               05  FILLER         PIC X(01) VALUE '*'.                  01650000
               05  FILLER         PIC X(78) VALUE SPACES.               01660000
               05  FILLER         PIC X(01) VALUE '*'.                  01670000
           03  WS-DL-LINE.                                              01680000
               05  FILLER         PIC X(01) VALUE '*'.                  01690000
               05  WS-DL-LINE-TEXT                                      01700000
                                  PIC X(78) VALUE SPACES.               01710000
               05  FILLER         PIC X(01) VALUE '*'.                  01720000
           03  WS-DL-RUN-DATE.                                          01730000
               05  FILLER         PIC X(01) VALUE '*'.                  01740000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               01750000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               01760000
               05  FILLER         PIC X(01) VALUE '/'.                  01770000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               01780000
               05  FILLER         PIC X(01) VALUE '/'.                  01790000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               01800000
               05  FILLER         PIC X(56) VALUE SPACES.               01810000
               05  FILLER         PIC X(01) VALUE '*'.                  01820000
           03  WS-DL-TOTAL.                                             01830000
               05  FILLER         PIC X(01) VALUE '*'.                  01840000
               05  FILLER         PIC X(43) VALUE SPACES.               01850000
               05  WS-DL-T-CNT    PIC Z,ZZZ,ZZ9.                        01860000
               05  FILLER         PIC X(3)  VALUE ' - '.                01870000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01880000
               05  FILLER         PIC X(01) VALUE '*'.                  01890000
           03  WS-DL-PREFIX.                                            01900000
               05  FILLER         PIC X(01) VALUE '*'.                  01910000
               05  FILLER         PIC X(09) VALUE '  PREFIX '.          01920000
               05  WS-DL-PF-PREFIX                                      01930000
                                  PIC X(05) VALUE SPACES.               01940000
               05  FILLER         PIC X(22) VALUE                       01950000
                                  '   ANNUAL USAGE VALUE '.             01960000
               05  WS-DL-PF-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.               01970000
               05  FILLER         PIC X(23) VALUE SPACES.               01980000
               05  FILLER         PIC X(01) VALUE '*'.                  01990000
           03  WS-DL-CLASS.                                             02000000
               05  FILLER         PIC X(01) VALUE '*'.                  02010000
               05  FILLER         PIC X(10) VALUE '    CLASS '.         02020000
               05  WS-DL-CL-CLASS PIC X(01) VALUE SPACES.               02030000
               05  FILLER         PIC X(06) VALUE ' ROWS '.             02040000
               05  WS-DL-CL-ROWS  PIC Z,ZZZ,ZZ9.                        02050000
               05  FILLER         PIC X(07) VALUE ' VALUE '.            02060000
               05  WS-DL-CL-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.               02070000
               05  FILLER         PIC X(05) VALUE ' PCT '.              02080000
               05  WS-DL-CL-PCT   PIC ZZ9.99.                           02090000
               05  FILLER         PIC X(01) VALUE '%'.                  02100000
               05  FILLER         PIC X(13) VALUE SPACES.               02110000
               05  FILLER         PIC X(01) VALUE '*'.                  02120000
           03  WS-DL-REJECT.                                            02130000
               05  FILLER         PIC X(01) VALUE '*'.                  02140000
               05  FILLER         PIC X(12) VALUE '  REJECTED '.        02150000
               05  WS-DL-RJ-CARD  PIC X(31) VALUE SPACES.               02160000
               05  FILLER         PIC X(03) VALUE ' - '.                02170000
               05  WS-DL-RJ-REASON                                      02180000
                                  PIC X(31) VALUE SPACES.               02190000
               05  FILLER         PIC X(01) VALUE '*'.                  02200000
           EJECT                                                        02210000
      ***************************************************************** 02220000
      *    DB2  DEFINITIONS                                           * 02230000
      ***************************************************************** 02240000
                                                                        02250000
      ***************************************************************** 02260000
      *         SQL COMMUNICATIONS AREA                               * 02270000
      ***************************************************************** 02280000
                                                                        02290000
           EXEC SQL                                                     02300000
              INCLUDE SQLCA                                             02310000
           END-EXEC.                                                    02320000
           EJECT                                                        02330000
           EXEC SQL                                                     02340000
              INCLUDE DITMSUP                                           02350000
           END-EXEC.                                                    02360000
           EJECT                                                        02370000
      ***************************************************************** 02380000
      *    CURSOR RANKING THE PREFIX'S ITEM / SUPPLIERS BY ANNUAL     * 02390000
      *    USAGE VALUE, HIGHEST FIRST                                 * 02400000
      ***************************************************************** 02410000
                                                                        02420000
           EXEC SQL DECLARE ABC_RANK CURSOR FOR                         02430000
               SELECT  ITEM_NUMBER,                                     02440000
                       SUPPLIER_ID,                                     02450000
                       ANNUAL_USAGE_VALUE                               02460000
               FROM    ITEM_SUPPLIER                                    02470000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     02480000
                 AND   SUPPLIER_PREFIX = :ITEM-SUPPLIER-SUPPLIER-PREFIX 02490000
               ORDER BY ANNUAL_USAGE_VALUE DESC,                        02500000
                        ITEM_NUMBER,                                    02510000
                        SUPPLIER_ID                                     02520000
           END-EXEC.                                                    02530000
           EJECT                                                        02540000
      ***************************************************************** 02550000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02560000
      ***************************************************************** 02570000
                                                                        02580000
           COPY PDAERRWS.                                               02590000
                                                                        02600000
       01  WS-PDA-BATCH-ERROR-01.                                       02610000
           05  FILLER             PIC X     VALUE SPACES.               02620000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02630000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02640000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB102'.            02650000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02660000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02670000
                                                                        02680000
       01  WS-PDA-BATCH-ERROR-02.                                       02690000
           05  FILLER             PIC X(8)  VALUE SPACES.               02700000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02710000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02720000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02730000
           EJECT                                                        02740000
      ***************************************************************** 02750000
      *    P R O C E D U R E    D I V I S I O N                       * 02760000
      ***************************************************************** 02770000
                                                                        02780000
       PROCEDURE DIVISION.                                              02790000
                                                                        02800000
      ***************************************************************** 02810000
      *                                                               * 02820000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02830000
      *                                                               * 02840000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, CLASSIFY ONE   * 02850000
      *                PREFIX PER CONTROL CARD, PRINT THE COUNTS      * 02860000
      *                                                               * 02870000
      *    CALLED BY:  NONE                                           * 02880000
      *                                                               * 02890000
      ***************************************************************** 02900000
                                                                        02910000
       P00000-MAINLINE.                                                 02920000
                                                                        02930000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02940000
                                                                        02950000
      ***************************************************************** 02960000
      *    THE USAGE YEAR STARTS ONE YEAR BEFORE TODAY                * 02970000
      ***************************************************************** 02980000
                                                                        02990000
           COMPUTE WS-FROM-DATE = WS-DATE-CCYYMMDD - 10000.             03000000
                                                                        03010000
           DISPLAY ' '.                                                 03020000
           DISPLAY WS-DL-ASTERISK.                                      03030000
           DISPLAY WS-DL-BLANK.                                         03040000
           MOVE '  PDAB102 - QUARTERLY ABC STOCK CLASSIFICATION'        03050000
               TO WS-DL-LINE-TEXT.                                      03060000
           DISPLAY WS-DL-LINE.                                          03070000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      03080000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        03090000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            03100000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          03110000
           DISPLAY WS-DL-RUN-DATE.                                      03120000
           DISPLAY WS-DL-BLANK.                                         03130000
           DISPLAY WS-DL-ASTERISK.                                      03140000
           DISPLAY ' '.                                                 03150000
                                                                        03160000
           OPEN INPUT CONTROL-CARD.                                     03170000
                                                                        03180000
           OPEN INPUT VSAM-COGS.                                        03190000
                                                                        03200000
           IF COGSF-EMPTY                                               03210000
               MOVE 'Y' TO WS-COGS-EMPTY-SW                             03220000
           ELSE                                                         03230000
               IF NOT COGSF-OK                                          03240000
                   MOVE 'OPEN COGS JOURNAL FAILED' TO WPBE-MESSAGE      03250000
                   MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS              03260000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03270000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03280000
               END-IF                                                   03290000
           END-IF.                                                      03300000
                                                                        03310000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 03320000
               UNTIL END-OF-PROCESS.                                    03330000
                                                                        03340000
           CLOSE CONTROL-CARD.                                          03350000
                                                                        03360000
           IF NOT COGS-JOURNAL-EMPTY                                    03370000
               CLOSE VSAM-COGS                                          03380000
           END-IF.                                                      03390000
                                                                        03400000
           DISPLAY ' '.                                                 03410000
           DISPLAY WS-DL-ASTERISK.                                      03420000
                                                                        03430000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  03440000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           03450000
           DISPLAY WS-DL-TOTAL.                                         03460000
                                                                        03470000
           MOVE 'SHIPMENTS READ' TO WS-DL-T-TITLE.                      03480000
           MOVE WS-SHIPMENTS-READ TO WS-DL-T-CNT.                       03490000
           DISPLAY WS-DL-TOTAL.                                         03500000
                                                                        03510000
           MOVE 'SHIPMENTS VALUED' TO WS-DL-T-TITLE.                    03520000
           MOVE WS-SHIPMENTS-USED TO WS-DL-T-CNT.                       03530000
           DISPLAY WS-DL-TOTAL.                                         03540000
                                                                        03550000
           MOVE 'NO ITEM / SUPPLIER ROW' TO WS-DL-T-TITLE.              03560000
           MOVE WS-SHIPMENTS-UNMATCHED TO WS-DL-T-CNT.                  03570000
           DISPLAY WS-DL-TOTAL.                                         03580000
                                                                        03590000
           MOVE 'ROWS CLASSIFIED' TO WS-DL-T-TITLE.                     03600000
           MOVE WS-ROWS-CLASSIFIED TO WS-DL-T-CNT.                      03610000
           DISPLAY WS-DL-TOTAL.                                         03620000
                                                                        03630000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      03640000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       03650000
           DISPLAY WS-DL-TOTAL.                                         03660000
                                                                        03670000
           DISPLAY WS-DL-ASTERISK.                                      03680000
           DISPLAY ' '.                                                 03690000
                                                                        03700000
           MOVE ZEROES TO RETURN-CODE.                                  03710000
                                                                        03720000
           GOBACK.                                                      03730000
                                                                        03740000
       P00000-EXIT.                                                     03750000
           EXIT.                                                        03760000
           EJECT                                                        03770000
      ***************************************************************** 03780000
      *                                                               * 03790000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 03800000
      *                                                               * 03810000
      *    FUNCTION :  READ AND VALIDATE THE NEXT CONTROL CARD AND    * 03820000
      *                CLASSIFY ITS PREFIX                            * 03830000
      *                                                               * 03840000
      *    CALLED BY:  P00000-MAINLINE                                * 03850000
      *                                                               * 03860000
      ***************************************************************** 03870000
                                                                        03880000
       P10000-PROCESS-CARD.                                             03890000
                                                                        03900000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       03910000
               AT END                                                   03920000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03930000
                   GO TO P10000-EXIT.                                   03940000
                                                                        03950000
           ADD +1 TO WS-CARDS-READ.                                     03960000
                                                                        03970000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       03980000
                                                                        03990000
           IF WCC-PREFIX NOT NUMERIC                                    04000000
              OR WCC-A-CUT NOT NUMERIC                                  04010000
              OR WCC-B-CUT NOT NUMERIC                                  04020000
               MOVE 'CARD FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON        04030000
               DISPLAY WS-DL-REJECT                                     04040000
               ADD +1 TO WS-CARDS-REJECTED                              04050000
               GO TO P10000-EXIT                                        04060000
           END-IF.                                                      04070000
                                                                        04080000
           MOVE WCC-PREFIX TO WCN-PREFIX.                               04090000
           MOVE WCC-A-CUT TO WCN-A-CUT.                                 04100000
           MOVE WCC-B-CUT TO WCN-B-CUT.                                 04110000
                                                                        04120000
           IF WCN-A-CUT = ZEROES                                        04130000
              OR WCN-B-CUT NOT > WCN-A-CUT                              04140000
              OR WCN-B-CUT > 100                                        04150000
               MOVE 'CUT-OFFS NOT 0 < A < B <= 100' TO WS-DL-RJ-REASON  04160000
               DISPLAY WS-DL-REJECT                                     04170000
               ADD +1 TO WS-CARDS-REJECTED                              04180000
               GO TO P10000-EXIT                                        04190000
           END-IF.                                                      04200000
                                                                        04210000
           PERFORM P20000-CLASSIFY-PREFIX THRU P20000-EXIT.             04220000
                                                                        04230000
       P10000-EXIT.                                                     04240000
           EXIT.                                                        04250000
           EJECT                                                        04260000
      ***************************************************************** 04270000
      *                                                               * 04280000
      *    PARAGRAPH:  P20000-CLASSIFY-PREFIX                         * 04290000
      *                                                               * 04300000
      *    FUNCTION :  REBUILD THE ANNUAL USAGE VALUES OF THE PREFIX  * 04310000
      *                FROM THE COGS JOURNAL, RANK AND CLASSIFY THE   * 04320000
      *                ITEM / SUPPLIERS AND PRINT THE CLASS SUMMARY   * 04330000
      *                                                               * 04340000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 04350000
      *                                                               * 04360000
      ***************************************************************** 04370000
                                                                        04380000
       P20000-CLASSIFY-PREFIX.                                          04390000
                                                                        04400000
           MOVE +0 TO WS-TOTAL-VALUE                                    04410000
                      WS-CUM-VALUE.                                     04420000
                                                                        04430000
           PERFORM P21000-CLEAR-CLASS THRU P21000-EXIT                  04440000
               VARYING WS-CLASS-SUB FROM 1 BY 1                         04450000
                   UNTIL WS-CLASS-SUB > 3.                              04460000
                                                                        04470000
           MOVE WCC-PREFIX TO ITEM-SUPPLIER-ITEM-PREFIX                 04480000
                              ITEM-SUPPLIER-SUPPLIER-PREFIX.            04490000
                                                                        04500000
           PERFORM P30000-CLEAR-USAGE THRU P30000-EXIT.                 04510000
                                                                        04520000
           IF NOT COGS-JOURNAL-EMPTY                                    04530000
               PERFORM P40000-LOAD-USAGE THRU P40000-EXIT               04540000
           END-IF.                                                      04550000
                                                                        04560000
           PERFORM P50000-RANK-ROWS THRU P50000-EXIT.                   04570000
                                                                        04580000
           PERFORM P60000-PRINT-PREFIX THRU P60000-EXIT.                04590000
                                                                        04600000
       P20000-EXIT.                                                     04610000
           EXIT.                                                        04620000
           EJECT                                                        04630000
      ***************************************************************** 04640000
      *                                                               * 04650000
      *    PARAGRAPH:  P21000-CLEAR-CLASS                             * 04660000
      *                                                               * 04670000
      *    FUNCTION :  ZERO ONE CLASS'S FIGURES FOR A NEW PREFIX      * 04680000
      *                                                               * 04690000
      *    CALLED BY:  P20000-CLASSIFY-PREFIX                         * 04700000
      *                                                               * 04710000
      ***************************************************************** 04720000
                                                                        04730000
       P21000-CLEAR-CLASS.                                              04740000
                                                                        04750000
           MOVE +0 TO WS-CA-ROWS(WS-CLASS-SUB)                          04760000
                      WS-CA-VALUE(WS-CLASS-SUB).                        04770000
                                                                        04780000
       P21000-EXIT.                                                     04790000
           EXIT.                                                        04800000
           EJECT                                                        04810000
      ***************************************************************** 04820000
      *                                                               * 04830000
      *    PARAGRAPH:  P30000-CLEAR-USAGE                             * 04840000
      *                                                               * 04850000
      *    FUNCTION :  ZERO THE ANNUAL USAGE VALUE OF EVERY ITEM /    * 04860000
      *                SUPPLIER OF THE PREFIX BEFORE IT IS REBUILT    * 04870000
      *                                                               * 04880000
      *    CALLED BY:  P20000-CLASSIFY-PREFIX                         * 04890000
      *                                                               * 04900000
      ***************************************************************** 04910000
                                                                        04920000
       P30000-CLEAR-USAGE.                                              04930000
                                                                        04940000
           EXEC SQL                                                     04950000
               UPDATE  ITEM_SUPPLIER                                    04960000
               SET     ANNUAL_USAGE_VALUE = 0                           04970000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     04980000
                 AND   SUPPLIER_PREFIX = :ITEM-SUPPLIER-SUPPLIER-PREFIX 04990000
           END-EXEC.                                                    05000000
                                                                        05010000
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   05020000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05030000
               MOVE 'PDAB102' TO WPDE-PROGRAM-ID                        05040000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05050000
               MOVE 'UPDATE ITEM_SUPPLIER' TO WPDE-FUNCTION             05060000
               MOVE 'P30000' TO WPDE-PARAGRAPH                          05070000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05080000
           END-IF.                                                      05090000
                                                                        05100000
       P30000-EXIT.                                                     05110000
           EXIT.                                                        05120000
           EJECT                                                        05130000
      ***************************************************************** 05140000
      *                                                               * 05150000
      *    PARAGRAPH:  P40000-LOAD-USAGE                              * 05160000
      *                                                               * 05170000
      *    FUNCTION :  READ THE COGS JOURNAL FROM ONE YEAR BACK AND   * 05180000
      *                ADD EACH SHIPMENT OF THE PREFIX TO ITS ITEM /  * 05190000
      *                SUPPLIER'S ANNUAL USAGE VALUE                  * 05200000
      *                                                               * 05210000
      *    CALLED BY:  P20000-CLASSIFY-PREFIX                         * 05220000
      *                                                               * 05230000
      ***************************************************************** 05240000
                                                                        05250000
       P40000-LOAD-USAGE.                                               05260000
                                                                        05270000
           MOVE 'N' TO WS-END-OF-COGS-SW.                               05280000
                                                                        05290000
           MOVE WS-FROM-DATE TO COGS-DATE.                              05300000
           MOVE ZEROES TO COGS-SEQ.                                     05310000
                                                                        05320000
           START VSAM-COGS                                              05330000
               KEY NOT LESS THAN COGS-KEY.                              05340000
                                                                        05350000
           IF COGSF-NOTFOUND OR COGSF-END                               05360000
               GO TO P40000-EXIT                                        05370000
           END-IF.                                                      05380000
                                                                        05390000
           IF NOT COGSF-OK                                              05400000
               MOVE 'START COGS JOURNAL FAILED' TO WPBE-MESSAGE         05410000
               MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS                  05420000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          05430000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05440000
           END-IF.                                                      05450000
                                                                        05460000
           PERFORM P41000-READ-SHIPMENT THRU P41000-EXIT                05470000
               UNTIL END-OF-COGS.                                       05480000
                                                                        05490000
       P40000-EXIT.                                                     05500000
           EXIT.                                                        05510000
           EJECT                                                        05520000
      ***************************************************************** 05530000
      *                                                               * 05540000
      *    PARAGRAPH:  P41000-READ-SHIPMENT                           * 05550000
      *                                                               * 05560000
      *    FUNCTION :  READ THE NEXT COGS RECORD AND, WHEN IT BELONGS * 05570000
      *                TO THE PREFIX, ADD ITS COST (QUANTITY SHIPPED  * 05580000
      *                AT THE AVERAGE UNIT COST) TO THE ITEM /        * 05590000
      *                SUPPLIER.  A SHIPMENT WHOSE ITEM / SUPPLIER    * 05600000
      *                NO LONGER EXISTS IS COUNTED AND SKIPPED        * 05610000
      *                                                               * 05620000
      *    CALLED BY:  P40000-LOAD-USAGE                              * 05630000
      *                                                               * 05640000
      ***************************************************************** 05650000
                                                                        05660000
       P41000-READ-SHIPMENT.                                            05670000
                                                                        05680000
           READ VSAM-COGS NEXT RECORD.                                  05690000
                                                                        05700000
           IF COGSF-END                                                 05710000
               MOVE 'Y' TO WS-END-OF-COGS-SW                            05720000
               GO TO P41000-EXIT                                        05730000
           END-IF.                                                      05740000
                                                                        05750000
           IF NOT COGSF-OK                                              05760000
               MOVE 'READ COGS JOURNAL FAILED' TO WPBE-MESSAGE          05770000
               MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS                  05780000
               MOVE 'P41000' TO WPBE-PARAGRAPH                          05790000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05800000
           END-IF.                                                      05810000
                                                                        05820000
           ADD +1 TO WS-SHIPMENTS-READ.                                 05830000
                                                                        05840000
           IF COGS-PREFIX NOT = WCN-PREFIX                              05850000
               GO TO P41000-EXIT                                        05860000
           END-IF.                                                      05870000
                                                                        05880000
           COMPUTE WS-LINE-VALUE ROUNDED =                              05890000
               COGS-QTY-SHIPPED * COGS-AVG-UNIT-COST.                   05900000
                                                                        05910000
           IF WS-LINE-VALUE = ZEROES                                    05920000
               GO TO P41000-EXIT                                        05930000
           END-IF.                                                      05940000
                                                                        05950000
           MOVE COGS-ITEM-NUMBER TO ITEM-SUPPLIER-ITEM-NUMBER.          05960000
           MOVE COGS-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.          05970000
           MOVE WS-LINE-VALUE TO ITEM-SUPPLIER-ANNUAL-USAGE.            05980000
                                                                        05990000
           EXEC SQL                                                     06000000
               UPDATE  ITEM_SUPPLIER                                    06010000
               SET     ANNUAL_USAGE_VALUE =                             06020000
                       ANNUAL_USAGE_VALUE + :ITEM-SUPPLIER-ANNUAL-USAGE 06030000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     06040000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     06050000
                 AND   SUPPLIER_PREFIX = :ITEM-SUPPLIER-SUPPLIER-PREFIX 06060000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     06070000
           END-EXEC.                                                    06080000
                                                                        06090000
           EVALUATE TRUE                                                06100000
               WHEN SQLCODE = +0                                        06110000
                   ADD +1 TO WS-SHIPMENTS-USED                          06120000
                   ADD WS-LINE-VALUE TO WS-TOTAL-VALUE                  06130000
               WHEN SQLCODE = +100                                      06140000
                   ADD +1 TO WS-SHIPMENTS-UNMATCHED                     06150000
               WHEN OTHER                                               06160000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      06170000
                   MOVE 'PDAB102' TO WPDE-PROGRAM-ID                    06180000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     06190000
                   MOVE 'UPDATE ITEM_SUPPLIER' TO WPDE-FUNCTION         06200000
                   MOVE 'P41000' TO WPDE-PARAGRAPH                      06210000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06220000
           END-EVALUATE.                                                06230000
                                                                        06240000
       P41000-EXIT.                                                     06250000
           EXIT.                                                        06260000
           EJECT                                                        06270000
      ***************************************************************** 06280000
      *                                                               * 06290000
      *    PARAGRAPH:  P50000-RANK-ROWS                               * 06300000
      *                                                               * 06310000
      *    FUNCTION :  WALK THE PREFIX'S ITEM / SUPPLIERS FROM THE    * 06320000
      *                HIGHEST ANNUAL USAGE VALUE DOWN AND SET EACH   * 06330000
      *                ONE'S ABC CLASS                                * 06340000
      *                                                               * 06350000
      *    CALLED BY:  P20000-CLASSIFY-PREFIX                         * 06360000
      *                                                               * 06370000
      ***************************************************************** 06380000
                                                                        06390000
       P50000-RANK-ROWS.                                                06400000
                                                                        06410000
           EXEC SQL                                                     06420000
               OPEN ABC_RANK                                            06430000
           END-EXEC.                                                    06440000
                                                                        06450000
           IF SQLCODE NOT = +0                                          06460000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06470000
               MOVE 'PDAB102' TO WPDE-PROGRAM-ID                        06480000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06490000
               MOVE 'OPEN ABC_RANK' TO WPDE-FUNCTION                    06500000
               MOVE 'P50000' TO WPDE-PARAGRAPH                          06510000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06520000
           END-IF.                                                      06530000
                                                                        06540000
           MOVE 'N' TO WS-END-OF-RANK-SW.                               06550000
                                                                        06560000
           PERFORM P51000-CLASSIFY-ROW THRU P51000-EXIT                 06570000
               UNTIL END-OF-RANK.                                       06580000
                                                                        06590000
           EXEC SQL                                                     06600000
               CLOSE ABC_RANK                                           06610000
           END-EXEC.                                                    06620000
                                                                        06630000
           IF SQLCODE NOT = +0                                          06640000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06650000
               MOVE 'PDAB102' TO WPDE-PROGRAM-ID                        06660000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06670000
               MOVE 'CLOSE ABC_RANK' TO WPDE-FUNCTION                   06680000
               MOVE 'P50000' TO WPDE-PARAGRAPH                          06690000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06700000
           END-IF.                                                      06710000
                                                                        06720000
       P50000-EXIT.                                                     06730000
           EXIT.                                                        06740000
           EJECT                                                        06750000
      ***************************************************************** 06760000
      *                                                               * 06770000
      *    PARAGRAPH:  P51000-CLASSIFY-ROW                            * 06780000
      *                                                               * 06790000
      *    FUNCTION :  FETCH THE NEXT RANKED ITEM / SUPPLIER.  THE    * 06800000
      *                SHARE OF THE PREFIX'S VALUE RANKED AHEAD OF IT * 06810000
      *                DECIDES ITS CLASS:  UNDER THE A CUT-OFF IS A,  * 06820000
      *                UNDER THE B CUT-OFF IS B, OTHERWISE C.  A ROW  * 06830000
      *                WITH NO USAGE VALUE IS ALWAYS C                * 06840000
      *                                                               * 06850000
      *    CALLED BY:  P50000-RANK-ROWS                               * 06860000
      *                                                               * 06870000
      ***************************************************************** 06880000
                                                                        06890000
       P51000-CLASSIFY-ROW.                                             06900000
                                                                        06910000
           EXEC SQL                                                     06920000
               FETCH  ABC_RANK                                          06930000
               INTO   :ITEM-SUPPLIER-ITEM-NUMBER,                       06940000
                      :ITEM-SUPPLIER-SUPPLIER-ID,                       06950000
                      :ITEM-SUPPLIER-ANNUAL-USAGE                       06960000
           END-EXEC.                                                    06970000
                                                                        06980000
           EVALUATE TRUE                                                06990000
               WHEN SQLCODE = +0                                        07000000
                   CONTINUE                                             07010000
               WHEN SQLCODE = +100                                      07020000
                   MOVE 'Y' TO WS-END-OF-RANK-SW                        07030000
                   GO TO P51000-EXIT                                    07040000
               WHEN OTHER                                               07050000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07060000
                   MOVE 'PDAB102' TO WPDE-PROGRAM-ID                    07070000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07080000
                   MOVE 'FETCH ABC_RANK' TO WPDE-FUNCTION               07090000
                   MOVE 'P51000' TO WPDE-PARAGRAPH                      07100000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07110000
           END-EVALUATE.                                                07120000
                                                                        07130000
           MOVE +3 TO WS-CLASS-SUB.                                     07140000
                                                                        07150000
           IF ITEM-SUPPLIER-ANNUAL-USAGE > ZEROES                       07160000
              AND WS-TOTAL-VALUE > ZEROES                               07170000
               COMPUTE WS-CUM-PCT =                                     07180000
                   (WS-CUM-VALUE * 100) / WS-TOTAL-VALUE                07190000
               IF WS-CUM-PCT < WCN-A-CUT                                07200000
                   MOVE +1 TO WS-CLASS-SUB                              07210000
               ELSE                                                     07220000
                   IF WS-CUM-PCT < WCN-B-CUT                            07230000
                       MOVE +2 TO WS-CLASS-SUB                          07240000
                   END-IF                                               07250000
               END-IF                                                   07260000
               ADD ITEM-SUPPLIER-ANNUAL-USAGE TO WS-CUM-VALUE           07270000
           END-IF.                                                      07280000
                                                                        07290000
           MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO ITEM-SUPPLIER-ABC-CLASS. 07300000
                                                                        07310000
           EXEC SQL                                                     07320000
               UPDATE  ITEM_SUPPLIER                                    07330000
               SET     ABC_CLASS       = :ITEM-SUPPLIER-ABC-CLASS       07340000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     07350000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     07360000
                 AND   SUPPLIER_PREFIX = :ITEM-SUPPLIER-SUPPLIER-PREFIX 07370000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     07380000
           END-EXEC.                                                    07390000
                                                                        07400000
           IF SQLCODE NOT = +0                                          07410000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07420000
               MOVE 'PDAB102' TO WPDE-PROGRAM-ID                        07430000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         07440000
               MOVE 'UPDATE ITEM_SUPPLIER' TO WPDE-FUNCTION             07450000
               MOVE 'P51000' TO WPDE-PARAGRAPH                          07460000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07470000
           END-IF.                                                      07480000
                                                                        07490000
           ADD +1 TO WS-ROWS-CLASSIFIED                                 07500000
                     WS-CA-ROWS(WS-CLASS-SUB).                          07510000
           ADD ITEM-SUPPLIER-ANNUAL-USAGE TO WS-CA-VALUE(WS-CLASS-SUB). 07520000
                                                                        07530000
       P51000-EXIT.                                                     07540000
           EXIT.                                                        07550000
           EJECT                                                        07560000
      ***************************************************************** 07570000
      *                                                               * 07580000
      *    PARAGRAPH:  P60000-PRINT-PREFIX                            * 07590000
      *                                                               * 07600000
      *    FUNCTION :  PRINT THE PREFIX'S TOTAL ANNUAL USAGE VALUE    * 07610000
      *                AND THE ROWS AND VALUE FALLING IN EACH CLASS   * 07620000
      *                                                               * 07630000
      *    CALLED BY:  P20000-CLASSIFY-PREFIX                         * 07640000
      *                                                               * 07650000
      ***************************************************************** 07660000
                                                                        07670000
       P60000-PRINT-PREFIX.                                             07680000
                                                                        07690000
           MOVE WCC-PREFIX TO WS-DL-PF-PREFIX.                          07700000
           MOVE WS-TOTAL-VALUE TO WS-DL-PF-VALUE.                       07710000
           DISPLAY WS-DL-PREFIX.                                        07720000
                                                                        07730000
           PERFORM P61000-PRINT-CLASS THRU P61000-EXIT                  07740000
               VARYING WS-CLASS-SUB FROM 1 BY 1                         07750000
                   UNTIL WS-CLASS-SUB > 3.                              07760000
                                                                        07770000
           DISPLAY WS-DL-BLANK.                                         07780000
                                                                        07790000
       P60000-EXIT.                                                     07800000
           EXIT.                                                        07810000
           EJECT                                                        07820000
      ***************************************************************** 07830000
      *                                                               * 07840000
      *    PARAGRAPH:  P61000-PRINT-CLASS                             * 07850000
      *                                                               * 07860000
      *    FUNCTION :  PRINT ONE CLASS LINE OF THE PREFIX SUMMARY     * 07870000
      *                                                               * 07880000
      *    CALLED BY:  P60000-PRINT-PREFIX                            * 07890000
      *                                                               * 07900000
      ***************************************************************** 07910000
                                                                        07920000
       P61000-PRINT-CLASS.                                              07930000
                                                                        07940000
           IF WS-TOTAL-VALUE > ZEROES                                   07950000
               COMPUTE WS-CUM-PCT ROUNDED =                             07960000
                   (WS-CA-VALUE(WS-CLASS-SUB) * 100) / WS-TOTAL-VALUE   07970000
           ELSE                                                         07980000
               MOVE +0 TO WS-CUM-PCT                                    07990000
           END-IF.                                                      08000000
                                                                        08010000
           MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO WS-DL-CL-CLASS.          08020000
           MOVE WS-CA-ROWS(WS-CLASS-SUB) TO WS-DL-CL-ROWS.              08030000
           MOVE WS-CA-VALUE(WS-CLASS-SUB) TO WS-DL-CL-VALUE.            08040000
           MOVE WS-CUM-PCT TO WS-DL-CL-PCT.                             08050000
           DISPLAY WS-DL-CLASS.                                         08060000
                                                                        08070000
       P61000-EXIT.                                                     08080000
           EXIT.                                                        08090000
           EJECT                                                        08100000
      ***************************************************************** 08110000
      *                                                               * 08120000
      *    PARAGRAPH:  P99999-ABEND                                   * 08130000
      *                                                               * 08140000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 08150000
      *                ERROR HAS BEEN ENCOUNTERED                     * 08160000
      *                                                               * 08170000
      *    CALLED BY:  VARIOUS                                        * 08180000
      *                                                               * 08190000
      ***************************************************************** 08200000
                                                                        08210000
       P99999-ABEND.                                                    08220000
                                                                        08230000
           DISPLAY ' '.                                                 08240000
           DISPLAY WPEA-ERROR-01.                                       08250000
           DISPLAY WPEA-ERROR-02.                                       08260000
           DISPLAY WPEA-ERROR-03.                                       08270000
           DISPLAY WPEA-ERROR-04.                                       08280000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               08290000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               08300000
           DISPLAY WPEA-ERROR-04.                                       08310000
           DISPLAY WPEA-ERROR-03.                                       08320000
           DISPLAY WPEA-ERROR-02.                                       08330000
           DISPLAY WPEA-ERROR-01.                                       08340000
           DISPLAY ' '.                                                 08350000
                                                                        08360000
           MOVE 16 TO RETURN-CODE.                                      08370000
                                                                        08380000
           GOBACK.                                                      08390000
                                                                        08400000
       P99999-EXIT.                                                     08410000
           EXIT.                                                        08420000
