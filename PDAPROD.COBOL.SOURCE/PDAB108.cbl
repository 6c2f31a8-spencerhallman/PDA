       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB108.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB108                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB108 IS THE PENDING PRICE CHANGE       * 00100000
      *             REPORT.  IT READS THE PRICE CHANGE REQUESTS       * 00110000
      *             SUPPLIERS HAVE SUBMITTED THROUGH THE PORTAL       * 00120000
      *             (PDA029) THAT THE BUYER HAS NOT YET ACCEPTED OR   * 00130000
      *             REJECTED (PDA064), IN SUPPLIER / ITEM ORDER, AND  * 00140000
      *             PRINTS FOR EACH THE PRICE IN EFFECT TODAY         * 00150000
      *             (PDAS04), THE NEW PRICE AND EFFECTIVE DATE, THE   * 00160000
      *             PERCENT CHANGE, AND THE MARGIN IMPACT:            * 00170000
      *               - THE GROSS MARGIN PERCENT AT TODAY'S PRICE    *  00180000
      *                 AND AT THE NEW PRICE, BOTH AGAINST THE        * 00190000
      *                 ITEM / SUPPLIER AVERAGE UNIT COST (VITEMCST)  * 00200000
      *                 AS THE GROSS MARGIN REPORT (PDAB71) MEASURES  * 00210000
      *                 IT                                            * 00220000
      *               - THE ANNUAL COST IMPACT -- THE ITEM / SUPPLIER * 00230000
      *                 ANNUAL USAGE VALUE RESTATED AT THE NEW PRICE, * 00240000
      *                 LESS THE ANNUAL USAGE VALUE                   * 00250000
      *             A REQUEST WITH NO AVERAGE COST ON FILE IS PRINTED * 00260000
      *             WITHOUT MARGINS AND COUNTED.  THE REPORT ENDS     * 00270000
      *             WITH THE COUNTS AND THE TOTAL ANNUAL COST IMPACT. * 00280000
      *                                                               * 00290000
      * FILES   :   PRICE_CHANGE_REQUEST -  DB2        (READ-ONLY)    * 00300000
      *             ITEM_SUPPLIER        -  DB2        (READ-ONLY)    * 00310000
      *             ITEM COST FILE       -  VSAM KSDS  (INPUT)        * 00320000
      *                                                               * 00330000
      ***************************************************************** 00340000
      *             PROGRAM CHANGE LOG                                * 00350000
      *             -------------------                               * 00360000
      *                                                               * 00370000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00380000
      *  --------   --------------------  --------------------------  * 00390000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00400000
      *                                                               * 00410000
      ***************************************************************** 00420000
           EJECT                                                        00430000
       ENVIRONMENT DIVISION.                                            00440000
                                                                        00450000
       INPUT-OUTPUT SECTION.                                            00460000
                                                                        00470000
       FILE-CONTROL.                                                    00480000
                                                                        00490000
           SELECT VSAM-ITEM-COST       ASSIGN TO VITEMCST               00500000
                                       ORGANIZATION IS INDEXED          00510000
                                       ACCESS IS RANDOM                 00520000
                                       RECORD KEY IS ITEM-COST-KEY      00530000
                                       FILE STATUS IS WS-ITMCST-STATUS. 00540000
           EJECT                                                        00550000
       DATA DIVISION.                                                   00560000
                                                                        00570000
       FILE SECTION.                                                    00580000
                                                                        00590000
       FD  VSAM-ITEM-COST                                               00600000
           RECORD CONTAINS 96 CHARACTERS.                               00610000
                                                                        00620000
           COPY VITEMCST.                                               00630000
           EJECT                                                        00640000
       WORKING-STORAGE SECTION.                                         00650000
                                                                        00660000
      ***************************************************************** 00670000
      *    SWITCHES                                                   * 00680000
      ***************************************************************** 00690000
                                                                        00700000
       01  WS-SWITCHES.                                                 00710000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00720000
               88  END-OF-PROCESS                VALUE 'Y'.             00730000
           05  WS-COSTED-SW            PIC X     VALUE 'N'.             00740000
               88  REQUEST-COSTED                VALUE 'Y'.             00750000
           EJECT                                                        00760000
      ***************************************************************** 00770000
      *    MISCELLANEOUS WORK FIELDS                                  * 00780000
      ***************************************************************** 00790000
                                                                        00800000
       01  WS-MISCELLANEOUS-FIELDS.                                     00810000
           03  WS-ITMCST-STATUS        PIC XX    VALUE SPACES.          00820000
               88  ITMCSTF-OK                    VALUE '  ' '00'.       00830000
               88  ITMCSTF-NOTFOUND              VALUE '23'.            00840000
               88  ITMCSTF-EMPTY                 VALUE '47' '35'.       00850000
           03  WS-ROWS-READ            PIC S9(7) VALUE +0       COMP-3. 00860000
           03  WS-ROWS-UNCOSTED        PIC S9(7) VALUE +0       COMP-3. 00870000
           03  WS-PRICE-NOW            PIC S9(8)V99                     00880000
                                                 VALUE +0       COMP-3. 00890000
           03  WS-CHANGE-PCT           PIC S9(5)V9                      00900000
                                                 VALUE +0       COMP-3. 00910000
           03  WS-MARGIN-NOW-PCT       PIC S9(5)V9                      00920000
                                                 VALUE +0       COMP-3. 00930000
           03  WS-MARGIN-NEW-PCT       PIC S9(5)V9                      00940000
                                                 VALUE +0       COMP-3. 00950000
           03  WS-ANNUAL-IMPACT        PIC S9(11)V99                    00960000
                                                 VALUE +0       COMP-3. 00970000
           03  WS-TOTAL-IMPACT         PIC S9(13)V99                    00980000
                                                 VALUE +0       COMP-3. 00990000
           03  WS-PREV-SUPPLIER.                                        01000000
               05  WS-PS-PREFIX        PIC X(5)  VALUE HIGH-VALUES.     01010000
               05  WS-PS-SUPPLIER-ID   PIC X(32) VALUE HIGH-VALUES.     01020000
           03  WS-CURR-SUPPLIER.                                        01030000
               05  WS-CS-PREFIX        PIC X(5)  VALUE SPACES.          01040000
               05  WS-CS-SUPPLIER-ID   PIC X(32) VALUE SPACES.          01050000
           03  WS-DATE.                                                 01060000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01070000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01080000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01090000
           EJECT                                                        01100000
      ***************************************************************** 01110000
      *    DISPLAY AREA                                               * 01120000
      ***************************************************************** 01130000
                                                                        01140000
       01  WS-DISPLAY-LINES.                                            01150000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01160000
           03  WS-DL-BLANK.                                             01170000
               05  FILLER         PIC X(01) VALUE '*'.                  01180000
               05  FILLER         PIC X(78) VALUE SPACES.               01190000
               05  FILLER         PIC X(01) VALUE '*'.                  01200000
           03  WS-DL-LINE.                                              01210000
               05  FILLER         PIC X(01) VALUE '*'.                  01220000
               05  WS-DL-LINE-TEXT                                      01230000
                                  PIC X(78) VALUE SPACES.               01240000
               05  FILLER         PIC X(01) VALUE '*'.                  01250000
           03  WS-DL-RUN-DATE.                                          01260000
               05  FILLER         PIC X(01) VALUE '*'.                  01270000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               01280000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               01290000
               05  FILLER         PIC X(01) VALUE '/'.                  01300000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               01310000
               05  FILLER         PIC X(01) VALUE '/'.                  01320000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               01330000
               05  FILLER         PIC X(56) VALUE SPACES.               01340000
               05  FILLER         PIC X(01) VALUE '*'.                  01350000
           03  WS-DL-TOTAL.                                             01360000
               05  FILLER         PIC X(01) VALUE '*'.                  01370000
               05  FILLER         PIC X(45) VALUE SPACES.               01380000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01390000
               05  FILLER         PIC X(3)  VALUE ' - '.                01400000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01410000
               05  FILLER         PIC X(01) VALUE '*'.                  01420000
           03  WS-DL-TOTAL-AMT.                                         01430000
               05  FILLER         PIC X(01) VALUE '*'.                  01440000
               05  FILLER         PIC X(33) VALUE SPACES.               01450000
               05  WS-DL-TA-AMT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.              01460000
               05  FILLER         PIC X(3)  VALUE ' - '.                01470000
               05  WS-DL-TA-TITLE PIC X(23) VALUE SPACES.               01480000
               05  FILLER         PIC X(01) VALUE '*'.                  01490000
           EJECT                                                        01500000
      ***************************************************************** 01510000
      *    PENDING PRICE CHANGE REPORT LINES                          * 01520000
      ***************************************************************** 01530000
                                                                        01540000
       01  WS-DL-SUPPLIER-HEADER.                                       01550000
           03  FILLER                  PIC X(01) VALUE '*'.             01560000
           03  FILLER                  PIC X(11) VALUE '  SUPPLIER '.   01570000
           03  WS-DL-SH-SUPPLIER       PIC X(32) VALUE SPACES.          01580000
           03  FILLER                  PIC X(35) VALUE SPACES.          01590000
           03  FILLER                  PIC X(01) VALUE '*'.             01600000
                                                                        01610000
       01  WS-DL-REQUEST.                                               01620000
           03  FILLER                  PIC X(01) VALUE '*'.             01630000
           03  FILLER                  PIC X(07) VALUE '  ITEM '.       01640000
           03  WS-DL-RQ-ITEM           PIC X(20) VALUE SPACES.          01650000
           03  FILLER                  PIC X(05) VALUE ' EFF '.         01660000
           03  WS-DL-RQ-EFF-DATE       PIC X(08) VALUE SPACES.          01670000
           03  FILLER                  PIC X(05) VALUE ' NOW '.         01680000
           03  WS-DL-RQ-NOW            PIC ZZ,ZZZ,ZZ9.99.               01690000
           03  FILLER                  PIC X(05) VALUE ' NEW '.         01700000
           03  WS-DL-RQ-NEW            PIC ZZ,ZZZ,ZZ9.99.               01710000
           03  FILLER                  PIC X(02) VALUE SPACES.          01720000
           03  FILLER                  PIC X(01) VALUE '*'.             01730000
                                                                        01740000
       01  WS-DL-MARGIN.                                                01750000
           03  FILLER                  PIC X(01) VALUE '*'.             01760000
           03  FILLER                  PIC X(13) VALUE                  01770000
                                           '      CHANGE '.             01780000
           03  WS-DL-MG-CHANGE         PIC -ZZZ9.9.                     01790000
           03  FILLER                  PIC X(15) VALUE                  01800000
                                           ' PCT  AVG COST '.           01810000
           03  WS-DL-MG-AVG-COST       PIC ZZ,ZZZ,ZZ9.99.               01820000
           03  FILLER                  PIC X(08) VALUE ' MARGIN '.      01830000
           03  WS-DL-MG-NOW            PIC -ZZ9.9.                      01840000
           03  FILLER                  PIC X(04) VALUE ' TO '.          01850000
           03  WS-DL-MG-NEW            PIC -ZZ9.9.                      01860000
           03  FILLER                  PIC X(04) VALUE ' PCT'.          01870000
           03  FILLER                  PIC X(02) VALUE SPACES.          01880000
           03  FILLER                  PIC X(01) VALUE '*'.             01890000
                                                                        01900000
       01  WS-DL-NO-COST.                                               01910000
           03  FILLER                  PIC X(01) VALUE '*'.             01920000
           03  FILLER                  PIC X(13) VALUE                  01930000
                                           '      CHANGE '.             01940000
           03  WS-DL-NC-CHANGE         PIC -ZZZ9.9.                     01950000
           03  FILLER                  PIC X(58) VALUE                  01960000
               ' PCT  NO AVERAGE COST ON FILE - MARGIN NOT AVAILABLE'.  01970000
           03  FILLER                  PIC X(01) VALUE '*'.             01980000
                                                                        01990000
       01  WS-DL-IMPACT.                                                02000000
           03  FILLER                  PIC X(01) VALUE '*'.             02010000
           03  FILLER                  PIC X(19) VALUE                  02020000
                                           '      ANNUAL USAGE '.       02030000
           03  WS-DL-IM-USAGE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.           02040000
           03  FILLER                  PIC X(13) VALUE                  02050000
                                           ' COST IMPACT '.             02060000
           03  WS-DL-IM-IMPACT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.          02070000
           03  FILLER                  PIC X(11) VALUE SPACES.          02080000
           03  FILLER                  PIC X(01) VALUE '*'.             02090000
           EJECT                                                        02100000
      ***************************************************************** 02110000
      *    SUBROUTINE PARAMETERS                                      * 02120000
      ***************************************************************** 02130000
                                                                        02140000
           COPY PDAS04CY.                                               02150000
           EJECT                                                        02160000
      ***************************************************************** 02170000
      *    DB2  DEFINITIONS                                           * 02180000
      ***************************************************************** 02190000
                                                                        02200000
      ***************************************************************** 02210000
      *         SQL COMMUNICATIONS AREA                               * 02220000
      ***************************************************************** 02230000
                                                                        02240000
           EXEC SQL                                                     02250000
              INCLUDE SQLCA                                             02260000
           END-EXEC.                                                    02270000
           EJECT                                                        02280000
           EXEC SQL                                                     02290000
              INCLUDE DPRCCHG                                           02300000
           END-EXEC.                                                    02310000
           EJECT                                                        02320000
           EXEC SQL                                                     02330000
              INCLUDE DITMSUP                                           02340000
           END-EXEC.                                                    02350000
           EJECT                                                        02360000
      ***************************************************************** 02370000
      *    CURSOR OVER THE PENDING REQUESTS IN SUPPLIER / ITEM ORDER  * 02380000
      ***************************************************************** 02390000
                                                                        02400000
           EXEC SQL                                                     02410000
               DECLARE PENDPRC CURSOR FOR                               02420000
                   SELECT    ITEM_PREFIX,                               02430000
                             ITEM_NUMBER,                               02440000
                             SUPPLIER_PREFIX,                           02450000
                             SUPPLIER_ID,                               02460000
                             EFFECTIVE_DATE,                            02470000
                             CURRENT_PRICE,                             02480000
                             NEW_PRICE                                  02490000
                   FROM      PRICE_CHANGE_REQUEST                       02500000
                   WHERE     STATUS = 'P'                               02510000
                   ORDER BY  SUPPLIER_PREFIX, SUPPLIER_ID,              02520000
                             ITEM_PREFIX, ITEM_NUMBER                   02530000
           END-EXEC.                                                    02540000
           EJECT                                                        02550000
      ***************************************************************** 02560000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02570000
      ***************************************************************** 02580000
                                                                        02590000
           COPY PDAERRWS.                                               02600000
                                                                        02610000
       01  WS-PDA-BATCH-ERROR-01.                                       02620000
           05  FILLER             PIC X     VALUE SPACES.               02630000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02640000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02650000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB108'.            02660000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02670000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02680000
                                                                        02690000
       01  WS-PDA-BATCH-ERROR-02.                                       02700000
           05  FILLER             PIC X(8)  VALUE SPACES.               02710000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02720000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS = '.  02730000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02740000
           EJECT                                                        02750000
      ***************************************************************** 02760000
      *    P R O C E D U R E    D I V I S I O N                       * 02770000
      ***************************************************************** 02780000
                                                                        02790000
       PROCEDURE DIVISION.                                              02800000
                                                                        02810000
      ***************************************************************** 02820000
      *                                                               * 02830000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02840000
      *                                                               * 02850000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE ITEM COST FILE AND    * 02860000
      *                THE PENDING REQUEST CURSOR, REPORT EVERY       * 02870000
      *                PENDING REQUEST, PRINT THE ENDING TOTALS       * 02880000
      *                                                               * 02890000
      *    CALLED BY:  NONE                                           * 02900000
      *                                                               * 02910000
      ***************************************************************** 02920000
                                                                        02930000
       P00000-MAINLINE.                                                 02940000
                                                                        02950000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02960000
                                                                        02970000
           DISPLAY ' '.                                                 02980000
           DISPLAY WS-DL-ASTERISK.                                      02990000
           DISPLAY WS-DL-BLANK.                                         03000000
           MOVE '  PDAB108 - PENDING SUPPLIER PRICE CHANGE REPORT'      03010000
               TO WS-DL-LINE-TEXT.                                      03020000
           DISPLAY WS-DL-LINE.                                          03030000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      03040000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        03050000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            03060000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          03070000
           DISPLAY WS-DL-RUN-DATE.                                      03080000
           DISPLAY WS-DL-BLANK.                                         03090000
           DISPLAY WS-DL-ASTERISK.                                      03100000
           DISPLAY ' '.                                                 03110000
                                                                        03120000
           OPEN INPUT VSAM-ITEM-COST.                                   03130000
                                                                        03140000
           IF NOT ITMCSTF-OK AND NOT ITMCSTF-EMPTY                      03150000
               MOVE 'OPEN ITEM COST FILE FAILED' TO WPBE-MESSAGE        03160000
               MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS                03170000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03180000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03190000
           END-IF.                                                      03200000
                                                                        03210000
           EXEC SQL                                                     03220000
               OPEN PENDPRC                                             03230000
           END-EXEC.                                                    03240000
                                                                        03250000
           IF SQLCODE NOT = +0                                          03260000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          03270000
               MOVE 'PDAB108' TO WPDE-PROGRAM-ID                        03280000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         03290000
               MOVE 'OPEN PENDPRC CURSOR' TO WPDE-FUNCTION              03300000
               MOVE 'P00000' TO WPDE-PARAGRAPH                          03310000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03320000
           END-IF.                                                      03330000
                                                                        03340000
           PERFORM P10000-REPORT-REQUEST THRU P10000-EXIT               03350000
               UNTIL END-OF-PROCESS.                                    03360000
                                                                        03370000
           EXEC SQL                                                     03380000
               CLOSE PENDPRC                                            03390000
           END-EXEC.                                                    03400000
                                                                        03410000
           CLOSE VSAM-ITEM-COST.                                        03420000
                                                                        03430000
           DISPLAY ' '.                                                 03440000
           DISPLAY WS-DL-ASTERISK.                                      03450000
                                                                        03460000
           MOVE 'PENDING REQUESTS' TO WS-DL-T-TITLE.                    03470000
           MOVE WS-ROWS-READ TO WS-DL-T-CNT.                            03480000
           DISPLAY WS-DL-TOTAL.                                         03490000
                                                                        03500000
           MOVE 'WITH NO AVERAGE COST' TO WS-DL-T-TITLE.                03510000
           MOVE WS-ROWS-UNCOSTED TO WS-DL-T-CNT.                        03520000
           DISPLAY WS-DL-TOTAL.                                         03530000
                                                                        03540000
           MOVE 'ANNUAL COST IMPACT' TO WS-DL-TA-TITLE.                 03550000
           MOVE WS-TOTAL-IMPACT TO WS-DL-TA-AMT.                        03560000
           DISPLAY WS-DL-TOTAL-AMT.                                     03570000
                                                                        03580000
           DISPLAY WS-DL-ASTERISK.                                      03590000
           DISPLAY ' '.                                                 03600000
                                                                        03610000
           MOVE ZEROES TO RETURN-CODE.                                  03620000
                                                                        03630000
           GOBACK.                                                      03640000
                                                                        03650000
       P00000-EXIT.                                                     03660000
           EXIT.                                                        03670000
           EJECT                                                        03680000
      ***************************************************************** 03690000
      *                                                               * 03700000
      *    PARAGRAPH:  P10000-REPORT-REQUEST                          * 03710000
      *                                                               * 03720000
      *    FUNCTION :  FETCH THE NEXT PENDING REQUEST AND PRINT ITS   * 03730000
      *                PRICE, MARGIN AND ANNUAL COST IMPACT LINES,    * 03740000
      *                BREAKING ON A NEW SUPPLIER                     * 03750000
      *                                                               * 03760000
      *    CALLED BY:  P00000-MAINLINE                                * 03770000
      *                                                               * 03780000
      ***************************************************************** 03790000
                                                                        03800000
       P10000-REPORT-REQUEST.                                           03810000
                                                                        03820000
           EXEC SQL                                                     03830000
               FETCH  PENDPRC                                           03840000
               INTO   :PCR-ITEM-PREFIX,                                 03850000
                      :PCR-ITEM-NUMBER,                                 03860000
                      :PCR-SUPPLIER-PREFIX,                             03870000
                      :PCR-SUPPLIER-ID,                                 03880000
                      :PCR-EFFECTIVE-DATE,                              03890000
                      :PCR-CURRENT-PRICE,                               03900000
                      :PCR-NEW-PRICE                                    03910000
           END-EXEC.                                                    03920000
                                                                        03930000
           EVALUATE TRUE                                                03940000
               WHEN SQLCODE = +0                                        03950000
                   CONTINUE                                             03960000
               WHEN SQLCODE = +100                                      03970000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03980000
                   GO TO P10000-EXIT                                    03990000
               WHEN OTHER                                               04000000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      04010000
                   MOVE 'PDAB108' TO WPDE-PROGRAM-ID                    04020000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     04030000
                   MOVE 'FETCH PENDPRC CURSOR' TO WPDE-FUNCTION         04040000
                   MOVE 'P10000' TO WPDE-PARAGRAPH                      04050000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04060000
           END-EVALUATE.                                                04070000
                                                                        04080000
           ADD +1 TO WS-ROWS-READ.                                      04090000
                                                                        04100000
           MOVE PCR-SUPPLIER-PREFIX TO WS-CS-PREFIX.                    04110000
           MOVE PCR-SUPPLIER-ID TO WS-CS-SUPPLIER-ID.                   04120000
                                                                        04130000
           IF WS-CURR-SUPPLIER NOT = WS-PREV-SUPPLIER                   04140000
               MOVE WS-CURR-SUPPLIER TO WS-PREV-SUPPLIER                04150000
               MOVE PCR-SUPPLIER-ID TO WS-DL-SH-SUPPLIER                04160000
               DISPLAY WS-DL-BLANK                                      04170000
               DISPLAY WS-DL-SUPPLIER-HEADER                            04180000
           END-IF.                                                      04190000
                                                                        04200000
           PERFORM P20000-PRICE-NOW THRU P20000-EXIT.                   04210000
                                                                        04220000
           PERFORM P30000-READ-COST THRU P30000-EXIT.                   04230000
                                                                        04240000
           PERFORM P40000-ANNUAL-IMPACT THRU P40000-EXIT.               04250000
                                                                        04260000
      ***************************************************************** 04270000
      *    PERCENT CHANGE FROM THE PRICE IN EFFECT TODAY              * 04280000
      ***************************************************************** 04290000
                                                                        04300000
           MOVE ZEROES TO WS-CHANGE-PCT.                                04310000
                                                                        04320000
           IF WS-PRICE-NOW > ZEROES                                     04330000
               COMPUTE WS-CHANGE-PCT ROUNDED =                          04340000
                   (PCR-NEW-PRICE - WS-PRICE-NOW) * 100                 04350000
                       / WS-PRICE-NOW                                   04360000
                   ON SIZE ERROR                                        04370000
                       MOVE +9999.9 TO WS-CHANGE-PCT                    04380000
               END-COMPUTE                                              04390000
           END-IF.                                                      04400000
                                                                        04410000
           MOVE PCR-ITEM-NUMBER TO WS-DL-RQ-ITEM.                       04420000
           MOVE PCR-EFFECTIVE-DATE TO WS-DL-RQ-EFF-DATE.                04430000
           MOVE WS-PRICE-NOW TO WS-DL-RQ-NOW.                           04440000
           MOVE PCR-NEW-PRICE TO WS-DL-RQ-NEW.                          04450000
           DISPLAY WS-DL-REQUEST.                                       04460000
                                                                        04470000
           IF REQUEST-COSTED                                            04480000
               MOVE WS-CHANGE-PCT TO WS-DL-MG-CHANGE                    04490000
               MOVE ITEM-COST-AVG-UNIT-COST TO WS-DL-MG-AVG-COST        04500000
               MOVE WS-MARGIN-NOW-PCT TO WS-DL-MG-NOW                   04510000
               MOVE WS-MARGIN-NEW-PCT TO WS-DL-MG-NEW                   04520000
               DISPLAY WS-DL-MARGIN                                     04530000
           ELSE                                                         04540000
               MOVE WS-CHANGE-PCT TO WS-DL-NC-CHANGE                    04550000
               DISPLAY WS-DL-NO-COST                                    04560000
           END-IF.                                                      04570000
                                                                        04580000
           MOVE ITEM-SUPPLIER-ANNUAL-USAGE TO WS-DL-IM-USAGE.           04590000
           MOVE WS-ANNUAL-IMPACT TO WS-DL-IM-IMPACT.                    04600000
           DISPLAY WS-DL-IMPACT.                                        04610000
                                                                        04620000
       P10000-EXIT.                                                     04630000
           EXIT.                                                        04640000
           EJECT                                                        04650000
      ***************************************************************** 04660000
      *                                                               * 04670000
      *    PARAGRAPH:  P20000-PRICE-NOW                               * 04680000
      *                                                               * 04690000
      *    FUNCTION :  RESOLVE THE PRICE IN EFFECT TODAY THROUGH      * 04700000
      *                PDAS04, AS ORDERS ARE PRICED.  WHEN THE ITEM / * 04710000
      *                SUPPLIER CANNOT BE PRICED, THE PRICE IN FORCE  * 04720000
      *                WHEN THE REQUEST WAS SUBMITTED IS USED         * 04730000
      *                                                               * 04740000
      *    CALLED BY:  P10000-REPORT-REQUEST                          * 04750000
      *                                                               * 04760000
      ***************************************************************** 04770000
                                                                        04780000
       P20000-PRICE-NOW.                                                04790000
                                                                        04800000
           MOVE SPACES TO PDAS04-PARMS.                                 04810000
           MOVE PCR-ITEM-PREFIX TO PDAS04-ITEM-PREFIX.                  04820000
           MOVE PCR-ITEM-NUMBER TO PDAS04-ITEM-NUMBER.                  04830000
           MOVE PCR-SUPPLIER-PREFIX TO PDAS04-SUPPLIER-PREFIX.          04840000
           MOVE PCR-SUPPLIER-ID TO PDAS04-SUPPLIER-ID.                  04850000
           MOVE ZEROES TO PDAS04-PRICE-DATE.                            04860000
           MOVE ZEROES TO PDAS04-UNIT-PRICE.                            04870000
                                                                        04880000
           CALL 'PDAS04' USING PDAS04-PARMS.                            04890000
                                                                        04900000
           IF PDAS04-PRICE-NOT-FOUND                                    04910000
               MOVE PCR-CURRENT-PRICE TO WS-PRICE-NOW                   04920000
           ELSE                                                         04930000
               MOVE PDAS04-UNIT-PRICE TO WS-PRICE-NOW                   04940000
           END-IF.                                                      04950000
                                                                        04960000
       P20000-EXIT.                                                     04970000
           EXIT.                                                        04980000
           EJECT                                                        04990000
      ***************************************************************** 05000000
      *                                                               * 05010000
      *    PARAGRAPH:  P30000-READ-COST                               * 05020000
      *                                                               * 05030000
      *    FUNCTION :  READ THE ITEM / SUPPLIER AVERAGE UNIT COST AND * 05040000
      *                COMPUTE THE GROSS MARGIN PERCENT AT TODAY'S    * 05050000
      *                PRICE AND AT THE NEW PRICE                     * 05060000
      *                                                               * 05070000
      *    CALLED BY:  P10000-REPORT-REQUEST                          * 05080000
      *                                                               * 05090000
      ***************************************************************** 05100000
                                                                        05110000
       P30000-READ-COST.                                                05120000
                                                                        05130000
           MOVE 'N' TO WS-COSTED-SW.                                    05140000
           MOVE ZEROES TO WS-MARGIN-NOW-PCT                             05150000
                          WS-MARGIN-NEW-PCT.                            05160000
                                                                        05170000
           MOVE PCR-ITEM-PREFIX TO ITEM-COST-PRE.                       05180000
           MOVE PCR-ITEM-NUMBER TO ITEM-COST-ITEM-NUMBER.               05190000
           MOVE PCR-SUPPLIER-ID TO ITEM-COST-SUPPLIER-ID.               05200000
                                                                        05210000
           READ VSAM-ITEM-COST.                                         05220000
                                                                        05230000
           EVALUATE TRUE                                                05240000
               WHEN ITMCSTF-OK                                          05250000
                   CONTINUE                                             05260000
               WHEN ITMCSTF-NOTFOUND                                    05270000
               WHEN ITMCSTF-EMPTY                                       05280000
                   ADD +1 TO WS-ROWS-UNCOSTED                           05290000
                   GO TO P30000-EXIT                                    05300000
               WHEN OTHER                                               05310000
                   MOVE 'READ ITEM COST FAILED' TO WPBE-MESSAGE         05320000
                   MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS            05330000
                   MOVE 'P30000' TO WPBE-PARAGRAPH                      05340000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05350000
           END-EVALUATE.                                                05360000
                                                                        05370000
           MOVE 'Y' TO WS-COSTED-SW.                                    05380000
                                                                        05390000
           IF WS-PRICE-NOW > ZEROES                                     05400000
               COMPUTE WS-MARGIN-NOW-PCT ROUNDED =                      05410000
                   (WS-PRICE-NOW - ITEM-COST-AVG-UNIT-COST) * 100       05420000
                       / WS-PRICE-NOW                                   05430000
                   ON SIZE ERROR                                        05440000
                       MOVE -999.9 TO WS-MARGIN-NOW-PCT                 05450000
               END-COMPUTE                                              05460000
           END-IF.                                                      05470000
                                                                        05480000
           IF PCR-NEW-PRICE > ZEROES                                    05490000
               COMPUTE WS-MARGIN-NEW-PCT ROUNDED =                      05500000
                   (PCR-NEW-PRICE - ITEM-COST-AVG-UNIT-COST) * 100      05510000
                       / PCR-NEW-PRICE                                  05520000
                   ON SIZE ERROR                                        05530000
                       MOVE -999.9 TO WS-MARGIN-NEW-PCT                 05540000
               END-COMPUTE                                              05550000
           END-IF.                                                      05560000
                                                                        05570000
       P30000-EXIT.                                                     05580000
           EXIT.                                                        05590000
           EJECT                                                        05600000
      ***************************************************************** 05610000
      *                                                               * 05620000
      *    PARAGRAPH:  P40000-ANNUAL-IMPACT                           * 05630000
      *                                                               * 05640000
      *    FUNCTION :  RESTATE THE ITEM / SUPPLIER ANNUAL USAGE VALUE * 05650000
      *                AT THE NEW PRICE; THE DIFFERENCE IS THE        * 05660000
      *                ANNUAL COST IMPACT OF ACCEPTING THE REQUEST    * 05670000
      *                                                               * 05680000
      *    CALLED BY:  P10000-REPORT-REQUEST                          * 05690000
      *                                                               * 05700000
      ***************************************************************** 05710000
                                                                        05720000
       P40000-ANNUAL-IMPACT.                                            05730000
                                                                        05740000
           MOVE ZEROES TO WS-ANNUAL-IMPACT.                             05750000
                                                                        05760000
           MOVE PCR-ITEM-PREFIX TO ITEM-SUPPLIER-ITEM-PREFIX.           05770000
           MOVE PCR-ITEM-NUMBER TO ITEM-SUPPLIER-ITEM-NUMBER.           05780000
           MOVE PCR-SUPPLIER-PREFIX TO ITEM-SUPPLIER-SUPPLIER-PREFIX.   05790000
           MOVE PCR-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.           05800000
                                                                        05810000
           EXEC SQL                                                     05820000
               SELECT  ANNUAL_USAGE_VALUE                               05830000
               INTO    :ITEM-SUPPLIER-ANNUAL-USAGE                      05840000
               FROM    ITEM_SUPPLIER                                    05850000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     05860000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     05870000
                 AND   SUPPLIER_PREFIX =                                05880000
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX               05890000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     05900000
           END-EXEC.                                                    05910000
                                                                        05920000
           EVALUATE TRUE                                                05930000
               WHEN SQLCODE = +0                                        05940000
                   CONTINUE                                             05950000
               WHEN SQLCODE = +100                                      05960000
                   MOVE ZEROES TO ITEM-SUPPLIER-ANNUAL-USAGE            05970000
                   GO TO P40000-EXIT                                    05980000
               WHEN OTHER                                               05990000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      06000000
                   MOVE 'PDAB108' TO WPDE-PROGRAM-ID                    06010000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     06020000
                   MOVE 'SELECT ITEM_SUPPLIER' TO WPDE-FUNCTION         06030000
                   MOVE 'P40000' TO WPDE-PARAGRAPH                      06040000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06050000
           END-EVALUATE.                                                06060000
                                                                        06070000
           IF WS-PRICE-NOW > ZEROES                                     06080000
               COMPUTE WS-ANNUAL-IMPACT ROUNDED =                       06090000
                   ITEM-SUPPLIER-ANNUAL-USAGE                           06100000
                       * (PCR-NEW-PRICE - WS-PRICE-NOW)                 06110000
                       / WS-PRICE-NOW                                   06120000
                   ON SIZE ERROR                                        06130000
                       MOVE ZEROES TO WS-ANNUAL-IMPACT                  06140000
               END-COMPUTE                                              06150000
           END-IF.                                                      06160000
                                                                        06170000
           ADD WS-ANNUAL-IMPACT TO WS-TOTAL-IMPACT.                     06180000
                                                                        06190000
       P40000-EXIT.                                                     06200000
           EXIT.                                                        06210000
           EJECT                                                        06220000
      ***************************************************************** 06230000
      *                                                               * 06240000
      *    PARAGRAPH:  P99999-ABEND                                   * 06250000
      *                                                               * 06260000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 06270000
      *                ERROR HAS BEEN ENCOUNTERED                     * 06280000
      *                                                               * 06290000
      *    CALLED BY:  VARIOUS                                        * 06300000
      *                                                               * 06310000
      ***************************************************************** 06320000
                                                                        06330000
       P99999-ABEND.                                                    06340000
                                                                        06350000
           DISPLAY ' '.                                                 06360000
           DISPLAY WPEA-ERROR-01.                                       06370000
           DISPLAY WPEA-ERROR-02.                                       06380000
           DISPLAY WPEA-ERROR-03.                                       06390000
           DISPLAY WPEA-ERROR-04.                                       06400000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               06410000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               06420000
           DISPLAY WPEA-ERROR-04.                                       06430000
           DISPLAY WPEA-ERROR-03.                                       06440000
           DISPLAY WPEA-ERROR-02.                                       06450000
           DISPLAY WPEA-ERROR-01.                                       06460000
           DISPLAY ' '.                                                 06470000
                                                                        06480000
           MOVE 16 TO RETURN-CODE.                                      06490000
                                                                        06500000
           GOBACK.                                                      06510000
                                                                        06520000
       P99999-EXIT.                                                     06530000
           EXIT.                                                        06540000
