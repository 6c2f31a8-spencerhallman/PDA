       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB110.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB110                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB110 IS THE WEEKLY BELOW-COST SALES    * 00100000
      *             REPORT.  IT LISTS EVERY SUPERVISOR OVERRIDE       * 00110000
      *             JOURNALED ON THE BELOW-COST FILE IN THE LAST      * 00120000
      *             7 DAYS -- LINES ADDED UNDER AVERAGE COST          * 00130000
      *             (PDA007) AND ORDERS SUBMITTED WITH LINES UNDER    * 00140000
      *             COST (PDA009 / PDA109) -- WITH THE LOSS AGAINST   * 00150000
      *             COST, (AVERAGE COST - NET PRICE) X QUANTITY.      * 00160000
      *             THE LOSS AND THE LINE COUNT ARE THEN SUMMARIZED   * 00170000
      *             BY OPERATOR, BY CUSTOMER AND BY ITEM.  LINE-ADD   * 00180000
      *             OVERRIDES ARE LISTED BUT CARRY NO ORDER NUMBER    * 00190000
      *             AND ARE COUNTED APART; ONLY THE SUBMIT OVERRIDES  * 00200000
      *             GO INTO THE SUMMARIES, SO A LINE IS NEVER         * 00210000
      *             COUNTED TWICE.                                    * 00220000
      *                                                               * 00230000
      * FILES   :   BELOW COST JOURNAL   -  VSAM KSDS    (INPUT)      * 00240000
      *                                                               * 00250000
      ***************************************************************** 00260000
      *             PROGRAM CHANGE LOG                                * 00270000
      *             -------------------                               * 00280000
      *                                                               * 00290000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00300000
      *  --------   --------------------  --------------------------  * 00310000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00320000
      *                                                               * 00330000
      ***************************************************************** 00340000
           EJECT                                                        00350000
       ENVIRONMENT DIVISION.                                            00360000
                                                                        00370000
       INPUT-OUTPUT SECTION.                                            00380000
                                                                        00390000
       FILE-CONTROL.                                                    00400000
                                                                        00410000
           SELECT VSAM-BELOW-COST      ASSIGN TO VBLWCOST               00420000
                                       ORGANIZATION IS INDEXED          00430000
                                       ACCESS IS SEQUENTIAL             00440000
                                       RECORD KEY IS BELOW-COST-KEY     00450000
                                       FILE STATUS IS                   00460000
                                           WS-BLWCOST-STATUS.           00470000
           EJECT                                                        00480000
       DATA DIVISION.                                                   00490000
                                                                        00500000
       FILE SECTION.                                                    00510000
                                                                        00520000
       FD  VSAM-BELOW-COST                                              00530000
           RECORD CONTAINS 224 CHARACTERS.                              00540000
                                                                        00550000
           COPY VBLWCOST.                                               00560000
           EJECT                                                        00570000
       WORKING-STORAGE SECTION.                                         00580000
                                                                        00590000
      ***************************************************************** 00600000
      *    SWITCHES                                                   * 00610000
      ***************************************************************** 00620000
                                                                        00630000
       01  WS-SWITCHES.                                                 00640000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00650000
               88  END-OF-PROCESS                VALUE 'Y'.             00660000
           05  WS-ENTRY-FOUND-SW       PIC X     VALUE 'N'.             00670000
               88  ENTRY-FOUND                   VALUE 'Y'.             00680000
           EJECT                                                        00690000
      ***************************************************************** 00700000
      *    MISCELLANEOUS WORK FIELDS                                  * 00710000
      ***************************************************************** 00720000
                                                                        00730000
       01  WS-MISCELLANEOUS-FIELDS.                                     00740000
           03  WS-BLWCOST-STATUS       PIC XX    VALUE SPACES.          00750000
               88  BLWCOST-OK                    VALUE '  ' '00'.       00760000
               88  BLWCOST-END                   VALUE '10'.            00770000
               88  BLWCOST-EMPTY                 VALUE '47' '35'.       00780000
           03  WS-EVENTS-READ          PIC S9(7) VALUE +0       COMP-3. 00790000
           03  WS-EVENTS-LISTED        PIC S9(7) VALUE +0       COMP-3. 00800000
           03  WS-LINE-ADD-EVENTS      PIC S9(7) VALUE +0       COMP-3. 00810000
           03  WS-SUBMIT-EVENTS        PIC S9(7) VALUE +0       COMP-3. 00820000
           03  WS-TABLE-OVERFLOW       PIC S9(7) VALUE +0       COMP-3. 00830000
           03  WS-LOSS                 PIC S9(11)V99                    00840000
                                                 VALUE +0       COMP-3. 00850000
           03  WS-TOTAL-LOSS           PIC S9(11)V99                    00860000
                                                 VALUE +0       COMP-3. 00870000
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.   00880000
           03  WS-TODAY-INTEGER        PIC S9(9) VALUE +0       COMP.   00890000
           03  WS-TODAY                PIC X(8)  VALUE SPACES.          00900000
           03  WS-TODAY-N REDEFINES WS-TODAY                            00910000
                                       PIC 9(8).                        00920000
           03  WS-FROM                 PIC X(8)  VALUE SPACES.          00930000
           03  WS-FROM-N               PIC 9(8)  VALUE ZEROES.          00940000
           03  WS-DATE.                                                 00950000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          00960000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          00970000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          00980000
           03  WS-SUMMARY-KEY          PIC X(32) VALUE SPACES.          00990000
           03  WS-SUB                  PIC S9(4) VALUE +0       COMP.   01000000
           EJECT                                                        01010000
      ***************************************************************** 01020000
      *    SUMMARY TABLES -- ONE ENTRY PER OPERATOR, CUSTOMER AND     * 01030000
      *    ITEM, LINE COUNT AND LOSS AGAINST COST.  A KEY ARRIVING    * 01040000
      *    AFTER A TABLE IS FULL IS LISTED BUT NOT SUMMARIZED         * 01050000
      ***************************************************************** 01060000
                                                                        01070000
       01  WS-OPERATOR-TABLE.                                           01080000
           03  WS-OPER-COUNT           PIC S9(4) VALUE +0       COMP.   01090000
           03  WS-OPER-ENTRY           OCCURS 200 TIMES.                01100000
               05  WS-OPER-KEY         PIC X(08).                       01110000
               05  WS-OPER-LINES       PIC S9(7)                COMP-3. 01120000
               05  WS-OPER-LOSS        PIC S9(11)V99            COMP-3. 01130000
                                                                        01140000
       01  WS-CUSTOMER-TABLE.                                           01150000
           03  WS-CUST-COUNT           PIC S9(4) VALUE +0       COMP.   01160000
           03  WS-CUST-ENTRY           OCCURS 200 TIMES.                01170000
               05  WS-CUST-KEY         PIC X(32).                       01180000
               05  WS-CUST-LINES       PIC S9(7)                COMP-3. 01190000
               05  WS-CUST-LOSS        PIC S9(11)V99            COMP-3. 01200000
                                                                        01210000
       01  WS-ITEM-TABLE.                                               01220000
           03  WS-ITEM-COUNT           PIC S9(4) VALUE +0       COMP.   01230000
           03  WS-ITEM-ENTRY           OCCURS 200 TIMES.                01240000
               05  WS-ITEM-KEY         PIC X(32).                       01250000
               05  WS-ITEM-LINES       PIC S9(7)                COMP-3. 01260000
               05  WS-ITEM-LOSS        PIC S9(11)V99            COMP-3. 01270000
           EJECT                                                        01280000
      ***************************************************************** 01290000
      *    DISPLAY AREA                                               * 01300000
      ***************************************************************** 01310000
                                                                        01320000
       01  WS-DISPLAY-LINES.                                            01330000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01340000
           03  WS-DL-LINE.                                              01350000
               05  FILLER         PIC X(01) VALUE '*'.                  01360000
               05  WS-DL-LINE-TEXT                                      01370000
                                  PIC X(78) VALUE SPACES.               01380000
               05  FILLER         PIC X(01) VALUE '*'.                  01390000
           03  WS-DL-TOTAL.                                             01400000
               05  FILLER         PIC X(01) VALUE '*'.                  01410000
               05  FILLER         PIC X(45) VALUE SPACES.               01420000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01430000
               05  FILLER         PIC X(3)  VALUE ' - '.                01440000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01450000
               05  FILLER         PIC X(01) VALUE '*'.                  01460000
           03  WS-DL-LOSS-TOTAL.                                        01470000
               05  FILLER         PIC X(01) VALUE '*'.                  01480000
               05  FILLER         PIC X(37) VALUE SPACES.               01490000
               05  WS-DL-LT-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.               01500000
               05  FILLER         PIC X(1)  VALUE SPACE.                01510000
               05  WS-DL-LT-TITLE PIC X(22) VALUE SPACES.               01520000
               05  FILLER         PIC X(01) VALUE '*'.                  01530000
                                                                        01540000
       01  WS-DL-EVENT.                                                 01550000
           03  WS-DL-E-DATE            PIC 9(08) VALUE ZEROES.          01560000
           03  FILLER                  PIC X(01) VALUE SPACES.          01570000
           03  WS-DL-E-SOURCE          PIC X(06) VALUE SPACES.          01580000
           03  FILLER                  PIC X(01) VALUE SPACES.          01590000
           03  WS-DL-E-USERID          PIC X(08) VALUE SPACES.          01600000
           03  FILLER                  PIC X(01) VALUE SPACES.          01610000
           03  WS-DL-E-ORDER           PIC Z(9)9 VALUE ZEROES.          01620000
           03  FILLER                  PIC X(01) VALUE SPACES.          01630000
           03  WS-DL-E-ITEM            PIC X(12) VALUE SPACES.          01640000
           03  FILLER                  PIC X(01) VALUE SPACES.          01650000
           03  WS-DL-E-QTY             PIC ZZZZ9 VALUE ZEROES.          01660000
           03  FILLER                  PIC X(01) VALUE SPACES.          01670000
           03  WS-DL-E-NET             PIC ZZZZZ9.99.                   01680000
           03  FILLER                  PIC X(01) VALUE SPACES.          01690000
           03  WS-DL-E-COST            PIC ZZZZZ9.99.                   01700000
           03  FILLER                  PIC X(01) VALUE SPACES.          01710000
           03  WS-DL-E-MARGIN          PIC ZZ9.9-.                      01720000
                                                                        01730000
       01  WS-DL-EVENT-2.                                               01740000
           03  FILLER                  PIC X(10) VALUE SPACES.          01750000
           03  FILLER                  PIC X(10) VALUE 'CUSTOMER: '.    01760000
           03  WS-DL-E2-CUSTOMER       PIC X(20) VALUE SPACES.          01770000
           03  FILLER                  PIC X(09) VALUE ' REASON: '.     01780000
           03  WS-DL-E2-REASON         PIC X(30) VALUE SPACES.          01790000
                                                                        01800000
       01  WS-DL-SUMMARY.                                               01810000
           03  FILLER                  PIC X(02) VALUE SPACES.          01820000
           03  WS-DL-S-KEY             PIC X(32) VALUE SPACES.          01830000
           03  FILLER                  PIC X(01) VALUE SPACES.          01840000
           03  WS-DL-S-LINES           PIC ZZZ,ZZ9.                     01850000
           03  FILLER                  PIC X(07) VALUE ' LINES '.       01860000
           03  WS-DL-S-LOSS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          01870000
           EJECT                                                        01880000
      ***************************************************************** 01890000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 01900000
      ***************************************************************** 01910000
                                                                        01920000
           COPY PDAERRWS.                                               01930000
                                                                        01940000
       01  WS-PDA-BATCH-ERROR-01.                                       01950000
           05  FILLER             PIC X     VALUE SPACES.               01960000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             01970000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          01980000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB110'.            01990000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02000000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02010000
                                                                        02020000
       01  WS-PDA-BATCH-ERROR-02.                                       02030000
           05  FILLER             PIC X(8)  VALUE SPACES.               02040000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02050000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02060000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02070000
           EJECT                                                        02080000
      ***************************************************************** 02090000
      *    P R O C E D U R E    D I V I S I O N                       * 02100000
      ***************************************************************** 02110000
                                                                        02120000
       PROCEDURE DIVISION.                                              02130000
                                                                        02140000
      ***************************************************************** 02150000
      *                                                               * 02160000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02170000
      *                                                               * 02180000
      *    FUNCTION :  PROGRAM ENTRY.  LIST THE LAST 7 DAYS OF        * 02190000
      *                BELOW-COST OVERRIDES, THEN THE OPERATOR,       * 02200000
      *                CUSTOMER AND ITEM SUMMARIES                    * 02210000
      *                                                               * 02220000
      *    CALLED BY:  NONE                                           * 02230000
      *                                                               * 02240000
      ***************************************************************** 02250000
                                                                        02260000
       P00000-MAINLINE.                                                 02270000
                                                                        02280000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02290000
           MOVE WS-DATE TO WS-TODAY.                                    02300000
                                                                        02310000
      ***************************************************************** 02320000
      *    THE REPORT WEEK STARTS 6 CALENDAR DAYS BACK -- INTEGER     * 02330000
      *    DATE ARITHMETIC IS THE ONLY SAFE WAY ACROSS MONTH AND      * 02340000
      *    YEAR BOUNDARIES                                            * 02350000
      ***************************************************************** 02360000
                                                                        02370000
           COMPUTE WS-TODAY-INTEGER =                                   02380000
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N).                    02390000
           COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER - 6.              02400000
           COMPUTE WS-FROM-N =                                          02410000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).               02420000
           MOVE WS-FROM-N TO WS-FROM.                                   02430000
                                                                        02440000
           DISPLAY ' '.                                                 02450000
           DISPLAY WS-DL-ASTERISK.                                      02460000
           MOVE '  PDAB110 - WEEKLY BELOW-COST SALES OVERRIDES'         02470000
               TO WS-DL-LINE-TEXT.                                      02480000
           DISPLAY WS-DL-LINE.                                          02490000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              02500000
           STRING '  WEEK = ' WS-FROM ' THROUGH ' WS-TODAY              02510000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  02520000
           DISPLAY WS-DL-LINE.                                          02530000
           DISPLAY WS-DL-ASTERISK.                                      02540000
           DISPLAY ' '.                                                 02550000
           DISPLAY 'DATE     SOURCE USERID        ORDER ITEM        '   02560000
               '   QTY       NET      COST MARG%'.                      02570000
           DISPLAY ' '.                                                 02580000
                                                                        02590000
           OPEN INPUT VSAM-BELOW-COST.                                  02600000
                                                                        02610000
           IF BLWCOST-EMPTY                                             02620000
               GO TO P00000-GOBACK                                      02630000
           END-IF.                                                      02640000
                                                                        02650000
           IF NOT BLWCOST-OK                                            02660000
               MOVE 'OPEN BELOW COST FILE FAILED' TO WPBE-MESSAGE       02670000
               MOVE WS-BLWCOST-STATUS TO WPBE-FILE-STATUS               02680000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02690000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02700000
           END-IF.                                                      02710000
                                                                        02720000
           PERFORM P10000-LIST-EVENT THRU P10000-EXIT                   02730000
               UNTIL END-OF-PROCESS.                                    02740000
                                                                        02750000
           CLOSE VSAM-BELOW-COST.                                       02760000
                                                                        02770000
           PERFORM P30000-PRINT-SUMMARIES THRU P30000-EXIT.             02780000
                                                                        02790000
       P00000-GOBACK.                                                   02800000
                                                                        02810000
           DISPLAY ' '.                                                 02820000
           DISPLAY WS-DL-ASTERISK.                                      02830000
                                                                        02840000
           MOVE 'JOURNAL RECORDS READ' TO WS-DL-T-TITLE.                02850000
           MOVE WS-EVENTS-READ TO WS-DL-T-CNT.                          02860000
           DISPLAY WS-DL-TOTAL.                                         02870000
                                                                        02880000
           MOVE 'OVERRIDES THIS WEEK' TO WS-DL-T-TITLE.                 02890000
           MOVE WS-EVENTS-LISTED TO WS-DL-T-CNT.                        02900000
           DISPLAY WS-DL-TOTAL.                                         02910000
                                                                        02920000
           MOVE '  AT LINE ADD' TO WS-DL-T-TITLE.                       02930000
           MOVE WS-LINE-ADD-EVENTS TO WS-DL-T-CNT.                      02940000
           DISPLAY WS-DL-TOTAL.                                         02950000
                                                                        02960000
           MOVE '  AT ORDER SUBMIT' TO WS-DL-T-TITLE.                   02970000
           MOVE WS-SUBMIT-EVENTS TO WS-DL-T-CNT.                        02980000
           DISPLAY WS-DL-TOTAL.                                         02990000
                                                                        03000000
           MOVE 'NOT SUMMARIZED (FULL)' TO WS-DL-T-TITLE.               03010000
           MOVE WS-TABLE-OVERFLOW TO WS-DL-T-CNT.                       03020000
           DISPLAY WS-DL-TOTAL.                                         03030000
                                                                        03040000
           MOVE 'SUBMITTED LOSS' TO WS-DL-LT-TITLE.                     03050000
           MOVE WS-TOTAL-LOSS TO WS-DL-LT-AMT.                          03060000
           DISPLAY WS-DL-LOSS-TOTAL.                                    03070000
                                                                        03080000
           DISPLAY WS-DL-ASTERISK.                                      03090000
           DISPLAY ' '.                                                 03100000
                                                                        03110000
           MOVE ZEROES TO RETURN-CODE.                                  03120000
                                                                        03130000
           GOBACK.                                                      03140000
                                                                        03150000
       P00000-EXIT.                                                     03160000
           EXIT.                                                        03170000
           EJECT                                                        03180000
      ***************************************************************** 03190000
      *                                                               * 03200000
      *    PARAGRAPH:  P10000-LIST-EVENT                              * 03210000
      *                                                               * 03220000
      *    FUNCTION :  READ THE NEXT JOURNAL RECORD AND LIST IT WHEN  * 03230000
      *                IT FALLS IN THE REPORT WEEK.  SUBMIT           * 03240000
      *                OVERRIDES ARE ADDED TO THE SUMMARIES           * 03250000
      *                                                               * 03260000
      *    CALLED BY:  P00000-MAINLINE                                * 03270000
      *                                                               * 03280000
      ***************************************************************** 03290000
                                                                        03300000
       P10000-LIST-EVENT.                                               03310000
                                                                        03320000
           READ VSAM-BELOW-COST NEXT RECORD.                            03330000
                                                                        03340000
           EVALUATE TRUE                                                03350000
               WHEN BLWCOST-OK                                          03360000
                   ADD +1 TO WS-EVENTS-READ                             03370000
               WHEN BLWCOST-END                                         03380000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03390000
                   GO TO P10000-EXIT                                    03400000
               WHEN OTHER                                               03410000
                   MOVE 'READ BELOW COST FILE FAILED' TO WPBE-MESSAGE   03420000
                   MOVE WS-BLWCOST-STATUS TO WPBE-FILE-STATUS           03430000
                   MOVE 'P10000' TO WPBE-PARAGRAPH                      03440000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03450000
           END-EVALUATE.                                                03460000
                                                                        03470000
      ***************************************************************** 03480000
      *    THE FILE IS KEYED BY DATE, SO THE FIRST RECORD AFTER TODAY * 03490000
      *    ENDS THE WEEK                                              * 03500000
      ***************************************************************** 03510000
                                                                        03520000
           IF BELOW-COST-DATE < WS-FROM-N                               03530000
               GO TO P10000-EXIT                                        03540000
           END-IF.                                                      03550000
                                                                        03560000
           IF BELOW-COST-DATE > WS-TODAY-N                              03570000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         03580000
               GO TO P10000-EXIT                                        03590000
           END-IF.                                                      03600000
                                                                        03610000
           COMPUTE WS-LOSS ROUNDED =                                    03620000
               (BELOW-COST-AVG-COST - BELOW-COST-NET-PRICE)             03630000
               * BELOW-COST-QUANTITY.                                   03640000
                                                                        03650000
           MOVE BELOW-COST-DATE TO WS-DL-E-DATE.                        03660000
           MOVE BELOW-COST-SOURCE TO WS-DL-E-SOURCE.                    03670000
           MOVE BELOW-COST-USERID TO WS-DL-E-USERID.                    03680000
           MOVE BELOW-COST-ORDER-NUMBER TO WS-DL-E-ORDER.               03690000
           MOVE BELOW-COST-ITEM-NUMBER TO WS-DL-E-ITEM.                 03700000
           MOVE BELOW-COST-QUANTITY TO WS-DL-E-QTY.                     03710000
           MOVE BELOW-COST-NET-PRICE TO WS-DL-E-NET.                    03720000
           MOVE BELOW-COST-AVG-COST TO WS-DL-E-COST.                    03730000
           MOVE BELOW-COST-ORDER-MARGIN TO WS-DL-E-MARGIN.              03740000
           DISPLAY WS-DL-EVENT.                                         03750000
                                                                        03760000
           MOVE BELOW-COST-CUSTOMER-ID TO WS-DL-E2-CUSTOMER.            03770000
           MOVE BELOW-COST-REASON TO WS-DL-E2-REASON.                   03780000
           DISPLAY WS-DL-EVENT-2.                                       03790000
                                                                        03800000
           ADD +1 TO WS-EVENTS-LISTED.                                  03810000
                                                                        03820000
      ***************************************************************** 03830000
      *    A LINE OVERRIDDEN AT LINE ADD IS OVERRIDDEN AGAIN WHEN THE * 03840000
      *    ORDER IS SUBMITTED, SO ONLY THE SUBMIT IS SUMMARIZED       * 03850000
      ***************************************************************** 03860000
                                                                        03870000
           IF BELOW-COST-LINE-ADD                                       03880000
               ADD +1 TO WS-LINE-ADD-EVENTS                             03890000
               GO TO P10000-EXIT                                        03900000
           END-IF.                                                      03910000
                                                                        03920000
           ADD +1 TO WS-SUBMIT-EVENTS.                                  03930000
           ADD WS-LOSS TO WS-TOTAL-LOSS.                                03940000
                                                                        03950000
           PERFORM P20000-ADD-OPERATOR THRU P20000-EXIT.                03960000
           PERFORM P20100-ADD-CUSTOMER THRU P20100-EXIT.                03970000
           PERFORM P20200-ADD-ITEM THRU P20200-EXIT.                    03980000
                                                                        03990000
       P10000-EXIT.                                                     04000000
           EXIT.                                                        04010000
           EJECT                                                        04020000
      ***************************************************************** 04030000
      *                                                               * 04040000
      *    PARAGRAPH:  P20000-ADD-OPERATOR                            * 04050000
      *                                                               * 04060000
      *    FUNCTION :  ADD THE OVERRIDE TO THE OPERATOR SUMMARY,      * 04070000
      *                STARTING A NEW ENTRY FOR A NEW OPERATOR        * 04080000
      *                                                               * 04090000
      *    CALLED BY:  P10000-LIST-EVENT                              * 04100000
      *                                                               * 04110000
      ***************************************************************** 04120000
                                                                        04130000
       P20000-ADD-OPERATOR.                                             04140000
                                                                        04150000
           MOVE 'N' TO WS-ENTRY-FOUND-SW.                               04160000
           MOVE BELOW-COST-USERID TO WS-SUMMARY-KEY.                    04170000
                                                                        04180000
           PERFORM P20010-FIND-OPERATOR THRU P20010-EXIT                04190000
               VARYING WS-SUB FROM 1 BY 1                               04200000
                 UNTIL WS-SUB > WS-OPER-COUNT                           04210000
                    OR ENTRY-FOUND.                                     04220000
                                                                        04230000
           IF NOT ENTRY-FOUND                                           04240000
               IF WS-OPER-COUNT NOT < 200                               04250000
                   ADD +1 TO WS-TABLE-OVERFLOW                          04260000
                   GO TO P20000-EXIT                                    04270000
               END-IF                                                   04280000
               ADD +1 TO WS-OPER-COUNT                                  04290000
               MOVE WS-OPER-COUNT TO WS-SUB                             04300000
               MOVE WS-SUMMARY-KEY TO WS-OPER-KEY (WS-SUB)              04310000
               MOVE ZEROES TO WS-OPER-LINES (WS-SUB)                    04320000
                              WS-OPER-LOSS (WS-SUB)                     04330000
           END-IF.                                                      04340000
                                                                        04350000
           ADD +1 TO WS-OPER-LINES (WS-SUB).                            04360000
           ADD WS-LOSS TO WS-OPER-LOSS (WS-SUB).                        04370000
                                                                        04380000
       P20000-EXIT.                                                     04390000
           EXIT.                                                        04400000
                                                                        04410000
       P20010-FIND-OPERATOR.                                            04420000
                                                                        04430000
           IF WS-OPER-KEY (WS-SUB) = WS-SUMMARY-KEY                     04440000
               MOVE 'Y' TO WS-ENTRY-FOUND-SW                            04450000
               SUBTRACT +1 FROM WS-SUB                                  04460000
           END-IF.                                                      04470000
                                                                        04480000
       P20010-EXIT.                                                     04490000
           EXIT.                                                        04500000
           EJECT                                                        04510000
      ***************************************************************** 04520000
      *                                                               * 04530000
      *    PARAGRAPH:  P20100-ADD-CUSTOMER                            * 04540000
      *                                                               * 04550000
      *    FUNCTION :  ADD THE OVERRIDE TO THE CUSTOMER SUMMARY,      * 04560000
      *                STARTING A NEW ENTRY FOR A NEW CUSTOMER        * 04570000
      *                                                               * 04580000
      *    CALLED BY:  P10000-LIST-EVENT                              * 04590000
      *                                                               * 04600000
      ***************************************************************** 04610000
                                                                        04620000
       P20100-ADD-CUSTOMER.                                             04630000
                                                                        04640000
           MOVE 'N' TO WS-ENTRY-FOUND-SW.                               04650000
           MOVE BELOW-COST-CUSTOMER-ID TO WS-SUMMARY-KEY.               04660000
                                                                        04670000
           PERFORM P20110-FIND-CUSTOMER THRU P20110-EXIT                04680000
               VARYING WS-SUB FROM 1 BY 1                               04690000
                 UNTIL WS-SUB > WS-CUST-COUNT                           04700000
                    OR ENTRY-FOUND.                                     04710000
                                                                        04720000
           IF NOT ENTRY-FOUND                                           04730000
               IF WS-CUST-COUNT NOT < 200                               04740000
                   ADD +1 TO WS-TABLE-OVERFLOW                          04750000
                   GO TO P20100-EXIT                                    04760000
               END-IF                                                   04770000
               ADD +1 TO WS-CUST-COUNT                                  04780000
               MOVE WS-CUST-COUNT TO WS-SUB                             04790000
               MOVE WS-SUMMARY-KEY TO WS-CUST-KEY (WS-SUB)              04800000
               MOVE ZEROES TO WS-CUST-LINES (WS-SUB)                    04810000
                              WS-CUST-LOSS (WS-SUB)                     04820000
           END-IF.                                                      04830000
                                                                        04840000
           ADD +1 TO WS-CUST-LINES (WS-SUB).                            04850000
           ADD WS-LOSS TO WS-CUST-LOSS (WS-SUB).                        04860000
                                                                        04870000
       P20100-EXIT.                                                     04880000
           EXIT.                                                        04890000
                                                                        04900000
       P20110-FIND-CUSTOMER.                                            04910000
                                                                        04920000
           IF WS-CUST-KEY (WS-SUB) = WS-SUMMARY-KEY                     04930000
               MOVE 'Y' TO WS-ENTRY-FOUND-SW                            04940000
               SUBTRACT +1 FROM WS-SUB                                  04950000
           END-IF.                                                      04960000
                                                                        04970000
       P20110-EXIT.                                                     04980000
           EXIT.                                                        04990000
           EJECT                                                        05000000
      ***************************************************************** 05010000
      *                                                               * 05020000
      *    PARAGRAPH:  P20200-ADD-ITEM                                * 05030000
      *                                                               * 05040000
      *    FUNCTION :  ADD THE OVERRIDE TO THE ITEM SUMMARY,          * 05050000
      *                STARTING A NEW ENTRY FOR A NEW ITEM            * 05060000
      *                                                               * 05070000
      *    CALLED BY:  P10000-LIST-EVENT                              * 05080000
      *                                                               * 05090000
      ***************************************************************** 05100000
                                                                        05110000
       P20200-ADD-ITEM.                                                 05120000
                                                                        05130000
           MOVE 'N' TO WS-ENTRY-FOUND-SW.                               05140000
           MOVE BELOW-COST-ITEM-NUMBER TO WS-SUMMARY-KEY.               05150000
                                                                        05160000
           PERFORM P20210-FIND-ITEM THRU P20210-EXIT                    05170000
               VARYING WS-SUB FROM 1 BY 1                               05180000
                 UNTIL WS-SUB > WS-ITEM-COUNT                           05190000
                    OR ENTRY-FOUND.                                     05200000
                                                                        05210000
           IF NOT ENTRY-FOUND                                           05220000
               IF WS-ITEM-COUNT NOT < 200                               05230000
                   ADD +1 TO WS-TABLE-OVERFLOW                          05240000
                   GO TO P20200-EXIT                                    05250000
               END-IF                                                   05260000
               ADD +1 TO WS-ITEM-COUNT                                  05270000
               MOVE WS-ITEM-COUNT TO WS-SUB                             05280000
               MOVE WS-SUMMARY-KEY TO WS-ITEM-KEY (WS-SUB)              05290000
               MOVE ZEROES TO WS-ITEM-LINES (WS-SUB)                    05300000
                              WS-ITEM-LOSS (WS-SUB)                     05310000
           END-IF.                                                      05320000
                                                                        05330000
           ADD +1 TO WS-ITEM-LINES (WS-SUB).                            05340000
           ADD WS-LOSS TO WS-ITEM-LOSS (WS-SUB).                        05350000
                                                                        05360000
       P20200-EXIT.                                                     05370000
           EXIT.                                                        05380000
                                                                        05390000
       P20210-FIND-ITEM.                                                05400000
                                                                        05410000
           IF WS-ITEM-KEY (WS-SUB) = WS-SUMMARY-KEY                     05420000
               MOVE 'Y' TO WS-ENTRY-FOUND-SW                            05430000
               SUBTRACT +1 FROM WS-SUB                                  05440000
           END-IF.                                                      05450000
                                                                        05460000
       P20210-EXIT.                                                     05470000
           EXIT.                                                        05480000
           EJECT                                                        05490000
      ***************************************************************** 05500000
      *                                                               * 05510000
      *    PARAGRAPH:  P30000-PRINT-SUMMARIES                         * 05520000
      *                                                               * 05530000
      *    FUNCTION :  LIST THE LINE COUNT AND LOSS AGAINST COST OF   * 05540000
      *                THE WEEK'S SUBMIT OVERRIDES BY OPERATOR, BY    * 05550000
      *                CUSTOMER AND BY ITEM                           * 05560000
      *                                                               * 05570000
      *    CALLED BY:  P00000-MAINLINE                                * 05580000
      *                                                               * 05590000
      ***************************************************************** 05600000
                                                                        05610000
       P30000-PRINT-SUMMARIES.                                          05620000
                                                                        05630000
           DISPLAY ' '.                                                 05640000
           DISPLAY '  BELOW-COST SALES BY OPERATOR'.                    05650000
           PERFORM P30010-PRINT-OPERATOR THRU P30010-EXIT               05660000
               VARYING WS-SUB FROM 1 BY 1                               05670000
                 UNTIL WS-SUB > WS-OPER-COUNT.                          05680000
                                                                        05690000
           DISPLAY ' '.                                                 05700000
           DISPLAY '  BELOW-COST SALES BY CUSTOMER'.                    05710000
           PERFORM P30020-PRINT-CUSTOMER THRU P30020-EXIT               05720000
               VARYING WS-SUB FROM 1 BY 1                               05730000
                 UNTIL WS-SUB > WS-CUST-COUNT.                          05740000
                                                                        05750000
           DISPLAY ' '.                                                 05760000
           DISPLAY '  BELOW-COST SALES BY ITEM'.                        05770000
           PERFORM P30030-PRINT-ITEM THRU P30030-EXIT                   05780000
               VARYING WS-SUB FROM 1 BY 1                               05790000
                 UNTIL WS-SUB > WS-ITEM-COUNT.                          05800000
                                                                        05810000
       P30000-EXIT.                                                     05820000
           EXIT.                                                        05830000
                                                                        05840000
       P30010-PRINT-OPERATOR.                                           05850000
                                                                        05860000
           MOVE WS-OPER-KEY (WS-SUB) TO WS-DL-S-KEY.                    05870000
           MOVE WS-OPER-LINES (WS-SUB) TO WS-DL-S-LINES.                05880000
           MOVE WS-OPER-LOSS (WS-SUB) TO WS-DL-S-LOSS.                  05890000
           DISPLAY WS-DL-SUMMARY.                                       05900000
                                                                        05910000
       P30010-EXIT.                                                     05920000
           EXIT.                                                        05930000
                                                                        05940000
       P30020-PRINT-CUSTOMER.                                           05950000
                                                                        05960000
           MOVE WS-CUST-KEY (WS-SUB) TO WS-DL-S-KEY.                    05970000
           MOVE WS-CUST-LINES (WS-SUB) TO WS-DL-S-LINES.                05980000
           MOVE WS-CUST-LOSS (WS-SUB) TO WS-DL-S-LOSS.                  05990000
           DISPLAY WS-DL-SUMMARY.                                       06000000
                                                                        06010000
       P30020-EXIT.                                                     06020000
           EXIT.                                                        06030000
                                                                        06040000
       P30030-PRINT-ITEM.                                               06050000
                                                                        06060000
           MOVE WS-ITEM-KEY (WS-SUB) TO WS-DL-S-KEY.                    06070000
           MOVE WS-ITEM-LINES (WS-SUB) TO WS-DL-S-LINES.                06080000
           MOVE WS-ITEM-LOSS (WS-SUB) TO WS-DL-S-LOSS.                  06090000
           DISPLAY WS-DL-SUMMARY.                                       06100000
                                                                        06110000
       P30030-EXIT.                                                     06120000
           EXIT.                                                        06130000
           EJECT                                                        06140000
      ***************************************************************** 06150000
      *                                                               * 06160000
      *    PARAGRAPH:  P99999-ABEND                                   * 06170000
      *                                                               * 06180000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 06190000
      *                ERROR HAS BEEN ENCOUNTERED                     * 06200000
      *                                                               * 06210000
      *    CALLED BY:  VARIOUS                                        * 06220000
      *                                                               * 06230000
      ***************************************************************** 06240000
                                                                        06250000
       P99999-ABEND.                                                    06260000
                                                                        06270000
           DISPLAY ' '.                                                 06280000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               06290000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               06300000
           DISPLAY ' '.                                                 06310000
                                                                        06320000
           MOVE 16 TO RETURN-CODE.                                      06330000
                                                                        06340000
           GOBACK.                                                      06350000
                                                                        06360000
       P99999-EXIT.                                                     06370000
           EXIT.                                                        06380000
