       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB111.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB111                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB111 IS THE MONTHLY LINE PRICE         * 00100000
      *             OVERRIDE REPORT FOR SALES MANAGEMENT.  IT LISTS   * 00110000
      *             EVERY MANUAL UNIT PRICE OVERRIDE JOURNALED ON THE * 00120000
      *             PRICE OVERRIDE FILE (PDA008 / PDA010) IN THE      * 00130000
      *             MONTH NAMED ON THE CONTROL CARD, WITH THE LIST    * 00140000
      *             AND OVERRIDE PRICES, THE PERCENT OFF LIST, THE    * 00150000
      *             REASON CODE, WHO KEYED IT AND WHERE IT STANDS.    * 00160000
      *             THE DISCOUNT GIVEN, (LIST - OVERRIDE) X QUANTITY, * 00170000
      *             IS THEN SUMMARIZED BY REASON CODE AND BY USER.    * 00180000
      *             ONLY OVERRIDES IN EFFECT (APPLIED WITHIN THE      * 00190000
      *             KEYING USER'S LIMIT OR APPROVED ON PDA057) GO     * 00200000
      *             INTO THE SUMMARIES; PENDING, DECLINED AND VOID    * 00210000
      *             OVERRIDES ARE LISTED AND COUNTED ONLY.            * 00220000
      *                                                               * 00230000
      *             CONTROL CARD LAYOUT:                              * 00240000
      *               COL  1-13   PERIOD=CCYYMM                       * 00250000
      *                                                               * 00260000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00270000
      *             PRICE OVERRIDE FILE  -  VSAM KSDS    (INPUT)      * 00280000
      *                                                               * 00290000
      ***************************************************************** 00300000
      *             PROGRAM CHANGE LOG                                * 00310000
      *             -------------------                               * 00320000
      *                                                               * 00330000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00340000
      *  --------   --------------------  --------------------------  * 00350000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00360000
      *                                                               * 00370000
      ***************************************************************** 00380000
           EJECT                                                        00390000
       ENVIRONMENT DIVISION.                                            00400000
                                                                        00410000
       INPUT-OUTPUT SECTION.                                            00420000
                                                                        00430000
       FILE-CONTROL.                                                    00440000
                                                                        00450000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00460000
                                                                        00470000
           SELECT VSAM-PRICE-OVERRIDE  ASSIGN TO VPRCOVR                00480000
                                       ORGANIZATION IS INDEXED          00490000
                                       ACCESS IS SEQUENTIAL             00500000
                                       RECORD KEY IS PRCOVR-KEY         00510000
                                       FILE STATUS IS                   00520000
                                           WS-PRCOVR-STATUS.            00530000
           EJECT                                                        00540000
       DATA DIVISION.                                                   00550000
                                                                        00560000
       FILE SECTION.                                                    00570000
                                                                        00580000
       FD  CONTROL-CARD                                                 00590000
           LABEL RECORDS ARE STANDARD                                   00600000
           RECORDING MODE IS F                                          00610000
           RECORD CONTAINS 80 CHARACTERS                                00620000
           BLOCK CONTAINS 27920 CHARACTERS.                             00630000
                                                                        00640000
       01  CONTROL-CARD-REC            PIC X(80).                       00650000
                                                                        00660000
       FD  VSAM-PRICE-OVERRIDE                                          00670000
           RECORD CONTAINS 239 CHARACTERS.                              00680000
                                                                        00690000
           COPY VPRCOVR.                                                00700000
           EJECT                                                        00710000
       WORKING-STORAGE SECTION.                                         00720000
                                                                        00730000
      ***************************************************************** 00740000
      *    SWITCHES                                                   * 00750000
      ***************************************************************** 00760000
                                                                        00770000
       01  WS-SWITCHES.                                                 00780000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00790000
               88  END-OF-PROCESS                VALUE 'Y'.             00800000
           05  WS-ENTRY-FOUND-SW       PIC X     VALUE 'N'.             00810000
               88  ENTRY-FOUND                   VALUE 'Y'.             00820000
           EJECT                                                        00830000
      ***************************************************************** 00840000
      *    MISCELLANEOUS WORK FIELDS                                  * 00850000
      ***************************************************************** 00860000
                                                                        00870000
       01  WS-MISCELLANEOUS-FIELDS.                                     00880000
           03  WS-PRCOVR-STATUS        PIC XX    VALUE SPACES.          00890000
               88  PRCOVR-OK                     VALUE '  ' '00'.       00900000
               88  PRCOVR-END                    VALUE '10'.            00910000
               88  PRCOVR-EMPTY                  VALUE '47' '35'.       00920000
           03  WS-RECORDS-READ         PIC S9(7) VALUE +0       COMP-3. 00930000
           03  WS-OVERRIDES-LISTED     PIC S9(7) VALUE +0       COMP-3. 00940000
           03  WS-APPLIED-COUNT        PIC S9(7) VALUE +0       COMP-3. 00950000
           03  WS-APPROVED-COUNT       PIC S9(7) VALUE +0       COMP-3. 00960000
           03  WS-PENDING-COUNT        PIC S9(7) VALUE +0       COMP-3. 00970000
           03  WS-DECLINED-COUNT       PIC S9(7) VALUE +0       COMP-3. 00980000
           03  WS-VOID-COUNT           PIC S9(7) VALUE +0       COMP-3. 00990000
           03  WS-TABLE-OVERFLOW       PIC S9(7) VALUE +0       COMP-3. 01000000
           03  WS-DISCOUNT             PIC S9(11)V99                    01010000
                                                 VALUE +0       COMP-3. 01020000
           03  WS-TOTAL-DISCOUNT       PIC S9(11)V99                    01030000
                                                 VALUE +0       COMP-3. 01040000
           03  WS-PERIOD-N             PIC 9(6)  VALUE ZEROES.          01050000
           03  WS-OVERRIDE-DATE        PIC 9(8)  VALUE ZEROES.          01060000
           03  WS-OVERRIDE-DATE-R REDEFINES WS-OVERRIDE-DATE.           01070000
               05  WS-OVERRIDE-PERIOD  PIC 9(6).                        01080000
               05  FILLER              PIC 9(2).                        01090000
           03  WS-SUMMARY-KEY          PIC X(08) VALUE SPACES.          01100000
           03  WS-SUB                  PIC S9(4) VALUE +0       COMP.   01110000
           EJECT                                                        01120000
      ***************************************************************** 01130000
      *    CONTROL CARD LAYOUT                                        * 01140000
      ***************************************************************** 01150000
                                                                        01160000
       01  WS-CONTROL-CARD.                                             01170000
           03  WS-CC-PERIOD-KEYWORD    PIC X(7)  VALUE SPACES.          01180000
           03  WS-CC-PERIOD            PIC X(6)  VALUE SPACES.          01190000
           03  FILLER                  PIC X(67) VALUE SPACES.          01200000
           EJECT                                                        01210000
      ***************************************************************** 01220000
      *    SUMMARY TABLES -- ONE ENTRY PER REASON CODE AND PER        * 01230000
      *    KEYING USER, OVERRIDE COUNT AND DISCOUNT GIVEN.  A KEY     * 01240000
      *    ARRIVING AFTER A TABLE IS FULL IS LISTED BUT NOT           * 01250000
      *    SUMMARIZED                                                 * 01260000
      ***************************************************************** 01270000
                                                                        01280000
       01  WS-REASON-TABLE.                                             01290000
           03  WS-RSN-COUNT            PIC S9(4) VALUE +0       COMP.   01300000
           03  WS-RSN-ENTRY            OCCURS 100 TIMES.                01310000
               05  WS-RSN-KEY          PIC X(03).                       01320000
               05  WS-RSN-LINES        PIC S9(7)                COMP-3. 01330000
               05  WS-RSN-DISCOUNT     PIC S9(11)V99            COMP-3. 01340000
                                                                        01350000
       01  WS-USER-TABLE.                                               01360000
           03  WS-USER-COUNT           PIC S9(4) VALUE +0       COMP.   01370000
           03  WS-USER-ENTRY           OCCURS 200 TIMES.                01380000
               05  WS-USER-KEY         PIC X(08).                       01390000
               05  WS-USER-LINES       PIC S9(7)                COMP-3. 01400000
               05  WS-USER-DISCOUNT    PIC S9(11)V99            COMP-3. 01410000
           EJECT                                                        01420000
      ***************************************************************** 01430000
      *    DISPLAY AREA                                               * 01440000
      ***************************************************************** 01450000
                                                                        01460000
       01  WS-DISPLAY-LINES.                                            01470000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01480000
           03  WS-DL-LINE.                                              01490000
               05  FILLER         PIC X(01) VALUE '*'.                  01500000
               05  WS-DL-LINE-TEXT                                      01510000
                                  PIC X(78) VALUE SPACES.               01520000
               05  FILLER         PIC X(01) VALUE '*'.                  01530000
           03  WS-DL-TOTAL.                                             01540000
               05  FILLER         PIC X(01) VALUE '*'.                  01550000
               05  FILLER         PIC X(45) VALUE SPACES.               01560000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01570000
               05  FILLER         PIC X(3)  VALUE ' - '.                01580000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01590000
               05  FILLER         PIC X(01) VALUE '*'.                  01600000
           03  WS-DL-AMT-TOTAL.                                         01610000
               05  FILLER         PIC X(01) VALUE '*'.                  01620000
               05  FILLER         PIC X(37) VALUE SPACES.               01630000
               05  WS-DL-AT-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.               01640000
               05  FILLER         PIC X(1)  VALUE SPACE.                01650000
               05  WS-DL-AT-TITLE PIC X(22) VALUE SPACES.               01660000
               05  FILLER         PIC X(01) VALUE '*'.                  01670000
                                                                        01680000
       01  WS-DL-OVERRIDE.                                              01690000
           03  WS-DL-O-DATE            PIC 9(08) VALUE ZEROES.          01700000
           03  FILLER                  PIC X(01) VALUE SPACES.          01710000
           03  WS-DL-O-NUMBER          PIC Z(9)9 VALUE ZEROES.          01720000
           03  FILLER                  PIC X(01) VALUE SPACES.          01730000
           03  WS-DL-O-ITEM            PIC X(12) VALUE SPACES.          01740000
           03  FILLER                  PIC X(01) VALUE SPACES.          01750000
           03  WS-DL-O-QTY             PIC ZZZZ9 VALUE ZEROES.          01760000
           03  FILLER                  PIC X(01) VALUE SPACES.          01770000
           03  WS-DL-O-LIST            PIC ZZZZZ9.99.                   01780000
           03  FILLER                  PIC X(01) VALUE SPACES.          01790000
           03  WS-DL-O-NEW             PIC ZZZZZ9.99.                   01800000
           03  FILLER                  PIC X(01) VALUE SPACES.          01810000
           03  WS-DL-O-PCT             PIC ZZ9.99.                      01820000
           03  FILLER                  PIC X(01) VALUE SPACES.          01830000
           03  WS-DL-O-REASON          PIC X(03) VALUE SPACES.          01840000
           03  FILLER                  PIC X(01) VALUE SPACES.          01850000
           03  WS-DL-O-USERID          PIC X(08) VALUE SPACES.          01860000
           03  FILLER                  PIC X(01) VALUE SPACES.          01870000
           03  WS-DL-O-STATUS          PIC X(01) VALUE SPACES.          01880000
                                                                        01890000
       01  WS-DL-OVERRIDE-2.                                            01900000
           03  FILLER                  PIC X(10) VALUE SPACES.          01910000
           03  FILLER                  PIC X(10) VALUE 'CUSTOMER: '.    01920000
           03  WS-DL-O2-CUSTOMER       PIC X(20) VALUE SPACES.          01930000
           03  FILLER                  PIC X(08) VALUE ' ORDER: '.      01940000
           03  WS-DL-O2-ORDER          PIC Z(9)9 VALUE ZEROES.          01950000
           03  FILLER                  PIC X(10) VALUE ' DECIDED: '.    01960000
           03  WS-DL-O2-DECIDED-BY     PIC X(08) VALUE SPACES.          01970000
                                                                        01980000
       01  WS-DL-SUMMARY.                                               01990000
           03  FILLER                  PIC X(02) VALUE SPACES.          02000000
           03  WS-DL-S-KEY             PIC X(08) VALUE SPACES.          02010000
           03  FILLER                  PIC X(01) VALUE SPACES.          02020000
           03  WS-DL-S-LINES           PIC ZZZ,ZZ9.                     02030000
           03  FILLER                  PIC X(11) VALUE ' OVERRIDES '.   02040000
           03  WS-DL-S-DISCOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          02050000
           EJECT                                                        02060000
      ***************************************************************** 02070000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02080000
      ***************************************************************** 02090000
                                                                        02100000
           COPY PDAERRWS.                                               02110000
                                                                        02120000
       01  WS-PDA-BATCH-ERROR-01.                                       02130000
           05  FILLER             PIC X     VALUE SPACES.               02140000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02150000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02160000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB111'.            02170000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02180000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02190000
                                                                        02200000
       01  WS-PDA-BATCH-ERROR-02.                                       02210000
           05  FILLER             PIC X(8)  VALUE SPACES.               02220000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02230000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02240000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02250000
           EJECT                                                        02260000
      ***************************************************************** 02270000
      *    P R O C E D U R E    D I V I S I O N                       * 02280000
      ***************************************************************** 02290000
                                                                        02300000
       PROCEDURE DIVISION.                                              02310000
                                                                        02320000
      ***************************************************************** 02330000
      *                                                               * 02340000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02350000
      *                                                               * 02360000
      *    FUNCTION :  PROGRAM ENTRY.  LIST THE MONTH'S LINE PRICE    * 02370000
      *                OVERRIDES, THEN THE REASON CODE AND USER       * 02380000
      *                SUMMARIES AND THE COUNTS BY STATUS             * 02390000
      *                                                               * 02400000
      *    CALLED BY:  NONE                                           * 02410000
      *                                                               * 02420000
      ***************************************************************** 02430000
                                                                        02440000
       P00000-MAINLINE.                                                 02450000
                                                                        02460000
           OPEN INPUT CONTROL-CARD.                                     02470000
                                                                        02480000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       02490000
               AT END                                                   02500000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          02510000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      02520000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               02530000
                                                                        02540000
           CLOSE CONTROL-CARD.                                          02550000
                                                                        02560000
           IF WS-CC-PERIOD-KEYWORD NOT = 'PERIOD='                      02570000
              OR WS-CC-PERIOD NOT NUMERIC                               02580000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              02590000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02600000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02610000
           END-IF.                                                      02620000
                                                                        02630000
           MOVE WS-CC-PERIOD TO WS-PERIOD-N.                            02640000
                                                                        02650000
           DISPLAY ' '.                                                 02660000
           DISPLAY WS-DL-ASTERISK.                                      02670000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              02680000
           STRING '  PDAB111 - LINE PRICE OVERRIDES FOR PERIOD '        02690000
               WS-CC-PERIOD                                             02700000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  02710000
           DISPLAY WS-DL-LINE.                                          02720000
           DISPLAY WS-DL-ASTERISK.                                      02730000
           DISPLAY ' '.                                                 02740000
           DISPLAY 'DATE       OVERRIDE ITEM           QTY      LIST'   02750000
               '       NEW   %OFF RSN USERID   S'.                      02760000
           DISPLAY ' '.                                                 02770000
                                                                        02780000
           OPEN INPUT VSAM-PRICE-OVERRIDE.                              02790000
                                                                        02800000
           IF PRCOVR-EMPTY                                              02810000
               GO TO P00000-GOBACK                                      02820000
           END-IF.                                                      02830000
                                                                        02840000
           IF NOT PRCOVR-OK                                             02850000
               MOVE 'OPEN PRICE OVERRIDE FILE FAILED' TO WPBE-MESSAGE   02860000
               MOVE WS-PRCOVR-STATUS TO WPBE-FILE-STATUS                02870000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02880000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02890000
           END-IF.                                                      02900000
                                                                        02910000
           PERFORM P10000-LIST-OVERRIDE THRU P10000-EXIT                02920000
               UNTIL END-OF-PROCESS.                                    02930000
                                                                        02940000
           CLOSE VSAM-PRICE-OVERRIDE.                                   02950000
                                                                        02960000
           PERFORM P30000-PRINT-SUMMARIES THRU P30000-EXIT.             02970000
                                                                        02980000
       P00000-GOBACK.                                                   02990000
                                                                        03000000
           DISPLAY ' '.                                                 03010000
           DISPLAY WS-DL-ASTERISK.                                      03020000
                                                                        03030000
           MOVE 'JOURNAL RECORDS READ' TO WS-DL-T-TITLE.                03040000
           MOVE WS-RECORDS-READ TO WS-DL-T-CNT.                         03050000
           DISPLAY WS-DL-TOTAL.                                         03060000
                                                                        03070000
           MOVE 'OVERRIDES THIS PERIOD' TO WS-DL-T-TITLE.               03080000
           MOVE WS-OVERRIDES-LISTED TO WS-DL-T-CNT.                     03090000
           DISPLAY WS-DL-TOTAL.                                         03100000
                                                                        03110000
           MOVE '  APPLIED WITHIN LIMIT' TO WS-DL-T-TITLE.              03120000
           MOVE WS-APPLIED-COUNT TO WS-DL-T-CNT.                        03130000
           DISPLAY WS-DL-TOTAL.                                         03140000
                                                                        03150000
           MOVE '  APPROVED (PDA057)' TO WS-DL-T-TITLE.                 03160000
           MOVE WS-APPROVED-COUNT TO WS-DL-T-CNT.                       03170000
           DISPLAY WS-DL-TOTAL.                                         03180000
                                                                        03190000
           MOVE '  STILL PENDING' TO WS-DL-T-TITLE.                     03200000
           MOVE WS-PENDING-COUNT TO WS-DL-T-CNT.                        03210000
           DISPLAY WS-DL-TOTAL.                                         03220000
                                                                        03230000
           MOVE '  DECLINED' TO WS-DL-T-TITLE.                          03240000
           MOVE WS-DECLINED-COUNT TO WS-DL-T-CNT.                       03250000
           DISPLAY WS-DL-TOTAL.                                         03260000
                                                                        03270000
           MOVE '  VOID' TO WS-DL-T-TITLE.                              03280000
           MOVE WS-VOID-COUNT TO WS-DL-T-CNT.                           03290000
           DISPLAY WS-DL-TOTAL.                                         03300000
                                                                        03310000
           MOVE 'NOT SUMMARIZED (FULL)' TO WS-DL-T-TITLE.               03320000
           MOVE WS-TABLE-OVERFLOW TO WS-DL-T-CNT.                       03330000
           DISPLAY WS-DL-TOTAL.                                         03340000
                                                                        03350000
           MOVE 'DISCOUNT GIVEN' TO WS-DL-AT-TITLE.                     03360000
           MOVE WS-TOTAL-DISCOUNT TO WS-DL-AT-AMT.                      03370000
           DISPLAY WS-DL-AMT-TOTAL.                                     03380000
                                                                        03390000
           DISPLAY WS-DL-ASTERISK.                                      03400000
           DISPLAY ' '.                                                 03410000
                                                                        03420000
           MOVE ZEROES TO RETURN-CODE.                                  03430000
                                                                        03440000
           GOBACK.                                                      03450000
                                                                        03460000
       P00000-EXIT.                                                     03470000
           EXIT.                                                        03480000
           EJECT                                                        03490000
      ***************************************************************** 03500000
      *                                                               * 03510000
      *    PARAGRAPH:  P10000-LIST-OVERRIDE                           * 03520000
      *                                                               * 03530000
      *    FUNCTION :  READ THE NEXT JOURNAL RECORD AND LIST IT WHEN  * 03540000
      *                IT WAS KEYED IN THE REPORT PERIOD.  OVERRIDES  * 03550000
      *                IN EFFECT ARE ADDED TO THE SUMMARIES           * 03560000
      *                                                               * 03570000
      *    CALLED BY:  P00000-MAINLINE                                * 03580000
      *                                                               * 03590000
      ***************************************************************** 03600000
                                                                        03610000
       P10000-LIST-OVERRIDE.                                            03620000
                                                                        03630000
           READ VSAM-PRICE-OVERRIDE NEXT RECORD.                        03640000
                                                                        03650000
           EVALUATE TRUE                                                03660000
               WHEN PRCOVR-OK                                           03670000
                   ADD +1 TO WS-RECORDS-READ                            03680000
               WHEN PRCOVR-END                                          03690000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03700000
                   GO TO P10000-EXIT                                    03710000
               WHEN OTHER                                               03720000
                   MOVE 'READ PRICE OVERRIDE FILE FAILED'               03730000
                       TO WPBE-MESSAGE                                  03740000
                   MOVE WS-PRCOVR-STATUS TO WPBE-FILE-STATUS            03750000
                   MOVE 'P10000' TO WPBE-PARAGRAPH                      03760000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03770000
           END-EVALUATE.                                                03780000
                                                                        03790000
      ***************************************************************** 03800000
      *    OVERRIDE NUMBER ZERO IS THE PREFIX'S CONTROL RECORD; THE   * 03810000
      *    FILE IS KEYED BY PREFIX AND NUMBER, NOT DATE, SO EVERY     * 03820000
      *    RECORD IS TESTED AGAINST THE PERIOD                        * 03830000
      ***************************************************************** 03840000
                                                                        03850000
           IF PRCOVR-NUMBER = ZEROES                                    03860000
               GO TO P10000-EXIT                                        03870000
           END-IF.                                                      03880000
                                                                        03890000
           MOVE PRCOVR-DATE TO WS-OVERRIDE-DATE.                        03900000
                                                                        03910000
           IF WS-OVERRIDE-PERIOD NOT = WS-PERIOD-N                      03920000
               GO TO P10000-EXIT                                        03930000
           END-IF.                                                      03940000
                                                                        03950000
           COMPUTE WS-DISCOUNT ROUNDED =                                03960000
               (PRCOVR-LIST-PRICE - PRCOVR-NEW-PRICE)                   03970000
               * PRCOVR-QUANTITY.                                       03980000
                                                                        03990000
           MOVE PRCOVR-DATE TO WS-DL-O-DATE.                            04000000
           MOVE PRCOVR-NUMBER TO WS-DL-O-NUMBER.                        04010000
           MOVE PRCOVR-ITEM-NUMBER TO WS-DL-O-ITEM.                     04020000
           MOVE PRCOVR-QUANTITY TO WS-DL-O-QTY.                         04030000
           MOVE PRCOVR-LIST-PRICE TO WS-DL-O-LIST.                      04040000
           MOVE PRCOVR-NEW-PRICE TO WS-DL-O-NEW.                        04050000
           MOVE PRCOVR-PCT-OFF TO WS-DL-O-PCT.                          04060000
           MOVE PRCOVR-REASON-CODE TO WS-DL-O-REASON.                   04070000
           MOVE PRCOVR-USERID TO WS-DL-O-USERID.                        04080000
           MOVE PRCOVR-STATUS TO WS-DL-O-STATUS.                        04090000
           DISPLAY WS-DL-OVERRIDE.                                      04100000
                                                                        04110000
           MOVE PRCOVR-CUSTOMER-ID TO WS-DL-O2-CUSTOMER.                04120000
           MOVE PRCOVR-ORDER-NUMBER TO WS-DL-O2-ORDER.                  04130000
           MOVE PRCOVR-DECIDED-BY TO WS-DL-O2-DECIDED-BY.               04140000
           DISPLAY WS-DL-OVERRIDE-2.                                    04150000
                                                                        04160000
           ADD +1 TO WS-OVERRIDES-LISTED.                               04170000
                                                                        04180000
           EVALUATE TRUE                                                04190000
               WHEN PRCOVR-APPLIED                                      04200000
                   ADD +1 TO WS-APPLIED-COUNT                           04210000
               WHEN PRCOVR-APPROVED                                     04220000
                   ADD +1 TO WS-APPROVED-COUNT                          04230000
               WHEN PRCOVR-PENDING                                      04240000
                   ADD +1 TO WS-PENDING-COUNT                           04250000
               WHEN PRCOVR-DECLINED                                     04260000
                   ADD +1 TO WS-DECLINED-COUNT                          04270000
               WHEN OTHER                                               04280000
                   ADD +1 TO WS-VOID-COUNT                              04290000
           END-EVALUATE.                                                04300000
                                                                        04310000
      ***************************************************************** 04320000
      *    ONLY A PRICE ACTUALLY CHARGED IS A DISCOUNT GIVEN          * 04330000
      ***************************************************************** 04340000
                                                                        04350000
           IF NOT PRCOVR-IN-EFFECT                                      04360000
               GO TO P10000-EXIT                                        04370000
           END-IF.                                                      04380000
                                                                        04390000
           ADD WS-DISCOUNT TO WS-TOTAL-DISCOUNT.                        04400000
                                                                        04410000
           PERFORM P20000-ADD-REASON THRU P20000-EXIT.                  04420000
           PERFORM P20100-ADD-USER THRU P20100-EXIT.                    04430000
                                                                        04440000
       P10000-EXIT.                                                     04450000
           EXIT.                                                        04460000
           EJECT                                                        04470000
      ***************************************************************** 04480000
      *                                                               * 04490000
      *    PARAGRAPH:  P20000-ADD-REASON                              * 04500000
      *                                                               * 04510000
      *    FUNCTION :  ADD THE OVERRIDE TO THE REASON CODE SUMMARY,   * 04520000
      *                STARTING A NEW ENTRY FOR A NEW REASON CODE     * 04530000
      *                                                               * 04540000
      *    CALLED BY:  P10000-LIST-OVERRIDE                           * 04550000
      *                                                               * 04560000
      ***************************************************************** 04570000
                                                                        04580000
       P20000-ADD-REASON.                                               04590000
                                                                        04600000
           MOVE 'N' TO WS-ENTRY-FOUND-SW.                               04610000
           MOVE PRCOVR-REASON-CODE TO WS-SUMMARY-KEY.                   04620000
                                                                        04630000
           PERFORM P20010-FIND-REASON THRU P20010-EXIT                  04640000
               VARYING WS-SUB FROM 1 BY 1                               04650000
                 UNTIL WS-SUB > WS-RSN-COUNT                            04660000
                    OR ENTRY-FOUND.                                     04670000
                                                                        04680000
           IF NOT ENTRY-FOUND                                           04690000
               IF WS-RSN-COUNT NOT < 100                                04700000
                   ADD +1 TO WS-TABLE-OVERFLOW                          04710000
                   GO TO P20000-EXIT                                    04720000
               END-IF                                                   04730000
               ADD +1 TO WS-RSN-COUNT                                   04740000
               MOVE WS-RSN-COUNT TO WS-SUB                              04750000
               MOVE WS-SUMMARY-KEY TO WS-RSN-KEY (WS-SUB)               04760000
               MOVE ZEROES TO WS-RSN-LINES (WS-SUB)                     04770000
                              WS-RSN-DISCOUNT (WS-SUB)                  04780000
           END-IF.                                                      04790000
                                                                        04800000
           ADD +1 TO WS-RSN-LINES (WS-SUB).                             04810000
           ADD WS-DISCOUNT TO WS-RSN-DISCOUNT (WS-SUB).                 04820000
                                                                        04830000
       P20000-EXIT.                                                     04840000
           EXIT.                                                        04850000
                                                                        04860000
       P20010-FIND-REASON.                                              04870000
                                                                        04880000
           IF WS-RSN-KEY (WS-SUB) = WS-SUMMARY-KEY                      04890000
               MOVE 'Y' TO WS-ENTRY-FOUND-SW                            04900000
               SUBTRACT +1 FROM WS-SUB                                  04910000
           END-IF.                                                      04920000
                                                                        04930000
       P20010-EXIT.                                                     04940000
           EXIT.                                                        04950000
           EJECT                                                        04960000
      ***************************************************************** 04970000
      *                                                               * 04980000
      *    PARAGRAPH:  P20100-ADD-USER                                * 04990000
      *                                                               * 05000000
      *    FUNCTION :  ADD THE OVERRIDE TO THE KEYING USER SUMMARY,   * 05010000
      *                STARTING A NEW ENTRY FOR A NEW USER            * 05020000
      *                                                               * 05030000
      *    CALLED BY:  P10000-LIST-OVERRIDE                           * 05040000
      *                                                               * 05050000
      ***************************************************************** 05060000
                                                                        05070000
       P20100-ADD-USER.                                                 05080000
                                                                        05090000
           MOVE 'N' TO WS-ENTRY-FOUND-SW.                               05100000
           MOVE PRCOVR-USERID TO WS-SUMMARY-KEY.                        05110000
                                                                        05120000
           PERFORM P20110-FIND-USER THRU P20110-EXIT                    05130000
               VARYING WS-SUB FROM 1 BY 1                               05140000
                 UNTIL WS-SUB > WS-USER-COUNT                           05150000
                    OR ENTRY-FOUND.                                     05160000
                                                                        05170000
           IF NOT ENTRY-FOUND                                           05180000
               IF WS-USER-COUNT NOT < 200                               05190000
                   ADD +1 TO WS-TABLE-OVERFLOW                          05200000
                   GO TO P20100-EXIT                                    05210000
               END-IF                                                   05220000
               ADD +1 TO WS-USER-COUNT                                  05230000
               MOVE WS-USER-COUNT TO WS-SUB                             05240000
               MOVE WS-SUMMARY-KEY TO WS-USER-KEY (WS-SUB)              05250000
               MOVE ZEROES TO WS-USER-LINES (WS-SUB)                    05260000
                              WS-USER-DISCOUNT (WS-SUB)                 05270000
           END-IF.                                                      05280000
                                                                        05290000
           ADD +1 TO WS-USER-LINES (WS-SUB).                            05300000
           ADD WS-DISCOUNT TO WS-USER-DISCOUNT (WS-SUB).                05310000
                                                                        05320000
       P20100-EXIT.                                                     05330000
           EXIT.                                                        05340000
                                                                        05350000
       P20110-FIND-USER.                                                05360000
                                                                        05370000
           IF WS-USER-KEY (WS-SUB) = WS-SUMMARY-KEY                     05380000
               MOVE 'Y' TO WS-ENTRY-FOUND-SW                            05390000
               SUBTRACT +1 FROM WS-SUB                                  05400000
           END-IF.                                                      05410000
                                                                        05420000
       P20110-EXIT.                                                     05430000
           EXIT.                                                        05440000
           EJECT                                                        05450000
      ***************************************************************** 05460000
      *                                                               * 05470000
      *    PARAGRAPH:  P30000-PRINT-SUMMARIES                         * 05480000
      *                                                               * 05490000
      *    FUNCTION :  LIST THE OVERRIDE COUNT AND DISCOUNT GIVEN BY  * 05500000
      *                REASON CODE AND BY KEYING USER                 * 05510000
      *                                                               * 05520000
      *    CALLED BY:  P00000-MAINLINE                                * 05530000
      *                                                               * 05540000
      ***************************************************************** 05550000
                                                                        05560000
       P30000-PRINT-SUMMARIES.                                          05570000
                                                                        05580000
           DISPLAY ' '.                                                 05590000
           DISPLAY '  PRICE OVERRIDES IN EFFECT BY REASON CODE'.        05600000
           PERFORM P30010-PRINT-REASON THRU P30010-EXIT                 05610000
               VARYING WS-SUB FROM 1 BY 1                               05620000
                 UNTIL WS-SUB > WS-RSN-COUNT.                           05630000
                                                                        05640000
           DISPLAY ' '.                                                 05650000
           DISPLAY '  PRICE OVERRIDES IN EFFECT BY USER'.               05660000
           PERFORM P30020-PRINT-USER THRU P30020-EXIT                   05670000
               VARYING WS-SUB FROM 1 BY 1                               05680000
                 UNTIL WS-SUB > WS-USER-COUNT.                          05690000
                                                                        05700000
       P30000-EXIT.                                                     05710000
           EXIT.                                                        05720000
                                                                        05730000
       P30010-PRINT-REASON.                                             05740000
                                                                        05750000
           MOVE WS-RSN-KEY (WS-SUB) TO WS-DL-S-KEY.                     05760000
           MOVE WS-RSN-LINES (WS-SUB) TO WS-DL-S-LINES.                 05770000
           MOVE WS-RSN-DISCOUNT (WS-SUB) TO WS-DL-S-DISCOUNT.           05780000
           DISPLAY WS-DL-SUMMARY.                                       05790000
                                                                        05800000
       P30010-EXIT.                                                     05810000
           EXIT.                                                        05820000
                                                                        05830000
       P30020-PRINT-USER.                                               05840000
                                                                        05850000
           MOVE WS-USER-KEY (WS-SUB) TO WS-DL-S-KEY.                    05860000
           MOVE WS-USER-LINES (WS-SUB) TO WS-DL-S-LINES.                05870000
           MOVE WS-USER-DISCOUNT (WS-SUB) TO WS-DL-S-DISCOUNT.          05880000
           DISPLAY WS-DL-SUMMARY.                                       05890000
                                                                        05900000
       P30020-EXIT.                                                     05910000
           EXIT.                                                        05920000
           EJECT                                                        05930000
      ***************************************************************** 05940000
      *                                                               * 05950000
      *    PARAGRAPH:  P99999-ABEND                                   * 05960000
      *                                                               * 05970000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 05980000
      *                ERROR HAS BEEN ENCOUNTERED                     * 05990000
      *                                                               * 06000000
      *    CALLED BY:  VARIOUS                                        * 06010000
      *                                                               * 06020000
      ***************************************************************** 06030000
                                                                        06040000
       P99999-ABEND.                                                    06050000
                                                                        06060000
           DISPLAY ' '.                                                 06070000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               06080000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               06090000
           DISPLAY ' '.                                                 06100000
                                                                        06110000
           MOVE 16 TO RETURN-CODE.                                      06120000
                                                                        06130000
           GOBACK.                                                      06140000
                                                                        06150000
       P99999-EXIT.                                                     06160000
           EXIT.                                                        06170000
