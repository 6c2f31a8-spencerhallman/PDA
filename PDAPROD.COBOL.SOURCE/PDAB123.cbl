       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB123.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB123                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB123 IS THE WEEKLY ITEM AFFINITY       * 00100000
      *             ("CUSTOMERS ALSO ORDERED") BUILD.  IT READS THE   * 00110000
      *             CURRENT NIGHTLY SALES DETAIL EXTRACT (PDAB36 --   * 00120000
      *             EVERY ORDITEM ON ORDER1DB AND ORDER2DB, THE LINES * 00130000
      *             OF AN ORDER TOGETHER) AND, FOR EVERY ORDER DATED  * 00140000
      *             WITHIN THE ROLLING WINDOW, COUNTS EACH PAIR OF    * 00150000
      *             DIFFERENT ITEMS ORDERED TOGETHER IN A TABLE HELD  * 00160000
      *             IN ITEM ORDER; FOR EACH ITEM THE TEN              * 00170000
      *             RELATED ITEMS ON THE MOST ORDERS (AT LEAST TWO)   * 00180000
      *             REPLACE ITS ROWS ON ITEM_AFFINITY, WHICH THE      * 00190000
      *             ITEM DETAIL SCREEN (PDA007) READS.  THE WHOLE     * 00200000
      *             TABLE IS REBUILT IN ONE UNIT OF WORK.  PAIRS THAT * 00210000
      *             WILL NOT FIT IN THE COUNT TABLE ARE DROPPED AND   * 00220000
      *             COUNTED.                                          * 00230000
      *                                                               * 00240000
      *             CONTROL CARD LAYOUT:                              * 00250000
      *               COL  1-13   DATE=CCYYMMDD  (WINDOW END DATE)    * 00260000
      *               COL 15-22   'DAYS=NNN'     (WINDOW LENGTH,      * 00270000
      *                           BLANK = 182 DAYS)                   * 00280000
      *                                                               * 00290000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00300000
      *             SALES DETAIL EXTRACT -  SEQUENTIAL   (INPUT)      * 00310000
      *             ITEM_AFFINITY        -  DB2          (UPDATE)     * 00320000
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
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00500000
                                                                        00510000
           SELECT SALES-HISTORY        ASSIGN TO ISLSHIST.              00520000
           EJECT                                                        00530000
       DATA DIVISION.                                                   00540000
                                                                        00550000
       FILE SECTION.                                                    00560000
                                                                        00570000
       FD  CONTROL-CARD                                                 00580000
           LABEL RECORDS ARE STANDARD                                   00590000
           RECORDING MODE IS F                                          00600000
           RECORD CONTAINS 80 CHARACTERS                                00610000
           BLOCK CONTAINS 27920 CHARACTERS.                             00620000
                                                                        00630000
       01  CONTROL-CARD-REC            PIC X(80).                       00640000
                                                                        00650000
       FD  SALES-HISTORY                                                00660000
           LABEL RECORDS ARE STANDARD                                   00670000
           RECORDING MODE IS F                                          00680000
           RECORD CONTAINS 272 CHARACTERS                               00690000
           BLOCK CONTAINS 0 CHARACTERS.                                 00700000
                                                                        00710000
       01  SALES-HISTORY-REC           PIC X(272).                      00720000
           EJECT                                                        00730000
       WORKING-STORAGE SECTION.                                         00740000
                                                                        00750000
      ***************************************************************** 00760000
      *    SWITCHES                                                   * 00770000
      ***************************************************************** 00780000
                                                                        00790000
       01  WS-SWITCHES.                                                 00800000
           05  WS-END-OF-HISTORY-SW    PIC X     VALUE 'N'.             00810000
               88  END-OF-HISTORY                VALUE 'Y'.             00820000
           05  WS-PAIR-FOUND-SW        PIC X     VALUE 'N'.             00830000
               88  PAIR-FOUND                    VALUE 'Y'.             00840000
           05  WS-ORDER-IN-WINDOW-SW   PIC X     VALUE 'N'.             00850000
               88  ORDER-IN-WINDOW               VALUE 'Y'.             00860000
           EJECT                                                        00870000
      ***************************************************************** 00880000
      *    MISCELLANEOUS WORK FIELDS                                  * 00890000
      ***************************************************************** 00900000
                                                                        00910000
       01  WS-MISCELLANEOUS-FIELDS.                                     00920000
           03  WS-HISTORY-READ         PIC S9(9) VALUE +0       COMP-3. 00930000
           03  WS-ORDERS-IN-WINDOW     PIC S9(9) VALUE +0       COMP-3. 00940000
           03  WS-ORDER-ITEMS-DROPPED  PIC S9(9) VALUE +0       COMP-3. 00950000
           03  WS-PAIRS-COUNTED        PIC S9(9) VALUE +0       COMP-3. 00960000
           03  WS-PAIRS-DROPPED        PIC S9(9) VALUE +0       COMP-3. 00970000
           03  WS-ITEMS-WITH-AFFINITY  PIC S9(9) VALUE +0       COMP-3. 00980000
           03  WS-ROWS-INSERTED        PIC S9(9) VALUE +0       COMP-3. 00990000
           03  WS-ROWS-DELETED         PIC S9(9) VALUE +0       COMP-3. 01000000
           03  WS-ITEM-ORDERS          PIC S9(9) VALUE +0       COMP.   01010000
           03  WS-PAIR-ORDERS          PIC S9(9) VALUE +0       COMP.   01020000
           03  WS-SUB1                 PIC S9(4) VALUE +0       COMP.   01030000
           03  WS-SUB2                 PIC S9(4) VALUE +0       COMP.   01040000
           03  WS-LOW                  PIC S9(8) VALUE +0       COMP.   01050000
           03  WS-HIGH                 PIC S9(8) VALUE +0       COMP.   01060000
           03  WS-MID                  PIC S9(8) VALUE +0       COMP.   01070000
           03  WS-NDX                  PIC S9(8) VALUE +0       COMP.   01080000
           03  WS-NDX2                 PIC S9(8) VALUE +0       COMP.   01090000
           03  WS-WINDOW-DAYS          PIC S9(4) VALUE +182     COMP.   01100000
           03  WS-MIN-CO-ORDERS        PIC S9(4) VALUE +2       COMP.   01110000
           03  WS-ASOF-INT             PIC S9(9) VALUE +0       COMP.   01120000
           03  WS-WINDOW-START-INT     PIC S9(9) VALUE +0       COMP.   01130000
           03  WS-SALE-INT             PIC S9(9) VALUE +0       COMP.   01140000
           03  WS-SALE-DATE-9          PIC 9(8)  VALUE ZEROES.          01150000
           03  WS-SALE-DATE-X REDEFINES WS-SALE-DATE-9.                 01160000
               05  WS-SD-CENTURY       PIC XX.                          01170000
               05  WS-SD-YYMMDD        PIC X(6).                        01180000
           03  WS-PREV-ORDER-KEY.                                       01190000
               05  WS-PREV-DATABASE    PIC X(1)  VALUE LOW-VALUES.      01200000
               05  WS-PREV-PREFIX      PIC X(5)  VALUE LOW-VALUES.      01210000
               05  WS-PREV-ORDER-NUMBER                                 01220000
                                       PIC 9(10) VALUE ZEROES.          01230000
           03  WS-PAIR-KEY.                                             01240000
               05  WS-PK-PREFIX        PIC X(5)  VALUE SPACES.          01250000
               05  WS-PK-ITEM-NUMBER   PIC X(32) VALUE SPACES.          01260000
               05  WS-PK-RELATED-ITEM  PIC X(32) VALUE SPACES.          01270000
           03  WS-PREV-PAIR.                                            01280000
               05  WS-PREV-PK-PREFIX   PIC X(5)  VALUE LOW-VALUES.      01290000
               05  WS-PREV-PK-ITEM     PIC X(32) VALUE LOW-VALUES.      01300000
               05  WS-PREV-PK-RELATED  PIC X(32) VALUE LOW-VALUES.      01310000
           EJECT                                                        01320000
      ***************************************************************** 01330000
      *    CONTROL CARD LAYOUT                                        * 01340000
      ***************************************************************** 01350000
                                                                        01360000
       01  WS-CONTROL-CARD.                                             01370000
           03  WS-CC-DATE-KEYWORD      PIC X(5)  VALUE SPACES.          01380000
           03  WS-CC-DATE              PIC X(8)  VALUE SPACES.          01390000
           03  WS-CC-DATE-N REDEFINES WS-CC-DATE                        01400000
                                       PIC 9(8).                        01410000
           03  FILLER                  PIC X(1)  VALUE SPACES.          01420000
           03  WS-CC-DAYS-KEYWORD      PIC X(5)  VALUE SPACES.          01430000
           03  WS-CC-DAYS              PIC X(3)  VALUE SPACES.          01440000
           03  WS-CC-DAYS-N REDEFINES WS-CC-DAYS                        01450000
                                       PIC 9(3).                        01460000
           03  FILLER                  PIC X(58) VALUE SPACES.          01470000
           EJECT                                                        01480000
      ***************************************************************** 01490000
      *    SALES DETAIL HISTORY RECORD (PDAB36 EXTRACT LAYOUT)        * 01500000
      ***************************************************************** 01510000
                                                                        01520000
       01  WS-SALES-DETAIL-LINE.                                        01530000
           05  WSD-DATABASE            PIC X(1).                        01540000
           05  WSD-ORDER-PREFIX        PIC 9(5).                        01550000
           05  WSD-ORDER-PREFIX-X REDEFINES                             01560000
               WSD-ORDER-PREFIX        PIC X(5).                        01570000
           05  WSD-ORDER-NUMBER        PIC 9(10).                       01580000
           05  WSD-ITEM-SEQUENCE       PIC 9(5).                        01590000
           05  WSD-ORDER-DATE          PIC X(6).                        01600000
           05  WSD-CUSTOMER-ID         PIC X(32).                       01610000
           05  WSD-ITEM-NUMBER         PIC X(32).                       01620000
           05  WSD-CATEGORY            PIC X(32).                       01630000
           05  WSD-SUB-CATEGORY        PIC X(32).                       01640000
           05  WSD-ITEM-NAME           PIC X(50).                       01650000
           05  WSD-SUPPLIER-ID         PIC X(32).                       01660000
           05  WSD-QUANTITY            PIC 9(9).                        01670000
           05  WSD-UNIT-PRICE          PIC 9(8)V99.                     01680000
           05  WSD-EXTENDED-AMOUNT     PIC 9(9)V99.                     01690000
           05  FILLER                  PIC X(5).                        01700000
           EJECT                                                        01710000
      ***************************************************************** 01720000
      *    THE DIFFERENT ITEMS OF THE ORDER BEING READ -- AN ITEM ON  * 01730000
      *    SEVERAL LINES (SEVERAL SUPPLIERS) COUNTS ONCE              * 01740000
      ***************************************************************** 01750000
                                                                        01760000
       01  WS-ORDER-ITEM-TABLE.                                         01770000
           03  WS-OI-MAX               PIC S9(4) VALUE +50      COMP.   01780000
           03  WS-OI-USED              PIC S9(4) VALUE +0       COMP.   01790000
           03  WS-OI-ITEM              PIC X(32) OCCURS 50 TIMES.       01800000
                                                                        01810000
      ***************************************************************** 01820000
      *    ORDER COUNTS IN PREFIX / ITEM / RELATED ITEM SEQUENCE.     * 01830000
      *    ONE ENTRY PER ITEM (RELATED ITEM SPACES -- COMES FIRST,    * 01840000
      *    GIVES THE ITEM'S ORDER COUNT) AND ONE PER ORDERED PAIR OF  * 01850000
      *    DIFFERENT ITEMS ON THE SAME ORDER                          * 01860000
      ***************************************************************** 01870000
                                                                        01880000
       01  WS-PAIR-TABLE.                                               01890000
           03  WS-PT-MAX               PIC S9(8) VALUE +30000   COMP.   01900000
           03  WS-PT-USED              PIC S9(8) VALUE +0       COMP.   01910000
           03  WS-PT-ENTRY             OCCURS 30000 TIMES.              01920000
               05  WS-PT-KEY           PIC X(69).                       01930000
               05  WS-PT-ORDERS        PIC S9(9)       COMP.            01940000
                                                                        01950000
      ***************************************************************** 01960000
      *    THE BEST RELATED ITEMS OF THE ITEM BEING LOADED, MOST      * 01970000
      *    ORDERS FIRST (A TIE KEEPS THE LOWER ITEM NUMBER FIRST)     * 01980000
      ***************************************************************** 01990000
                                                                        02000000
       01  WS-TOP-TABLE.                                                02010000
           03  WS-TOP-MAX              PIC S9(4) VALUE +10      COMP.   02020000
           03  WS-TOP-USED             PIC S9(4) VALUE +0       COMP.   02030000
           03  WS-TOP-ENTRY            OCCURS 11 TIMES.                 02040000
               05  WS-TOP-RELATED      PIC X(32).                       02050000
               05  WS-TOP-COUNT        PIC S9(9)       COMP.            02060000
           EJECT                                                        02070000
      ***************************************************************** 02080000
      *    DISPLAY AREA                                               * 02090000
      ***************************************************************** 02100000
                                                                        02110000
       01  WS-DISPLAY-LINES.                                            02120000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02130000
           03  WS-DL-BLANK.                                             02140000
               05  FILLER         PIC X(01) VALUE '*'.                  02150000
               05  FILLER         PIC X(78) VALUE SPACES.               02160000
               05  FILLER         PIC X(01) VALUE '*'.                  02170000
           03  WS-DL-LINE.                                              02180000
               05  FILLER         PIC X(01) VALUE '*'.                  02190000
               05  WS-DL-LINE-TEXT                                      02200000
                                  PIC X(78) VALUE SPACES.               02210000
               05  FILLER         PIC X(01) VALUE '*'.                  02220000
           EJECT                                                        02230000
      ***************************************************************** 02240000
      *    DB2  DEFINITIONS                                           * 02250000
      ***************************************************************** 02260000
                                                                        02270000
      ***************************************************************** 02280000
      *         SQL COMMUNICATIONS AREA                               * 02290000
      ***************************************************************** 02300000
                                                                        02310000
           EXEC SQL                                                     02320000
              INCLUDE SQLCA                                             02330000
           END-EXEC.                                                    02340000
           EJECT                                                        02350000
           EXEC SQL                                                     02360000
              INCLUDE DITMAFF                                           02370000
           END-EXEC.                                                    02380000
           EJECT                                                        02390000
      ***************************************************************** 02400000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02410000
      ***************************************************************** 02420000
                                                                        02430000
           COPY PDAERRWS.                                               02440000
                                                                        02450000
       01  WS-PDA-BATCH-ERROR-01.                                       02460000
           05  FILLER             PIC X     VALUE SPACES.               02470000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02480000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02490000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB123'.            02500000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02510000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02520000
                                                                        02530000
       01  WS-PDA-BATCH-ERROR-02.                                       02540000
           05  FILLER             PIC X(8)  VALUE SPACES.               02550000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02560000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02570000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02580000
           EJECT                                                        02590000
      ***************************************************************** 02600000
      *    P R O C E D U R E    D I V I S I O N                       * 02610000
      ***************************************************************** 02620000
                                                                        02630000
       PROCEDURE DIVISION.                                              02640000
                                                                        02650000
      ***************************************************************** 02660000
      *                                                               * 02670000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02680000
      *                                                               * 02690000
      *    FUNCTION :  PROGRAM ENTRY.  EDIT THE CONTROL CARD, CLEAR   * 02700000
      *                ITEM_AFFINITY, THEN COUNT THE WINDOW'S ITEM    * 02710000
      *                PAIRS AND LOAD THE BEST RELATED ITEMS          * 02720000
      *                                                               * 02730000
      *    CALLED BY:  NONE                                           * 02740000
      *                                                               * 02750000
      ***************************************************************** 02760000
                                                                        02770000
       P00000-MAINLINE.                                                 02780000
                                                                        02790000
           OPEN INPUT CONTROL-CARD.                                     02800000
                                                                        02810000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       02820000
               AT END                                                   02830000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          02840000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      02850000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               02860000
                                                                        02870000
           CLOSE CONTROL-CARD.                                          02880000
                                                                        02890000
           IF WS-CC-DATE-KEYWORD NOT = 'DATE='                          02900000
              OR WS-CC-DATE NOT NUMERIC                                 02910000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              02920000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02930000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02940000
           END-IF.                                                      02950000
                                                                        02960000
           IF WS-CC-DAYS-KEYWORD = 'DAYS='                              02970000
               IF WS-CC-DAYS NUMERIC AND WS-CC-DAYS-N > ZEROES          02980000
                   MOVE WS-CC-DAYS-N TO WS-WINDOW-DAYS                  02990000
               ELSE                                                     03000000
                   MOVE 'CONTROL CARD DAYS= INVALID' TO WPBE-MESSAGE    03010000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03020000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03030000
               END-IF                                                   03040000
           END-IF.                                                      03050000
                                                                        03060000
           COMPUTE WS-ASOF-INT =                                        03070000
               FUNCTION INTEGER-OF-DATE(WS-CC-DATE-N).                  03080000
           COMPUTE WS-WINDOW-START-INT = WS-ASOF-INT - WS-WINDOW-DAYS.  03090000
                                                                        03100000
           DISPLAY ' '.                                                 03110000
           DISPLAY WS-DL-ASTERISK.                                      03120000
           DISPLAY WS-DL-BLANK.                                         03130000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              03140000
           STRING '  PDAB123 - ITEM AFFINITY BUILD, WINDOW ENDING '     03150000
                  WS-CC-DATE                                            03160000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  03170000
           DISPLAY WS-DL-LINE.                                          03180000
           DISPLAY WS-DL-BLANK.                                         03190000
           DISPLAY WS-DL-ASTERISK.                                      03200000
           DISPLAY ' '.                                                 03210000
                                                                        03220000
      ***************************************************************** 03230000
      *    THE TABLE IS REBUILT WHOLE -- THE DELETE AND THE NEW ROWS  * 03240000
      *    COMMIT TOGETHER AT THE END OF THE RUN                      * 03250000
      ***************************************************************** 03260000
                                                                        03270000
           EXEC SQL                                                     03280000
               DELETE FROM ITEM_AFFINITY                                03290000
           END-EXEC.                                                    03300000
                                                                        03310000
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   03320000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          03330000
               MOVE 'PDAB123' TO WPDE-PROGRAM-ID                        03340000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         03350000
               MOVE 'DELETE ITEM_AFFINITY' TO WPDE-FUNCTION             03360000
               MOVE 'P00000' TO WPDE-PARAGRAPH                          03370000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03380000
           END-IF.                                                      03390000
                                                                        03400000
           MOVE SQLERRD(3) TO WS-ROWS-DELETED.                          03410000
                                                                        03420000
           PERFORM P10000-COUNT-PAIRS THRU P10000-EXIT.                 03430000
                                                                        03440000
           PERFORM P30000-LOAD-AFFINITY THRU P30000-EXIT.               03450000
                                                                        03460000
           DISPLAY WS-DL-BLANK.                                         03470000
           DISPLAY WS-DL-ASTERISK.                                      03480000
           DISPLAY ' '.                                                 03490000
           DISPLAY 'PDAB123 - HISTORY LINES READ    '                   03500000
               WS-HISTORY-READ.                                         03510000
           DISPLAY 'PDAB123 - ORDERS IN WINDOW      '                   03520000
               WS-ORDERS-IN-WINDOW.                                     03530000
           DISPLAY 'PDAB123 - ITEMS PAST 50/ORDER   '                   03540000
               WS-ORDER-ITEMS-DROPPED.                                  03550000
           DISPLAY 'PDAB123 - PAIRS COUNTED         '                   03560000
               WS-PAIRS-COUNTED.                                        03570000
           DISPLAY 'PDAB123 - PAIRS PAST TABLE LIMIT'                   03580000
               WS-PAIRS-DROPPED.                                        03590000
           DISPLAY 'PDAB123 - OLD ROWS DELETED      '                   03600000
               WS-ROWS-DELETED.                                         03610000
           DISPLAY 'PDAB123 - ITEMS WITH AFFINITY   '                   03620000
               WS-ITEMS-WITH-AFFINITY.                                  03630000
           DISPLAY 'PDAB123 - AFFINITY ROWS ADDED   '                   03640000
               WS-ROWS-INSERTED.                                        03650000
           DISPLAY ' '.                                                 03660000
                                                                        03670000
           MOVE ZEROES TO RETURN-CODE.                                  03680000
                                                                        03690000
           GOBACK.                                                      03700000
                                                                        03710000
       P00000-EXIT.                                                     03720000
           EXIT.                                                        03730000
           EJECT                                                        03740000
      ***************************************************************** 03750000
      *                                                               * 03760000
      *    PARAGRAPH:  P10000-COUNT-PAIRS                             * 03770000
      *                                                               * 03780000
      *    FUNCTION :  READ THE EXTRACT AND COUNT THE ITEMS AND ITEM  * 03790000
      *                PAIRS OF EVERY ORDER IN THE WINDOW             * 03800000
      *                                                               * 03810000
      *    CALLED BY:  P00000-MAINLINE                                * 03820000
      *                                                               * 03830000
      ***************************************************************** 03840000
                                                                        03850000
       P10000-COUNT-PAIRS.                                              03860000
                                                                        03870000
           OPEN INPUT SALES-HISTORY.                                    03880000
                                                                        03890000
           PERFORM P11000-READ-HISTORY THRU P11000-EXIT                 03900000
               UNTIL END-OF-HISTORY.                                    03910000
                                                                        03920000
           PERFORM P12000-END-OF-ORDER THRU P12000-EXIT.                03930000
                                                                        03940000
           CLOSE SALES-HISTORY.                                         03950000
                                                                        03960000
       P10000-EXIT.                                                     03970000
           EXIT.                                                        03980000
           EJECT                                                        03990000
      ***************************************************************** 04000000
      *                                                               * 04010000
      *    PARAGRAPH:  P11000-READ-HISTORY                            * 04020000
      *                                                               * 04030000
      *    FUNCTION :  READ ONE EXTRACT LINE.  A NEW ORDER KEY ENDS   * 04040000
      *                THE ORDER BEFORE IT; THE LINE'S ITEM IS ADDED  * 04050000
      *                TO THE ORDER'S ITEMS WHEN NOT ALREADY THERE    * 04060000
      *                                                               * 04070000
      *    CALLED BY:  P10000-COUNT-PAIRS                             * 04080000
      *                                                               * 04090000
      ***************************************************************** 04100000
                                                                        04110000
       P11000-READ-HISTORY.                                             04120000
                                                                        04130000
           READ SALES-HISTORY INTO WS-SALES-DETAIL-LINE                 04140000
               AT END                                                   04150000
                   MOVE 'Y' TO WS-END-OF-HISTORY-SW                     04160000
                   GO TO P11000-EXIT.                                   04170000
                                                                        04180000
           ADD +1 TO WS-HISTORY-READ.                                   04190000
                                                                        04200000
           IF WSD-DATABASE NOT = WS-PREV-DATABASE                       04210000
              OR WSD-ORDER-PREFIX-X NOT = WS-PREV-PREFIX                04220000
              OR WSD-ORDER-NUMBER NOT = WS-PREV-ORDER-NUMBER            04230000
               PERFORM P12000-END-OF-ORDER THRU P12000-EXIT             04240000
               MOVE WSD-DATABASE TO WS-PREV-DATABASE                    04250000
               MOVE WSD-ORDER-PREFIX-X TO WS-PREV-PREFIX                04260000
               MOVE WSD-ORDER-NUMBER TO WS-PREV-ORDER-NUMBER            04270000
               PERFORM P11100-CHECK-WINDOW THRU P11100-EXIT             04280000
           END-IF.                                                      04290000
                                                                        04300000
           IF NOT ORDER-IN-WINDOW                                       04310000
              OR WSD-ITEM-NUMBER = SPACES                               04320000
               GO TO P11000-EXIT                                        04330000
           END-IF.                                                      04340000
                                                                        04350000
           PERFORM P11200-FIND-ITEM THRU P11200-EXIT                    04360000
               VARYING WS-SUB1 FROM 1 BY 1                              04370000
                   UNTIL WS-SUB1 > WS-OI-USED                           04380000
                      OR WS-OI-ITEM (WS-SUB1) = WSD-ITEM-NUMBER.        04390000
                                                                        04400000
           IF WS-SUB1 NOT > WS-OI-USED                                  04410000
               GO TO P11000-EXIT                                        04420000
           END-IF.                                                      04430000
                                                                        04440000
           IF WS-OI-USED NOT < WS-OI-MAX                                04450000
               ADD +1 TO WS-ORDER-ITEMS-DROPPED                         04460000
               GO TO P11000-EXIT                                        04470000
           END-IF.                                                      04480000
                                                                        04490000
           ADD +1 TO WS-OI-USED.                                        04500000
           MOVE WSD-ITEM-NUMBER TO WS-OI-ITEM (WS-OI-USED).             04510000
                                                                        04520000
       P11000-EXIT.                                                     04530000
           EXIT.                                                        04540000
           EJECT                                                        04550000
      ***************************************************************** 04560000
      *                                                               * 04570000
      *    PARAGRAPH:  P11100-CHECK-WINDOW                            * 04580000
      *                                                               * 04590000
      *    FUNCTION :  NOTE WHETHER THE NEW ORDER IS DATED WITHIN THE * 04600000
      *                WINDOW (AFTER THE START, NOT AFTER THE END)    * 04610000
      *                                                               * 04620000
      *    CALLED BY:  P11000-READ-HISTORY                            * 04630000
      *                                                               * 04640000
      ***************************************************************** 04650000
                                                                        04660000
       P11100-CHECK-WINDOW.                                             04670000
                                                                        04680000
           MOVE 'N' TO WS-ORDER-IN-WINDOW-SW.                           04690000
                                                                        04700000
           IF WSD-ORDER-DATE NOT NUMERIC                                04710000
               GO TO P11100-EXIT                                        04720000
           END-IF.                                                      04730000
                                                                        04740000
           MOVE WSD-ORDER-DATE TO WS-SD-YYMMDD.                         04750000
           IF WS-SD-YYMMDD(1:2) > '50'                                  04760000
               MOVE '19' TO WS-SD-CENTURY                               04770000
           ELSE                                                         04780000
               MOVE '20' TO WS-SD-CENTURY                               04790000
           END-IF.                                                      04800000
                                                                        04810000
           COMPUTE WS-SALE-INT =                                        04820000
               FUNCTION INTEGER-OF-DATE(WS-SALE-DATE-9).                04830000
                                                                        04840000
           IF WS-SALE-INT > WS-WINDOW-START-INT                         04850000
              AND WS-SALE-INT NOT > WS-ASOF-INT                         04860000
               MOVE 'Y' TO WS-ORDER-IN-WINDOW-SW                        04870000
               ADD +1 TO WS-ORDERS-IN-WINDOW                            04880000
           END-IF.                                                      04890000
                                                                        04900000
       P11100-EXIT.                                                     04910000
           EXIT.                                                        04920000
                                                                        04930000
       P11200-FIND-ITEM.                                                04940000
                                                                        04950000
           CONTINUE.                                                    04960000
                                                                        04970000
       P11200-EXIT.                                                     04980000
           EXIT.                                                        04990000
           EJECT                                                        05000000
      ***************************************************************** 05010000
      *                                                               * 05020000
      *    PARAGRAPH:  P12000-END-OF-ORDER                            * 05030000
      *                                                               * 05040000
      *    FUNCTION :  COUNT THE ORDER JUST READ AGAINST EACH OF ITS  * 05050000
      *                ITEMS AND EACH ORDERED PAIR OF ITS ITEMS, THEN * 05060000
      *                CLEAR THE ORDER'S ITEMS                        * 05070000
      *                                                               * 05080000
      *    CALLED BY:  P10000-COUNT-PAIRS                             * 05090000
      *                P11000-READ-HISTORY                            * 05100000
      *                                                               * 05110000
      ***************************************************************** 05120000
                                                                        05130000
       P12000-END-OF-ORDER.                                             05140000
                                                                        05150000
           PERFORM P12100-COUNT-ITEM THRU P12100-EXIT                   05160000
               VARYING WS-SUB1 FROM 1 BY 1                              05170000
                   UNTIL WS-SUB1 > WS-OI-USED.                          05180000
                                                                        05190000
           MOVE +0 TO WS-OI-USED.                                       05200000
                                                                        05210000
       P12000-EXIT.                                                     05220000
           EXIT.                                                        05230000
                                                                        05240000
       P12100-COUNT-ITEM.                                               05250000
                                                                        05260000
           MOVE WS-PREV-PREFIX TO WS-PK-PREFIX.                         05270000
           MOVE WS-OI-ITEM (WS-SUB1) TO WS-PK-ITEM-NUMBER.              05280000
           MOVE SPACES TO WS-PK-RELATED-ITEM.                           05290000
                                                                        05300000
           PERFORM P13000-ADD-TO-TABLE THRU P13000-EXIT.                05310000
                                                                        05320000
           PERFORM P12200-COUNT-PAIR THRU P12200-EXIT                   05330000
               VARYING WS-SUB2 FROM 1 BY 1                              05340000
                   UNTIL WS-SUB2 > WS-OI-USED.                          05350000
                                                                        05360000
       P12100-EXIT.                                                     05370000
           EXIT.                                                        05380000
                                                                        05390000
       P12200-COUNT-PAIR.                                               05400000
                                                                        05410000
           IF WS-SUB2 = WS-SUB1                                         05420000
               GO TO P12200-EXIT                                        05430000
           END-IF.                                                      05440000
                                                                        05450000
           MOVE WS-PREV-PREFIX TO WS-PK-PREFIX.                         05460000
           MOVE WS-OI-ITEM (WS-SUB1) TO WS-PK-ITEM-NUMBER.              05470000
           MOVE WS-OI-ITEM (WS-SUB2) TO WS-PK-RELATED-ITEM.             05480000
                                                                        05490000
           PERFORM P13000-ADD-TO-TABLE THRU P13000-EXIT.                05500000
                                                                        05510000
           ADD +1 TO WS-PAIRS-COUNTED.                                  05520000
                                                                        05530000
       P12200-EXIT.                                                     05540000
           EXIT.                                                        05550000
           EJECT                                                        05560000
      ***************************************************************** 05570000
      *                                                               * 05580000
      *    PARAGRAPH:  P13000-ADD-TO-TABLE                            * 05590000
      *                                                               * 05600000
      *    FUNCTION :  ADD ONE ORDER TO THE COUNT TABLE ENTRY FOR     * 05610000
      *                WS-PAIR-KEY.  THE ENTRY IS LOOKED FOR BY       * 05620000
      *                HALVING THE TABLE; A NEW KEY IS INSERTED AT    * 05630000
      *                ITS SORTED POSITION, SHIFTING THE TAIL DOWN    * 05640000
      *                                                               * 05650000
      *    CALLED BY:  P12100-COUNT-ITEM                              * 05660000
      *                P12200-COUNT-PAIR                              * 05670000
      *                                                               * 05680000
      ***************************************************************** 05690000
                                                                        05700000
       P13000-ADD-TO-TABLE.                                             05710000
                                                                        05720000
           MOVE 'N' TO WS-PAIR-FOUND-SW.                                05730000
           MOVE +1 TO WS-LOW.                                           05740000
           MOVE WS-PT-USED TO WS-HIGH.                                  05750000
                                                                        05760000
           PERFORM P13100-PROBE THRU P13100-EXIT                        05770000
               UNTIL PAIR-FOUND                                         05780000
                  OR WS-LOW > WS-HIGH.                                  05790000
                                                                        05800000
           IF PAIR-FOUND                                                05810000
               ADD +1 TO WS-PT-ORDERS (WS-MID)                          05820000
               GO TO P13000-EXIT                                        05830000
           END-IF.                                                      05840000
                                                                        05850000
           IF WS-PT-USED NOT < WS-PT-MAX                                05860000
               ADD +1 TO WS-PAIRS-DROPPED                               05870000
               GO TO P13000-EXIT                                        05880000
           END-IF.                                                      05890000
                                                                        05900000
           MOVE WS-PT-USED TO WS-NDX2.                                  05910000
                                                                        05920000
           PERFORM P13200-SHIFT-TAIL THRU P13200-EXIT                   05930000
               UNTIL WS-NDX2 < WS-LOW.                                  05940000
                                                                        05950000
           MOVE WS-PAIR-KEY TO WS-PT-KEY (WS-LOW).                      05960000
           MOVE +1 TO WS-PT-ORDERS (WS-LOW).                            05970000
                                                                        05980000
           ADD +1 TO WS-PT-USED.                                        05990000
                                                                        06000000
       P13000-EXIT.                                                     06010000
           EXIT.                                                        06020000
                                                                        06030000
       P13100-PROBE.                                                    06040000
                                                                        06050000
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.                     06060000
                                                                        06070000
           IF WS-PT-KEY (WS-MID) = WS-PAIR-KEY                          06080000
               MOVE 'Y' TO WS-PAIR-FOUND-SW                             06090000
           ELSE                                                         06100000
               IF WS-PT-KEY (WS-MID) < WS-PAIR-KEY                      06110000
                   COMPUTE WS-LOW = WS-MID + 1                          06120000
               ELSE                                                     06130000
                   COMPUTE WS-HIGH = WS-MID - 1                         06140000
               END-IF                                                   06150000
           END-IF.                                                      06160000
                                                                        06170000
       P13100-EXIT.                                                     06180000
           EXIT.                                                        06190000
                                                                        06200000
       P13200-SHIFT-TAIL.                                               06210000
                                                                        06220000
           COMPUTE WS-NDX = WS-NDX2 + 1.                                06230000
           MOVE WS-PT-ENTRY (WS-NDX2) TO WS-PT-ENTRY (WS-NDX).          06240000
           SUBTRACT +1 FROM WS-NDX2.                                    06250000
                                                                        06260000
       P13200-EXIT.                                                     06270000
           EXIT.                                                        06280000
           EJECT                                                        06290000
      ***************************************************************** 06300000
      *                                                               * 06310000
      *    PARAGRAPH:  P30000-LOAD-AFFINITY                           * 06320000
      *                                                               * 06330000
      *    FUNCTION :  WALK THE COUNT TABLE.  THE ENTRIES ARE BY      * 06340000
      *                ITEM, ITS OWN ENTRY (RELATED ITEM SPACES)      * 06350000
      *                FIRST, THEN ITS PAIRS BY RELATED ITEM.  KEEP   * 06360000
      *                THE ITEM'S BEST RELATED ITEMS AND INSERT THEM  * 06370000
      *                WHEN THE ITEM CHANGES                          * 06380000
      *                                                               * 06390000
      *    CALLED BY:  P00000-MAINLINE                                * 06400000
      *                                                               * 06410000
      ***************************************************************** 06420000
                                                                        06430000
       P30000-LOAD-AFFINITY.                                            06440000
                                                                        06450000
           PERFORM P31000-NEXT-ENTRY THRU P31000-EXIT                   06460000
               VARYING WS-NDX FROM 1 BY 1                               06470000
                   UNTIL WS-NDX > WS-PT-USED.                           06480000
                                                                        06490000
           PERFORM P32000-END-OF-PAIR THRU P32000-EXIT.                 06500000
                                                                        06510000
           PERFORM P33000-END-OF-ITEM THRU P33000-EXIT.                 06520000
                                                                        06530000
       P30000-EXIT.                                                     06540000
           EXIT.                                                        06550000
           EJECT                                                        06560000
      ***************************************************************** 06570000
      *                                                               * 06580000
      *    PARAGRAPH:  P31000-NEXT-ENTRY                              * 06590000
      *                                                               * 06600000
      *    FUNCTION :  TAKE THE NEXT TABLE ENTRY'S ORDER COUNT AS ITS * 06610000
      *                ITEM'S OR ITS PAIR'S                           * 06620000
      *                                                               * 06630000
      *    CALLED BY:  P30000-LOAD-AFFINITY                           * 06640000
      *                                                               * 06650000
      ***************************************************************** 06660000
                                                                        06670000
       P31000-NEXT-ENTRY.                                               06680000
                                                                        06690000
           MOVE WS-PT-KEY (WS-NDX) TO WS-PAIR-KEY.                      06700000
                                                                        06710000
           IF WS-PK-PREFIX NOT = WS-PREV-PK-PREFIX                      06720000
              OR WS-PK-ITEM-NUMBER NOT = WS-PREV-PK-ITEM                06730000
               PERFORM P32000-END-OF-PAIR THRU P32000-EXIT              06740000
               PERFORM P33000-END-OF-ITEM THRU P33000-EXIT              06750000
               MOVE WS-PK-PREFIX TO WS-PREV-PK-PREFIX                   06760000
               MOVE WS-PK-ITEM-NUMBER TO WS-PREV-PK-ITEM                06770000
               MOVE +0 TO WS-ITEM-ORDERS                                06780000
                          WS-TOP-USED                                   06790000
           ELSE                                                         06800000
               PERFORM P32000-END-OF-PAIR THRU P32000-EXIT              06810000
           END-IF.                                                      06820000
                                                                        06830000
           MOVE WS-PK-RELATED-ITEM TO WS-PREV-PK-RELATED.               06840000
                                                                        06850000
           IF WS-PK-RELATED-ITEM = SPACES                               06860000
               MOVE WS-PT-ORDERS (WS-NDX) TO WS-ITEM-ORDERS             06870000
               MOVE +0 TO WS-PAIR-ORDERS                                06880000
           ELSE                                                         06890000
               MOVE WS-PT-ORDERS (WS-NDX) TO WS-PAIR-ORDERS             06900000
           END-IF.                                                      06910000
                                                                        06920000
       P31000-EXIT.                                                     06930000
           EXIT.                                                        06940000
           EJECT                                                        06950000
      ***************************************************************** 06960000
      *                                                               * 06970000
      *    PARAGRAPH:  P32000-END-OF-PAIR                             * 06980000
      *                                                               * 06990000
      *    FUNCTION :  A PAIR ON ENOUGH ORDERS TAKES ITS PLACE AMONG  * 07000000
      *                THE ITEM'S BEST RELATED ITEMS -- BELOW EVERY   * 07010000
      *                ENTRY WITH AS MANY ORDERS OR MORE.  AN ENTRY   * 07020000
      *                PUSHED PAST THE LIMIT DROPS OFF                * 07030000
      *                                                               * 07040000
      *    CALLED BY:  P30000-LOAD-AFFINITY                           * 07050000
      *                P31000-NEXT-ENTRY                              * 07060000
      *                                                               * 07070000
      ***************************************************************** 07080000
                                                                        07090000
       P32000-END-OF-PAIR.                                              07100000
                                                                        07110000
           IF WS-PREV-PK-RELATED = SPACES                               07120000
              OR WS-PREV-PK-RELATED = LOW-VALUES                        07130000
              OR WS-PAIR-ORDERS < WS-MIN-CO-ORDERS                      07140000
               GO TO P32000-EXIT                                        07150000
           END-IF.                                                      07160000
                                                                        07170000
           PERFORM P32100-FIND-PLACE THRU P32100-EXIT                   07180000
               VARYING WS-SUB1 FROM 1 BY 1                              07190000
                   UNTIL WS-SUB1 > WS-TOP-USED                          07200000
                      OR WS-TOP-COUNT (WS-SUB1) < WS-PAIR-ORDERS.       07210000
                                                                        07220000
           IF WS-SUB1 > WS-TOP-MAX                                      07230000
               GO TO P32000-EXIT                                        07240000
           END-IF.                                                      07250000
                                                                        07260000
      ***************************************************************** 07270000
      *    OPEN THE SLOT -- SHIFT THE LOWER ENTRIES DOWN ONE, FROM    * 07280000
      *    THE BOTTOM (THE TABLE HAS ONE SPARE SLOT FOR THE SHIFT)    * 07290000
      ***************************************************************** 07300000
                                                                        07310000
           PERFORM P32200-SHIFT-DOWN THRU P32200-EXIT                   07320000
               VARYING WS-SUB2 FROM WS-TOP-USED BY -1                   07330000
                   UNTIL WS-SUB2 < WS-SUB1.                             07340000
                                                                        07350000
           MOVE WS-PREV-PK-RELATED TO WS-TOP-RELATED (WS-SUB1).         07360000
           MOVE WS-PAIR-ORDERS TO WS-TOP-COUNT (WS-SUB1).               07370000
                                                                        07380000
           IF WS-TOP-USED < WS-TOP-MAX                                  07390000
               ADD +1 TO WS-TOP-USED                                    07400000
           END-IF.                                                      07410000
                                                                        07420000
       P32000-EXIT.                                                     07430000
           EXIT.                                                        07440000
                                                                        07450000
       P32100-FIND-PLACE.                                               07460000
                                                                        07470000
           CONTINUE.                                                    07480000
                                                                        07490000
       P32100-EXIT.                                                     07500000
           EXIT.                                                        07510000
                                                                        07520000
       P32200-SHIFT-DOWN.                                               07530000
                                                                        07540000
           MOVE WS-TOP-ENTRY (WS-SUB2) TO WS-TOP-ENTRY (WS-SUB2 + 1).   07550000
                                                                        07560000
       P32200-EXIT.                                                     07570000
           EXIT.                                                        07580000
           EJECT                                                        07590000
      ***************************************************************** 07600000
      *                                                               * 07610000
      *    PARAGRAPH:  P33000-END-OF-ITEM                             * 07620000
      *                                                               * 07630000
      *    FUNCTION :  INSERT THE ITEM'S BEST RELATED ITEMS ON        * 07640000
      *                ITEM_AFFINITY, RANKED 1 UP                     * 07650000
      *                                                               * 07660000
      *    CALLED BY:  P30000-LOAD-AFFINITY                           * 07670000
      *                P31000-NEXT-ENTRY                              * 07680000
      *                                                               * 07690000
      ***************************************************************** 07700000
                                                                        07710000
       P33000-END-OF-ITEM.                                              07720000
                                                                        07730000
           IF WS-TOP-USED = ZEROES                                      07740000
               GO TO P33000-EXIT                                        07750000
           END-IF.                                                      07760000
                                                                        07770000
           ADD +1 TO WS-ITEMS-WITH-AFFINITY.                            07780000
                                                                        07790000
           PERFORM P33100-INSERT-AFFINITY THRU P33100-EXIT              07800000
               VARYING WS-SUB1 FROM 1 BY 1                              07810000
                   UNTIL WS-SUB1 > WS-TOP-USED.                         07820000
                                                                        07830000
           MOVE +0 TO WS-TOP-USED.                                      07840000
                                                                        07850000
       P33000-EXIT.                                                     07860000
           EXIT.                                                        07870000
                                                                        07880000
       P33100-INSERT-AFFINITY.                                          07890000
                                                                        07900000
           MOVE WS-PREV-PK-PREFIX TO ITEM-AFF-PREFIX.                   07910000
           MOVE WS-PREV-PK-ITEM TO ITEM-AFF-ITEM-NUMBER.                07920000
           MOVE WS-SUB1 TO ITEM-AFF-RANK.                               07930000
           MOVE WS-TOP-RELATED (WS-SUB1)                                07940000
               TO ITEM-AFF-RELATED-ITEM-NUMBER.                         07950000
           MOVE WS-TOP-COUNT (WS-SUB1) TO ITEM-AFF-CO-ORDER-COUNT.      07960000
           MOVE WS-ITEM-ORDERS TO ITEM-AFF-ITEM-ORDER-COUNT.            07970000
           MOVE WS-CC-DATE TO ITEM-AFF-BUILD-DATE.                      07980000
                                                                        07990000
           EXEC SQL                                                     08000000
               INSERT INTO ITEM_AFFINITY                                08010000
                      (PREFIX,                                          08020000
                       ITEM_NUMBER,                                     08030000
                       AFFINITY_RANK,                                   08040000
                       RELATED_ITEM_NUMBER,                             08050000
                       CO_ORDER_COUNT,                                  08060000
                       ITEM_ORDER_COUNT,                                08070000
                       BUILD_DATE)                                      08080000
               VALUES (:ITEM-AFF-PREFIX,                                08090000
                       :ITEM-AFF-ITEM-NUMBER,                           08100000
                       :ITEM-AFF-RANK,                                  08110000
                       :ITEM-AFF-RELATED-ITEM-NUMBER,                   08120000
                       :ITEM-AFF-CO-ORDER-COUNT,                        08130000
                       :ITEM-AFF-ITEM-ORDER-COUNT,                      08140000
                       :ITEM-AFF-BUILD-DATE)                            08150000
           END-EXEC.                                                    08160000
                                                                        08170000
           IF SQLCODE NOT = +0                                          08180000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          08190000
               MOVE 'PDAB123' TO WPDE-PROGRAM-ID                        08200000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         08210000
               MOVE 'INSERT ITEM_AFFINITY' TO WPDE-FUNCTION             08220000
               MOVE 'P33100' TO WPDE-PARAGRAPH                          08230000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08240000
           END-IF.                                                      08250000
                                                                        08260000
           ADD +1 TO WS-ROWS-INSERTED.                                  08270000
                                                                        08280000
       P33100-EXIT.                                                     08290000
           EXIT.                                                        08300000
           EJECT                                                        08310000
      ***************************************************************** 08320000
      *                                                               * 08330000
      *    PARAGRAPH:  P99999-ABEND                                   * 08340000
      *                                                               * 08350000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 08360000
      *                ERROR HAS BEEN ENCOUNTERED                     * 08370000
      *                                                               * 08380000
      *    CALLED BY:  VARIOUS                                        * 08390000
      *                                                               * 08400000
      ***************************************************************** 08410000
                                                                        08420000
       P99999-ABEND.                                                    08430000
                                                                        08440000
           DISPLAY ' '.                                                 08450000
           DISPLAY WPEA-ERROR-01.                                       08460000
           DISPLAY WPEA-ERROR-02.                                       08470000
           DISPLAY WPEA-ERROR-03.                                       08480000
           DISPLAY WPEA-ERROR-04.                                       08490000
                                                                        08500000
           IF PDA-DB2-ERROR                                             08510000
               DISPLAY WS-PDA-DB2-ERROR-01                              08520000
               DISPLAY WS-PDA-DB2-ERROR-02                              08530000
           ELSE                                                         08540000
               DISPLAY WS-PDA-BATCH-ERROR-01                            08550000
               DISPLAY WS-PDA-BATCH-ERROR-02                            08560000
           END-IF.                                                      08570000
                                                                        08580000
           DISPLAY WPEA-ERROR-04.                                       08590000
           DISPLAY WPEA-ERROR-03.                                       08600000
           DISPLAY WPEA-ERROR-02.                                       08610000
           DISPLAY WPEA-ERROR-01.                                       08620000
           DISPLAY ' '.                                                 08630000
                                                                        08640000
           MOVE 16 TO RETURN-CODE.                                      08650000
                                                                        08660000
           GOBACK.                                                      08670000
                                                                        08680000
       P99999-EXIT.                                                     08690000
           EXIT.                                                        08700000
