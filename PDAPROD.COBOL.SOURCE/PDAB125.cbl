       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB125.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB125                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB125 IS THE NIGHTLY ITEM SALES HISTORY * 00100000
      *             BUILD.  IT READS THE CURRENT NIGHTLY SALES DETAIL * 00110000
      *             EXTRACT (PDAB36 -- EVERY ORDITEM ON ORDER1DB AND  * 00120000
      *             ORDER2DB) AND THE MERCHANDISE RETURN FILE, AND    * 00130000
      *             SUMS THE UNITS AND DOLLARS SOLD AND RETURNED BY   * 00140000
      *             ITEM, SUPPLIER AND CALENDAR MONTH FOR THE 24      * 00150000
      *             MONTHS ENDING WITH THE MONTH OF THE CONTROL CARD  * 00160000
      *             DATE.  A LINE COUNTS IN THE MONTH OF ITS ORDER    * 00170000
      *             DATE, A RETURN IN THE MONTH IT WAS ACCEPTED.  THE * 00180000
      *             SUMS REPLACE ITEM_SALES_HISTORY, WHICH THE SALES  * 00190000
      *             HISTORY SCREEN (PDA069) READS.  THE WHOLE TABLE   * 00200000
      *             IS REBUILT IN ONE UNIT OF WORK.  THE SUMS ARE     * 00210000
      *             HELD IN A TABLE IN ITEM, SUPPLIER AND MONTH       * 00220000
      *             ORDER; ACTIVITY FOR A NEW MONTH THAT WILL NOT FIT * 00230000
      *             IN THE TABLE IS DROPPED AND COUNTED.              * 00240000
      *                                                               * 00250000
      *             CONTROL CARD LAYOUT:                              * 00260000
      *               COL  1-13   DATE=CCYYMMDD  (LAST DAY TAKEN)     * 00270000
      *                                                               * 00280000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00290000
      *             SALES DETAIL EXTRACT -  SEQUENTIAL   (INPUT)      * 00300000
      *             MERCHANDISE RETURNS  -  VSAM KSDS    (INPUT)      * 00310000
      *             ITEM_SALES_HISTORY   -  DB2          (UPDATE)     * 00320000
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
                                                                        00530000
           SELECT VSAM-RETURN          ASSIGN TO VRETURN                00540000
                                       ORGANIZATION IS INDEXED          00550000
                                       ACCESS IS SEQUENTIAL             00560000
                                       RECORD KEY IS RETURN-KEY         00570000
                                       FILE STATUS IS WS-RETURN-STATUS. 00580000
           EJECT                                                        00590000
       DATA DIVISION.                                                   00600000
                                                                        00610000
       FILE SECTION.                                                    00620000
                                                                        00630000
       FD  CONTROL-CARD                                                 00640000
           LABEL RECORDS ARE STANDARD                                   00650000
           RECORDING MODE IS F                                          00660000
           RECORD CONTAINS 80 CHARACTERS                                00670000
           BLOCK CONTAINS 27920 CHARACTERS.                             00680000
                                                                        00690000
       01  CONTROL-CARD-REC            PIC X(80).                       00700000
                                                                        00710000
       FD  SALES-HISTORY                                                00720000
           LABEL RECORDS ARE STANDARD                                   00730000
           RECORDING MODE IS F                                          00740000
           RECORD CONTAINS 272 CHARACTERS                               00750000
           BLOCK CONTAINS 0 CHARACTERS.                                 00760000
                                                                        00770000
       01  SALES-HISTORY-REC           PIC X(272).                      00780000
                                                                        00790000
       FD  VSAM-RETURN                                                  00800000
           RECORD CONTAINS 160 CHARACTERS.                              00810000
                                                                        00820000
           COPY VRETURN.                                                00830000
           EJECT                                                        00840000
       WORKING-STORAGE SECTION.                                         00850000
                                                                        00860000
      ***************************************************************** 00870000
      *    SWITCHES                                                   * 00880000
      ***************************************************************** 00890000
                                                                        00900000
       01  WS-SWITCHES.                                                 00910000
           05  WS-END-OF-HISTORY-SW    PIC X     VALUE 'N'.             00920000
               88  END-OF-HISTORY                VALUE 'Y'.             00930000
           05  WS-END-OF-RETURNS-SW    PIC X     VALUE 'N'.             00940000
               88  END-OF-RETURNS                VALUE 'Y'.             00950000
           05  WS-KEY-FOUND-SW         PIC X     VALUE 'N'.             00960000
               88  KEY-FOUND                     VALUE 'Y'.             00970000
           EJECT                                                        00980000
      ***************************************************************** 00990000
      *    MISCELLANEOUS WORK FIELDS                                  * 01000000
      ***************************************************************** 01010000
                                                                        01020000
       01  WS-MISCELLANEOUS-FIELDS.                                     01030000
           03  WS-RETURN-STATUS        PIC XX    VALUE SPACES.          01040000
               88  RETURNF-OK                    VALUE '  ' '00'.       01050000
               88  RETURNF-EMPTY                 VALUE '47' '35'.       01060000
               88  RETURNF-END                   VALUE '10'.            01070000
           03  WS-HISTORY-READ         PIC S9(9) VALUE +0       COMP-3. 01080000
           03  WS-LINES-IN-WINDOW      PIC S9(9) VALUE +0       COMP-3. 01090000
           03  WS-RETURNS-READ         PIC S9(9) VALUE +0       COMP-3. 01100000
           03  WS-RETURNS-IN-WINDOW    PIC S9(9) VALUE +0       COMP-3. 01110000
           03  WS-ROWS-INSERTED        PIC S9(9) VALUE +0       COMP-3. 01120000
           03  WS-ROWS-DELETED         PIC S9(9) VALUE +0       COMP-3. 01130000
           03  WS-ACTIVITY-DROPPED     PIC S9(9) VALUE +0       COMP-3. 01140000
           03  WS-LOW                  PIC S9(8) VALUE +0       COMP.   01150000
           03  WS-HIGH                 PIC S9(8) VALUE +0       COMP.   01160000
           03  WS-MID                  PIC S9(8) VALUE +0       COMP.   01170000
           03  WS-NDX                  PIC S9(8) VALUE +0       COMP.   01180000
           03  WS-NDX2                 PIC S9(8) VALUE +0       COMP.   01190000
           03  WS-MONTH-COUNT          PIC S9(9) VALUE +0       COMP.   01200000
           03  WS-SALE-DATE-9          PIC 9(8)  VALUE ZEROES.          01210000
           03  WS-SALE-DATE-X REDEFINES WS-SALE-DATE-9.                 01220000
               05  WS-SD-CENTURY       PIC XX.                          01230000
               05  WS-SD-YYMMDD        PIC X(6).                        01240000
           03  WS-LINE-PERIOD          PIC X(6)  VALUE SPACES.          01250000
           03  WS-WINDOW-START         PIC 9(6)  VALUE ZEROES.          01260000
           03  FILLER REDEFINES WS-WINDOW-START.                        01270000
               05  WS-WS-YEAR          PIC 9(4).                        01280000
               05  WS-WS-MONTH         PIC 9(2).                        01290000
           03  WS-WINDOW-START-X REDEFINES WS-WINDOW-START              01300000
                                       PIC X(6).                        01310000
           03  WS-WINDOW-END-X         PIC X(6)  VALUE SPACES.          01320000
           EJECT                                                        01330000
      ***************************************************************** 01340000
      *    ONE ORDER LINE SOLD OR RETURN ACCEPTED IN THE WINDOW --    * 01350000
      *    THE SOLD OR THE RETURNED FIELDS ARE ZERO                   * 01360000
      ***************************************************************** 01370000
                                                                        01380000
       01  WS-ACTIVITY.                                                 01390000
           05  WS-AC-KEY.                                               01400000
               10  WS-AC-PREFIX        PIC X(05).                       01410000
               10  WS-AC-ITEM-NUMBER   PIC X(32).                       01420000
               10  WS-AC-SUPPLIER-ID   PIC X(32).                       01430000
               10  WS-AC-PERIOD        PIC X(06).                       01440000
           05  WS-AC-UNITS-SOLD        PIC S9(09)      COMP-3.          01450000
           05  WS-AC-SALES-AMOUNT      PIC S9(09)V99   COMP-3.          01460000
           05  WS-AC-UNITS-RETURNED    PIC S9(09)      COMP-3.          01470000
           05  WS-AC-RETURN-AMOUNT     PIC S9(09)V99   COMP-3.          01480000
                                                                        01490000
      ***************************************************************** 01500000
      *    MONTHLY SUMS IN PREFIX / ITEM / SUPPLIER / MONTH SEQUENCE  * 01510000
      ***************************************************************** 01520000
                                                                        01530000
       01  WS-HISTORY-TABLE.                                            01540000
           03  WS-HT-MAX               PIC S9(8) VALUE +50000   COMP.   01550000
           03  WS-HT-USED              PIC S9(8) VALUE +0       COMP.   01560000
           03  WS-HT-ENTRY             OCCURS 50000 TIMES.              01570000
               05  WS-HT-KEY.                                           01580000
                   10  WS-HT-PREFIX    PIC X(05).                       01590000
                   10  WS-HT-ITEM-NUMBER                                01600000
                                       PIC X(32).                       01610000
                   10  WS-HT-SUPPLIER-ID                                01620000
                                       PIC X(32).                       01630000
                   10  WS-HT-PERIOD    PIC X(06).                       01640000
               05  WS-HT-UNITS-SOLD    PIC S9(09)      COMP-3.          01650000
               05  WS-HT-SALES-AMOUNT  PIC S9(09)V99   COMP-3.          01660000
               05  WS-HT-UNITS-RETURNED                                 01670000
                                       PIC S9(09)      COMP-3.          01680000
               05  WS-HT-RETURN-AMOUNT PIC S9(09)V99   COMP-3.          01690000
           EJECT                                                        01700000
      ***************************************************************** 01710000
      *    CONTROL CARD LAYOUT                                        * 01720000
      ***************************************************************** 01730000
                                                                        01740000
       01  WS-CONTROL-CARD.                                             01750000
           03  WS-CC-DATE-KEYWORD      PIC X(5)  VALUE SPACES.          01760000
           03  WS-CC-DATE              PIC X(8)  VALUE SPACES.          01770000
           03  WS-CC-DATE-N REDEFINES WS-CC-DATE.                       01780000
               05  WS-CC-YEAR          PIC 9(4).                        01790000
               05  WS-CC-MONTH         PIC 9(2).                        01800000
               05  WS-CC-DAY           PIC 9(2).                        01810000
           03  FILLER                  PIC X(67) VALUE SPACES.          01820000
           EJECT                                                        01830000
      ***************************************************************** 01840000
      *    SALES DETAIL HISTORY RECORD (PDAB36 EXTRACT LAYOUT)        * 01850000
      ***************************************************************** 01860000
                                                                        01870000
       01  WS-SALES-DETAIL-LINE.                                        01880000
           05  WSD-DATABASE            PIC X(1).                        01890000
           05  WSD-ORDER-PREFIX        PIC 9(5).                        01900000
           05  WSD-ORDER-PREFIX-X REDEFINES                             01910000
               WSD-ORDER-PREFIX        PIC X(5).                        01920000
           05  WSD-ORDER-NUMBER        PIC 9(10).                       01930000
           05  WSD-ITEM-SEQUENCE       PIC 9(5).                        01940000
           05  WSD-ORDER-DATE          PIC X(6).                        01950000
           05  WSD-CUSTOMER-ID         PIC X(32).                       01960000
           05  WSD-ITEM-NUMBER         PIC X(32).                       01970000
           05  WSD-CATEGORY            PIC X(32).                       01980000
           05  WSD-SUB-CATEGORY        PIC X(32).                       01990000
           05  WSD-ITEM-NAME           PIC X(50).                       02000000
           05  WSD-SUPPLIER-ID         PIC X(32).                       02010000
           05  WSD-QUANTITY            PIC 9(9).                        02020000
           05  WSD-UNIT-PRICE          PIC 9(8)V99.                     02030000
           05  WSD-EXTENDED-AMOUNT     PIC 9(9)V99.                     02040000
           05  FILLER                  PIC X(5).                        02050000
           EJECT                                                        02060000
      ***************************************************************** 02070000
      *    DISPLAY AREA                                               * 02080000
      ***************************************************************** 02090000
                                                                        02100000
       01  WS-DISPLAY-LINES.                                            02110000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02120000
           03  WS-DL-BLANK.                                             02130000
               05  FILLER         PIC X(01) VALUE '*'.                  02140000
               05  FILLER         PIC X(78) VALUE SPACES.               02150000
               05  FILLER         PIC X(01) VALUE '*'.                  02160000
           03  WS-DL-LINE.                                              02170000
               05  FILLER         PIC X(01) VALUE '*'.                  02180000
               05  WS-DL-LINE-TEXT                                      02190000
                                  PIC X(78) VALUE SPACES.               02200000
               05  FILLER         PIC X(01) VALUE '*'.                  02210000
           EJECT                                                        02220000
      ***************************************************************** 02230000
      *    DB2  DEFINITIONS                                           * 02240000
      ***************************************************************** 02250000
                                                                        02260000
      ***************************************************************** 02270000
      *         SQL COMMUNICATIONS AREA                               * 02280000
      ***************************************************************** 02290000
                                                                        02300000
           EXEC SQL                                                     02310000
              INCLUDE SQLCA                                             02320000
           END-EXEC.                                                    02330000
           EJECT                                                        02340000
           EXEC SQL                                                     02350000
              INCLUDE DITMSHST                                          02360000
           END-EXEC.                                                    02370000
           EJECT                                                        02380000
      ***************************************************************** 02390000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02400000
      ***************************************************************** 02410000
                                                                        02420000
           COPY PDAERRWS.                                               02430000
                                                                        02440000
       01  WS-PDA-BATCH-ERROR-01.                                       02450000
           05  FILLER             PIC X     VALUE SPACES.               02460000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02470000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02480000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB125'.            02490000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02500000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02510000
                                                                        02520000
       01  WS-PDA-BATCH-ERROR-02.                                       02530000
           05  FILLER             PIC X(8)  VALUE SPACES.               02540000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02550000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02560000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02570000
           EJECT                                                        02580000
      ***************************************************************** 02590000
      *    P R O C E D U R E    D I V I S I O N                       * 02600000
      ***************************************************************** 02610000
                                                                        02620000
       PROCEDURE DIVISION.                                              02630000
                                                                        02640000
      ***************************************************************** 02650000
      *                                                               * 02660000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02670000
      *                                                               * 02680000
      *    FUNCTION :  PROGRAM ENTRY.  EDIT THE CONTROL CARD, CLEAR   * 02690000
      *                ITEM_SALES_HISTORY, THEN SUM THE WINDOW'S      * 02700000
      *                SALES AND RETURNS AND LOAD THE MONTHLY SUMS    * 02710000
      *                                                               * 02720000
      *    CALLED BY:  NONE                                           * 02730000
      *                                                               * 02740000
      ***************************************************************** 02750000
                                                                        02760000
       P00000-MAINLINE.                                                 02770000
                                                                        02780000
           OPEN INPUT CONTROL-CARD.                                     02790000
                                                                        02800000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       02810000
               AT END                                                   02820000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          02830000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      02840000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               02850000
                                                                        02860000
           CLOSE CONTROL-CARD.                                          02870000
                                                                        02880000
           IF WS-CC-DATE-KEYWORD NOT = 'DATE='                          02890000
              OR WS-CC-DATE NOT NUMERIC                                 02900000
              OR WS-CC-MONTH < 01                                       02910000
              OR WS-CC-MONTH > 12                                       02920000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              02930000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02940000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02950000
           END-IF.                                                      02960000
                                                                        02970000
      ***************************************************************** 02980000
      *    THE WINDOW IS THE CARD MONTH AND THE 23 MONTHS BEFORE IT   * 02990000
      ***************************************************************** 03000000
                                                                        03010000
           MOVE WS-CC-DATE(1:6) TO WS-WINDOW-END-X.                     03020000
                                                                        03030000
           COMPUTE WS-MONTH-COUNT =                                     03040000
               (WS-CC-YEAR * 12) + WS-CC-MONTH - 1 - 23.                03050000
           DIVIDE WS-MONTH-COUNT BY 12                                  03060000
               GIVING WS-WS-YEAR                                        03070000
               REMAINDER WS-WS-MONTH.                                   03080000
           ADD 1 TO WS-WS-MONTH.                                        03090000
                                                                        03100000
           DISPLAY ' '.                                                 03110000
           DISPLAY WS-DL-ASTERISK.                                      03120000
           DISPLAY WS-DL-BLANK.                                         03130000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              03140000
           STRING '  PDAB125 - ITEM SALES HISTORY BUILD, PERIODS '      03150000
                  WS-WINDOW-START-X                                     03160000
                  ' TO '                                                03170000
                  WS-WINDOW-END-X                                       03180000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  03190000
           DISPLAY WS-DL-LINE.                                          03200000
           DISPLAY WS-DL-BLANK.                                         03210000
           DISPLAY WS-DL-ASTERISK.                                      03220000
           DISPLAY ' '.                                                 03230000
                                                                        03240000
      ***************************************************************** 03250000
      *    THE TABLE IS REBUILT WHOLE -- THE DELETE AND THE NEW ROWS  * 03260000
      *    COMMIT TOGETHER AT THE END OF THE RUN, AND MONTHS THAT     * 03270000
      *    HAVE LEFT THE WINDOW DROP OFF                              * 03280000
      ***************************************************************** 03290000
                                                                        03300000
           EXEC SQL                                                     03310000
               DELETE FROM ITEM_SALES_HISTORY                           03320000
           END-EXEC.                                                    03330000
                                                                        03340000
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   03350000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          03360000
               MOVE 'PDAB125' TO WPDE-PROGRAM-ID                        03370000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         03380000
               MOVE 'DELETE ITEM_SALES_HISTORY' TO WPDE-FUNCTION        03390000
               MOVE 'P00000' TO WPDE-PARAGRAPH                          03400000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03410000
           END-IF.                                                      03420000
                                                                        03430000
           MOVE SQLERRD(3) TO WS-ROWS-DELETED.                          03440000
                                                                        03450000
           PERFORM P10000-SUM-ACTIVITY THRU P10000-EXIT.                03460000
                                                                        03470000
           PERFORM P30000-LOAD-HISTORY THRU P30000-EXIT.                03480000
                                                                        03490000
           DISPLAY ' '.                                                 03500000
           DISPLAY 'PDAB125 - HISTORY LINES READ    '                   03510000
               WS-HISTORY-READ.                                         03520000
           DISPLAY 'PDAB125 - LINES IN WINDOW       '                   03530000
               WS-LINES-IN-WINDOW.                                      03540000
           DISPLAY 'PDAB125 - RETURNS READ          '                   03550000
               WS-RETURNS-READ.                                         03560000
           DISPLAY 'PDAB125 - RETURNS IN WINDOW     '                   03570000
               WS-RETURNS-IN-WINDOW.                                    03580000
           DISPLAY 'PDAB125 - PAST TABLE LIMIT      '                   03590000
               WS-ACTIVITY-DROPPED.                                     03600000
           DISPLAY 'PDAB125 - OLD ROWS DELETED      '                   03610000
               WS-ROWS-DELETED.                                         03620000
           DISPLAY 'PDAB125 - HISTORY ROWS ADDED    '                   03630000
               WS-ROWS-INSERTED.                                        03640000
           DISPLAY ' '.                                                 03650000
                                                                        03660000
           MOVE ZEROES TO RETURN-CODE.                                  03670000
                                                                        03680000
           GOBACK.                                                      03690000
                                                                        03700000
       P00000-EXIT.                                                     03710000
           EXIT.                                                        03720000
           EJECT                                                        03730000
      ***************************************************************** 03740000
      *                                                               * 03750000
      *    PARAGRAPH:  P10000-SUM-ACTIVITY                            * 03760000
      *                                                               * 03770000
      *    FUNCTION :  ADD THE ORDER LINES AND THE RETURNS DATED      * 03780000
      *                WITHIN THE WINDOW TO THEIR MONTHLY SUMS        * 03790000
      *                                                               * 03800000
      *    CALLED BY:  P00000-MAINLINE                                * 03810000
      *                                                               * 03820000
      ***************************************************************** 03830000
                                                                        03840000
       P10000-SUM-ACTIVITY.                                             03850000
                                                                        03860000
           OPEN INPUT SALES-HISTORY.                                    03870000
                                                                        03880000
           PERFORM P11000-READ-HISTORY THRU P11000-EXIT                 03890000
               UNTIL END-OF-HISTORY.                                    03900000
                                                                        03910000
           CLOSE SALES-HISTORY.                                         03920000
                                                                        03930000
           OPEN INPUT VSAM-RETURN.                                      03940000
                                                                        03950000
           IF RETURNF-EMPTY                                             03960000
               GO TO P10000-EXIT                                        03970000
           END-IF.                                                      03980000
                                                                        03990000
           IF NOT RETURNF-OK                                            04000000
               MOVE 'OPEN RETURN FILE FAILED' TO WPBE-MESSAGE           04010000
               MOVE WS-RETURN-STATUS TO WPBE-FILE-STATUS                04020000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          04030000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04040000
           END-IF.                                                      04050000
                                                                        04060000
           PERFORM P12000-READ-RETURN THRU P12000-EXIT                  04070000
               UNTIL END-OF-RETURNS.                                    04080000
                                                                        04090000
           CLOSE VSAM-RETURN.                                           04100000
                                                                        04110000
       P10000-EXIT.                                                     04120000
           EXIT.                                                        04130000
           EJECT                                                        04140000
      ***************************************************************** 04150000
      *                                                               * 04160000
      *    PARAGRAPH:  P11000-READ-HISTORY                            * 04170000
      *                                                               * 04180000
      *    FUNCTION :  READ ONE EXTRACT LINE AND ADD IT TO ITS MONTH  * 04190000
      *                WHEN ITS ORDER DATE FALLS WITHIN THE WINDOW    * 04200000
      *                                                               * 04210000
      *    CALLED BY:  P10000-SUM-ACTIVITY                            * 04220000
      *                                                               * 04230000
      ***************************************************************** 04240000
                                                                        04250000
       P11000-READ-HISTORY.                                             04260000
                                                                        04270000
           READ SALES-HISTORY INTO WS-SALES-DETAIL-LINE                 04280000
               AT END                                                   04290000
                   MOVE 'Y' TO WS-END-OF-HISTORY-SW                     04300000
                   GO TO P11000-EXIT.                                   04310000
                                                                        04320000
           ADD +1 TO WS-HISTORY-READ.                                   04330000
                                                                        04340000
           IF WSD-ORDER-DATE NOT NUMERIC                                04350000
              OR WSD-ITEM-NUMBER = SPACES                               04360000
               GO TO P11000-EXIT                                        04370000
           END-IF.                                                      04380000
                                                                        04390000
           MOVE WSD-ORDER-DATE TO WS-SD-YYMMDD.                         04400000
           IF WS-SD-YYMMDD(1:2) > '50'                                  04410000
               MOVE '19' TO WS-SD-CENTURY                               04420000
           ELSE                                                         04430000
               MOVE '20' TO WS-SD-CENTURY                               04440000
           END-IF.                                                      04450000
                                                                        04460000
           IF WS-SALE-DATE-9 > WS-CC-DATE-N                             04470000
               GO TO P11000-EXIT                                        04480000
           END-IF.                                                      04490000
                                                                        04500000
           MOVE WS-SALE-DATE-X(1:6) TO WS-LINE-PERIOD.                  04510000
                                                                        04520000
           IF WS-LINE-PERIOD < WS-WINDOW-START-X                        04530000
               GO TO P11000-EXIT                                        04540000
           END-IF.                                                      04550000
                                                                        04560000
           ADD +1 TO WS-LINES-IN-WINDOW.                                04570000
                                                                        04580000
           MOVE WSD-ORDER-PREFIX-X TO WS-AC-PREFIX.                     04590000
           MOVE WSD-ITEM-NUMBER TO WS-AC-ITEM-NUMBER.                   04600000
           MOVE WSD-SUPPLIER-ID TO WS-AC-SUPPLIER-ID.                   04610000
           MOVE WS-LINE-PERIOD TO WS-AC-PERIOD.                         04620000
           MOVE WSD-QUANTITY TO WS-AC-UNITS-SOLD.                       04630000
           MOVE WSD-EXTENDED-AMOUNT TO WS-AC-SALES-AMOUNT.              04640000
           MOVE +0 TO WS-AC-UNITS-RETURNED                              04650000
                      WS-AC-RETURN-AMOUNT.                              04660000
                                                                        04670000
           PERFORM P13000-ADD-TO-TABLE THRU P13000-EXIT.                04680000
                                                                        04690000
       P11000-EXIT.                                                     04700000
           EXIT.                                                        04710000
           EJECT                                                        04720000
      ***************************************************************** 04730000
      *                                                               * 04740000
      *    PARAGRAPH:  P12000-READ-RETURN                             * 04750000
      *                                                               * 04760000
      *    FUNCTION :  READ ONE RETURN AND ADD IT TO ITS MONTH WHEN   * 04770000
      *                IT WAS ACCEPTED WITHIN THE WINDOW              * 04780000
      *                                                               * 04790000
      *    CALLED BY:  P10000-SUM-ACTIVITY                            * 04800000
      *                                                               * 04810000
      ***************************************************************** 04820000
                                                                        04830000
       P12000-READ-RETURN.                                              04840000
                                                                        04850000
           READ VSAM-RETURN.                                            04860000
                                                                        04870000
           IF RETURNF-END                                               04880000
               MOVE 'Y' TO WS-END-OF-RETURNS-SW                         04890000
               GO TO P12000-EXIT                                        04900000
           END-IF.                                                      04910000
                                                                        04920000
           IF NOT RETURNF-OK                                            04930000
               MOVE 'READ RETURN FILE FAILED' TO WPBE-MESSAGE           04940000
               MOVE WS-RETURN-STATUS TO WPBE-FILE-STATUS                04950000
               MOVE 'P12000' TO WPBE-PARAGRAPH                          04960000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04970000
           END-IF.                                                      04980000
                                                                        04990000
           ADD +1 TO WS-RETURNS-READ.                                   05000000
                                                                        05010000
           IF RETURN-DATE = ZEROES                                      05020000
              OR RETURN-DATE > WS-CC-DATE-N                             05030000
              OR RETURN-DATE(1:6) < WS-WINDOW-START-X                   05040000
               GO TO P12000-EXIT                                        05050000
           END-IF.                                                      05060000
                                                                        05070000
           ADD +1 TO WS-RETURNS-IN-WINDOW.                              05080000
                                                                        05090000
           MOVE RETURN-ITEM-PRE TO WS-AC-PREFIX.                        05100000
           MOVE RETURN-ITEM-NUMBER TO WS-AC-ITEM-NUMBER.                05110000
           MOVE RETURN-SUPPLIER-ID TO WS-AC-SUPPLIER-ID.                05120000
           MOVE RETURN-DATE(1:6) TO WS-AC-PERIOD.                       05130000
           MOVE +0 TO WS-AC-UNITS-SOLD                                  05140000
                      WS-AC-SALES-AMOUNT.                               05150000
           MOVE RETURN-QUANTITY TO WS-AC-UNITS-RETURNED.                05160000
           MOVE RETURN-AMOUNT TO WS-AC-RETURN-AMOUNT.                   05170000
                                                                        05180000
           PERFORM P13000-ADD-TO-TABLE THRU P13000-EXIT.                05190000
                                                                        05200000
       P12000-EXIT.                                                     05210000
           EXIT.                                                        05220000
           EJECT                                                        05230000
      ***************************************************************** 05240000
      *                                                               * 05250000
      *    PARAGRAPH:  P13000-ADD-TO-TABLE                            * 05260000
      *                                                               * 05270000
      *    FUNCTION :  ADD THE ACTIVITY TO THE TABLE ENTRY FOR ITS    * 05280000
      *                ITEM, SUPPLIER AND MONTH.  THE ENTRY IS LOOKED * 05290000
      *                FOR BY HALVING THE TABLE; A NEW KEY IS         * 05300000
      *                INSERTED AT ITS SORTED POSITION, SHIFTING THE  * 05310000
      *                TAIL DOWN                                      * 05320000
      *                                                               * 05330000
      *    CALLED BY:  P11000-READ-HISTORY                            * 05340000
      *                P12000-READ-RETURN                             * 05350000
      *                                                               * 05360000
      ***************************************************************** 05370000
                                                                        05380000
       P13000-ADD-TO-TABLE.                                             05390000
                                                                        05400000
           MOVE 'N' TO WS-KEY-FOUND-SW.                                 05410000
           MOVE +1 TO WS-LOW.                                           05420000
           MOVE WS-HT-USED TO WS-HIGH.                                  05430000
                                                                        05440000
           PERFORM P13100-PROBE THRU P13100-EXIT                        05450000
               UNTIL KEY-FOUND                                          05460000
                  OR WS-LOW > WS-HIGH.                                  05470000
                                                                        05480000
           IF KEY-FOUND                                                 05490000
               ADD WS-AC-UNITS-SOLD TO WS-HT-UNITS-SOLD (WS-MID)        05500000
               ADD WS-AC-SALES-AMOUNT TO WS-HT-SALES-AMOUNT (WS-MID)    05510000
               ADD WS-AC-UNITS-RETURNED                                 05520000
                   TO WS-HT-UNITS-RETURNED (WS-MID)                     05530000
               ADD WS-AC-RETURN-AMOUNT                                  05540000
                   TO WS-HT-RETURN-AMOUNT (WS-MID)                      05550000
               GO TO P13000-EXIT                                        05560000
           END-IF.                                                      05570000
                                                                        05580000
           IF WS-HT-USED NOT < WS-HT-MAX                                05590000
               ADD +1 TO WS-ACTIVITY-DROPPED                            05600000
               GO TO P13000-EXIT                                        05610000
           END-IF.                                                      05620000
                                                                        05630000
           MOVE WS-HT-USED TO WS-NDX2.                                  05640000
                                                                        05650000
           PERFORM P13200-SHIFT-TAIL THRU P13200-EXIT                   05660000
               UNTIL WS-NDX2 < WS-LOW.                                  05670000
                                                                        05680000
           MOVE WS-AC-KEY TO WS-HT-KEY (WS-LOW).                        05690000
           MOVE WS-AC-UNITS-SOLD TO WS-HT-UNITS-SOLD (WS-LOW).          05700000
           MOVE WS-AC-SALES-AMOUNT TO WS-HT-SALES-AMOUNT (WS-LOW).      05710000
           MOVE WS-AC-UNITS-RETURNED TO WS-HT-UNITS-RETURNED (WS-LOW).  05720000
           MOVE WS-AC-RETURN-AMOUNT TO WS-HT-RETURN-AMOUNT (WS-LOW).    05730000
                                                                        05740000
           ADD +1 TO WS-HT-USED.                                        05750000
                                                                        05760000
       P13000-EXIT.                                                     05770000
           EXIT.                                                        05780000
                                                                        05790000
       P13100-PROBE.                                                    05800000
                                                                        05810000
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.                     05820000
                                                                        05830000
           IF WS-HT-KEY (WS-MID) = WS-AC-KEY                            05840000
               MOVE 'Y' TO WS-KEY-FOUND-SW                              05850000
           ELSE                                                         05860000
               IF WS-HT-KEY (WS-MID) < WS-AC-KEY                        05870000
                   COMPUTE WS-LOW = WS-MID + 1                          05880000
               ELSE                                                     05890000
                   COMPUTE WS-HIGH = WS-MID - 1                         05900000
               END-IF                                                   05910000
           END-IF.                                                      05920000
                                                                        05930000
       P13100-EXIT.                                                     05940000
           EXIT.                                                        05950000
                                                                        05960000
       P13200-SHIFT-TAIL.                                               05970000
                                                                        05980000
           COMPUTE WS-NDX = WS-NDX2 + 1.                                05990000
           MOVE WS-HT-ENTRY (WS-NDX2) TO WS-HT-ENTRY (WS-NDX).          06000000
           SUBTRACT +1 FROM WS-NDX2.                                    06010000
                                                                        06020000
       P13200-EXIT.                                                     06030000
           EXIT.                                                        06040000
           EJECT                                                        06050000
      ***************************************************************** 06060000
      *                                                               * 06070000
      *    PARAGRAPH:  P30000-LOAD-HISTORY                            * 06080000
      *                                                               * 06090000
      *    FUNCTION :  INSERT ONE ITEM_SALES_HISTORY ROW FOR EACH     * 06100000
      *                ITEM, SUPPLIER AND MONTH IN THE TABLE          * 06110000
      *                                                               * 06120000
      *    CALLED BY:  P00000-MAINLINE                                * 06130000
      *                                                               * 06140000
      ***************************************************************** 06150000
                                                                        06160000
       P30000-LOAD-HISTORY.                                             06170000
                                                                        06180000
           PERFORM P31000-INSERT-MONTH THRU P31000-EXIT                 06190000
               VARYING WS-NDX FROM 1 BY 1                               06200000
                   UNTIL WS-NDX > WS-HT-USED.                           06210000
                                                                        06220000
       P30000-EXIT.                                                     06230000
           EXIT.                                                        06240000
           EJECT                                                        06250000
      ***************************************************************** 06260000
      *                                                               * 06270000
      *    PARAGRAPH:  P31000-INSERT-MONTH                            * 06280000
      *                                                               * 06290000
      *    FUNCTION :  INSERT THE SUMS OF ONE ITEM, SUPPLIER AND      * 06300000
      *                MONTH ON ITEM_SALES_HISTORY                    * 06310000
      *                                                               * 06320000
      *    CALLED BY:  P30000-LOAD-HISTORY                            * 06330000
      *                                                               * 06340000
      ***************************************************************** 06350000
                                                                        06360000
       P31000-INSERT-MONTH.                                             06370000
                                                                        06380000
           MOVE WS-HT-PREFIX (WS-NDX) TO ISH-PREFIX.                    06390000
           MOVE WS-HT-ITEM-NUMBER (WS-NDX) TO ISH-ITEM-NUMBER.          06400000
           MOVE WS-HT-SUPPLIER-ID (WS-NDX) TO ISH-SUPPLIER-ID.          06410000
           MOVE WS-HT-PERIOD (WS-NDX) TO ISH-PERIOD.                    06420000
           MOVE WS-HT-UNITS-SOLD (WS-NDX) TO ISH-UNITS-SOLD.            06430000
           MOVE WS-HT-SALES-AMOUNT (WS-NDX) TO ISH-SALES-AMOUNT.        06440000
           MOVE WS-HT-UNITS-RETURNED (WS-NDX) TO ISH-UNITS-RETURNED.    06450000
           MOVE WS-HT-RETURN-AMOUNT (WS-NDX) TO ISH-RETURN-AMOUNT.      06460000
           MOVE WS-CC-DATE TO ISH-BUILD-DATE.                           06470000
                                                                        06480000
           EXEC SQL                                                     06490000
               INSERT INTO ITEM_SALES_HISTORY                           06500000
                      (PREFIX,                                          06510000
                       ITEM_NUMBER,                                     06520000
                       SUPPLIER_ID,                                     06530000
                       PERIOD,                                          06540000
                       UNITS_SOLD,                                      06550000
                       SALES_AMOUNT,                                    06560000
                       UNITS_RETURNED,                                  06570000
                       RETURN_AMOUNT,                                   06580000
                       BUILD_DATE)                                      06590000
               VALUES (:ISH-PREFIX,                                     06600000
                       :ISH-ITEM-NUMBER,                                06610000
                       :ISH-SUPPLIER-ID,                                06620000
                       :ISH-PERIOD,                                     06630000
                       :ISH-UNITS-SOLD,                                 06640000
                       :ISH-SALES-AMOUNT,                               06650000
                       :ISH-UNITS-RETURNED,                             06660000
                       :ISH-RETURN-AMOUNT,                              06670000
                       :ISH-BUILD-DATE)                                 06680000
           END-EXEC.                                                    06690000
                                                                        06700000
           IF SQLCODE NOT = +0                                          06710000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06720000
               MOVE 'PDAB125' TO WPDE-PROGRAM-ID                        06730000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06740000
               MOVE 'INSERT ITEM_SALES_HISTORY' TO WPDE-FUNCTION        06750000
               MOVE 'P31000' TO WPDE-PARAGRAPH                          06760000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06770000
           END-IF.                                                      06780000
                                                                        06790000
           ADD +1 TO WS-ROWS-INSERTED.                                  06800000
                                                                        06810000
       P31000-EXIT.                                                     06820000
           EXIT.                                                        06830000
           EJECT                                                        06840000
      ***************************************************************** 06850000
      *                                                               * 06860000
      *    PARAGRAPH:  P99999-ABEND                                   * 06870000
      *                                                               * 06880000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 06890000
      *                ERROR HAS BEEN ENCOUNTERED                     * 06900000
      *                                                               * 06910000
      *    CALLED BY:  VARIOUS                                        * 06920000
      *                                                               * 06930000
      ***************************************************************** 06940000
                                                                        06950000
       P99999-ABEND.                                                    06960000
                                                                        06970000
           DISPLAY ' '.                                                 06980000
           DISPLAY WPEA-ERROR-01.                                       06990000
           DISPLAY WPEA-ERROR-02.                                       07000000
           DISPLAY WPEA-ERROR-03.                                       07010000
           DISPLAY WPEA-ERROR-04.                                       07020000
                                                                        07030000
           IF PDA-DB2-ERROR                                             07040000
               DISPLAY WS-PDA-DB2-ERROR-01                              07050000
               DISPLAY WS-PDA-DB2-ERROR-02                              07060000
           ELSE                                                         07070000
               DISPLAY WS-PDA-BATCH-ERROR-01                            07080000
               DISPLAY WS-PDA-BATCH-ERROR-02                            07090000
           END-IF.                                                      07100000
                                                                        07110000
           DISPLAY WPEA-ERROR-04.                                       07120000
           DISPLAY WPEA-ERROR-03.                                       07130000
           DISPLAY WPEA-ERROR-02.                                       07140000
           DISPLAY WPEA-ERROR-01.                                       07150000
           DISPLAY ' '.                                                 07160000
                                                                        07170000
           MOVE 16 TO RETURN-CODE.                                      07180000
                                                                        07190000
           GOBACK.                                                      07200000
                                                                        07210000
       P99999-EXIT.                                                     07220000
           EXIT.                                                        07230000
