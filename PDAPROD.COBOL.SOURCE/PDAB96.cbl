       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB96.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB96                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB96 IS THE WEEKLY FREIGHT SAVINGS      * 00100000
      *             REPORT.  EVERY ORDER SUBMITTED IS RATE-SHOPPED    * 00110000
      *             ACROSS THE ELIGIBLE CARRIERS (PDA009 / PDAS12)    * 00120000
      *             AND LOGGED TO THE RATE_SHOP TABLE WITH THE        * 00130000
      *             CHARGE IT SHIPS AT AND WHAT THE HOUSE DEFAULT     * 00140000
      *             CARRIER WOULD HAVE CHARGED FOR THE SAME WEIGHT.   * 00150000
      *             FOR THE WEEK ON THE CONTROL CARD THE REPORT       * 00160000
      *             LISTS, BY THE CARRIER THE ORDERS SHIPPED BY, THE  * 00170000
      *             ORDER COUNT, THE OPERATOR OVERRIDES, THE FREIGHT  * 00180000
      *             CHARGED, THE DEFAULT CARRIER'S CHARGE AND THE     * 00190000
      *             FREIGHT SAVED, WITH TOTALS AND THE EXTRA COST     * 00200000
      *             OF THE OVERRIDES OVER THE LOWEST CHARGE.  ORDERS  * 00210000
      *             LOGGED WHEN NO DEFAULT CARRIER WAS DEFINED ARE    * 00220000
      *             COUNTED BUT SHOW NO SAVING.                       * 00230000
      *                                                               * 00240000
      *             CONTROL CARD LAYOUT:                              * 00250000
      *               COL  1-13   FROM=CCYYMMDD                       * 00260000
      *               COL 14-25   ' TO=CCYYMMDD'                      * 00270000
      *               COL 26-38   ' PREFIX=NNNNN'                     * 00280000
      *                                                               * 00290000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00300000
      *             RATE_SHOP            -  DB2          (READ-ONLY)  * 00310000
      *             SHIPPER              -  DB2          (READ-ONLY)  * 00320000
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
           EJECT                                                        00510000
       DATA DIVISION.                                                   00520000
                                                                        00530000
       FILE SECTION.                                                    00540000
                                                                        00550000
       FD  CONTROL-CARD                                                 00560000
           LABEL RECORDS ARE STANDARD                                   00570000
           RECORDING MODE IS F                                          00580000
           RECORD CONTAINS 80 CHARACTERS                                00590000
           BLOCK CONTAINS 27920 CHARACTERS.                             00600000
                                                                        00610000
       01  CONTROL-CARD-REC            PIC X(80).                       00620000
           EJECT                                                        00630000
       WORKING-STORAGE SECTION.                                         00640000
                                                                        00650000
      ***************************************************************** 00660000
      *    SWITCHES                                                   * 00670000
      ***************************************************************** 00680000
                                                                        00690000
       01  WS-SWITCHES.                                                 00700000
           05  WS-END-OF-ROWS-SW       PIC X     VALUE 'N'.             00710000
               88  END-OF-ROWS                   VALUE 'Y'.             00720000
           EJECT                                                        00730000
      ***************************************************************** 00740000
      *    MISCELLANEOUS WORK FIELDS                                  * 00750000
      ***************************************************************** 00760000
                                                                        00770000
       01  WS-MISCELLANEOUS-FIELDS.                                     00780000
           03  WS-CARRIERS-LISTED      PIC S9(5) VALUE +0       COMP-3. 00790000
           03  WS-TOTAL-ORDERS         PIC S9(9) VALUE +0       COMP-3. 00800000
           03  WS-TOTAL-OVERRIDES      PIC S9(9) VALUE +0       COMP-3. 00810000
           03  WS-TOTAL-CHARGED        PIC S9(9)V99 VALUE +0    COMP-3. 00820000
           03  WS-TOTAL-DEFAULT        PIC S9(9)V99 VALUE +0    COMP-3. 00830000
           03  WS-TOTAL-SAVED          PIC S9(9)V99 VALUE +0    COMP-3. 00840000
           03  WS-TOTAL-OVERRIDE-COST  PIC S9(9)V99 VALUE +0    COMP-3. 00850000
           EJECT                                                        00860000
      ***************************************************************** 00870000
      *    CONTROL CARD LAYOUT                                        * 00880000
      ***************************************************************** 00890000
                                                                        00900000
       01  WS-CONTROL-CARD.                                             00910000
           03  WS-CC-FROM-KEYWORD      PIC X(5)  VALUE SPACES.          00920000
           03  WS-CC-FROM-DATE         PIC X(8)  VALUE SPACES.          00930000
           03  WS-CC-TO-KEYWORD        PIC X(4)  VALUE SPACES.          00940000
           03  WS-CC-TO-DATE           PIC X(8)  VALUE SPACES.          00950000
           03  WS-CC-PREFIX-KEYWORD    PIC X(8)  VALUE SPACES.          00960000
           03  WS-CC-PREFIX            PIC X(5)  VALUE SPACES.          00970000
           03  FILLER                  PIC X(42) VALUE SPACES.          00980000
           EJECT                                                        00990000
      ***************************************************************** 01000000
      *    CARRIER SUMMARY ROW (HOST VARIABLES FOR THE CURSOR)        * 01010000
      ***************************************************************** 01020000
                                                                        01030000
       01  WS-CARRIER-ROW.                                              01040000
           03  WS-CR-ORDERS            PIC S9(9) VALUE +0       COMP.   01050000
           03  WS-CR-OVERRIDES         PIC S9(9) VALUE +0       COMP.   01060000
           03  WS-CR-CHARGED           PIC S9(9)V99 VALUE +0    COMP-3. 01070000
           03  WS-CR-DEFAULT           PIC S9(9)V99 VALUE +0    COMP-3. 01080000
           03  WS-CR-SAVED             PIC S9(9)V99 VALUE +0    COMP-3. 01090000
           03  WS-CR-OVERRIDE-COST     PIC S9(9)V99 VALUE +0    COMP-3. 01100000
           EJECT                                                        01110000
      ***************************************************************** 01120000
      *    DISPLAY AREA                                               * 01130000
      ***************************************************************** 01140000
                                                                        01150000
       01  WS-DISPLAY-LINES.                                            01160000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01170000
           03  WS-DL-BLANK.                                             01180000
               05  FILLER         PIC X(01) VALUE '*'.                  01190000
               05  FILLER         PIC X(78) VALUE SPACES.               01200000
               05  FILLER         PIC X(01) VALUE '*'.                  01210000
           03  WS-DL-LINE.                                              01220000
               05  FILLER         PIC X(01) VALUE '*'.                  01230000
               05  WS-DL-LINE-TEXT                                      01240000
                                  PIC X(78) VALUE SPACES.               01250000
               05  FILLER         PIC X(01) VALUE '*'.                  01260000
                                                                        01270000
       01  WS-DL-HEADING.                                               01280000
           03  FILLER                  PIC X(01) VALUE '*'.             01290000
           03  FILLER                  PIC X(40) VALUE                  01300000
               '    SHIPPER CARRIER             ORDERS  '.              01310000
           03  FILLER                  PIC X(38) VALUE                  01320000
               'OVRD    CHARGED    DEFAULT      SAVED '.                01330000
           03  FILLER                  PIC X(01) VALUE '*'.             01340000
                                                                        01350000
       01  WS-DL-CARRIER.                                               01360000
           03  FILLER                  PIC X(01) VALUE '*'.             01370000
           03  FILLER                  PIC X(01) VALUE SPACES.          01380000
           03  WS-DL-CA-SHIPPER        PIC Z(9)9.                       01390000
           03  FILLER                  PIC X(01) VALUE SPACES.          01400000
           03  WS-DL-CA-CARRIER        PIC X(20).                       01410000
           03  FILLER                  PIC X(01) VALUE SPACES.          01420000
           03  WS-DL-CA-ORDERS         PIC ZZZZ9.                       01430000
           03  FILLER                  PIC X(01) VALUE SPACES.          01440000
           03  WS-DL-CA-OVERRIDES      PIC ZZZZ9.                       01450000
           03  FILLER                  PIC X(01) VALUE SPACES.          01460000
           03  WS-DL-CA-CHARGED        PIC ZZZ,ZZ9.99.                  01470000
           03  FILLER                  PIC X(01) VALUE SPACES.          01480000
           03  WS-DL-CA-DEFAULT        PIC ZZZ,ZZ9.99.                  01490000
           03  FILLER                  PIC X(01) VALUE SPACES.          01500000
           03  WS-DL-CA-SAVED          PIC ZZZ,ZZ9.99-.                 01510000
           03  FILLER                  PIC X(01) VALUE '*'.             01520000
                                                                        01530000
       01  WS-DL-AMOUNT.                                                01540000
           03  FILLER                  PIC X(01) VALUE '*'.             01550000
           03  FILLER                  PIC X(02) VALUE SPACES.          01560000
           03  WS-DL-AM-TEXT           PIC X(40).                       01570000
           03  WS-DL-AM-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.              01580000
           03  FILLER                  PIC X(22) VALUE SPACES.          01590000
           03  FILLER                  PIC X(01) VALUE '*'.             01600000
                                                                        01610000
       01  WS-DL-COUNT.                                                 01620000
           03  FILLER                  PIC X(01) VALUE '*'.             01630000
           03  FILLER                  PIC X(02) VALUE SPACES.          01640000
           03  WS-DL-CT-TEXT           PIC X(40).                       01650000
           03  WS-DL-CT-COUNT          PIC ZZ,ZZZ,ZZ9.                  01660000
           03  FILLER                  PIC X(26) VALUE SPACES.          01670000
           03  FILLER                  PIC X(01) VALUE '*'.             01680000
           EJECT                                                        01690000
      ***************************************************************** 01700000
      *    DB2  DEFINITIONS                                           * 01710000
      ***************************************************************** 01720000
                                                                        01730000
      ***************************************************************** 01740000
      *         SQL COMMUNICATIONS AREA                               * 01750000
      ***************************************************************** 01760000
                                                                        01770000
           EXEC SQL                                                     01780000
              INCLUDE SQLCA                                             01790000
           END-EXEC.                                                    01800000
           EJECT                                                        01810000
           EXEC SQL                                                     01820000
              INCLUDE DRATESHP                                          01830000
           END-EXEC.                                                    01840000
           EJECT                                                        01850000
           EXEC SQL                                                     01860000
              INCLUDE DSHIPPER                                          01870000
           END-EXEC.                                                    01880000
           EJECT                                                        01890000
      ***************************************************************** 01900000
      *    CARRIER CURSOR -- THE WEEK'S RATE SHOP LOG SUMMED BY THE   * 01910000
      *    CARRIER THE ORDERS SHIPPED BY.  THE SAVING IS THE DEFAULT  * 01920000
      *    CARRIER'S CHARGE LESS THE CHARGE, WHERE A DEFAULT CARRIER  * 01930000
      *    WAS DEFINED; THE OVERRIDE COST IS THE CHARGE LESS THE      * 01940000
      *    LOWEST CHARGE ON OVERRIDDEN ORDERS                         * 01950000
      ***************************************************************** 01960000
                                                                        01970000
           EXEC SQL DECLARE SAVEROWS CURSOR FOR                         01980000
               SELECT   SHIPPER_NUMBER,                                 01990000
                        COUNT(*),                                       02000000
                        SUM(CASE WHEN OVERRIDE = 'Y'                    02010000
                                 THEN 1 ELSE 0 END),                    02020000
                        SUM(FREIGHT_CHARGE),                            02030000
                        SUM(CASE WHEN DEFAULT_SHIPPER > 0               02040000
                                 THEN DEFAULT_CHARGE                    02050000
                                 ELSE FREIGHT_CHARGE END),              02060000
                        SUM(CASE WHEN DEFAULT_SHIPPER > 0               02070000
                                 THEN DEFAULT_CHARGE - FREIGHT_CHARGE   02080000
                                 ELSE 0 END),                           02090000
                        SUM(CASE WHEN OVERRIDE = 'Y'                    02100000
                                 THEN FREIGHT_CHARGE - LOWEST_CHARGE    02110000
                                 ELSE 0 END)                            02120000
               FROM     RATE_SHOP                                       02130000
               WHERE    PREFIX = :WS-CC-PREFIX                          02140000
                 AND    SUBMIT_DATE >= :WS-CC-FROM-DATE                 02150000
                 AND    SUBMIT_DATE <= :WS-CC-TO-DATE                   02160000
               GROUP BY SHIPPER_NUMBER                                  02170000
               ORDER BY SHIPPER_NUMBER                                  02180000
           END-EXEC.                                                    02190000
           EJECT                                                        02200000
      ***************************************************************** 02210000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02220000
      ***************************************************************** 02230000
                                                                        02240000
           COPY PDAERRWS.                                               02250000
                                                                        02260000
       01  WS-PDA-BATCH-ERROR-01.                                       02270000
           05  FILLER             PIC X     VALUE SPACES.               02280000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02290000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02300000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB96'.             02310000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02320000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02330000
                                                                        02340000
       01  WS-PDA-BATCH-ERROR-02.                                       02350000
           05  FILLER             PIC X(8)  VALUE SPACES.               02360000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02370000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02380000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02390000
           EJECT                                                        02400000
      ***************************************************************** 02410000
      *    P R O C E D U R E    D I V I S I O N                       * 02420000
      ***************************************************************** 02430000
                                                                        02440000
       PROCEDURE DIVISION.                                              02450000
                                                                        02460000
      ***************************************************************** 02470000
      *                                                               * 02480000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02490000
      *                                                               * 02500000
      *    FUNCTION :  PROGRAM ENTRY.  READ THE CONTROL CARD, LIST    * 02510000
      *                THE WEEK'S FREIGHT BY CARRIER AND PRINT THE    * 02520000
      *                TOTALS                                         * 02530000
      *                                                               * 02540000
      *    CALLED BY:  NONE                                           * 02550000
      *                                                               * 02560000
      ***************************************************************** 02570000
                                                                        02580000
       P00000-MAINLINE.                                                 02590000
                                                                        02600000
           OPEN INPUT CONTROL-CARD.                                     02610000
                                                                        02620000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       02630000
               AT END                                                   02640000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          02650000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      02660000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               02670000
                                                                        02680000
           CLOSE CONTROL-CARD.                                          02690000
                                                                        02700000
           IF WS-CC-FROM-KEYWORD NOT = 'FROM='                          02710000
              OR WS-CC-TO-KEYWORD NOT = ' TO='                          02720000
              OR WS-CC-PREFIX-KEYWORD NOT = ' PREFIX='                  02730000
              OR WS-CC-FROM-DATE NOT NUMERIC                            02740000
              OR WS-CC-TO-DATE NOT NUMERIC                              02750000
              OR WS-CC-PREFIX NOT NUMERIC                               02760000
              OR WS-CC-FROM-DATE > WS-CC-TO-DATE                        02770000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              02780000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02790000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02800000
           END-IF.                                                      02810000
                                                                        02820000
           DISPLAY ' '.                                                 02830000
           DISPLAY WS-DL-ASTERISK.                                      02840000
           DISPLAY WS-DL-BLANK.                                         02850000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              02860000
           STRING '  PDAB96 - FREIGHT SAVINGS VS DEFAULT CARRIER '      02870000
                  WS-CC-FROM-DATE ' TO ' WS-CC-TO-DATE                  02880000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  02890000
           DISPLAY WS-DL-LINE.                                          02900000
           DISPLAY WS-DL-BLANK.                                         02910000
           DISPLAY WS-DL-ASTERISK.                                      02920000
           DISPLAY WS-DL-BLANK.                                         02930000
           DISPLAY WS-DL-HEADING.                                       02940000
           DISPLAY WS-DL-BLANK.                                         02950000
                                                                        02960000
           EXEC SQL                                                     02970000
               OPEN SAVEROWS                                            02980000
           END-EXEC.                                                    02990000
                                                                        03000000
           IF SQLCODE NOT = +0                                          03010000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          03020000
               MOVE 'PDAB96' TO WPDE-PROGRAM-ID                         03030000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         03040000
               MOVE 'OPEN SAVEROWS' TO WPDE-FUNCTION                    03050000
               MOVE 'P00000' TO WPDE-PARAGRAPH                          03060000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03070000
           END-IF.                                                      03080000
                                                                        03090000
           PERFORM P10000-LIST-CARRIER THRU P10000-EXIT                 03100000
               UNTIL END-OF-ROWS.                                       03110000
                                                                        03120000
           EXEC SQL                                                     03130000
               CLOSE SAVEROWS                                           03140000
           END-EXEC.                                                    03150000
                                                                        03160000
           IF WS-CARRIERS-LISTED = ZEROES                               03170000
               MOVE '  NO ORDERS RATE-SHOPPED IN THE WEEK'              03180000
                   TO WS-DL-LINE-TEXT                                   03190000
               DISPLAY WS-DL-LINE                                       03200000
           END-IF.                                                      03210000
                                                                        03220000
           PERFORM P20000-PRINT-TOTALS THRU P20000-EXIT.                03230000
                                                                        03240000
           DISPLAY WS-DL-BLANK.                                         03250000
           DISPLAY WS-DL-ASTERISK.                                      03260000
           DISPLAY ' '.                                                 03270000
           DISPLAY 'PDAB96 - CARRIERS LISTED      '                     03280000
               WS-CARRIERS-LISTED.                                      03290000
           DISPLAY 'PDAB96 - ORDERS RATE-SHOPPED  '                     03300000
               WS-TOTAL-ORDERS.                                         03310000
           DISPLAY ' '.                                                 03320000
                                                                        03330000
           MOVE ZEROES TO RETURN-CODE.                                  03340000
                                                                        03350000
           GOBACK.                                                      03360000
                                                                        03370000
       P00000-EXIT.                                                     03380000
           EXIT.                                                        03390000
           EJECT                                                        03400000
      ***************************************************************** 03410000
      *                                                               * 03420000
      *    PARAGRAPH:  P10000-LIST-CARRIER                            * 03430000
      *                                                               * 03440000
      *    FUNCTION :  FETCH ONE CARRIER'S WEEK, LOOK UP ITS NAME,    * 03450000
      *                PRINT IT AND ADD IT TO THE TOTALS              * 03460000
      *                                                               * 03470000
      *    CALLED BY:  P00000-MAINLINE                                * 03480000
      *                                                               * 03490000
      ***************************************************************** 03500000
                                                                        03510000
       P10000-LIST-CARRIER.                                             03520000
                                                                        03530000
           EXEC SQL                                                     03540000
               FETCH  SAVEROWS                                          03550000
               INTO   :RATE-SHOP-SHIPPER-NUMBER,                        03560000
                      :WS-CR-ORDERS,                                    03570000
                      :WS-CR-OVERRIDES,                                 03580000
                      :WS-CR-CHARGED,                                   03590000
                      :WS-CR-DEFAULT,                                   03600000
                      :WS-CR-SAVED,                                     03610000
                      :WS-CR-OVERRIDE-COST                              03620000
           END-EXEC.                                                    03630000
                                                                        03640000
           EVALUATE TRUE                                                03650000
               WHEN SQLCODE = +100                                      03660000
                   MOVE 'Y' TO WS-END-OF-ROWS-SW                        03670000
                   GO TO P10000-EXIT                                    03680000
               WHEN SQLCODE NOT = +0                                    03690000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      03700000
                   MOVE 'PDAB96' TO WPDE-PROGRAM-ID                     03710000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     03720000
                   MOVE 'FETCH SAVEROWS' TO WPDE-FUNCTION               03730000
                   MOVE 'P10000' TO WPDE-PARAGRAPH                      03740000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03750000
           END-EVALUATE.                                                03760000
                                                                        03770000
           MOVE RATE-SHOP-SHIPPER-NUMBER TO SHIPPER-NUMBER.             03780000
           MOVE '*** NOT ON FILE ***' TO SHIPPER-CARRIER-NAME.          03790000
                                                                        03800000
           EXEC SQL                                                     03810000
               SELECT  CARRIER_NAME                                     03820000
               INTO    :SHIPPER-CARRIER-NAME                            03830000
               FROM    SHIPPER                                          03840000
               WHERE   SHIPPER_NUMBER = :SHIPPER-NUMBER                 03850000
           END-EXEC.                                                    03860000
                                                                        03870000
           EVALUATE TRUE                                                03880000
               WHEN SQLCODE = +0                                        03890000
               WHEN SQLCODE = +100                                      03900000
                   CONTINUE                                             03910000
               WHEN OTHER                                               03920000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      03930000
                   MOVE 'PDAB96' TO WPDE-PROGRAM-ID                     03940000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     03950000
                   MOVE 'SELECT SHIPPER NAME' TO WPDE-FUNCTION          03960000
                   MOVE 'P10000' TO WPDE-PARAGRAPH                      03970000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03980000
           END-EVALUATE.                                                03990000
                                                                        04000000
           MOVE RATE-SHOP-SHIPPER-NUMBER TO WS-DL-CA-SHIPPER.           04010000
           MOVE SHIPPER-CARRIER-NAME TO WS-DL-CA-CARRIER.               04020000
           MOVE WS-CR-ORDERS TO WS-DL-CA-ORDERS.                        04030000
           MOVE WS-CR-OVERRIDES TO WS-DL-CA-OVERRIDES.                  04040000
           MOVE WS-CR-CHARGED TO WS-DL-CA-CHARGED.                      04050000
           MOVE WS-CR-DEFAULT TO WS-DL-CA-DEFAULT.                      04060000
           MOVE WS-CR-SAVED TO WS-DL-CA-SAVED.                          04070000
           DISPLAY WS-DL-CARRIER.                                       04080000
                                                                        04090000
           ADD +1 TO WS-CARRIERS-LISTED.                                04100000
           ADD WS-CR-ORDERS TO WS-TOTAL-ORDERS.                         04110000
           ADD WS-CR-OVERRIDES TO WS-TOTAL-OVERRIDES.                   04120000
           ADD WS-CR-CHARGED TO WS-TOTAL-CHARGED.                       04130000
           ADD WS-CR-DEFAULT TO WS-TOTAL-DEFAULT.                       04140000
           ADD WS-CR-SAVED TO WS-TOTAL-SAVED.                           04150000
           ADD WS-CR-OVERRIDE-COST TO WS-TOTAL-OVERRIDE-COST.           04160000
                                                                        04170000
       P10000-EXIT.                                                     04180000
           EXIT.                                                        04190000
           EJECT                                                        04200000
      ***************************************************************** 04210000
      *                                                               * 04220000
      *    PARAGRAPH:  P20000-PRINT-TOTALS                            * 04230000
      *                                                               * 04240000
      *    FUNCTION :  PRINT THE WEEK'S TOTALS -- ORDERS, OVERRIDES,  * 04250000
      *                FREIGHT CHARGED, THE DEFAULT CARRIER'S CHARGE, * 04260000
      *                THE SAVING AND THE COST OF THE OVERRIDES       * 04270000
      *                                                               * 04280000
      *    CALLED BY:  P00000-MAINLINE                                * 04290000
      *                                                               * 04300000
      ***************************************************************** 04310000
                                                                        04320000
       P20000-PRINT-TOTALS.                                             04330000
                                                                        04340000
           DISPLAY WS-DL-BLANK.                                         04350000
                                                                        04360000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04370000
           MOVE '  WEEK TOTALS' TO WS-DL-LINE-TEXT.                     04380000
           DISPLAY WS-DL-LINE.                                          04390000
                                                                        04400000
           MOVE '  ORDERS RATE-SHOPPED' TO WS-DL-CT-TEXT.               04410000
           MOVE WS-TOTAL-ORDERS TO WS-DL-CT-COUNT.                      04420000
           DISPLAY WS-DL-COUNT.                                         04430000
                                                                        04440000
           MOVE '  OPERATOR OVERRIDES' TO WS-DL-CT-TEXT.                04450000
           MOVE WS-TOTAL-OVERRIDES TO WS-DL-CT-COUNT.                   04460000
           DISPLAY WS-DL-COUNT.                                         04470000
                                                                        04480000
           MOVE '  FREIGHT CHARGED' TO WS-DL-AM-TEXT.                   04490000
           MOVE WS-TOTAL-CHARGED TO WS-DL-AM-AMOUNT.                    04500000
           DISPLAY WS-DL-AMOUNT.                                        04510000
                                                                        04520000
           MOVE '  DEFAULT CARRIER WOULD HAVE CHARGED' TO WS-DL-AM-TEXT.04530000
           MOVE WS-TOTAL-DEFAULT TO WS-DL-AM-AMOUNT.                    04540000
           DISPLAY WS-DL-AMOUNT.                                        04550000
                                                                        04560000
           MOVE '  FREIGHT SAVED VS DEFAULT CARRIER' TO WS-DL-AM-TEXT.  04570000
           MOVE WS-TOTAL-SAVED TO WS-DL-AM-AMOUNT.                      04580000
           DISPLAY WS-DL-AMOUNT.                                        04590000
                                                                        04600000
           MOVE '  OVERRIDE COST OVER LOWEST CHARGE' TO WS-DL-AM-TEXT.  04610000
           MOVE WS-TOTAL-OVERRIDE-COST TO WS-DL-AM-AMOUNT.              04620000
           DISPLAY WS-DL-AMOUNT.                                        04630000
                                                                        04640000
       P20000-EXIT.                                                     04650000
           EXIT.                                                        04660000
           EJECT                                                        04670000
      ***************************************************************** 04680000
      *                                                               * 04690000
      *    PARAGRAPH:  P99999-ABEND                                   * 04700000
      *                                                               * 04710000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 04720000
      *                ERROR HAS BEEN ENCOUNTERED                     * 04730000
      *                                                               * 04740000
      *    CALLED BY:  VARIOUS                                        * 04750000
      *                                                               * 04760000
      ***************************************************************** 04770000
                                                                        04780000
       P99999-ABEND.                                                    04790000
                                                                        04800000
           DISPLAY ' '.                                                 04810000
           DISPLAY WPEA-ERROR-01.                                       04820000
           DISPLAY WPEA-ERROR-02.                                       04830000
           DISPLAY WPEA-ERROR-03.                                       04840000
           DISPLAY WPEA-ERROR-04.                                       04850000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               04860000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               04870000
           DISPLAY WPEA-ERROR-04.                                       04880000
           DISPLAY WPEA-ERROR-03.                                       04890000
           DISPLAY WPEA-ERROR-02.                                       04900000
           DISPLAY WPEA-ERROR-01.                                       04910000
           DISPLAY ' '.                                                 04920000
                                                                        04930000
           MOVE 16 TO RETURN-CODE.                                      04940000
                                                                        04950000
           GOBACK.                                                      04960000
                                                                        04970000
       P99999-EXIT.                                                     04980000
           EXIT.                                                        04990000
