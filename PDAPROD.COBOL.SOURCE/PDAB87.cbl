       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB87.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB87                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB87 IS THE MONTH-END FINANCE CHARGE    * 00100000
      *             BATCH FOR ACCOUNTS RECEIVABLE.  EVERY OPEN        * 00110000
      *             INVOICE ITEM WHOSE BALANCE IS PAST DUE BY MORE    * 00120000
      *             THAN THE GRACE DAYS IS CHARGED THE MONTHLY RATE   * 00130000
      *             FOR ITS PREFIX (RAISED TO THE MINIMUM CHARGE)     * 00140000
      *             FROM THE FINANCE_CHARGE_PARM TABLE.  EACH CHARGE  * 00150000
      *             IS WRITTEN AS ITS OWN AR OPEN ITEM OF TYPE F SO   * 00160000
      *             IT IS STATED, AGED AND DUNNED WITH THE INVOICES,  * 00170000
      *             AND A FINANCE CHARGE REGISTER IS PRINTED FOR      * 00180000
      *             ACCOUNTING.                                       * 00190000
      *                                                               * 00200000
      *             CUSTOMERS FLAGGED FINANCE CHARGE EXEMPT ON THE    * 00210000
      *             CUSTOMER MASTER ARE SKIPPED, AS ARE PREFIXES WITH * 00220000
      *             NO PARAMETER ROW.  FINANCE CHARGE ITEMS ARE NEVER * 00230000
      *             THEMSELVES CHARGED, AND AN INVOICE ITEM IS        * 00240000
      *             CHARGED AT MOST ONCE A MONTH SO THE BATCH CAN BE  * 00250000
      *             RERUN SAFELY.                                     * 00260000
      *                                                               * 00270000
      * FILES   :   AR OPEN ITEM FILE    -  VSAM KSDS    (UPDATE)     * 00280000
      *             CUSTOMER MASTER      -  VSAM KSDS    (READ-ONLY)  * 00290000
      *             FINANCE_CHARGE_PARM  -  DB2          (READ-ONLY)  * 00300000
      *                                                               * 00310000
      ***************************************************************** 00320000
      *             PROGRAM CHANGE LOG                                * 00330000
      *             -------------------                               * 00340000
      *                                                               * 00350000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00360000
      *  --------   --------------------  --------------------------  * 00370000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00380000
      *                                                               * 00390000
      ***************************************************************** 00400000
           EJECT                                                        00410000
       ENVIRONMENT DIVISION.                                            00420000
                                                                        00430000
       INPUT-OUTPUT SECTION.                                            00440000
                                                                        00450000
       FILE-CONTROL.                                                    00460000
                                                                        00470000
           SELECT VSAM-ARBAL           ASSIGN TO VARBAL                 00480000
                                       ORGANIZATION IS INDEXED          00490000
                                       ACCESS IS DYNAMIC                00500000
                                       RECORD KEY IS AR-KEY             00510000
                                       FILE STATUS IS WS-ARBAL-STATUS.  00520000
                                                                        00530000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00540000
                                       ORGANIZATION IS INDEXED          00550000
                                       ACCESS IS RANDOM                 00560000
                                       RECORD KEY IS CUSTOMER-KEY       00570000
                                       FILE STATUS IS                   00580000
                                           WS-CUSTOMER-STATUS.          00590000
           EJECT                                                        00600000
       DATA DIVISION.                                                   00610000
                                                                        00620000
       FILE SECTION.                                                    00630000
                                                                        00640000
       FD  VSAM-ARBAL                                                   00650000
           RECORD CONTAINS 128 CHARACTERS.                              00660000
                                                                        00670000
           COPY VARBAL.                                                 00680000
                                                                        00690000
       FD  VSAM-CUSTOMER                                                00700000
           RECORD CONTAINS 800 CHARACTERS.                              00710000
                                                                        00720000
           COPY VCUSTOMR.                                               00730000
           EJECT                                                        00740000
       WORKING-STORAGE SECTION.                                         00750000
                                                                        00760000
      ***************************************************************** 00770000
      *    SWITCHES                                                   * 00780000
      ***************************************************************** 00790000
                                                                        00800000
       01  WS-SWITCHES.                                                 00810000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00820000
               88  END-OF-PROCESS                VALUE 'Y'.             00830000
           05  WS-PARM-FOUND-SW        PIC X     VALUE 'N'.             00840000
               88  PARM-FOUND                    VALUE 'Y'.             00850000
           05  WS-CUSTOMER-EXEMPT-SW   PIC X     VALUE 'N'.             00860000
               88  CUSTOMER-EXEMPT               VALUE 'Y'.             00870000
           EJECT                                                        00880000
      ***************************************************************** 00890000
      *    MISCELLANEOUS WORK FIELDS                                  * 00900000
      ***************************************************************** 00910000
                                                                        00920000
       01  WS-MISCELLANEOUS-FIELDS.                                     00930000
           03  WS-ARBAL-STATUS         PIC XX    VALUE SPACES.          00940000
               88  ARBALF-OK                     VALUE '  ' '00'.       00950000
               88  ARBALF-EMPTY                  VALUE '47' '35'.       00960000
               88  ARBALF-END                    VALUE '10'.            00970000
               88  ARBALF-DUPLICATE              VALUE '22'.            00980000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          00990000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01000000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01010000
           03  WS-ITEMS-READ           PIC S9(7) VALUE +0       COMP-3. 01020000
           03  WS-ITEMS-EXEMPT         PIC S9(7) VALUE +0       COMP-3. 01030000
           03  WS-ITEMS-NO-PARM        PIC S9(7) VALUE +0       COMP-3. 01040000
           03  WS-CHARGES-WRITTEN      PIC S9(7) VALUE +0       COMP-3. 01050000
           03  WS-BALANCES-CHARGED     PIC S9(9)V99                     01060000
                                                 VALUE +0       COMP-3. 01070000
           03  WS-DOLLARS-CHARGED      PIC S9(9)V99                     01080000
                                                 VALUE +0       COMP-3. 01090000
           03  WS-CHARGE-AMOUNT        PIC S9(9)V99                     01100000
                                                 VALUE +0       COMP-3. 01110000
           03  WS-PARENT-ORDER         PIC 9(10) VALUE ZEROES.          01120000
           03  WS-PARENT-BALANCE       PIC S9(9)V99                     01130000
                                                 VALUE +0       COMP-3. 01140000
           03  WS-AGE-DATE             PIC 9(8)  VALUE ZEROES.          01150000
           03  WS-LAST-PREFIX          PIC X(5)  VALUE LOW-VALUES.      01160000
           03  WS-LAST-CUSTOMER-KEY    PIC X(37) VALUE LOW-VALUES.      01170000
           03  WS-DATE.                                                 01180000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01190000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01200000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01210000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01220000
                                       PIC 9(8).                        01230000
      ***************************************************************** 01240000
      *    FINANCE CHARGE ITEM NUMBER -- 9 FOLLOWED BY THE RUN YEAR   * 01250000
      *    AND MONTH (YYMM) AND A SEQUENCE BUMPED PAST ANY NUMBER     * 01260000
      *    ALREADY USED FOR THE CUSTOMER                              * 01270000
      ***************************************************************** 01280000
           03  WS-FC-ORDER.                                             01290000
               05  WS-FC-ORDER-FLAG    PIC X     VALUE '9'.             01300000
               05  WS-FC-ORDER-YYMM    PIC X(4)  VALUE SPACES.          01310000
               05  WS-FC-ORDER-SEQ     PIC 9(5)  VALUE ZEROES.          01320000
           03  WS-FC-ORDER-N REDEFINES WS-FC-ORDER                      01330000
                                       PIC 9(10).                       01340000
           EJECT                                                        01350000
      ***************************************************************** 01360000
      *    PDAS01 AGING SUBROUTINE PARAMETERS                         * 01370000
      ***************************************************************** 01380000
                                                                        01390000
           COPY PDAS01CY.                                               01400000
           EJECT                                                        01410000
      ***************************************************************** 01420000
      *    DISPLAY AREA                                               * 01430000
      ***************************************************************** 01440000
                                                                        01450000
       01  WS-DISPLAY-LINES.                                            01460000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01470000
           03  WS-DL-BLANK.                                             01480000
               05  FILLER         PIC X(01) VALUE '*'.                  01490000
               05  FILLER         PIC X(78) VALUE SPACES.               01500000
               05  FILLER         PIC X(01) VALUE '*'.                  01510000
           03  WS-DL-LINE.                                              01520000
               05  FILLER         PIC X(01) VALUE '*'.                  01530000
               05  WS-DL-LINE-TEXT                                      01540000
                                  PIC X(78) VALUE SPACES.               01550000
               05  FILLER         PIC X(01) VALUE '*'.                  01560000
           03  WS-DL-TOTAL.                                             01570000
               05  FILLER         PIC X(01) VALUE '*'.                  01580000
               05  FILLER         PIC X(41) VALUE SPACES.               01590000
               05  WS-DL-T-CNT    PIC ZZZ,ZZZ,ZZ9.99.                   01600000
               05  FILLER         PIC X(3)  VALUE ' - '.                01610000
               05  WS-DL-T-TITLE  PIC X(20) VALUE SPACES.               01620000
               05  FILLER         PIC X(01) VALUE '*'.                  01630000
           03  WS-DL-NO-PARM.                                           01640000
               05  FILLER         PIC X(01) VALUE '*'.                  01650000
               05  FILLER         PIC X(09) VALUE '  PREFIX '.          01660000
               05  WS-DL-NP-PREFIX                                      01670000
                                  PIC X(05) VALUE SPACES.               01680000
               05  FILLER         PIC X(40) VALUE                       01690000
                   ' HAS NO FINANCE CHARGE PARAMETERS -- NOT'.          01700000
               05  FILLER         PIC X(24) VALUE                       01710000
                   ' CHARGED'.                                          01720000
               05  FILLER         PIC X(01) VALUE '*'.                  01730000
           EJECT                                                        01740000
      ***************************************************************** 01750000
      *    FINANCE CHARGE REGISTER LINES                              * 01760000
      ***************************************************************** 01770000
                                                                        01780000
       01  WS-DL-FC-HEADING.                                            01790000
           03  FILLER                  PIC X(01) VALUE '*'.             01800000
           03  FILLER                  PIC X(19) VALUE                  01810000
               ' CUSTOMER'.                                             01820000
           03  FILLER                  PIC X(15) VALUE                  01830000
               '     PAST DUE'.                                         01840000
           03  FILLER                  PIC X(14) VALUE                  01850000
               '   CHARGE ITEM'.                                        01860000
           03  FILLER                  PIC X(12) VALUE                  01870000
               '    BALANCE'.                                           01880000
           03  FILLER                  PIC X(18) VALUE                  01890000
               ' DAYS    CHARGE'.                                       01900000
           03  FILLER                  PIC X(01) VALUE '*'.             01910000
                                                                        01920000
       01  WS-DL-FINANCE-CHARGE.                                        01930000
           03  FILLER                  PIC X(01) VALUE '*'.             01940000
           03  FILLER                  PIC X(01) VALUE SPACES.          01950000
           03  WS-DL-FC-CUSTOMER       PIC X(18) VALUE SPACES.          01960000
           03  FILLER                  PIC X(05) VALUE ' ORD '.         01970000
           03  WS-DL-FC-ORDER          PIC 9(10) VALUE ZEROES.          01980000
           03  FILLER                  PIC X(04) VALUE ' FC '.          01990000
           03  WS-DL-FC-ITEM           PIC 9(10) VALUE ZEROES.          02000000
           03  FILLER                  PIC X(01) VALUE SPACES.          02010000
           03  WS-DL-FC-BALANCE        PIC ZZZ,ZZ9.99.                  02020000
           03  FILLER                  PIC X(01) VALUE SPACES.          02030000
           03  WS-DL-FC-DAYS           PIC ZZZZ9.                       02040000
           03  FILLER                  PIC X(01) VALUE SPACES.          02050000
           03  WS-DL-FC-CHARGE         PIC ZZ,ZZ9.99.                   02060000
           03  FILLER                  PIC X(03) VALUE SPACES.          02070000
           03  FILLER                  PIC X(01) VALUE '*'.             02080000
           EJECT                                                        02090000
      ***************************************************************** 02100000
      *    DB2  DEFINITIONS                                           * 02110000
      ***************************************************************** 02120000
                                                                        02130000
      ***************************************************************** 02140000
      *         SQL COMMUNICATIONS AREA                               * 02150000
      ***************************************************************** 02160000
                                                                        02170000
           EXEC SQL                                                     02180000
              INCLUDE SQLCA                                             02190000
           END-EXEC.                                                    02200000
           EJECT                                                        02210000
           EXEC SQL                                                     02220000
              INCLUDE DFINCHG                                           02230000
           END-EXEC.                                                    02240000
           EJECT                                                        02250000
      ***************************************************************** 02260000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02270000
      ***************************************************************** 02280000
                                                                        02290000
           COPY PDAERRWS.                                               02300000
                                                                        02310000
       01  WS-PDA-BATCH-ERROR-01.                                       02320000
           05  FILLER             PIC X     VALUE SPACES.               02330000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02340000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02350000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB87'.             02360000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02370000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02380000
                                                                        02390000
       01  WS-PDA-BATCH-ERROR-02.                                       02400000
           05  FILLER             PIC X(8)  VALUE SPACES.               02410000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02420000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02430000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02440000
           EJECT                                                        02450000
      ***************************************************************** 02460000
      *    P R O C E D U R E    D I V I S I O N                       * 02470000
      ***************************************************************** 02480000
                                                                        02490000
       PROCEDURE DIVISION.                                              02500000
                                                                        02510000
      ***************************************************************** 02520000
      *                                                               * 02530000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02540000
      *                                                               * 02550000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES AND SWEEP THE   * 02560000
      *                AR FILE                                        * 02570000
      *                                                               * 02580000
      *    CALLED BY:  NONE                                           * 02590000
      *                                                               * 02600000
      ***************************************************************** 02610000
                                                                        02620000
       P00000-MAINLINE.                                                 02630000
                                                                        02640000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02650000
           MOVE WS-DATE(3:4) TO WS-FC-ORDER-YYMM.                       02660000
                                                                        02670000
           DISPLAY ' '.                                                 02680000
           DISPLAY WS-DL-ASTERISK.                                      02690000
           DISPLAY WS-DL-BLANK.                                         02700000
           MOVE '  PDAB87 - AR FINANCE CHARGE REGISTER'                 02710000
               TO WS-DL-LINE-TEXT.                                      02720000
           DISPLAY WS-DL-LINE.                                          02730000
           DISPLAY WS-DL-BLANK.                                         02740000
           DISPLAY WS-DL-ASTERISK.                                      02750000
           DISPLAY WS-DL-FC-HEADING.                                    02760000
           DISPLAY ' '.                                                 02770000
                                                                        02780000
           OPEN I-O VSAM-ARBAL.                                         02790000
                                                                        02800000
           IF ARBALF-EMPTY                                              02810000
               GO TO P00000-GOBACK                                      02820000
           END-IF.                                                      02830000
                                                                        02840000
           IF NOT ARBALF-OK                                             02850000
               MOVE 'OPEN AR OPEN ITEM FILE FAILED' TO WPBE-MESSAGE     02860000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 02870000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02880000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02890000
           END-IF.                                                      02900000
                                                                        02910000
           OPEN INPUT VSAM-CUSTOMER.                                    02920000
                                                                        02930000
           IF NOT CUSTOMER-OK                                           02940000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         02950000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              02960000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02970000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02980000
           END-IF.                                                      02990000
                                                                        03000000
           PERFORM P10000-PROCESS-AR-ITEM THRU P10000-EXIT              03010000
               UNTIL END-OF-PROCESS.                                    03020000
                                                                        03030000
           CLOSE VSAM-ARBAL                                             03040000
                 VSAM-CUSTOMER.                                         03050000
                                                                        03060000
       P00000-GOBACK.                                                   03070000
                                                                        03080000
           DISPLAY ' '.                                                 03090000
           DISPLAY WS-DL-ASTERISK.                                      03100000
                                                                        03110000
           MOVE 'AR ITEMS READ' TO WS-DL-T-TITLE.                       03120000
           MOVE WS-ITEMS-READ TO WS-DL-T-CNT.                           03130000
           DISPLAY WS-DL-TOTAL.                                         03140000
                                                                        03150000
           MOVE 'EXEMPT ITEMS SKIPPED' TO WS-DL-T-TITLE.                03160000
           MOVE WS-ITEMS-EXEMPT TO WS-DL-T-CNT.                         03170000
           DISPLAY WS-DL-TOTAL.                                         03180000
                                                                        03190000
           MOVE 'ITEMS WITHOUT PARMS' TO WS-DL-T-TITLE.                 03200000
           MOVE WS-ITEMS-NO-PARM TO WS-DL-T-CNT.                        03210000
           DISPLAY WS-DL-TOTAL.                                         03220000
                                                                        03230000
           MOVE 'CHARGES WRITTEN' TO WS-DL-T-TITLE.                     03240000
           MOVE WS-CHARGES-WRITTEN TO WS-DL-T-CNT.                      03250000
           DISPLAY WS-DL-TOTAL.                                         03260000
                                                                        03270000
           MOVE 'PAST DUE CHARGED ON' TO WS-DL-T-TITLE.                 03280000
           MOVE WS-BALANCES-CHARGED TO WS-DL-T-CNT.                     03290000
           DISPLAY WS-DL-TOTAL.                                         03300000
                                                                        03310000
           MOVE 'FINANCE CHARGES' TO WS-DL-T-TITLE.                     03320000
           MOVE WS-DOLLARS-CHARGED TO WS-DL-T-CNT.                      03330000
           DISPLAY WS-DL-TOTAL.                                         03340000
                                                                        03350000
           DISPLAY WS-DL-ASTERISK.                                      03360000
           DISPLAY ' '.                                                 03370000
                                                                        03380000
           MOVE ZEROES TO RETURN-CODE.                                  03390000
                                                                        03400000
           GOBACK.                                                      03410000
                                                                        03420000
       P00000-EXIT.                                                     03430000
           EXIT.                                                        03440000
           EJECT                                                        03450000
      ***************************************************************** 03460000
      *                                                               * 03470000
      *    PARAGRAPH:  P10000-PROCESS-AR-ITEM                         * 03480000
      *                                                               * 03490000
      *    FUNCTION :  READ THE NEXT AR ITEM AND CHARGE IT WHEN IT IS * 03500000
      *                AN OPEN INVOICE ITEM PAST DUE BEYOND THE GRACE * 03510000
      *                DAYS FOR A CUSTOMER WHO IS NOT EXEMPT          * 03520000
      *                                                               * 03530000
      *    CALLED BY:  P00000-MAINLINE                                * 03540000
      *                                                               * 03550000
      ***************************************************************** 03560000
                                                                        03570000
       P10000-PROCESS-AR-ITEM.                                          03580000
                                                                        03590000
           READ VSAM-ARBAL NEXT RECORD.                                 03600000
                                                                        03610000
           IF ARBALF-END                                                03620000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         03630000
               GO TO P10000-EXIT                                        03640000
           END-IF.                                                      03650000
                                                                        03660000
           IF NOT ARBALF-OK                                             03670000
               MOVE 'READ AR OPEN ITEM FAILED' TO WPBE-MESSAGE          03680000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 03690000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          03700000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03710000
           END-IF.                                                      03720000
                                                                        03730000
           ADD +1 TO WS-ITEMS-READ.                                     03740000
                                                                        03750000
           IF NOT AR-OPEN                                               03760000
              OR AR-FINANCE-CHARGE                                      03770000
              OR AR-BALANCE-DUE NOT > ZEROES                            03780000
               GO TO P10000-EXIT                                        03790000
           END-IF.                                                      03800000
                                                                        03810000
      ***************************************************************** 03820000
      *    ONE CHARGE PER ITEM PER MONTH -- A RERUN SKIPS ITEMS       * 03830000
      *    ALREADY CHARGED THIS MONTH                                 * 03840000
      ***************************************************************** 03850000
                                                                        03860000
           IF AR-LAST-FIN-CHG-DATE NUMERIC                              03870000
              AND AR-LAST-FIN-CHG-DATE(1:6) = WS-DATE(1:6)              03880000
               GO TO P10000-EXIT                                        03890000
           END-IF.                                                      03900000
                                                                        03910000
           IF AR-PRE NOT = WS-LAST-PREFIX                               03920000
               PERFORM P20000-GET-PARAMETERS THRU P20000-EXIT           03930000
           END-IF.                                                      03940000
                                                                        03950000
           IF NOT PARM-FOUND                                            03960000
               ADD +1 TO WS-ITEMS-NO-PARM                               03970000
               GO TO P10000-EXIT                                        03980000
           END-IF.                                                      03990000
                                                                        04000000
           IF AR-PRE NOT = WS-LAST-CUSTOMER-KEY(1:5)                    04010000
              OR AR-CUSTOMER-ID NOT = WS-LAST-CUSTOMER-KEY(6:32)        04020000
               PERFORM P30000-CHECK-CUSTOMER THRU P30000-EXIT           04030000
           END-IF.                                                      04040000
                                                                        04050000
           IF CUSTOMER-EXEMPT                                           04060000
               ADD +1 TO WS-ITEMS-EXEMPT                                04070000
               GO TO P10000-EXIT                                        04080000
           END-IF.                                                      04090000
                                                                        04100000
      ***************************************************************** 04110000
      *    AGE FROM THE DUE DATE (THE ORDER DATE WHEN THE ITEM CARRIES *04120000
      *    NO TERMS) IN CALENDAR DAYS                                 * 04130000
      ***************************************************************** 04140000
                                                                        04150000
           IF AR-DUE-DATE NUMERIC                                       04160000
              AND AR-DUE-DATE > ZEROES                                  04170000
               MOVE AR-DUE-DATE TO WS-AGE-DATE                          04180000
           ELSE                                                         04190000
               MOVE AR-ORDER-DATE TO WS-AGE-DATE                        04200000
           END-IF.                                                      04210000
                                                                        04220000
           MOVE SPACES TO PDAS01-PARMS.                                 04230000
           MOVE AR-ORDER-NUMBER TO PDAS01-ORDER-NUMBER.                 04240000
           MOVE WS-AGE-DATE(1:4) TO PDAS01-OD-YEAR.                     04250000
           MOVE WS-AGE-DATE(5:2) TO PDAS01-OD-MONTH.                    04260000
           MOVE WS-AGE-DATE(7:2) TO PDAS01-OD-DAY.                      04270000
           MOVE ZEROES TO PDAS01-ORDER-COUNT                            04280000
                          PDAS01-ORDER-DOLLAR-AMT.                      04290000
                                                                        04300000
           CALL 'PDAS01' USING PDAS01-PARMS.                            04310000
                                                                        04320000
           IF PDAS01-AGE-DAYS NOT > FCP-GRACE-DAYS                      04330000
               GO TO P10000-EXIT                                        04340000
           END-IF.                                                      04350000
                                                                        04360000
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =                           04370000
               AR-BALANCE-DUE * FCP-RATE-PCT / 100.                     04380000
                                                                        04390000
           IF WS-CHARGE-AMOUNT < FCP-MIN-CHARGE                         04400000
               MOVE FCP-MIN-CHARGE TO WS-CHARGE-AMOUNT                  04410000
           END-IF.                                                      04420000
                                                                        04430000
           IF WS-CHARGE-AMOUNT NOT > ZEROES                             04440000
               GO TO P10000-EXIT                                        04450000
           END-IF.                                                      04460000
                                                                        04470000
           PERFORM P40000-CHARGE-ITEM THRU P40000-EXIT.                 04480000
                                                                        04490000
       P10000-EXIT.                                                     04500000
           EXIT.                                                        04510000
           EJECT                                                        04520000
      ***************************************************************** 04530000
      *                                                               * 04540000
      *    PARAGRAPH:  P20000-GET-PARAMETERS                          * 04550000
      *                                                               * 04560000
      *    FUNCTION :  READ THE FINANCE CHARGE RATE, MINIMUM CHARGE   * 04570000
      *                AND GRACE DAYS FOR A NEW PREFIX.  A PREFIX     * 04580000
      *                WITH NO ROW IS NOT CHARGED                     * 04590000
      *                                                               * 04600000
      *    CALLED BY:  P10000-PROCESS-AR-ITEM                         * 04610000
      *                                                               * 04620000
      ***************************************************************** 04630000
                                                                        04640000
       P20000-GET-PARAMETERS.                                           04650000
                                                                        04660000
           MOVE AR-PRE TO WS-LAST-PREFIX                                04670000
                          FCP-PREFIX.                                   04680000
           MOVE 'N' TO WS-PARM-FOUND-SW.                                04690000
                                                                        04700000
           EXEC SQL                                                     04710000
               SELECT  RATE_PCT,                                        04720000
                       MIN_CHARGE,                                      04730000
                       GRACE_DAYS                                       04740000
               INTO    :FCP-RATE-PCT,                                   04750000
                       :FCP-MIN-CHARGE,                                 04760000
                       :FCP-GRACE-DAYS                                  04770000
               FROM    FINANCE_CHARGE_PARM                              04780000
               WHERE   PREFIX = :FCP-PREFIX                             04790000
           END-EXEC.                                                    04800000
                                                                        04810000
           EVALUATE TRUE                                                04820000
               WHEN SQLCODE = +0                                        04830000
                   MOVE 'Y' TO WS-PARM-FOUND-SW                         04840000
               WHEN SQLCODE = +100                                      04850000
                   MOVE AR-PRE TO WS-DL-NP-PREFIX                       04860000
                   DISPLAY WS-DL-NO-PARM                                04870000
               WHEN OTHER                                               04880000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      04890000
                   MOVE 'PDAB87' TO WPDE-PROGRAM-ID                     04900000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     04910000
                   MOVE 'SELECT FINANCE_CHARGE_PARM' TO WPDE-FUNCTION   04920000
                   MOVE 'P20000' TO WPDE-PARAGRAPH                      04930000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04940000
           END-EVALUATE.                                                04950000
                                                                        04960000
       P20000-EXIT.                                                     04970000
           EXIT.                                                        04980000
           EJECT                                                        04990000
      ***************************************************************** 05000000
      *                                                               * 05010000
      *    PARAGRAPH:  P30000-CHECK-CUSTOMER                          * 05020000
      *                                                               * 05030000
      *    FUNCTION :  READ THE CUSTOMER FOR A NEW CUSTOMER AND NOTE  * 05040000
      *                WHETHER IT IS FINANCE CHARGE EXEMPT.  A        * 05050000
      *                CUSTOMER NOT ON FILE IS CHARGED                * 05060000
      *                                                               * 05070000
      *    CALLED BY:  P10000-PROCESS-AR-ITEM                         * 05080000
      *                                                               * 05090000
      ***************************************************************** 05100000
                                                                        05110000
       P30000-CHECK-CUSTOMER.                                           05120000
                                                                        05130000
           MOVE AR-PRE TO WS-LAST-CUSTOMER-KEY(1:5)                     05140000
                          CUSTOMER-PRE.                                 05150000
           MOVE AR-CUSTOMER-ID TO WS-LAST-CUSTOMER-KEY(6:32)            05160000
                                  CUSTOMER-ID.                          05170000
           MOVE 'N' TO WS-CUSTOMER-EXEMPT-SW.                           05180000
                                                                        05190000
           READ VSAM-CUSTOMER.                                          05200000
                                                                        05210000
           IF CUSTOMER-NOTFOUND                                         05220000
               GO TO P30000-EXIT                                        05230000
           END-IF.                                                      05240000
                                                                        05250000
           IF NOT CUSTOMER-OK                                           05260000
               MOVE 'READ CUSTOMER FILE FAILED' TO WPBE-MESSAGE         05270000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              05280000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          05290000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05300000
           END-IF.                                                      05310000
                                                                        05320000
           IF CUSTOMER-FIN-CHG-EXEMPT                                   05330000
               MOVE 'Y' TO WS-CUSTOMER-EXEMPT-SW                        05340000
           END-IF.                                                      05350000
                                                                        05360000
       P30000-EXIT.                                                     05370000
           EXIT.                                                        05380000
           EJECT                                                        05390000
      ***************************************************************** 05400000
      *                                                               * 05410000
      *    PARAGRAPH:  P40000-CHARGE-ITEM                             * 05420000
      *                                                               * 05430000
      *    FUNCTION :  STAMP THE INVOICE ITEM WITH THE RUN DATE, ADD  * 05440000
      *                THE FINANCE CHARGE ITEM AND PRINT ITS          * 05450000
      *                REGISTER LINE                                  * 05460000
      *                                                               * 05470000
      *    CALLED BY:  P10000-PROCESS-AR-ITEM                         * 05480000
      *                                                               * 05490000
      ***************************************************************** 05500000
                                                                        05510000
       P40000-CHARGE-ITEM.                                              05520000
                                                                        05530000
           MOVE WS-DATE-CCYYMMDD TO AR-LAST-FIN-CHG-DATE.               05540000
                                                                        05550000
           REWRITE AR-OPEN-ITEM-RECORD.                                 05560000
                                                                        05570000
           IF NOT ARBALF-OK                                             05580000
               MOVE 'REWRITE AR OPEN ITEM FAILED' TO WPBE-MESSAGE       05590000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 05600000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          05610000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05620000
           END-IF.                                                      05630000
                                                                        05640000
           MOVE AR-ORDER-NUMBER TO WS-PARENT-ORDER.                     05650000
           MOVE AR-BALANCE-DUE TO WS-PARENT-BALANCE.                    05660000
                                                                        05670000
      ***************************************************************** 05680000
      *    BUILD THE FINANCE CHARGE ITEM UNDER THE SAME PREFIX AND    * 05690000
      *    CUSTOMER.  IT IS DUE ON RECEIPT AND CARRIES NO TERMS       * 05700000
      ***************************************************************** 05710000
                                                                        05720000
           MOVE WS-CHARGE-AMOUNT TO AR-ORIGINAL-AMT                     05730000
                                    AR-BALANCE-DUE.                     05740000
           MOVE +0 TO AR-AMOUNT-PAID                                    05750000
                      AR-DISCOUNT-PCT                                   05760000
                      AR-DISCOUNT-TAKEN.                                05770000
           MOVE WS-DATE-CCYYMMDD TO AR-ORDER-DATE                       05780000
                                    AR-DUE-DATE.                        05790000
           MOVE ZEROES TO AR-LAST-PAYMENT-DATE                          05800000
                          AR-DISCOUNT-DATE                              05810000
                          AR-LAST-FIN-CHG-DATE.                         05820000
           MOVE SPACES TO AR-TERMS-CODE.                                05830000
           MOVE 'O' TO AR-STATUS.                                       05840000
           MOVE 'F' TO AR-ITEM-TYPE.                                    05850000
                                                                        05860000
           PERFORM P41000-WRITE-CHARGE-REC THRU P41000-EXIT             05870000
               WITH TEST AFTER                                          05880000
               UNTIL NOT ARBALF-DUPLICATE                               05890000
                  OR WS-FC-ORDER-SEQ = 99999.                           05900000
                                                                        05910000
           IF NOT ARBALF-OK                                             05920000
               MOVE 'WRITE FINANCE CHARGE ITEM FAILED' TO WPBE-MESSAGE  05930000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 05940000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          05950000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05960000
           END-IF.                                                      05970000
                                                                        05980000
           MOVE AR-CUSTOMER-ID TO WS-DL-FC-CUSTOMER.                    05990000
           MOVE WS-PARENT-ORDER TO WS-DL-FC-ORDER.                      06000000
           MOVE AR-ORDER-NUMBER TO WS-DL-FC-ITEM.                       06010000
           MOVE WS-PARENT-BALANCE TO WS-DL-FC-BALANCE.                  06020000
           MOVE PDAS01-AGE-DAYS TO WS-DL-FC-DAYS.                       06030000
           MOVE WS-CHARGE-AMOUNT TO WS-DL-FC-CHARGE.                    06040000
           DISPLAY WS-DL-FINANCE-CHARGE.                                06050000
                                                                        06060000
           ADD WS-PARENT-BALANCE TO WS-BALANCES-CHARGED.                06070000
           ADD WS-CHARGE-AMOUNT TO WS-DOLLARS-CHARGED.                  06080000
           ADD +1 TO WS-CHARGES-WRITTEN.                                06090000
                                                                        06100000
       P40000-EXIT.                                                     06110000
           EXIT.                                                        06120000
           EJECT                                                        06130000
      ***************************************************************** 06140000
      *                                                               * 06150000
      *    PARAGRAPH:  P41000-WRITE-CHARGE-REC                        * 06160000
      *                                                               * 06170000
      *    FUNCTION :  WRITE THE FINANCE CHARGE ITEM UNDER THE NEXT   * 06180000
      *                ITEM NUMBER, BUMPING THE SEQUENCE ON A         * 06190000
      *                DUPLICATE KEY                                  * 06200000
      *                                                               * 06210000
      *    CALLED BY:  P40000-CHARGE-ITEM                             * 06220000
      *                                                               * 06230000
      ***************************************************************** 06240000
                                                                        06250000
       P41000-WRITE-CHARGE-REC.                                         06260000
                                                                        06270000
           ADD 1 TO WS-FC-ORDER-SEQ.                                    06280000
           MOVE WS-FC-ORDER-N TO AR-ORDER-NUMBER.                       06290000
                                                                        06300000
           WRITE AR-OPEN-ITEM-RECORD.                                   06310000
                                                                        06320000
       P41000-EXIT.                                                     06330000
           EXIT.                                                        06340000
           EJECT                                                        06350000
      ***************************************************************** 06360000
      *                                                               * 06370000
      *    PARAGRAPH:  P99999-ABEND                                   * 06380000
      *                                                               * 06390000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 06400000
      *                ERROR HAS BEEN ENCOUNTERED                     * 06410000
      *                                                               * 06420000
      *    CALLED BY:  VARIOUS                                        * 06430000
      *                                                               * 06440000
      ***************************************************************** 06450000
                                                                        06460000
       P99999-ABEND.                                                    06470000
                                                                        06480000
           DISPLAY ' '.                                                 06490000
           DISPLAY WPEA-ERROR-01.                                       06500000
           DISPLAY WPEA-ERROR-02.                                       06510000
           DISPLAY WPEA-ERROR-03.                                       06520000
           DISPLAY WPEA-ERROR-04.                                       06530000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               06540000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               06550000
           DISPLAY WPEA-ERROR-04.                                       06560000
           DISPLAY WPEA-ERROR-03.                                       06570000
           DISPLAY WPEA-ERROR-02.                                       06580000
           DISPLAY WPEA-ERROR-01.                                       06590000
           DISPLAY ' '.                                                 06600000
                                                                        06610000
           MOVE 16 TO RETURN-CODE.                                      06620000
                                                                        06630000
           GOBACK.                                                      06640000
                                                                        06650000
       P99999-EXIT.                                                     06660000
           EXIT.                                                        06670000
                                                                        06680000
