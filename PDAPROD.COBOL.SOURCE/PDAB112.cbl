       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB112.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB112                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB112 IS THE NIGHTLY POST-INVOICE       * 00100000
      *             PRICING AUDIT.  IT RUNS AFTER THE INVOICE         * 00110000
      *             GENERATION (PDAB26) AND TAKES EVERY ORDER         * 00120000
      *             INVOICED TODAY ON THE INVOICE REGISTER FILE.  FOR * 00130000
      *             EACH ORDER ITEM ON ORDER1DB IT RE-DERIVES, AS OF  * 00140000
      *             THE ORDER DATE AND INDEPENDENTLY OF THE SUBMIT    * 00150000
      *             (PDA009), THE UNIT PRICE THAT SHOULD HAVE BEEN    * 00160000
      *             CHARGED AND THE RULE THAT WINS, IN THE SUBMIT'S   * 00170000
      *             OWN ORDER OF PRECEDENCE:                          * 00180000
      *               - AN APPLIED MANUAL PRICE OVERRIDE (PDA008 /    * 00190000
      *                 PDA010) IS CHARGED AS KEYED;                  * 00200000
      *               - A KIT COMPONENT LINE CARRIES ITS KIT BILL OF  * 00210000
      *                 MATERIAL PRICE (KIT_COMPONENT);               * 00220000
      *               - A BLANKET COMMITMENT FOR THE CUSTOMER, ITEM   * 00230000
      *                 AND SUPPLIER COVERING THE ORDER DATE WINS AT  * 00240000
      *                 THE BLANKET PRICE;                            * 00250000
      *               - OTHERWISE THE CUSTOMER CONTRACT PRICE, THE    * 00260000
      *                 EFFECTIVE-DATED PRICE HISTORY OR THE CURRENT  * 00270000
      *                 ITEM / SUPPLIER PRICE (PDAS04) LESS THE       * 00280000
      *                 EARNED QUANTITY BREAK (PDAS05).               * 00290000
      *             A LINE WHOSE CHARGED ORDER-ITEM-UNIT-PRICE        * 00300000
      *             DIFFERS FROM THE EXPECTED PRICE BY MORE THAN THE  * 00310000
      *             TOLERANCE ON THE EXTENDED AMOUNT IS LISTED AS AN  * 00320000
      *             UNDER- OR OVER-CHARGE WITH THE RULE THAT SHOULD   * 00330000
      *             HAVE APPLIED.  ORDER PROMOTIONS ARE TAKEN AS      * 00340000
      *             THEIR OWN ORDER AMOUNT, NOT IN THE UNIT PRICE,    * 00350000
      *             AND ARE OUTSIDE THE LINE AUDIT.                   * 00360000
      *                                                               * 00370000
      * FILES   :   INVOICE REGISTER FILE      -  VSAM    (INPUT)     * 00380000
      *             ORDER DATABASE (ORDER1DB)  -  IMS     (INPUT)     * 00390000
      *             BLANKET ORDER FILE         -  VSAM    (INPUT)     * 00400000
      *             KIT_COMPONENT              -  DB2     (READ-ONLY) * 00410000
      *             PRICE RESOLUTION (PDAS04 / PDAS05)                * 00420000
      *                                                               * 00430000
      ***************************************************************** 00440000
      *             PROGRAM CHANGE LOG                                * 00450000
      *             -------------------                               * 00460000
      *                                                               * 00470000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00480000
      *  --------   --------------------  --------------------------  * 00490000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00500000
      *                                                               * 00510000
      ***************************************************************** 00520000
           EJECT                                                        00530000
       ENVIRONMENT DIVISION.                                            00540000
                                                                        00550000
       INPUT-OUTPUT SECTION.                                            00560000
                                                                        00570000
       FILE-CONTROL.                                                    00580000
                                                                        00590000
           SELECT VSAM-INVOICE         ASSIGN TO VINVOICE               00600000
                                       ORGANIZATION IS INDEXED          00610000
                                       ACCESS IS SEQUENTIAL             00620000
                                       RECORD KEY IS INVOICE-KEY        00630000
                                       FILE STATUS IS WS-INVOICE-STATUS.00640000
                                                                        00650000
           SELECT VSAM-BLANKET         ASSIGN TO VBLANKET               00660000
                                       ORGANIZATION IS INDEXED          00670000
                                       ACCESS IS DYNAMIC                00680000
                                       RECORD KEY IS BLANKET-ORDER-KEY  00690000
                                       FILE STATUS IS WS-BLKT-STATUS.   00700000
           EJECT                                                        00710000
       DATA DIVISION.                                                   00720000
                                                                        00730000
       FILE SECTION.                                                    00740000
                                                                        00750000
       FD  VSAM-INVOICE                                                 00760000
           RECORD CONTAINS 110 CHARACTERS.                              00770000
                                                                        00780000
           COPY VINVOICE.                                               00790000
                                                                        00800000
       FD  VSAM-BLANKET                                                 00810000
           RECORD CONTAINS 160 CHARACTERS.                              00820000
                                                                        00830000
           COPY VBLANKET.                                               00840000
           EJECT                                                        00850000
       WORKING-STORAGE SECTION.                                         00860000
                                                                        00870000
      ***************************************************************** 00880000
      *    SWITCHES                                                   * 00890000
      ***************************************************************** 00900000
                                                                        00910000
       01  WS-SWITCHES.                                                 00920000
           05  WS-END-OF-INVOICES-SW   PIC X     VALUE 'N'.             00930000
               88  END-OF-INVOICES               VALUE 'Y'.             00940000
           05  WS-END-OF-ITEMS-SW      PIC X     VALUE 'N'.             00950000
               88  END-OF-ITEMS                  VALUE 'Y'.             00960000
           05  WS-END-OF-BLANKETS-SW   PIC X     VALUE 'N'.             00970000
               88  END-OF-BLANKETS               VALUE 'Y'.             00980000
           05  WS-BLANKET-FOUND-SW     PIC X     VALUE 'N'.             00990000
               88  BLANKET-FOUND                 VALUE 'Y'.             01000000
           05  WS-PRICE-FOUND-SW       PIC X     VALUE 'N'.             01010000
               88  PRICE-FOUND                   VALUE 'Y'.             01020000
           EJECT                                                        01030000
      ***************************************************************** 01040000
      *    MISCELLANEOUS WORK FIELDS                                  * 01050000
      ***************************************************************** 01060000
                                                                        01070000
       01  WS-MISCELLANEOUS-FIELDS.                                     01080000
           03  WS-INVOICE-STATUS       PIC XX    VALUE SPACES.          01090000
               88  INVOICEF-OK                   VALUE '  ' '00'.       01100000
               88  INVOICEF-END                  VALUE '10'.            01110000
               88  INVOICEF-EMPTY                VALUE '47' '35'.       01120000
           03  WS-BLKT-STATUS          PIC XX    VALUE SPACES.          01130000
               88  BLKTF-OK                      VALUE '  ' '00'.       01140000
               88  BLKTF-NOTFOUND                VALUE '23'.            01150000
               88  BLKTF-END                     VALUE '10'.            01160000
               88  BLKTF-EMPTY                   VALUE '47' '35'.       01170000
           03  WS-BLANKET-FILE-SW      PIC X     VALUE 'N'.             01180000
               88  BLANKET-FILE-OPEN             VALUE 'Y'.             01190000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          01200000
               88  OP-GOOD-RETURN                VALUE '  '.            01210000
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            01220000
               88  OP-NOT-THIS-PARENT            VALUE 'GE' 'GK'.       01230000
           03  WS-INVOICES-READ        PIC S9(7) VALUE +0       COMP-3. 01240000
           03  WS-INVOICES-AUDITED     PIC S9(7) VALUE +0       COMP-3. 01250000
           03  WS-ORDERS-MISSING       PIC S9(7) VALUE +0       COMP-3. 01260000
           03  WS-LINES-AUDITED        PIC S9(7) VALUE +0       COMP-3. 01270000
           03  WS-LINES-CORRECT        PIC S9(7) VALUE +0       COMP-3. 01280000
           03  WS-LINES-OVERRIDDEN     PIC S9(7) VALUE +0       COMP-3. 01290000
           03  WS-LINES-UNPRICED       PIC S9(7) VALUE +0       COMP-3. 01300000
           03  WS-UNDER-COUNT          PIC S9(7) VALUE +0       COMP-3. 01310000
           03  WS-OVER-COUNT           PIC S9(7) VALUE +0       COMP-3. 01320000
           03  WS-UNDER-AMOUNT         PIC S9(11)V99                    01330000
                                                 VALUE +0       COMP-3. 01340000
           03  WS-OVER-AMOUNT          PIC S9(11)V99                    01350000
                                                 VALUE +0       COMP-3. 01360000
           03  WS-EXPECTED-PRICE       PIC S9(8)V99                     01370000
                                                 VALUE +0       COMP-3. 01380000
           03  WS-EXTENDED-DIFF        PIC S9(11)V99                    01390000
                                                 VALUE +0       COMP-3. 01400000
           03  WS-ABS-DIFF             PIC S9(11)V99                    01410000
                                                 VALUE +0       COMP-3. 01420000
           03  WS-KIT-MATCHES          PIC S9(9) VALUE +0       COMP.   01430000
           03  WS-RULE                 PIC X(20) VALUE SPACES.          01440000
           03  WS-DATE.                                                 01450000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01460000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01470000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01480000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01490000
                                       PIC 9(8).                        01500000
           EJECT                                                        01510000
      ***************************************************************** 01520000
      *    AUDIT TOLERANCE -- A LINE IS REPORTED ONLY WHEN ITS        * 01530000
      *    EXTENDED AMOUNT IS OFF BY MORE THAN THIS, SO PENNY         * 01540000
      *    ROUNDING IN THE BREAK PERCENT IS NOT LISTED                * 01550000
      ***************************************************************** 01560000
                                                                        01570000
       77  WS-TOLERANCE                PIC S9(5)V99                     01580000
                                                 VALUE +0.10    COMP-3. 01590000
           EJECT                                                        01600000
      ***************************************************************** 01610000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 01620000
      ***************************************************************** 01630000
                                                                        01640000
       01  WS-GU                       PIC X(4)  VALUE 'GU  '.          01650000
       01  WS-GNP                      PIC X(4)  VALUE 'GNP '.          01660000
                                                                        01670000
       01  ORDER-QUAL-SSA.                                              01680000
           05  ORDER-QUAL-SEGMENT      PIC X(08)   VALUE 'ORDER '.      01690000
           05  ORDER-QUAL-LPAREN       PIC X(01)   VALUE '('.           01700000
           05  ORDER-QUAL-FIELD-NAME                                    01710000
                                       PIC X(08)   VALUE 'ORDKEY '.     01720000
           05  ORDER-QUAL-OPERATOR     PIC X(02)   VALUE 'EQ'.          01730000
           05  ORDER-QUAL-FIELD-VALUE.                                  01740000
               10  ORDER-QUAL-PREFIX   PIC X(05)   VALUE SPACES.        01750000
               10  ORDER-QUAL-NUMBER   PIC X(10)   VALUE SPACES.        01760000
           05  ORDER-QUAL-RPAREN       PIC X(01)   VALUE ')'.           01770000
                                                                        01780000
       01  ORDITEM-SSA-UNQUAL.                                          01790000
           03  FILLER                  PIC X(8)  VALUE 'ORDITEM'.       01800000
           03  FILLER                  PIC X     VALUE SPACES.          01810000
           EJECT                                                        01820000
      ***************************************************************** 01830000
      *    IMS RECORD AREAS                                           * 01840000
      ***************************************************************** 01850000
                                                                        01860000
           COPY ORDER.                                                  01870000
           EJECT                                                        01880000
           COPY IORDITEM.                                               01890000
           EJECT                                                        01900000
      ***************************************************************** 01910000
      *    SUBROUTINE PARAMETER AREAS                                 * 01920000
      ***************************************************************** 01930000
                                                                        01940000
           COPY PDAS04CY.                                               01950000
           EJECT                                                        01960000
           COPY PDAS05CY.                                               01970000
           EJECT                                                        01980000
      ***************************************************************** 01990000
      *    DISPLAY AREA                                               * 02000000
      ***************************************************************** 02010000
                                                                        02020000
       01  WS-DISPLAY-LINES.                                            02030000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02040000
           03  WS-DL-LINE.                                              02050000
               05  FILLER         PIC X(01) VALUE '*'.                  02060000
               05  WS-DL-LINE-TEXT                                      02070000
                                  PIC X(78) VALUE SPACES.               02080000
               05  FILLER         PIC X(01) VALUE '*'.                  02090000
           03  WS-DL-TOTAL.                                             02100000
               05  FILLER         PIC X(01) VALUE '*'.                  02110000
               05  FILLER         PIC X(45) VALUE SPACES.               02120000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02130000
               05  FILLER         PIC X(3)  VALUE ' - '.                02140000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               02150000
               05  FILLER         PIC X(01) VALUE '*'.                  02160000
           03  WS-DL-AMT-TOTAL.                                         02170000
               05  FILLER         PIC X(01) VALUE '*'.                  02180000
               05  FILLER         PIC X(37) VALUE SPACES.               02190000
               05  WS-DL-AT-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.               02200000
               05  FILLER         PIC X(1)  VALUE SPACE.                02210000
               05  WS-DL-AT-TITLE PIC X(22) VALUE SPACES.               02220000
               05  FILLER         PIC X(01) VALUE '*'.                  02230000
                                                                        02240000
       01  WS-DL-EXCEPTION.                                             02250000
           03  WS-DL-E-INVOICE         PIC 9(09) VALUE ZEROES.          02260000
           03  FILLER                  PIC X(01) VALUE SPACES.          02270000
           03  WS-DL-E-ORDER           PIC Z(9)9 VALUE ZEROES.          02280000
           03  FILLER                  PIC X(01) VALUE SPACES.          02290000
           03  WS-DL-E-LINE            PIC ZZZZ9 VALUE ZEROES.          02300000
           03  FILLER                  PIC X(01) VALUE SPACES.          02310000
           03  WS-DL-E-ITEM            PIC X(12) VALUE SPACES.          02320000
           03  FILLER                  PIC X(01) VALUE SPACES.          02330000
           03  WS-DL-E-QTY             PIC ZZZZ9 VALUE ZEROES.          02340000
           03  FILLER                  PIC X(01) VALUE SPACES.          02350000
           03  WS-DL-E-CHARGED         PIC ZZZZZ9.99.                   02360000
           03  FILLER                  PIC X(01) VALUE SPACES.          02370000
           03  WS-DL-E-EXPECTED        PIC ZZZZZ9.99.                   02380000
           03  FILLER                  PIC X(01) VALUE SPACES.          02390000
           03  WS-DL-E-DIFF            PIC ZZZZZZ9.99-.                 02400000
           03  FILLER                  PIC X(01) VALUE SPACES.          02410000
           03  WS-DL-E-TYPE            PIC X(05) VALUE SPACES.          02420000
                                                                        02430000
       01  WS-DL-EXCEPTION-2.                                           02440000
           03  FILLER                  PIC X(10) VALUE SPACES.          02450000
           03  FILLER                  PIC X(10) VALUE 'CUSTOMER: '.    02460000
           03  WS-DL-E2-CUSTOMER       PIC X(20) VALUE SPACES.          02470000
           03  FILLER                  PIC X(08) VALUE ' DATED: '.      02480000
           03  WS-DL-E2-ORDER-DATE     PIC 9(08) VALUE ZEROES.          02490000
           03  FILLER                  PIC X(08) VALUE ' SHOULD '.      02500000
           03  FILLER                  PIC X(06) VALUE 'BE BY '.        02510000
           03  WS-DL-E2-RULE           PIC X(20) VALUE SPACES.          02520000
           EJECT                                                        02530000
      ***************************************************************** 02540000
      *         SQL COMMUNICATIONS AREA                               * 02550000
      ***************************************************************** 02560000
                                                                        02570000
           EXEC SQL                                                     02580000
              INCLUDE SQLCA                                             02590000
           END-EXEC.                                                    02600000
           EJECT                                                        02610000
           EXEC SQL                                                     02620000
              INCLUDE DKITCOMP                                          02630000
           END-EXEC.                                                    02640000
           EJECT                                                        02650000
      ***************************************************************** 02660000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02670000
      ***************************************************************** 02680000
                                                                        02690000
           COPY PDAERRWS.                                               02700000
                                                                        02710000
       01  WS-PDA-BATCH-ERROR-01.                                       02720000
           05  FILLER             PIC X     VALUE SPACES.               02730000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02740000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02750000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB112'.            02760000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02770000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02780000
                                                                        02790000
       01  WS-PDA-BATCH-ERROR-02.                                       02800000
           05  FILLER             PIC X(8)  VALUE SPACES.               02810000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02820000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02830000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02840000
           EJECT                                                        02850000
      ***************************************************************** 02860000
      *    LINKAGE SECTION                                            * 02870000
      ***************************************************************** 02880000
                                                                        02890000
       LINKAGE SECTION.                                                 02900000
                                                                        02910000
      ****************************************************************  02920000
      *****  I-O PCB                                                    02930000
      ****************************************************************  02940000
                                                                        02950000
       01  IO-PCB.                                                      02960000
           05  FILLER                  PIC X(10) VALUE SPACES.          02970000
           05  IO-STATUS               PIC XX    VALUE SPACES.          02980000
           05  FILLER                  PIC X(20) VALUE SPACES.          02990000
                                                                        03000000
           COPY PCBORDER.                                               03010000
           EJECT                                                        03020000
      ***************************************************************** 03030000
      *    P R O C E D U R E    D I V I S I O N                       * 03040000
      ***************************************************************** 03050000
                                                                        03060000
       PROCEDURE DIVISION.                                              03070000
                                                                        03080000
      ***************************************************************** 03090000
      *                                                               * 03100000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03110000
      *                                                               * 03120000
      *    FUNCTION :  PROGRAM ENTRY.  AUDIT EVERY ORDER INVOICED     * 03130000
      *                TODAY AND PRINT THE AUDIT TOTALS               * 03140000
      *                                                               * 03150000
      *    CALLED BY:  NONE                                           * 03160000
      *                                                               * 03170000
      ***************************************************************** 03180000
                                                                        03190000
       P00000-MAINLINE.                                                 03200000
                                                                        03210000
           ENTRY 'DLITCBL' USING                                        03220000
                           IO-PCB                                       03230000
                           ORDER-PCB.                                   03240000
                                                                        03250000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  03260000
                                                                        03270000
           DISPLAY ' '.                                                 03280000
           DISPLAY WS-DL-ASTERISK.                                      03290000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              03300000
           STRING '  PDAB112 - POST-INVOICE PRICING AUDIT FOR '         03310000
               WS-DATE                                                  03320000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  03330000
           DISPLAY WS-DL-LINE.                                          03340000
           DISPLAY WS-DL-ASTERISK.                                      03350000
           DISPLAY ' '.                                                 03360000
           DISPLAY 'INVOICE       ORDER  LINE ITEM           QTY'       03370000
               '   CHARGED  EXPECTED  EXTENDED DIF TYPE'.               03380000
           DISPLAY ' '.                                                 03390000
                                                                        03400000
           OPEN INPUT VSAM-BLANKET.                                     03410000
                                                                        03420000
           IF BLKTF-OK                                                  03430000
               MOVE 'Y' TO WS-BLANKET-FILE-SW                           03440000
           ELSE                                                         03450000
               IF NOT BLKTF-EMPTY                                       03460000
                   MOVE 'OPEN BLANKET ORDER FILE FAILED'                03470000
                       TO WPBE-MESSAGE                                  03480000
                   MOVE WS-BLKT-STATUS TO WPBE-FILE-STATUS              03490000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03500000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03510000
               END-IF                                                   03520000
           END-IF.                                                      03530000
                                                                        03540000
           OPEN INPUT VSAM-INVOICE.                                     03550000
                                                                        03560000
           IF INVOICEF-EMPTY                                            03570000
               GO TO P00000-TOTALS                                      03580000
           END-IF.                                                      03590000
                                                                        03600000
           IF NOT INVOICEF-OK                                           03610000
               MOVE 'OPEN INVOICE FILE FAILED' TO WPBE-MESSAGE          03620000
               MOVE WS-INVOICE-STATUS TO WPBE-FILE-STATUS               03630000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03640000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03650000
           END-IF.                                                      03660000
                                                                        03670000
           PERFORM P10000-NEXT-INVOICE THRU P10000-EXIT                 03680000
               UNTIL END-OF-INVOICES.                                   03690000
                                                                        03700000
           CLOSE VSAM-INVOICE.                                          03710000
                                                                        03720000
       P00000-TOTALS.                                                   03730000
                                                                        03740000
           IF BLANKET-FILE-OPEN                                         03750000
               CLOSE VSAM-BLANKET                                       03760000
           END-IF.                                                      03770000
                                                                        03780000
           DISPLAY ' '.                                                 03790000
           DISPLAY WS-DL-ASTERISK.                                      03800000
                                                                        03810000
           MOVE 'INVOICES READ' TO WS-DL-T-TITLE.                       03820000
           MOVE WS-INVOICES-READ TO WS-DL-T-CNT.                        03830000
           DISPLAY WS-DL-TOTAL.                                         03840000
                                                                        03850000
           MOVE 'INVOICED TODAY' TO WS-DL-T-TITLE.                      03860000
           MOVE WS-INVOICES-AUDITED TO WS-DL-T-CNT.                     03870000
           DISPLAY WS-DL-TOTAL.                                         03880000
                                                                        03890000
           MOVE 'ORDER NOT ON ORDER1DB' TO WS-DL-T-TITLE.               03900000
           MOVE WS-ORDERS-MISSING TO WS-DL-T-CNT.                       03910000
           DISPLAY WS-DL-TOTAL.                                         03920000
                                                                        03930000
           MOVE 'LINES AUDITED' TO WS-DL-T-TITLE.                       03940000
           MOVE WS-LINES-AUDITED TO WS-DL-T-CNT.                        03950000
           DISPLAY WS-DL-TOTAL.                                         03960000
                                                                        03970000
           MOVE '  CHARGED CORRECTLY' TO WS-DL-T-TITLE.                 03980000
           MOVE WS-LINES-CORRECT TO WS-DL-T-CNT.                        03990000
           DISPLAY WS-DL-TOTAL.                                         04000000
                                                                        04010000
           MOVE '  MANUAL OVERRIDE' TO WS-DL-T-TITLE.                   04020000
           MOVE WS-LINES-OVERRIDDEN TO WS-DL-T-CNT.                     04030000
           DISPLAY WS-DL-TOTAL.                                         04040000
                                                                        04050000
           MOVE '  UNDERCHARGED' TO WS-DL-T-TITLE.                      04060000
           MOVE WS-UNDER-COUNT TO WS-DL-T-CNT.                          04070000
           DISPLAY WS-DL-TOTAL.                                         04080000
                                                                        04090000
           MOVE '  OVERCHARGED' TO WS-DL-T-TITLE.                       04100000
           MOVE WS-OVER-COUNT TO WS-DL-T-CNT.                           04110000
           DISPLAY WS-DL-TOTAL.                                         04120000
                                                                        04130000
           MOVE '  NO PRICE ON FILE' TO WS-DL-T-TITLE.                  04140000
           MOVE WS-LINES-UNPRICED TO WS-DL-T-CNT.                       04150000
           DISPLAY WS-DL-TOTAL.                                         04160000
                                                                        04170000
           MOVE 'UNDERCHARGED AMOUNT' TO WS-DL-AT-TITLE.                04180000
           MOVE WS-UNDER-AMOUNT TO WS-DL-AT-AMT.                        04190000
           DISPLAY WS-DL-AMT-TOTAL.                                     04200000
                                                                        04210000
           MOVE 'OVERCHARGED AMOUNT' TO WS-DL-AT-TITLE.                 04220000
           MOVE WS-OVER-AMOUNT TO WS-DL-AT-AMT.                         04230000
           DISPLAY WS-DL-AMT-TOTAL.                                     04240000
                                                                        04250000
           DISPLAY WS-DL-ASTERISK.                                      04260000
           DISPLAY ' '.                                                 04270000
                                                                        04280000
           MOVE ZEROES TO RETURN-CODE.                                  04290000
                                                                        04300000
           GOBACK.                                                      04310000
                                                                        04320000
       P00000-EXIT.                                                     04330000
           EXIT.                                                        04340000
           EJECT                                                        04350000
      ***************************************************************** 04360000
      *                                                               * 04370000
      *    PARAGRAPH:  P10000-NEXT-INVOICE                            * 04380000
      *                                                               * 04390000
      *    FUNCTION :  READ THE NEXT INVOICE REGISTER ENTRY AND AUDIT * 04400000
      *                THE ORDER WHEN IT WAS INVOICED TODAY           * 04410000
      *                                                               * 04420000
      *    CALLED BY:  P00000-MAINLINE                                * 04430000
      *                                                               * 04440000
      ***************************************************************** 04450000
                                                                        04460000
       P10000-NEXT-INVOICE.                                             04470000
                                                                        04480000
           READ VSAM-INVOICE NEXT RECORD.                               04490000
                                                                        04500000
           EVALUATE TRUE                                                04510000
               WHEN INVOICEF-OK                                         04520000
                   ADD +1 TO WS-INVOICES-READ                           04530000
               WHEN INVOICEF-END                                        04540000
                   MOVE 'Y' TO WS-END-OF-INVOICES-SW                    04550000
                   GO TO P10000-EXIT                                    04560000
               WHEN OTHER                                               04570000
                   MOVE 'READ INVOICE FILE FAILED' TO WPBE-MESSAGE      04580000
                   MOVE WS-INVOICE-STATUS TO WPBE-FILE-STATUS           04590000
                   MOVE 'P10000' TO WPBE-PARAGRAPH                      04600000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04610000
           END-EVALUATE.                                                04620000
                                                                        04630000
      ***************************************************************** 04640000
      *    ORDER NUMBER ZERO IS THE PREFIX'S INVOICE NUMBER CONTROL   * 04650000
      *    RECORD.  A SUMMARY INVOICE RECORD HAS NO ORDER OF ITS      * 04655000
      *    OWN -- ITS ORDERS ARE AUDITED ON THEIR OWN RECORDS         * 04660000
      ***************************************************************** 04670000
                                                                        04680000
           IF INVOICE-ORDER-NUMBER = ZEROES                             04690000
            OR INVOICE-SUMMARY                                          04695000
            OR INVOICE-DATE NOT = WS-DATE-CCYYMMDD                      04700000
               GO TO P10000-EXIT                                        04710000
           END-IF.                                                      04720000
                                                                        04730000
           MOVE INVOICE-PRE TO ORDER-QUAL-PREFIX.                       04740000
           MOVE INVOICE-ORDER-NUMBER TO ORDER-QUAL-NUMBER.              04750000
                                                                        04760000
           CALL 'CBLTDLI' USING                                         04770000
                          WS-GU                                         04780000
                          ORDER-PCB                                     04790000
                          ORDER-SEGMENT                                 04800000
                          ORDER-QUAL-SSA                                04810000
           END-CALL.                                                    04820000
                                                                        04830000
           MOVE OP-STATUS TO WS-OP-STATUS.                              04840000
                                                                        04850000
           EVALUATE TRUE                                                04860000
               WHEN OP-GOOD-RETURN                                      04870000
                   ADD +1 TO WS-INVOICES-AUDITED                        04880000
               WHEN OP-SEGMENT-NOT-FOUND                                04890000
                   ADD +1 TO WS-ORDERS-MISSING                          04900000
                   GO TO P10000-EXIT                                    04910000
               WHEN OTHER                                               04920000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      04930000
                   MOVE 'PDAB112' TO WPIE-PROGRAM-ID                    04940000
                   MOVE 'P10000' TO WPIE-PARAGRAPH                      04950000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   04960000
                   MOVE 'GU  ' TO WPIE-FUNCTION-CODE                    04970000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    04980000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                04990000
                   MOVE 'GU ORDER ROOT SEGMENT' TO WPIE-COMMAND         05000000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05010000
           END-EVALUATE.                                                05020000
                                                                        05030000
           MOVE 'N' TO WS-END-OF-ITEMS-SW.                              05040000
                                                                        05050000
           PERFORM P20000-AUDIT-LINE THRU P20000-EXIT                   05060000
               UNTIL END-OF-ITEMS.                                      05070000
                                                                        05080000
       P10000-EXIT.                                                     05090000
           EXIT.                                                        05100000
           EJECT                                                        05110000
      ***************************************************************** 05120000
      *                                                               * 05130000
      *    PARAGRAPH:  P20000-AUDIT-LINE                              * 05140000
      *                                                               * 05150000
      *    FUNCTION :  GET THE NEXT ORDER ITEM OF THE ORDER, DERIVE   * 05160000
      *                ITS EXPECTED PRICE AND LIST IT WHEN THE        * 05170000
      *                CHARGED PRICE IS OUTSIDE THE TOLERANCE         * 05180000
      *                                                               * 05190000
      *    CALLED BY:  P10000-NEXT-INVOICE                            * 05200000
      *                                                               * 05210000
      ***************************************************************** 05220000
                                                                        05230000
       P20000-AUDIT-LINE.                                               05240000
                                                                        05250000
           CALL 'CBLTDLI' USING                                         05260000
                          WS-GNP                                        05270000
                          ORDER-PCB                                     05280000
                          ORDER-ITEM-SEGMENT                            05290000
                          ORDITEM-SSA-UNQUAL                            05300000
           END-CALL.                                                    05310000
                                                                        05320000
           MOVE OP-STATUS TO WS-OP-STATUS.                              05330000
                                                                        05340000
           EVALUATE TRUE                                                05350000
               WHEN OP-GOOD-RETURN                                      05360000
                   CONTINUE                                             05370000
               WHEN OP-NOT-THIS-PARENT                                  05380000
                   MOVE 'Y' TO WS-END-OF-ITEMS-SW                       05390000
                   GO TO P20000-EXIT                                    05400000
               WHEN OTHER                                               05410000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      05420000
                   MOVE 'PDAB112' TO WPIE-PROGRAM-ID                    05430000
                   MOVE 'P20000' TO WPIE-PARAGRAPH                      05440000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   05450000
                   MOVE 'GNP ' TO WPIE-FUNCTION-CODE                    05460000
                   MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME                  05470000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                05480000
                   MOVE 'GNP ORDER ITEM SEGMENT' TO WPIE-COMMAND        05490000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05500000
           END-EVALUATE.                                                05510000
                                                                        05520000
           ADD +1 TO WS-LINES-AUDITED.                                  05530000
                                                                        05540000
      ***************************************************************** 05550000
      *    AN APPLIED MANUAL OVERRIDE IS THE PRICE THE CUSTOMER WAS   * 05560000
      *    MEANT TO PAY -- ITS AUTHORITY IS AUDITED BY PDAB111        * 05570000
      ***************************************************************** 05580000
                                                                        05590000
           IF ORDER-ITEM-OVR-APPLIED                                    05600000
               ADD +1 TO WS-LINES-OVERRIDDEN                            05610000
               GO TO P20000-EXIT                                        05620000
           END-IF.                                                      05630000
                                                                        05640000
           PERFORM P30000-DERIVE-PRICE THRU P30000-EXIT.                05650000
                                                                        05660000
           IF NOT PRICE-FOUND                                           05670000
               ADD +1 TO WS-LINES-UNPRICED                              05680000
               MOVE 'NO PRICE ON FILE' TO WS-RULE                       05690000
               MOVE ZEROES TO WS-EXPECTED-PRICE                         05700000
               MOVE ZEROES TO WS-EXTENDED-DIFF                          05710000
               MOVE 'NOPRC' TO WS-DL-E-TYPE                             05720000
               PERFORM P40000-LIST-EXCEPTION THRU P40000-EXIT           05730000
               GO TO P20000-EXIT                                        05740000
           END-IF.                                                      05750000
                                                                        05760000
           COMPUTE WS-EXTENDED-DIFF =                                   05770000
               (ORDER-ITEM-UNIT-PRICE - WS-EXPECTED-PRICE)              05780000
               * ORDER-ITEM-QUANTITY.                                   05790000
                                                                        05800000
           IF WS-EXTENDED-DIFF < ZEROES                                 05810000
               COMPUTE WS-ABS-DIFF = ZEROES - WS-EXTENDED-DIFF          05820000
           ELSE                                                         05830000
               MOVE WS-EXTENDED-DIFF TO WS-ABS-DIFF                     05840000
           END-IF.                                                      05850000
                                                                        05860000
           IF WS-ABS-DIFF NOT > WS-TOLERANCE                            05870000
               ADD +1 TO WS-LINES-CORRECT                               05880000
               GO TO P20000-EXIT                                        05890000
           END-IF.                                                      05900000
                                                                        05910000
           IF WS-EXTENDED-DIFF < ZEROES                                 05920000
               ADD +1 TO WS-UNDER-COUNT                                 05930000
               ADD WS-ABS-DIFF TO WS-UNDER-AMOUNT                       05940000
               MOVE 'UNDER' TO WS-DL-E-TYPE                             05950000
           ELSE                                                         05960000
               ADD +1 TO WS-OVER-COUNT                                  05970000
               ADD WS-ABS-DIFF TO WS-OVER-AMOUNT                        05980000
               MOVE 'OVER ' TO WS-DL-E-TYPE                             05990000
           END-IF.                                                      06000000
                                                                        06010000
           PERFORM P40000-LIST-EXCEPTION THRU P40000-EXIT.              06020000
                                                                        06030000
       P20000-EXIT.                                                     06040000
           EXIT.                                                        06050000
           EJECT                                                        06060000
      ***************************************************************** 06070000
      *                                                               * 06080000
      *    PARAGRAPH:  P30000-DERIVE-PRICE                            * 06090000
      *                                                               * 06100000
      *    FUNCTION :  DERIVE THE UNIT PRICE THE LINE SHOULD HAVE     * 06110000
      *                BEEN CHARGED ON THE ORDER DATE AND NAME THE    * 06120000
      *                RULE THAT WINS -- KIT, BLANKET, THEN CONTRACT  * 06130000
      *                / HISTORY / CURRENT PRICE LESS THE QUANTITY    * 06140000
      *                BREAK, AS THE SUBMIT RESOLVES IT               * 06150000
      *                                                               * 06160000
      *    CALLED BY:  P20000-AUDIT-LINE                              * 06170000
      *                                                               * 06180000
      ***************************************************************** 06190000
                                                                        06200000
       P30000-DERIVE-PRICE.                                             06210000
                                                                        06220000
           MOVE 'Y' TO WS-PRICE-FOUND-SW.                               06230000
           MOVE SPACES TO WS-RULE.                                      06240000
                                                                        06250000
      ***************************************************************** 06260000
      *    A KIT COMPONENT LINE IS PRICED FROM THE KIT BILL OF        * 06270000
      *    MATERIAL.  THE ORDER LINE DOES NOT SAY WHICH KIT IT CAME   * 06280000
      *    FROM, SO A CHARGED PRICE EQUAL TO ANY KIT PRICE FOR THE    * 06290000
      *    COMPONENT ITEM / SUPPLIER IS TAKEN AS A KIT LINE           * 06300000
      ***************************************************************** 06310000
                                                                        06320000
           MOVE ORDER-ITEM-ITEM-PREFIX TO KIT-COMP-PREFIX.              06330000
           MOVE ORDER-ITEM-ITEM-NUMBER TO KIT-COMP-COMP-ITEM-NUMBER.    06340000
           MOVE ORDER-ITEM-SUPPLIER-ID TO KIT-COMP-SUPPLIER-ID.         06350000
           MOVE ORDER-ITEM-UNIT-PRICE TO KIT-COMP-KIT-UNIT-PRICE.       06360000
           MOVE +0 TO WS-KIT-MATCHES.                                   06370000
                                                                        06380000
           EXEC SQL                                                     06390000
               SELECT  COUNT(*)                                         06400000
               INTO    :WS-KIT-MATCHES                                  06410000
               FROM    KIT_COMPONENT                                    06420000
               WHERE   PREFIX = :KIT-COMP-PREFIX                        06430000
                 AND   COMPONENT_ITEM_NUMBER =                          06440000
                       :KIT-COMP-COMP-ITEM-NUMBER                       06450000
                 AND   SUPPLIER_ID = :KIT-COMP-SUPPLIER-ID              06460000
                 AND   KIT_UNIT_PRICE = :KIT-COMP-KIT-UNIT-PRICE        06470000
           END-EXEC.                                                    06480000
                                                                        06490000
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   06500000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06510000
               MOVE 'PDAB112' TO WPDE-PROGRAM-ID                        06520000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06530000
               MOVE 'SELECT KIT COMPONENT PRICE' TO WPDE-FUNCTION       06540000
               MOVE 'P30000' TO WPDE-PARAGRAPH                          06550000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06560000
           END-IF.                                                      06570000
                                                                        06580000
           IF SQLCODE = +0 AND WS-KIT-MATCHES > +0                      06590000
               MOVE ORDER-ITEM-UNIT-PRICE TO WS-EXPECTED-PRICE          06600000
               MOVE 'KIT COMPONENT PRICE' TO WS-RULE                    06610000
               GO TO P30000-EXIT                                        06620000
           END-IF.                                                      06630000
                                                                        06640000
      ***************************************************************** 06650000
      *    A BLANKET COMMITMENT COVERING THE ORDER DATE WINS NEXT --  * 06660000
      *    AN EXHAUSTED BLANKET STILL COUNTS, THIS RELEASE MAY BE     * 06670000
      *    WHAT EXHAUSTED IT                                          * 06680000
      ***************************************************************** 06690000
                                                                        06700000
           PERFORM P31000-FIND-BLANKET THRU P31000-EXIT.                06710000
                                                                        06720000
           IF BLANKET-FOUND                                             06730000
               MOVE BLANKET-UNIT-PRICE TO WS-EXPECTED-PRICE             06740000
               MOVE 'BLANKET PRICE' TO WS-RULE                          06750000
               GO TO P30000-EXIT                                        06760000
           END-IF.                                                      06770000
                                                                        06780000
      ***************************************************************** 06790000
      *    CONTRACT / EFFECTIVE-DATED / CURRENT PRICE ON THE ORDER    * 06800000
      *    DATE (PDAS04), LESS THE EARNED QUANTITY BREAK (PDAS05)     * 06810000
      ***************************************************************** 06820000
                                                                        06830000
           MOVE SPACES TO PDAS04-PARMS.                                 06840000
           MOVE ORDER-ITEM-ITEM-PREFIX TO PDAS04-ITEM-PREFIX.           06850000
           MOVE ORDER-ITEM-ITEM-NUMBER TO PDAS04-ITEM-NUMBER.           06860000
           MOVE ORDER-ITEM-SUPPLIER-PREFIX TO PDAS04-SUPPLIER-PREFIX.   06870000
           MOVE ORDER-ITEM-SUPPLIER-ID TO PDAS04-SUPPLIER-ID.           06880000
           MOVE ORDER-DATE-CCYYMMDD TO PDAS04-PRICE-DATE.               06890000
           MOVE ZEROES TO PDAS04-UNIT-PRICE.                            06900000
           MOVE ORDER-CUSTOMER-ID TO PDAS04-CUSTOMER-ID.                06910000
                                                                        06920000
           CALL 'PDAS04' USING PDAS04-PARMS.                            06930000
                                                                        06940000
           EVALUATE TRUE                                                06950000
               WHEN PDAS04-PRICE-FROM-CONTRACT                          06960000
                   MOVE 'CONTRACT PRICE' TO WS-RULE                     06970000
               WHEN PDAS04-PRICE-FROM-HISTORY                           06980000
                   MOVE 'EFFECTIVE PRICE' TO WS-RULE                    06990000
               WHEN PDAS04-PRICE-FROM-CURRENT                           07000000
                   MOVE 'CURRENT PRICE' TO WS-RULE                      07010000
               WHEN OTHER                                               07020000
                   MOVE 'N' TO WS-PRICE-FOUND-SW                        07030000
                   GO TO P30000-EXIT                                    07040000
           END-EVALUATE.                                                07050000
                                                                        07060000
           MOVE PDAS04-UNIT-PRICE TO WS-EXPECTED-PRICE.                 07070000
                                                                        07080000
           MOVE SPACES TO PDAS05-PARMS.                                 07090000
           MOVE ORDER-ITEM-ITEM-PREFIX TO PDAS05-ITEM-PREFIX.           07100000
           MOVE ORDER-ITEM-ITEM-NUMBER TO PDAS05-ITEM-NUMBER.           07110000
           MOVE ORDER-ITEM-SUPPLIER-PREFIX TO PDAS05-SUPPLIER-PREFIX.   07120000
           MOVE ORDER-ITEM-SUPPLIER-ID TO PDAS05-SUPPLIER-ID.           07130000
           MOVE ORDER-ITEM-QUANTITY TO PDAS05-QUANTITY.                 07140000
           MOVE PDAS04-UNIT-PRICE TO PDAS05-BASE-PRICE.                 07150000
                                                                        07160000
           CALL 'PDAS05' USING PDAS05-PARMS.                            07170000
                                                                        07180000
           IF PDAS05-DISCOUNT-APPLIED                                   07190000
               MOVE PDAS05-DISC-PRICE TO WS-EXPECTED-PRICE              07200000
               EVALUATE TRUE                                            07210000
                   WHEN PDAS04-PRICE-FROM-CONTRACT                      07220000
                       MOVE 'CONTRACT + QTY BREAK' TO WS-RULE           07230000
                   WHEN PDAS04-PRICE-FROM-HISTORY                       07240000
                       MOVE 'EFFECTIVE + QTY BRK' TO WS-RULE            07250000
                   WHEN OTHER                                           07260000
                       MOVE 'CURRENT + QTY BREAK' TO WS-RULE            07270000
               END-EVALUATE                                             07280000
           END-IF.                                                      07290000
                                                                        07300000
       P30000-EXIT.                                                     07310000
           EXIT.                                                        07320000
           EJECT                                                        07330000
      ***************************************************************** 07340000
      *                                                               * 07350000
      *    PARAGRAPH:  P31000-FIND-BLANKET                            * 07360000
      *                                                               * 07370000
      *    FUNCTION :  BROWSE THE ORDER PREFIX'S BLANKET COMMITMENTS  * 07380000
      *                FOR ONE COVERING THE LINE ON THE ORDER DATE    * 07390000
      *                                                               * 07400000
      *    CALLED BY:  P30000-DERIVE-PRICE                            * 07410000
      *                                                               * 07420000
      ***************************************************************** 07430000
                                                                        07440000
       P31000-FIND-BLANKET.                                             07450000
                                                                        07460000
           MOVE 'N' TO WS-BLANKET-FOUND-SW.                             07470000
           MOVE 'N' TO WS-END-OF-BLANKETS-SW.                           07480000
                                                                        07490000
           IF NOT BLANKET-FILE-OPEN                                     07500000
               GO TO P31000-EXIT                                        07510000
           END-IF.                                                      07520000
                                                                        07530000
           MOVE ORDER-PREFIX TO BLANKET-PREFIX.                         07540000
           MOVE ZEROES TO BLANKET-NUMBER.                               07550000
                                                                        07560000
           START VSAM-BLANKET KEY NOT < BLANKET-ORDER-KEY.              07570000
                                                                        07580000
           IF NOT BLKTF-OK                                              07590000
               GO TO P31000-EXIT                                        07600000
           END-IF.                                                      07610000
                                                                        07620000
           PERFORM P31100-SCAN-BLANKET THRU P31100-EXIT                 07630000
               UNTIL BLANKET-FOUND                                      07640000
                  OR END-OF-BLANKETS.                                   07650000
                                                                        07660000
       P31000-EXIT.                                                     07670000
           EXIT.                                                        07680000
                                                                        07690000
       P31100-SCAN-BLANKET.                                             07700000
                                                                        07710000
           READ VSAM-BLANKET NEXT RECORD.                               07720000
                                                                        07730000
           IF NOT BLKTF-OK                                              07740000
            OR BLANKET-PREFIX NOT = ORDER-PREFIX                        07750000
               MOVE 'Y' TO WS-END-OF-BLANKETS-SW                        07760000
               GO TO P31100-EXIT                                        07770000
           END-IF.                                                      07780000
                                                                        07790000
           IF BLANKET-NUMBER = ZEROES                                   07800000
            OR BLANKET-CANCELLED                                        07810000
               GO TO P31100-EXIT                                        07820000
           END-IF.                                                      07830000
                                                                        07840000
           IF BLANKET-CUSTOMER-ID = ORDER-CUSTOMER-ID                   07850000
              AND BLANKET-ITEM-NUMBER = ORDER-ITEM-ITEM-NUMBER          07860000
              AND BLANKET-SUPPLIER-ID = ORDER-ITEM-SUPPLIER-ID          07870000
              AND BLANKET-START-DATE NOT > ORDER-DATE-CCYYMMDD          07880000
              AND BLANKET-END-DATE NOT < ORDER-DATE-CCYYMMDD            07890000
               MOVE 'Y' TO WS-BLANKET-FOUND-SW                          07900000
           END-IF.                                                      07910000
                                                                        07920000
       P31100-EXIT.                                                     07930000
           EXIT.                                                        07940000
           EJECT                                                        07950000
      ***************************************************************** 07960000
      *                                                               * 07970000
      *    PARAGRAPH:  P40000-LIST-EXCEPTION                          * 07980000
      *                                                               * 07990000
      *    FUNCTION :  LIST A MISPRICED OR UNPRICEABLE LINE WITH THE  * 08000000
      *                RULE THAT SHOULD HAVE APPLIED                  * 08010000
      *                                                               * 08020000
      *    CALLED BY:  P20000-AUDIT-LINE                              * 08030000
      *                                                               * 08040000
      ***************************************************************** 08050000
                                                                        08060000
       P40000-LIST-EXCEPTION.                                           08070000
                                                                        08080000
           MOVE INVOICE-NUMBER TO WS-DL-E-INVOICE.                      08090000
           MOVE ORDER-NUMBER TO WS-DL-E-ORDER.                          08100000
           MOVE ORDER-ITEM-SEQUENCE TO WS-DL-E-LINE.                    08110000
           MOVE ORDER-ITEM-ITEM-NUMBER TO WS-DL-E-ITEM.                 08120000
           MOVE ORDER-ITEM-QUANTITY TO WS-DL-E-QTY.                     08130000
           MOVE ORDER-ITEM-UNIT-PRICE TO WS-DL-E-CHARGED.               08140000
           MOVE WS-EXPECTED-PRICE TO WS-DL-E-EXPECTED.                  08150000
           MOVE WS-EXTENDED-DIFF TO WS-DL-E-DIFF.                       08160000
           DISPLAY WS-DL-EXCEPTION.                                     08170000
                                                                        08180000
           MOVE ORDER-CUSTOMER-ID TO WS-DL-E2-CUSTOMER.                 08190000
           MOVE ORDER-DATE-CCYYMMDD TO WS-DL-E2-ORDER-DATE.             08200000
           MOVE WS-RULE TO WS-DL-E2-RULE.                               08210000
           DISPLAY WS-DL-EXCEPTION-2.                                   08220000
                                                                        08230000
       P40000-EXIT.                                                     08240000
           EXIT.                                                        08250000
           EJECT                                                        08260000
      ***************************************************************** 08270000
      *                                                               * 08280000
      *    PARAGRAPH:  P99999-ABEND                                   * 08290000
      *                                                               * 08300000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 08310000
      *                ERROR HAS BEEN ENCOUNTERED                     * 08320000
      *                                                               * 08330000
      *    CALLED BY:  VARIOUS                                        * 08340000
      *                                                               * 08350000
      ***************************************************************** 08360000
                                                                        08370000
       P99999-ABEND.                                                    08380000
                                                                        08390000
           DISPLAY ' '.                                                 08400000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               08410000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               08420000
           DISPLAY ' '.                                                 08430000
                                                                        08440000
           MOVE 16 TO RETURN-CODE.                                      08450000
                                                                        08460000
           GOBACK.                                                      08470000
                                                                        08480000
       P99999-EXIT.                                                     08490000
           EXIT.                                                        08500000
