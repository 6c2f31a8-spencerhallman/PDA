       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB84.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB84                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB84 IS THE ACCOUNTS PAYABLE PAYMENT    * 00100000
      *             RUN.  IT SELECTS THE MATCHED SUPPLIER INVOICES    * 00110000
      *             (VAPINV STATUS M, ENTERED BY PDAB51) DUE ON OR    * 00120000
      *             BEFORE THE RUN DATE -- FOR ONE SUPPLIER OR FOR    * 00130000
      *             ALL -- AND PAYS THEM WITH ONE CHECK PER SUPPLIER, * 00140000
      *             NUMBERED FROM THE FIRST CHECK NUMBER ON THE RUN   * 00150000
      *             CARD.  EVERY INVOICE PAID IS STAMPED WITH ITS     * 00160000
      *             CHECK NUMBER AND THE RUN DATE AND MARKED PAID     * 00170000
      *             (STATUS P).  THE RUN PRINTS THE CHECK REGISTER,   * 00180000
      *             PRINTS A REMITTANCE ADVICE PER CHECK LISTING THE  * 00190000
      *             INVOICES IT PAYS, AND WRITES THE POSITIVE-PAY     * 00200000
      *             ISSUE FILE FOR THE BANK.                          * 00210000
      *                                                               * 00220000
      *             A VOID CARD NAMES A PAID INVOICE.  THE CHECK THAT * 00230000
      *             PAID IT IS VOIDED -- EVERY INVOICE ON THAT CHECK  * 00240000
      *             IS REOPENED TO STATUS M (CHECK NUMBER AND PAID    * 00250000
      *             DATE CLEARED) AND A VOID RECORD GOES TO THE BANK  * 00260000
      *             ON THE POSITIVE-PAY FILE.  VOID CARDS ARE POSTED  * 00270000
      *             AS THEY ARE READ AND THE PAYMENT SELECTION RUNS   * 00280000
      *             AFTER THE LAST CARD, SO A REOPENED INVOICE THAT   * 00290000
      *             IS DUE IS REISSUED ON A NEW CHECK IN THE SAME     * 00300000
      *             RUN.                                              * 00310000
      *                                                               * 00320000
      *             PAYMENT RUN CARD LAYOUT (ONE PER RUN):            * 00330000
      *               COL  1      CARD TYPE         (P)               * 00340000
      *               COL  3- 7   PREFIX            (NUMERIC)         * 00350000
      *               COL  9-16   RUN DATE          (CCYYMMDD)        * 00360000
      *               COL 18-27   FIRST CHECK NO    (NUMERIC)         * 00370000
      *               COL 29-60   SUPPLIER ID       (OPTIONAL --      * 00380000
      *                           BLANK PAYS ALL SUPPLIERS)           * 00390000
      *                                                               * 00400000
      *             VOID CARD LAYOUT:                                 * 00410000
      *               COL  1      CARD TYPE         (V)               * 00420000
      *               COL  3- 7   PREFIX            (NUMERIC)         * 00430000
      *               COL  9-40   SUPPLIER ID                         * 00440000
      *               COL 42-51   SUPPLIER INVOICE NUMBER             * 00450000
      *                                                               * 00460000
      *             POSITIVE-PAY RECORD LAYOUT (80 BYTES):            * 00470000
      *               COL  1      RECORD TYPE  (I ISSUE / V VOID /    * 00480000
      *                                         T TRAILER)            * 00490000
      *               COL  2-11   CHECK NUMBER                        * 00500000
      *               COL 12-19   ISSUE DATE   (CCYYMMDD)             * 00510000
      *               COL 20-30   AMOUNT       (9(9)V99)              * 00520000
      *               COL 31-70   PAYEE NAME                          * 00530000
      *             THE TRAILER CARRIES THE ISSUE/VOID RECORD COUNT   * 00540000
      *             IN COLUMNS 2-11 AND THE NET ISSUED AMOUNT IN      * 00550000
      *             COLUMNS 20-32 (9(11)V99).                         * 00560000
      *                                                               * 00570000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00580000
      *             AP INVOICE FILE      -  VSAM KSDS    (UPDATE)     * 00590000
      *             SUPPLIER TABLE       -  DB2          (INPUT)      * 00600000
      *             POSITIVE-PAY FILE    -  SEQUENTIAL   (OUTPUT)     * 00610000
      *             REMITTANCE PRINT     -  SEQUENTIAL   (OUTPUT)     * 00620000
      *                                                               * 00630000
      ***************************************************************** 00640000
      *             PROGRAM CHANGE LOG                                * 00650000
      *             -------------------                               * 00660000
      *                                                               * 00670000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00680000
      *  --------   --------------------  --------------------------  * 00690000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00700000
      *                                                               * 00710000
      ***************************************************************** 00720000
           EJECT                                                        00730000
       ENVIRONMENT DIVISION.                                            00740000
                                                                        00750000
       INPUT-OUTPUT SECTION.                                            00760000
                                                                        00770000
       FILE-CONTROL.                                                    00780000
                                                                        00790000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00800000
                                                                        00810000
           SELECT POSITIVE-PAY-FILE    ASSIGN TO OPOSPAY.               00820000
                                                                        00830000
           SELECT REMITTANCE-PRINT     ASSIGN TO RMTPRINT.              00840000
                                                                        00850000
           SELECT VSAM-AP-INVOICE      ASSIGN TO VAPINV                 00860000
                                       ORGANIZATION IS INDEXED          00870000
                                       ACCESS IS DYNAMIC                00880000
                                       RECORD KEY IS AP-INVOICE-KEY     00890000
                                       FILE STATUS IS WS-APINV-STATUS.  00900000
           EJECT                                                        00910000
       DATA DIVISION.                                                   00920000
                                                                        00930000
       FILE SECTION.                                                    00940000
                                                                        00950000
       FD  CONTROL-CARD                                                 00960000
           LABEL RECORDS ARE STANDARD                                   00970000
           RECORDING MODE IS F                                          00980000
           RECORD CONTAINS 80 CHARACTERS                                00990000
           BLOCK CONTAINS 27920 CHARACTERS.                             01000000
                                                                        01010000
       01  CONTROL-CARD-REC            PIC X(80).                       01020000
                                                                        01030000
       FD  POSITIVE-PAY-FILE                                            01040000
           LABEL RECORDS ARE STANDARD                                   01050000
           RECORDING MODE IS F                                          01060000
           RECORD CONTAINS 80 CHARACTERS.                               01070000
                                                                        01080000
       01  POSITIVE-PAY-REC            PIC X(80).                       01090000
                                                                        01100000
       FD  REMITTANCE-PRINT                                             01110000
           LABEL RECORDS ARE STANDARD                                   01120000
           RECORDING MODE IS F                                          01130000
           RECORD CONTAINS 132 CHARACTERS.                              01140000
                                                                        01150000
       01  REMITTANCE-PRINT-REC        PIC X(132).                      01160000
                                                                        01170000
       FD  VSAM-AP-INVOICE                                              01180000
           RECORD CONTAINS 160 CHARACTERS.                              01190000
                                                                        01200000
           COPY VAPINV.                                                 01210000
           EJECT                                                        01220000
       WORKING-STORAGE SECTION.                                         01230000
                                                                        01240000
      ***************************************************************** 01250000
      *    SWITCHES                                                   * 01260000
      ***************************************************************** 01270000
                                                                        01280000
       01  WS-SWITCHES.                                                 01290000
           05  WS-END-OF-CARDS-SW      PIC X     VALUE 'N'.             01300000
               88  END-OF-CARDS                  VALUE 'Y'.             01310000
           05  WS-END-OF-INVOICES-SW   PIC X     VALUE 'N'.             01320000
               88  END-OF-INVOICES               VALUE 'Y'.             01330000
           05  WS-RUN-CARD-SW          PIC X     VALUE 'N'.             01340000
               88  RUN-CARD-FOUND                VALUE 'Y'.             01350000
           05  WS-CHECK-OPEN-SW        PIC X     VALUE 'N'.             01360000
               88  CHECK-OPEN                    VALUE 'Y'.             01370000
           EJECT                                                        01380000
      ***************************************************************** 01390000
      *    MISCELLANEOUS WORK FIELDS                                  * 01400000
      ***************************************************************** 01410000
                                                                        01420000
       01  WS-MISCELLANEOUS-FIELDS.                                     01430000
           03  WS-APINV-STATUS         PIC XX    VALUE SPACES.          01440000
               88  APINVF-OK                     VALUE '  ' '00'.       01450000
               88  APINVF-NOTFOUND               VALUE '23'.            01460000
               88  APINVF-EMPTY                  VALUE '47' '35'.       01470000
               88  APINVF-END                    VALUE '10'.            01480000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01490000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01500000
           03  WS-CHECKS-ISSUED        PIC S9(7) VALUE +0       COMP-3. 01510000
           03  WS-INVOICES-PAID        PIC S9(7) VALUE +0       COMP-3. 01520000
           03  WS-CHECKS-VOIDED        PIC S9(7) VALUE +0       COMP-3. 01530000
           03  WS-INVOICES-REOPENED    PIC S9(7) VALUE +0       COMP-3. 01540000
           03  WS-PP-RECORDS           PIC S9(7) VALUE +0       COMP-3. 01550000
           03  WS-TOTAL-PAID           PIC S9(11)V99                    01560000
                                                 VALUE +0       COMP-3. 01570000
           03  WS-TOTAL-VOIDED         PIC S9(11)V99                    01580000
                                                 VALUE +0       COMP-3. 01590000
           03  WS-NET-ISSUED           PIC S9(11)V99                    01600000
                                                 VALUE +0       COMP-3. 01610000
           03  WS-NET-DAYS             PIC S9(3) VALUE +30      COMP-3. 01620000
           03  WS-DUE-DATE             PIC 9(8)  VALUE ZEROES.          01630000
           03  WS-RUN-PREFIX           PIC 9(5)  VALUE ZEROES.          01640000
           03  WS-RUN-DATE             PIC 9(8)  VALUE ZEROES.          01650000
           03  WS-RUN-SUPPLIER         PIC X(32) VALUE SPACES.          01660000
           03  WS-NEXT-CHECK           PIC 9(10) VALUE ZEROES.          01670000
           03  WS-CURR-SUPPLIER        PIC X(32) VALUE SPACES.          01680000
           03  WS-CHECK-NUMBER         PIC 9(10) VALUE ZEROES.          01690000
           03  WS-CHECK-AMOUNT         PIC S9(9)V99                     01700000
                                                 VALUE +0       COMP-3. 01710000
           03  WS-CHECK-INVOICES       PIC S9(5) VALUE +0       COMP-3. 01720000
           03  WS-VOID-KEY.                                             01730000
               05  WS-VK-PREFIX        PIC 9(5)  VALUE ZEROES.          01740000
               05  WS-VK-SUPPLIER-ID   PIC X(32) VALUE SPACES.          01750000
           03  WS-VOID-CHECK           PIC 9(10) VALUE ZEROES.          01760000
           03  WS-VOID-ISSUE-DATE      PIC 9(8)  VALUE ZEROES.          01770000
           03  WS-VOID-AMOUNT          PIC S9(9)V99                     01780000
                                                 VALUE +0       COMP-3. 01790000
           03  WS-PAYEE-NAME           PIC X(64) VALUE SPACES.          01800000
           03  WS-DATE.                                                 01810000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01820000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01830000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01840000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01850000
                                       PIC 9(8).                        01860000
           03  WS-RUN-DATE-X.                                           01870000
               05  WS-RDX-YEAR         PIC X(4)  VALUE SPACES.          01880000
               05  WS-RDX-MONTH        PIC XX    VALUE SPACES.          01890000
               05  WS-RDX-DAY          PIC XX    VALUE SPACES.          01900000
           EJECT                                                        01910000
      ***************************************************************** 01920000
      *    CONTROL CARD AREA                                          * 01930000
      ***************************************************************** 01940000
                                                                        01950000
       01  WS-CONTROL-CARD.                                             01960000
           03  WCC-CARD-TYPE           PIC X(1).                        01970000
               88  WCC-PAYMENT-RUN               VALUE 'P'.             01980000
               88  WCC-VOID                      VALUE 'V'.             01990000
           03  FILLER                  PIC X(1).                        02000000
           03  WCC-PREFIX              PIC X(5).                        02010000
           03  FILLER                  PIC X(1).                        02020000
           03  WCC-CARD-DETAIL         PIC X(72).                       02030000
                                                                        02040000
       01  WS-RUN-CARD REDEFINES WS-CONTROL-CARD.                       02050000
           03  FILLER                  PIC X(8).                        02060000
           03  WCR-RUN-DATE            PIC X(8).                        02070000
           03  FILLER                  PIC X(1).                        02080000
           03  WCR-FIRST-CHECK         PIC X(10).                       02090000
           03  FILLER                  PIC X(1).                        02100000
           03  WCR-SUPPLIER-ID         PIC X(32).                       02110000
           03  FILLER                  PIC X(20).                       02120000
                                                                        02130000
       01  WS-VOID-CARD REDEFINES WS-CONTROL-CARD.                      02140000
           03  FILLER                  PIC X(8).                        02150000
           03  WCV-SUPPLIER-ID         PIC X(32).                       02160000
           03  FILLER                  PIC X(1).                        02170000
           03  WCV-INVOICE-NUMBER      PIC X(10).                       02180000
           03  FILLER                  PIC X(29).                       02190000
           EJECT                                                        02200000
      ***************************************************************** 02210000
      *    POSITIVE-PAY ISSUE / VOID / TRAILER RECORDS                * 02220000
      ***************************************************************** 02230000
                                                                        02240000
       01  WS-POSITIVE-PAY.                                             02250000
           03  WPP-RECORD-TYPE         PIC X(1)  VALUE SPACES.          02260000
           03  WPP-CHECK-NUMBER        PIC 9(10) VALUE ZEROES.          02270000
           03  WPP-ISSUE-DATE          PIC 9(8)  VALUE ZEROES.          02280000
           03  WPP-AMOUNT              PIC 9(9)V99                      02290000
                                                 VALUE ZEROES.          02300000
           03  WPP-PAYEE-NAME          PIC X(40) VALUE SPACES.          02310000
           03  FILLER                  PIC X(10) VALUE SPACES.          02320000
                                                                        02330000
       01  WS-POSITIVE-PAY-TRAILER.                                     02340000
           03  WPT-RECORD-TYPE         PIC X(1)  VALUE 'T'.             02350000
           03  WPT-RECORD-COUNT        PIC 9(10) VALUE ZEROES.          02360000
           03  WPT-RUN-DATE            PIC 9(8)  VALUE ZEROES.          02370000
           03  WPT-NET-AMOUNT          PIC 9(11)V99                     02380000
                                                 VALUE ZEROES.          02390000
           03  FILLER                  PIC X(48) VALUE SPACES.          02400000
           EJECT                                                        02410000
      ***************************************************************** 02420000
      *    DISPLAY AREA                                               * 02430000
      ***************************************************************** 02440000
                                                                        02450000
       01  WS-DISPLAY-LINES.                                            02460000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02470000
           03  WS-DL-BLANK.                                             02480000
               05  FILLER         PIC X(01) VALUE '*'.                  02490000
               05  FILLER         PIC X(78) VALUE SPACES.               02500000
               05  FILLER         PIC X(01) VALUE '*'.                  02510000
           03  WS-DL-LINE.                                              02520000
               05  FILLER         PIC X(01) VALUE '*'.                  02530000
               05  WS-DL-LINE-TEXT                                      02540000
                                  PIC X(78) VALUE SPACES.               02550000
               05  FILLER         PIC X(01) VALUE '*'.                  02560000
           03  WS-DL-RUN-DATE.                                          02570000
               05  FILLER         PIC X(01) VALUE '*'.                  02580000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               02590000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               02600000
               05  FILLER         PIC X(01) VALUE '/'.                  02610000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               02620000
               05  FILLER         PIC X(01) VALUE '/'.                  02630000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               02640000
               05  FILLER         PIC X(56) VALUE SPACES.               02650000
               05  FILLER         PIC X(01) VALUE '*'.                  02660000
           03  WS-DL-TOTAL.                                             02670000
               05  FILLER         PIC X(01) VALUE '*'.                  02680000
               05  FILLER         PIC X(45) VALUE SPACES.               02690000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02700000
               05  FILLER         PIC X(3)  VALUE ' - '.                02710000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               02720000
               05  FILLER         PIC X(01) VALUE '*'.                  02730000
           03  WS-DL-AMOUNT-TOTAL.                                      02740000
               05  FILLER         PIC X(01) VALUE '*'.                  02750000
               05  FILLER         PIC X(35) VALUE SPACES.               02760000
               05  WS-DL-AT-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.                02770000
               05  FILLER         PIC X(3)  VALUE ' - '.                02780000
               05  WS-DL-AT-TITLE PIC X(23) VALUE SPACES.               02790000
               05  FILLER         PIC X(01) VALUE '*'.                  02800000
           EJECT                                                        02810000
      ***************************************************************** 02820000
      *    CHECK REGISTER LINES                                       * 02830000
      ***************************************************************** 02840000
                                                                        02850000
       01  WS-DL-CHECK.                                                 02860000
           03  FILLER                  PIC X(01) VALUE '*'.             02870000
           03  WS-DL-CK-ACTION         PIC X(07) VALUE SPACES.          02880000
           03  WS-DL-CK-NUMBER         PIC 9(10) VALUE ZEROES.          02890000
           03  FILLER                  PIC X(01) VALUE ' '.             02900000
           03  WS-DL-CK-SUPPLIER       PIC X(20) VALUE SPACES.          02910000
           03  FILLER                  PIC X(05) VALUE ' INV '.         02920000
           03  WS-DL-CK-INVOICES       PIC ZZZZ9.                       02930000
           03  FILLER                  PIC X(05) VALUE ' AMT '.         02940000
           03  WS-DL-CK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.              02950000
           03  FILLER                  PIC X(01) VALUE ' '.             02960000
           03  WS-DL-CK-DATE           PIC 9(08) VALUE ZEROES.          02970000
           03  FILLER                  PIC X(02) VALUE SPACES.          02980000
           03  FILLER                  PIC X(01) VALUE '*'.             02990000
                                                                        03000000
       01  WS-DL-REJECT.                                                03010000
           03  FILLER                  PIC X(01) VALUE '*'.             03020000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   03030000
           03  WS-DL-RJ-CARD           PIC X(31) VALUE SPACES.          03040000
           03  FILLER                  PIC X(03) VALUE ' - '.           03050000
           03  WS-DL-RJ-REASON         PIC X(31) VALUE SPACES.          03060000
           03  FILLER                  PIC X(01) VALUE '*'.             03070000
           EJECT                                                        03080000
      ***************************************************************** 03090000
      *    REMITTANCE ADVICE PRINT LINES                              * 03100000
      ***************************************************************** 03110000
                                                                        03120000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         03130000
                                                                        03140000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '='.        03150000
                                                                        03160000
       01  WS-PL-ADVICE-HEADER.                                         03170000
           03  FILLER                  PIC X(21) VALUE                  03180000
               'REMITTANCE ADVICE    '.                                 03190000
           03  FILLER                  PIC X(07) VALUE 'CHECK  '.       03200000
           03  WS-PL-AH-CHECK          PIC 9(10) VALUE ZEROES.          03210000
           03  FILLER                  PIC X(09) VALUE '   DATE  '.     03220000
           03  WS-PL-AH-MONTH          PIC XX    VALUE SPACES.          03230000
           03  FILLER                  PIC X     VALUE '/'.             03240000
           03  WS-PL-AH-DAY            PIC XX    VALUE SPACES.          03250000
           03  FILLER                  PIC X     VALUE '/'.             03260000
           03  WS-PL-AH-YEAR           PIC X(4)  VALUE SPACES.          03270000
           03  FILLER                  PIC X(75) VALUE SPACES.          03280000
                                                                        03290000
       01  WS-PL-PAYEE-LINE.                                            03300000
           03  FILLER                  PIC X(21) VALUE SPACES.          03310000
           03  WS-PL-PY-TEXT           PIC X(64) VALUE SPACES.          03320000
           03  FILLER                  PIC X(47) VALUE SPACES.          03330000
                                                                        03340000
       01  WS-PL-PAYEE-CITY-LINE.                                       03350000
           03  FILLER                  PIC X(21) VALUE SPACES.          03360000
           03  WS-PL-PC-CITY           PIC X(32) VALUE SPACES.          03370000
           03  FILLER                  PIC X(01) VALUE SPACES.          03380000
           03  WS-PL-PC-STATE          PIC X(32) VALUE SPACES.          03390000
           03  FILLER                  PIC X(01) VALUE SPACES.          03400000
           03  WS-PL-PC-POSTAL         PIC X(12) VALUE SPACES.          03410000
           03  FILLER                  PIC X(33) VALUE SPACES.          03420000
                                                                        03430000
       01  WS-PL-COLUMN-HEADER.                                         03440000
           03  FILLER                  PIC X(12) VALUE 'INVOICE     '.  03450000
           03  FILLER                  PIC X(12) VALUE 'INV DATE    '.  03460000
           03  FILLER                  PIC X(17) VALUE                  03470000
               'PURCHASE ORDER   '.                                     03480000
           03  FILLER                  PIC X(16) VALUE                  03490000
               '          AMOUNT'.                                      03500000
           03  FILLER                  PIC X(75) VALUE SPACES.          03510000
                                                                        03520000
       01  WS-PL-DETAIL.                                                03530000
           03  WS-PL-DT-INVOICE        PIC X(10) VALUE SPACES.          03540000
           03  FILLER                  PIC X(02) VALUE SPACES.          03550000
           03  WS-PL-DT-DATE           PIC 9(08) VALUE ZEROES.          03560000
           03  FILLER                  PIC X(04) VALUE SPACES.          03570000
           03  WS-PL-DT-PO-NUMBER      PIC 9(09) VALUE ZEROES.          03580000
           03  FILLER                  PIC X(01) VALUE '-'.             03590000
           03  WS-PL-DT-PO-LINE        PIC 9(05) VALUE ZEROES.          03600000
           03  FILLER                  PIC X(02) VALUE SPACES.          03610000
           03  WS-PL-DT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.              03620000
           03  FILLER                  PIC X(77) VALUE SPACES.          03630000
                                                                        03640000
       01  WS-PL-CHECK-TOTAL.                                           03650000
           03  FILLER                  PIC X(24) VALUE SPACES.          03660000
           03  FILLER                  PIC X(17) VALUE                  03670000
               'CHECK TOTAL      '.                                     03680000
           03  WS-PL-CT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.              03690000
           03  FILLER                  PIC X(77) VALUE SPACES.          03700000
           EJECT                                                        03710000
      ***************************************************************** 03720000
      *    DB2  DEFINITIONS                                           * 03730000
      ***************************************************************** 03740000
                                                                        03750000
      ***************************************************************** 03760000
      *         SQL COMMUNICATIONS AREA                               * 03770000
      ***************************************************************** 03780000
                                                                        03790000
           EXEC SQL                                                     03800000
              INCLUDE SQLCA                                             03810000
           END-EXEC.                                                    03820000
           EJECT                                                        03830000
           EXEC SQL                                                     03840000
              INCLUDE DSUPPLR                                           03850000
           END-EXEC.                                                    03860000
           EJECT                                                        03870000
      ***************************************************************** 03880000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03890000
      ***************************************************************** 03900000
                                                                        03910000
           COPY PDAERRWS.                                               03920000
                                                                        03930000
       01  WS-PDA-BATCH-ERROR-01.                                       03940000
           05  FILLER             PIC X     VALUE SPACES.               03950000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03960000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03970000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB84'.             03980000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03990000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04000000
                                                                        04010000
       01  WS-PDA-BATCH-ERROR-02.                                       04020000
           05  FILLER             PIC X(8)  VALUE SPACES.               04030000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04040000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04050000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04060000
           EJECT                                                        04070000
      ***************************************************************** 04080000
      *    P R O C E D U R E    D I V I S I O N                       * 04090000
      ***************************************************************** 04100000
                                                                        04110000
       PROCEDURE DIVISION.                                              04120000
                                                                        04130000
      ***************************************************************** 04140000
      *                                                               * 04150000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04160000
      *                                                               * 04170000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, POST EVERY     * 04180000
      *                VOID CARD, THEN RUN THE PAYMENT SELECTION      * 04190000
      *                NAMED BY THE RUN CARD AND PRINT THE TOTALS     * 04200000
      *                                                               * 04210000
      *    CALLED BY:  NONE                                           * 04220000
      *                                                               * 04230000
      ***************************************************************** 04240000
                                                                        04250000
       P00000-MAINLINE.                                                 04260000
                                                                        04270000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04280000
                                                                        04290000
           DISPLAY ' '.                                                 04300000
           DISPLAY WS-DL-ASTERISK.                                      04310000
           DISPLAY WS-DL-BLANK.                                         04320000
           MOVE '  PDAB84 - AP PAYMENT RUN AND CHECK REGISTER'          04330000
               TO WS-DL-LINE-TEXT.                                      04340000
           DISPLAY WS-DL-LINE.                                          04350000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      04360000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        04370000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            04380000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          04390000
           DISPLAY WS-DL-RUN-DATE.                                      04400000
           DISPLAY WS-DL-BLANK.                                         04410000
           DISPLAY WS-DL-ASTERISK.                                      04420000
           DISPLAY ' '.                                                 04430000
                                                                        04440000
           OPEN INPUT CONTROL-CARD.                                     04450000
                                                                        04460000
           OPEN OUTPUT POSITIVE-PAY-FILE                                04470000
                       REMITTANCE-PRINT.                                04480000
                                                                        04490000
           OPEN I-O VSAM-AP-INVOICE.                                    04500000
                                                                        04510000
           IF NOT APINVF-OK                                             04520000
               MOVE 'OPEN AP INVOICE FILE FAILED' TO WPBE-MESSAGE       04530000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 04540000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04550000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04560000
           END-IF.                                                      04570000
                                                                        04580000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 04590000
               UNTIL END-OF-CARDS.                                      04600000
                                                                        04610000
           IF RUN-CARD-FOUND                                            04620000
               PERFORM P30000-PAYMENT-RUN THRU P30000-EXIT              04630000
           ELSE                                                         04640000
               MOVE '  NO PAYMENT RUN CARD -- NO CHECKS ISSUED'         04650000
                   TO WS-DL-LINE-TEXT                                   04660000
               DISPLAY WS-DL-LINE                                       04670000
           END-IF.                                                      04680000
                                                                        04690000
      ***************************************************************** 04700000
      *    CLOSE THE POSITIVE-PAY FILE WITH ITS CONTROL TRAILER       * 04710000
      ***************************************************************** 04720000
                                                                        04730000
           MOVE WS-PP-RECORDS TO WPT-RECORD-COUNT.                      04740000
           IF RUN-CARD-FOUND                                            04750000
               MOVE WS-RUN-DATE TO WPT-RUN-DATE                         04760000
           ELSE                                                         04770000
               MOVE WS-DATE-CCYYMMDD TO WPT-RUN-DATE                    04780000
           END-IF.                                                      04790000
           COMPUTE WS-NET-ISSUED = WS-TOTAL-PAID - WS-TOTAL-VOIDED.     04800000
           MOVE WS-NET-ISSUED TO WPT-NET-AMOUNT.                        04810000
           WRITE POSITIVE-PAY-REC FROM WS-POSITIVE-PAY-TRAILER.         04820000
                                                                        04830000
           CLOSE CONTROL-CARD                                           04840000
                 POSITIVE-PAY-FILE                                      04850000
                 REMITTANCE-PRINT                                       04860000
                 VSAM-AP-INVOICE.                                       04870000
                                                                        04880000
           DISPLAY ' '.                                                 04890000
           DISPLAY WS-DL-ASTERISK.                                      04900000
                                                                        04910000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  04920000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           04930000
           DISPLAY WS-DL-TOTAL.                                         04940000
                                                                        04950000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      04960000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       04970000
           DISPLAY WS-DL-TOTAL.                                         04980000
                                                                        04990000
           MOVE 'CHECKS VOIDED' TO WS-DL-T-TITLE.                       05000000
           MOVE WS-CHECKS-VOIDED TO WS-DL-T-CNT.                        05010000
           DISPLAY WS-DL-TOTAL.                                         05020000
                                                                        05030000
           MOVE 'INVOICES REOPENED' TO WS-DL-T-TITLE.                   05040000
           MOVE WS-INVOICES-REOPENED TO WS-DL-T-CNT.                    05050000
           DISPLAY WS-DL-TOTAL.                                         05060000
                                                                        05070000
           MOVE 'CHECKS ISSUED' TO WS-DL-T-TITLE.                       05080000
           MOVE WS-CHECKS-ISSUED TO WS-DL-T-CNT.                        05090000
           DISPLAY WS-DL-TOTAL.                                         05100000
                                                                        05110000
           MOVE 'INVOICES PAID' TO WS-DL-T-TITLE.                       05120000
           MOVE WS-INVOICES-PAID TO WS-DL-T-CNT.                        05130000
           DISPLAY WS-DL-TOTAL.                                         05140000
                                                                        05150000
           MOVE 'TOTAL PAID' TO WS-DL-AT-TITLE.                         05160000
           MOVE WS-TOTAL-PAID TO WS-DL-AT-AMT.                          05170000
           DISPLAY WS-DL-AMOUNT-TOTAL.                                  05180000
                                                                        05190000
           MOVE 'TOTAL VOIDED' TO WS-DL-AT-TITLE.                       05200000
           MOVE WS-TOTAL-VOIDED TO WS-DL-AT-AMT.                        05210000
           DISPLAY WS-DL-AMOUNT-TOTAL.                                  05220000
                                                                        05230000
           DISPLAY WS-DL-ASTERISK.                                      05240000
           DISPLAY ' '.                                                 05250000
                                                                        05260000
           MOVE ZEROES TO RETURN-CODE.                                  05270000
                                                                        05280000
           GOBACK.                                                      05290000
                                                                        05300000
       P00000-EXIT.                                                     05310000
           EXIT.                                                        05320000
           EJECT                                                        05330000
      ***************************************************************** 05340000
      *                                                               * 05350000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 05360000
      *                                                               * 05370000
      *    FUNCTION :  READ THE NEXT CONTROL CARD.  A VOID CARD IS    * 05380000
      *                POSTED NOW; THE PAYMENT RUN CARD IS EDITED AND * 05390000
      *                SAVED FOR THE SELECTION AFTER THE LAST CARD    * 05400000
      *                                                               * 05410000
      *    CALLED BY:  P00000-MAINLINE                                * 05420000
      *                                                               * 05430000
      ***************************************************************** 05440000
                                                                        05450000
       P10000-PROCESS-CARD.                                             05460000
                                                                        05470000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05480000
               AT END                                                   05490000
                   MOVE 'Y' TO WS-END-OF-CARDS-SW                       05500000
                   GO TO P10000-EXIT.                                   05510000
                                                                        05520000
           ADD +1 TO WS-CARDS-READ.                                     05530000
                                                                        05540000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       05550000
                                                                        05560000
           IF WCC-PREFIX NOT NUMERIC                                    05570000
               MOVE 'PREFIX NOT NUMERIC' TO WS-DL-RJ-REASON             05580000
               PERFORM P19000-REJECT-CARD THRU P19000-EXIT              05590000
               GO TO P10000-EXIT                                        05600000
           END-IF.                                                      05610000
                                                                        05620000
           EVALUATE TRUE                                                05630000
               WHEN WCC-PAYMENT-RUN                                     05640000
                   PERFORM P11000-EDIT-RUN-CARD THRU P11000-EXIT        05650000
               WHEN WCC-VOID                                            05660000
                   PERFORM P20000-VOID-CHECK THRU P20000-EXIT           05670000
               WHEN OTHER                                               05680000
                   MOVE 'INVALID CARD TYPE' TO WS-DL-RJ-REASON          05690000
                   PERFORM P19000-REJECT-CARD THRU P19000-EXIT          05700000
           END-EVALUATE.                                                05710000
                                                                        05720000
       P10000-EXIT.                                                     05730000
           EXIT.                                                        05740000
           EJECT                                                        05750000
      ***************************************************************** 05760000
      *                                                               * 05770000
      *    PARAGRAPH:  P11000-EDIT-RUN-CARD                           * 05780000
      *                                                               * 05790000
      *    FUNCTION :  EDIT THE PAYMENT RUN CARD AND SAVE ITS PREFIX, * 05800000
      *                RUN DATE, FIRST CHECK NUMBER AND OPTIONAL      * 05810000
      *                SUPPLIER.  ONLY ONE RUN CARD IS ACCEPTED       * 05820000
      *                                                               * 05830000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 05840000
      *                                                               * 05850000
      ***************************************************************** 05860000
                                                                        05870000
       P11000-EDIT-RUN-CARD.                                            05880000
                                                                        05890000
           IF RUN-CARD-FOUND                                            05900000
               MOVE 'DUPLICATE PAYMENT RUN CARD' TO WS-DL-RJ-REASON     05910000
               PERFORM P19000-REJECT-CARD THRU P19000-EXIT              05920000
               GO TO P11000-EXIT                                        05930000
           END-IF.                                                      05940000
                                                                        05950000
           IF WCR-RUN-DATE NOT NUMERIC                                  05960000
              OR WCR-FIRST-CHECK NOT NUMERIC                            05970000
               MOVE 'RUN DATE/CHECK NOT NUMERIC' TO WS-DL-RJ-REASON     05980000
               PERFORM P19000-REJECT-CARD THRU P19000-EXIT              05990000
               GO TO P11000-EXIT                                        06000000
           END-IF.                                                      06010000
                                                                        06020000
           MOVE WCC-PREFIX TO WS-RUN-PREFIX.                            06030000
           MOVE WCR-RUN-DATE TO WS-RUN-DATE                             06040000
                                WS-RUN-DATE-X.                          06050000
           MOVE WCR-FIRST-CHECK TO WS-NEXT-CHECK.                       06060000
           MOVE WCR-SUPPLIER-ID TO WS-RUN-SUPPLIER.                     06070000
                                                                        06080000
           IF WS-NEXT-CHECK = ZEROES                                    06090000
               MOVE 'FIRST CHECK NUMBER IS ZERO' TO WS-DL-RJ-REASON     06100000
               PERFORM P19000-REJECT-CARD THRU P19000-EXIT              06110000
               GO TO P11000-EXIT                                        06120000
           END-IF.                                                      06130000
                                                                        06140000
           MOVE 'Y' TO WS-RUN-CARD-SW.                                  06150000
                                                                        06160000
       P11000-EXIT.                                                     06170000
           EXIT.                                                        06180000
           EJECT                                                        06190000
      ***************************************************************** 06200000
      *                                                               * 06210000
      *    PARAGRAPH:  P19000-REJECT-CARD                             * 06220000
      *                                                               * 06230000
      *    FUNCTION :  LIST A REJECTED CONTROL CARD WITH ITS REASON   * 06240000
      *                                                               * 06250000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 06260000
      *                P11000-EDIT-RUN-CARD                           * 06270000
      *                P20000-VOID-CHECK                              * 06280000
      *                                                               * 06290000
      ***************************************************************** 06300000
                                                                        06310000
       P19000-REJECT-CARD.                                              06320000
                                                                        06330000
           DISPLAY WS-DL-REJECT.                                        06340000
           ADD +1 TO WS-CARDS-REJECTED.                                 06350000
                                                                        06360000
       P19000-EXIT.                                                     06370000
           EXIT.                                                        06380000
           EJECT                                                        06390000
      ***************************************************************** 06400000
      *                                                               * 06410000
      *    PARAGRAPH:  P20000-VOID-CHECK                              * 06420000
      *                                                               * 06430000
      *    FUNCTION :  VOID THE CHECK THAT PAID THE INVOICE NAMED ON  * 06440000
      *                THE VOID CARD.  EVERY INVOICE OF THE SUPPLIER  * 06450000
      *                CARRYING THAT CHECK NUMBER IS REOPENED, THE    * 06460000
      *                VOID IS LISTED ON THE CHECK REGISTER AND SENT  * 06470000
      *                TO THE BANK ON THE POSITIVE-PAY FILE           * 06480000
      *                                                               * 06490000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 06500000
      *                                                               * 06510000
      ***************************************************************** 06520000
                                                                        06530000
       P20000-VOID-CHECK.                                               06540000
                                                                        06550000
           MOVE WCC-PREFIX TO AP-INVOICE-PREFIX.                        06560000
           MOVE WCV-SUPPLIER-ID TO AP-INVOICE-SUPPLIER-ID.              06570000
           MOVE WCV-INVOICE-NUMBER TO AP-INVOICE-NUMBER.                06580000
                                                                        06590000
           READ VSAM-AP-INVOICE.                                        06600000
                                                                        06610000
           IF APINVF-NOTFOUND                                           06620000
               MOVE 'INVOICE NOT ON FILE' TO WS-DL-RJ-REASON            06630000
               PERFORM P19000-REJECT-CARD THRU P19000-EXIT              06640000
               GO TO P20000-EXIT                                        06650000
           END-IF.                                                      06660000
                                                                        06670000
           IF NOT APINVF-OK                                             06680000
               MOVE 'READ AP INVOICE FAILED' TO WPBE-MESSAGE            06690000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 06700000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          06710000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06720000
           END-IF.                                                      06730000
                                                                        06740000
           IF NOT AP-INVOICE-PAID                                       06750000
              OR AP-INVOICE-CHECK-NUMBER = ZEROES                       06760000
               MOVE 'INVOICE IS NOT PAID' TO WS-DL-RJ-REASON            06770000
               PERFORM P19000-REJECT-CARD THRU P19000-EXIT              06780000
               GO TO P20000-EXIT                                        06790000
           END-IF.                                                      06800000
                                                                        06810000
           MOVE AP-INVOICE-PREFIX TO WS-VK-PREFIX.                      06820000
           MOVE AP-INVOICE-SUPPLIER-ID TO WS-VK-SUPPLIER-ID.            06830000
           MOVE AP-INVOICE-CHECK-NUMBER TO WS-VOID-CHECK.               06840000
           MOVE AP-INVOICE-PAID-DATE TO WS-VOID-ISSUE-DATE.             06850000
           MOVE +0 TO WS-VOID-AMOUNT                                    06860000
                      WS-CHECK-INVOICES.                                06870000
                                                                        06880000
      ***************************************************************** 06890000
      *    REOPEN EVERY INVOICE OF THE SUPPLIER PAID BY THE CHECK     * 06900000
      ***************************************************************** 06910000
                                                                        06920000
           MOVE LOW-VALUES TO AP-INVOICE-NUMBER.                        06930000
                                                                        06940000
           START VSAM-AP-INVOICE                                        06950000
               KEY NOT LESS THAN AP-INVOICE-KEY.                        06960000
                                                                        06970000
           IF NOT APINVF-OK                                             06980000
               MOVE 'START AP INVOICE FILE FAILED' TO WPBE-MESSAGE      06990000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 07000000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          07010000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07020000
           END-IF.                                                      07030000
                                                                        07040000
           MOVE 'N' TO WS-END-OF-INVOICES-SW.                           07050000
                                                                        07060000
           PERFORM P21000-REOPEN-INVOICE THRU P21000-EXIT               07070000
               UNTIL END-OF-INVOICES.                                   07080000
                                                                        07090000
      ***************************************************************** 07100000
      *    REGISTER THE VOID AND TELL THE BANK                        * 07110000
      ***************************************************************** 07120000
                                                                        07130000
           PERFORM P50000-GET-PAYEE THRU P50000-EXIT.                   07140000
                                                                        07150000
           MOVE 'VOIDED ' TO WS-DL-CK-ACTION.                           07160000
           MOVE WS-VOID-CHECK TO WS-DL-CK-NUMBER.                       07170000
           MOVE WS-VK-SUPPLIER-ID TO WS-DL-CK-SUPPLIER.                 07180000
           MOVE WS-CHECK-INVOICES TO WS-DL-CK-INVOICES.                 07190000
           MOVE WS-VOID-AMOUNT TO WS-DL-CK-AMOUNT.                      07200000
           MOVE WS-VOID-ISSUE-DATE TO WS-DL-CK-DATE.                    07210000
           DISPLAY WS-DL-CHECK.                                         07220000
                                                                        07230000
           MOVE 'V' TO WPP-RECORD-TYPE.                                 07240000
           MOVE WS-VOID-CHECK TO WPP-CHECK-NUMBER.                      07250000
           MOVE WS-VOID-ISSUE-DATE TO WPP-ISSUE-DATE.                   07260000
           MOVE WS-VOID-AMOUNT TO WPP-AMOUNT.                           07270000
           MOVE WS-PAYEE-NAME TO WPP-PAYEE-NAME.                        07280000
           WRITE POSITIVE-PAY-REC FROM WS-POSITIVE-PAY.                 07290000
           ADD +1 TO WS-PP-RECORDS.                                     07300000
                                                                        07310000
           ADD +1 TO WS-CHECKS-VOIDED.                                  07320000
           ADD WS-VOID-AMOUNT TO WS-TOTAL-VOIDED.                       07330000
                                                                        07340000
       P20000-EXIT.                                                     07350000
           EXIT.                                                        07360000
           EJECT                                                        07370000
      ***************************************************************** 07380000
      *                                                               * 07390000
      *    PARAGRAPH:  P21000-REOPEN-INVOICE                          * 07400000
      *                                                               * 07410000
      *    FUNCTION :  READ THE NEXT INVOICE OF THE SUPPLIER AND      * 07420000
      *                REOPEN IT WHEN THE VOIDED CHECK PAID IT        * 07430000
      *                                                               * 07440000
      *    CALLED BY:  P20000-VOID-CHECK                              * 07450000
      *                                                               * 07460000
      ***************************************************************** 07470000
                                                                        07480000
       P21000-REOPEN-INVOICE.                                           07490000
                                                                        07500000
           READ VSAM-AP-INVOICE NEXT.                                   07510000
                                                                        07520000
           IF APINVF-END                                                07530000
               MOVE 'Y' TO WS-END-OF-INVOICES-SW                        07540000
               GO TO P21000-EXIT                                        07550000
           END-IF.                                                      07560000
                                                                        07570000
           IF NOT APINVF-OK                                             07580000
               MOVE 'READ NEXT AP INVOICE FAILED' TO WPBE-MESSAGE       07590000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 07600000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          07610000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07620000
           END-IF.                                                      07630000
                                                                        07640000
           IF AP-INVOICE-PREFIX NOT = WS-VK-PREFIX                      07650000
              OR AP-INVOICE-SUPPLIER-ID NOT = WS-VK-SUPPLIER-ID         07660000
               MOVE 'Y' TO WS-END-OF-INVOICES-SW                        07670000
               GO TO P21000-EXIT                                        07680000
           END-IF.                                                      07690000
                                                                        07700000
           IF NOT AP-INVOICE-PAID                                       07710000
              OR AP-INVOICE-CHECK-NUMBER NOT = WS-VOID-CHECK            07720000
               GO TO P21000-EXIT                                        07730000
           END-IF.                                                      07740000
                                                                        07750000
           MOVE 'M' TO AP-INVOICE-STATUS.                               07760000
           MOVE ZEROES TO AP-INVOICE-CHECK-NUMBER                       07770000
                          AP-INVOICE-PAID-DATE.                         07780000
                                                                        07790000
           REWRITE AP-INVOICE-RECORD.                                   07800000
                                                                        07810000
           IF NOT APINVF-OK                                             07820000
               MOVE 'REWRITE AP INVOICE FAILED' TO WPBE-MESSAGE         07830000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 07840000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          07850000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07860000
           END-IF.                                                      07870000
                                                                        07880000
           ADD AP-INVOICE-AMOUNT TO WS-VOID-AMOUNT.                     07890000
           ADD +1 TO WS-CHECK-INVOICES                                  07900000
                     WS-INVOICES-REOPENED.                              07910000
                                                                        07920000
       P21000-EXIT.                                                     07930000
           EXIT.                                                        07940000
           EJECT                                                        07950000
      ***************************************************************** 07960000
      *                                                               * 07970000
      *    PARAGRAPH:  P30000-PAYMENT-RUN                             * 07980000
      *                                                               * 07990000
      *    FUNCTION :  BROWSE THE AP INVOICE FILE FOR THE RUN PREFIX  * 08000000
      *                (AND SUPPLIER, WHEN NAMED) IN SUPPLIER         * 08010000
      *                SEQUENCE, PAYING EVERY MATCHED INVOICE DUE BY  * 08020000
      *                THE RUN DATE ON ONE CHECK PER SUPPLIER         * 08030000
      *                                                               * 08040000
      *    CALLED BY:  P00000-MAINLINE                                * 08050000
      *                                                               * 08060000
      ***************************************************************** 08070000
                                                                        08080000
       P30000-PAYMENT-RUN.                                              08090000
                                                                        08100000
           DISPLAY ' '.                                                 08110000
           DISPLAY WS-DL-ASTERISK.                                      08120000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              08130000
           STRING '  CHECK REGISTER - INVOICES DUE BY '                 08140000
                  WS-RUN-DATE                                           08150000
                  DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.               08160000
           DISPLAY WS-DL-LINE.                                          08170000
           DISPLAY WS-DL-BLANK.                                         08180000
                                                                        08190000
           MOVE WS-RUN-PREFIX TO AP-INVOICE-PREFIX.                     08200000
           MOVE LOW-VALUES TO AP-INVOICE-NUMBER.                        08210000
                                                                        08220000
           IF WS-RUN-SUPPLIER = SPACES                                  08230000
               MOVE LOW-VALUES TO AP-INVOICE-SUPPLIER-ID                08240000
           ELSE                                                         08250000
               MOVE WS-RUN-SUPPLIER TO AP-INVOICE-SUPPLIER-ID           08260000
           END-IF.                                                      08270000
                                                                        08280000
           START VSAM-AP-INVOICE                                        08290000
               KEY NOT LESS THAN AP-INVOICE-KEY.                        08300000
                                                                        08310000
           IF APINVF-NOTFOUND OR APINVF-END                             08320000
               MOVE '  NO INVOICES ON FILE FOR THE RUN'                 08330000
                   TO WS-DL-LINE-TEXT                                   08340000
               DISPLAY WS-DL-LINE                                       08350000
               DISPLAY WS-DL-ASTERISK                                   08360000
               GO TO P30000-EXIT                                        08370000
           END-IF.                                                      08380000
                                                                        08390000
           IF NOT APINVF-OK                                             08400000
               MOVE 'START AP INVOICE FILE FAILED' TO WPBE-MESSAGE      08410000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 08420000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          08430000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08440000
           END-IF.                                                      08450000
                                                                        08460000
           MOVE 'N' TO WS-END-OF-INVOICES-SW.                           08470000
                                                                        08480000
           PERFORM P31000-SELECT-INVOICE THRU P31000-EXIT               08490000
               UNTIL END-OF-INVOICES.                                   08500000
                                                                        08510000
           IF CHECK-OPEN                                                08520000
               PERFORM P33000-CLOSE-CHECK THRU P33000-EXIT              08530000
           END-IF.                                                      08540000
                                                                        08550000
           DISPLAY WS-DL-ASTERISK.                                      08560000
                                                                        08570000
       P30000-EXIT.                                                     08580000
           EXIT.                                                        08590000
           EJECT                                                        08600000
      ***************************************************************** 08610000
      *                                                               * 08620000
      *    PARAGRAPH:  P31000-SELECT-INVOICE                          * 08630000
      *                                                               * 08640000
      *    FUNCTION :  READ THE NEXT INVOICE, BREAK ON SUPPLIER, AND  * 08650000
      *                PAY IT WHEN IT IS MATCHED AND DUE BY THE RUN   * 08660000
      *                DATE                                           * 08670000
      *                                                               * 08680000
      *    CALLED BY:  P30000-PAYMENT-RUN                             * 08690000
      *                                                               * 08700000
      ***************************************************************** 08710000
                                                                        08720000
       P31000-SELECT-INVOICE.                                           08730000
                                                                        08740000
           READ VSAM-AP-INVOICE NEXT.                                   08750000
                                                                        08760000
           IF APINVF-END                                                08770000
               MOVE 'Y' TO WS-END-OF-INVOICES-SW                        08780000
               GO TO P31000-EXIT                                        08790000
           END-IF.                                                      08800000
                                                                        08810000
           IF NOT APINVF-OK                                             08820000
               MOVE 'READ NEXT AP INVOICE FAILED' TO WPBE-MESSAGE       08830000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 08840000
               MOVE 'P31000' TO WPBE-PARAGRAPH                          08850000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08860000
           END-IF.                                                      08870000
                                                                        08880000
           IF AP-INVOICE-PREFIX NOT = WS-RUN-PREFIX                     08890000
               MOVE 'Y' TO WS-END-OF-INVOICES-SW                        08900000
               GO TO P31000-EXIT                                        08910000
           END-IF.                                                      08920000
                                                                        08930000
           IF WS-RUN-SUPPLIER NOT = SPACES                              08940000
              AND AP-INVOICE-SUPPLIER-ID NOT = WS-RUN-SUPPLIER          08950000
               MOVE 'Y' TO WS-END-OF-INVOICES-SW                        08960000
               GO TO P31000-EXIT                                        08970000
           END-IF.                                                      08980000
                                                                        08990000
           IF NOT AP-INVOICE-MATCHED                                    09000000
               GO TO P31000-EXIT                                        09010000
           END-IF.                                                      09020000
                                                                        09030000
      ***************************************************************** 09040000
      *    AN INVOICE WITHOUT A STAMPED DUE DATE IS DUE 30 DAYS       * 09050000
      *    AFTER ITS INVOICE DATE                                     * 09060000
      ***************************************************************** 09070000
                                                                        09080000
           IF AP-INVOICE-DUE-DATE = ZEROES                              09090000
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER           09100000
                   (FUNCTION INTEGER-OF-DATE (AP-INVOICE-DATE)          09110000
                    + WS-NET-DAYS)                                      09120000
           ELSE                                                         09130000
               MOVE AP-INVOICE-DUE-DATE TO WS-DUE-DATE                  09140000
           END-IF.                                                      09150000
                                                                        09160000
           IF WS-DUE-DATE > WS-RUN-DATE                                 09170000
               GO TO P31000-EXIT                                        09180000
           END-IF.                                                      09190000
                                                                        09200000
      ***************************************************************** 09210000
      *    BREAK ON SUPPLIER -- CLOSE THE OPEN CHECK, START A NEW ONE * 09220000
      ***************************************************************** 09230000
                                                                        09240000
           IF CHECK-OPEN                                                09250000
              AND AP-INVOICE-SUPPLIER-ID NOT = WS-CURR-SUPPLIER         09260000
               PERFORM P33000-CLOSE-CHECK THRU P33000-EXIT              09270000
           END-IF.                                                      09280000
                                                                        09290000
           IF NOT CHECK-OPEN                                            09300000
               PERFORM P32000-OPEN-CHECK THRU P32000-EXIT               09310000
           END-IF.                                                      09320000
                                                                        09330000
      ***************************************************************** 09340000
      *    MARK THE INVOICE PAID ON THE CHECK                         * 09350000
      ***************************************************************** 09360000
                                                                        09370000
           MOVE 'P' TO AP-INVOICE-STATUS.                               09380000
           MOVE WS-CHECK-NUMBER TO AP-INVOICE-CHECK-NUMBER.             09390000
           MOVE WS-RUN-DATE TO AP-INVOICE-PAID-DATE.                    09400000
                                                                        09410000
           REWRITE AP-INVOICE-RECORD.                                   09420000
                                                                        09430000
           IF NOT APINVF-OK                                             09440000
               MOVE 'REWRITE AP INVOICE FAILED' TO WPBE-MESSAGE         09450000
               MOVE WS-APINV-STATUS TO WPBE-FILE-STATUS                 09460000
               MOVE 'P31000' TO WPBE-PARAGRAPH                          09470000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09480000
           END-IF.                                                      09490000
                                                                        09500000
           ADD AP-INVOICE-AMOUNT TO WS-CHECK-AMOUNT.                    09510000
           ADD +1 TO WS-CHECK-INVOICES                                  09520000
                     WS-INVOICES-PAID.                                  09530000
                                                                        09540000
           MOVE AP-INVOICE-NUMBER TO WS-PL-DT-INVOICE.                  09550000
           MOVE AP-INVOICE-DATE TO WS-PL-DT-DATE.                       09560000
           MOVE AP-INVOICE-PO-NUMBER TO WS-PL-DT-PO-NUMBER.             09570000
           MOVE AP-INVOICE-PO-LINE TO WS-PL-DT-PO-LINE.                 09580000
           MOVE AP-INVOICE-AMOUNT TO WS-PL-DT-AMOUNT.                   09590000
           WRITE REMITTANCE-PRINT-REC FROM WS-PL-DETAIL.                09600000
                                                                        09610000
       P31000-EXIT.                                                     09620000
           EXIT.                                                        09630000
           EJECT                                                        09640000
      ***************************************************************** 09650000
      *                                                               * 09660000
      *    PARAGRAPH:  P32000-OPEN-CHECK                              * 09670000
      *                                                               * 09680000
      *    FUNCTION :  ASSIGN THE NEXT CHECK NUMBER TO THE SUPPLIER   * 09690000
      *                AND START ITS REMITTANCE ADVICE -- HEADER,     * 09700000
      *                PAYEE NAME AND ADDRESS, COLUMN HEADINGS        * 09710000
      *                                                               * 09720000
      *    CALLED BY:  P31000-SELECT-INVOICE                          * 09730000
      *                                                               * 09740000
      ***************************************************************** 09750000
                                                                        09760000
       P32000-OPEN-CHECK.                                               09770000
                                                                        09780000
           MOVE 'Y' TO WS-CHECK-OPEN-SW.                                09790000
           MOVE AP-INVOICE-SUPPLIER-ID TO WS-CURR-SUPPLIER.             09800000
           MOVE WS-NEXT-CHECK TO WS-CHECK-NUMBER.                       09810000
           ADD +1 TO WS-NEXT-CHECK.                                     09820000
           MOVE +0 TO WS-CHECK-AMOUNT                                   09830000
                      WS-CHECK-INVOICES.                                09840000
                                                                        09850000
           MOVE AP-INVOICE-PREFIX TO WS-VK-PREFIX.                      09860000
           MOVE AP-INVOICE-SUPPLIER-ID TO WS-VK-SUPPLIER-ID.            09870000
                                                                        09880000
           PERFORM P50000-GET-PAYEE THRU P50000-EXIT.                   09890000
                                                                        09900000
           WRITE REMITTANCE-PRINT-REC FROM WS-PL-SEPARATOR.             09910000
                                                                        09920000
           MOVE WS-CHECK-NUMBER TO WS-PL-AH-CHECK.                      09930000
           MOVE WS-RDX-MONTH TO WS-PL-AH-MONTH.                         09940000
           MOVE WS-RDX-DAY TO WS-PL-AH-DAY.                             09950000
           MOVE WS-RDX-YEAR TO WS-PL-AH-YEAR.                           09960000
           WRITE REMITTANCE-PRINT-REC FROM WS-PL-ADVICE-HEADER.         09970000
                                                                        09980000
           MOVE WS-PAYEE-NAME TO WS-PL-PY-TEXT.                         09990000
           WRITE REMITTANCE-PRINT-REC FROM WS-PL-PAYEE-LINE.            10000000
                                                                        10010000
           IF SUPPLIER-ADDRESS NOT = SPACES                             10020000
               MOVE SUPPLIER-ADDRESS TO WS-PL-PY-TEXT                   10030000
               WRITE REMITTANCE-PRINT-REC FROM WS-PL-PAYEE-LINE         10040000
               MOVE SUPPLIER-CITY TO WS-PL-PC-CITY                      10050000
               MOVE SUPPLIER-STATE TO WS-PL-PC-STATE                    10060000
               MOVE SUPPLIER-POSTAL-CODE TO WS-PL-PC-POSTAL             10070000
               WRITE REMITTANCE-PRINT-REC FROM WS-PL-PAYEE-CITY-LINE    10080000
           END-IF.                                                      10090000
                                                                        10100000
           WRITE REMITTANCE-PRINT-REC FROM WS-PL-BLANK.                 10110000
           WRITE REMITTANCE-PRINT-REC FROM WS-PL-COLUMN-HEADER.         10120000
                                                                        10130000
       P32000-EXIT.                                                     10140000
           EXIT.                                                        10150000
           EJECT                                                        10160000
      ***************************************************************** 10170000
      *                                                               * 10180000
      *    PARAGRAPH:  P33000-CLOSE-CHECK                             * 10190000
      *                                                               * 10200000
      *    FUNCTION :  TOTAL THE REMITTANCE ADVICE, LIST THE CHECK ON * 10210000
      *                THE CHECK REGISTER AND WRITE ITS POSITIVE-PAY  * 10220000
      *                ISSUE RECORD                                   * 10230000
      *                                                               * 10240000
      *    CALLED BY:  P30000-PAYMENT-RUN                             * 10250000
      *                P31000-SELECT-INVOICE                          * 10260000
      *                                                               * 10270000
      ***************************************************************** 10280000
                                                                        10290000
       P33000-CLOSE-CHECK.                                              10300000
                                                                        10310000
           MOVE 'N' TO WS-CHECK-OPEN-SW.                                10320000
                                                                        10330000
           WRITE REMITTANCE-PRINT-REC FROM WS-PL-BLANK.                 10340000
           MOVE WS-CHECK-AMOUNT TO WS-PL-CT-AMOUNT.                     10350000
           WRITE REMITTANCE-PRINT-REC FROM WS-PL-CHECK-TOTAL.           10360000
                                                                        10370000
           MOVE 'ISSUED ' TO WS-DL-CK-ACTION.                           10380000
           MOVE WS-CHECK-NUMBER TO WS-DL-CK-NUMBER.                     10390000
           MOVE WS-CURR-SUPPLIER TO WS-DL-CK-SUPPLIER.                  10400000
           MOVE WS-CHECK-INVOICES TO WS-DL-CK-INVOICES.                 10410000
           MOVE WS-CHECK-AMOUNT TO WS-DL-CK-AMOUNT.                     10420000
           MOVE WS-RUN-DATE TO WS-DL-CK-DATE.                           10430000
           DISPLAY WS-DL-CHECK.                                         10440000
                                                                        10450000
           MOVE 'I' TO WPP-RECORD-TYPE.                                 10460000
           MOVE WS-CHECK-NUMBER TO WPP-CHECK-NUMBER.                    10470000
           MOVE WS-RUN-DATE TO WPP-ISSUE-DATE.                          10480000
           MOVE WS-CHECK-AMOUNT TO WPP-AMOUNT.                          10490000
           MOVE WS-PAYEE-NAME TO WPP-PAYEE-NAME.                        10500000
           WRITE POSITIVE-PAY-REC FROM WS-POSITIVE-PAY.                 10510000
           ADD +1 TO WS-PP-RECORDS.                                     10520000
                                                                        10530000
           ADD +1 TO WS-CHECKS-ISSUED.                                  10540000
           ADD WS-CHECK-AMOUNT TO WS-TOTAL-PAID.                        10550000
                                                                        10560000
       P33000-EXIT.                                                     10570000
           EXIT.                                                        10580000
           EJECT                                                        10590000
      ***************************************************************** 10600000
      *                                                               * 10610000
      *    PARAGRAPH:  P50000-GET-PAYEE                               * 10620000
      *                                                               * 10630000
      *    FUNCTION :  FETCH THE SUPPLIER NAME AND ADDRESS FOR THE    * 10640000
      *                CHECK PAYEE.  A SUPPLIER NO LONGER ON THE      * 10650000
      *                TABLE IS PAID IN THE NAME OF ITS SUPPLIER ID   * 10660000
      *                                                               * 10670000
      *    CALLED BY:  P20000-VOID-CHECK                              * 10680000
      *                P32000-OPEN-CHECK                              * 10690000
      *                                                               * 10700000
      ***************************************************************** 10710000
                                                                        10720000
       P50000-GET-PAYEE.                                                10730000
                                                                        10740000
           MOVE WS-VK-PREFIX TO SUPPLIER-PREFIX.                        10750000
           MOVE WS-VK-SUPPLIER-ID TO SUPPLIER-SUPPLIER-ID.              10760000
                                                                        10770000
           EXEC SQL                                                     10780000
               SELECT  NAME,                                            10790000
                       ADDRESS,                                         10800000
                       CITY,                                            10810000
                       STATE,                                           10820000
                       POSTAL_CODE                                      10830000
               INTO    :SUPPLIER-NAME,                                  10840000
                       :SUPPLIER-ADDRESS,                               10850000
                       :SUPPLIER-CITY,                                  10860000
                       :SUPPLIER-STATE,                                 10870000
                       :SUPPLIER-POSTAL-CODE                            10880000
               FROM    SUPPLIER                                         10890000
               WHERE   PREFIX      = :SUPPLIER-PREFIX                   10900000
                 AND   SUPPLIER_ID = :SUPPLIER-SUPPLIER-ID              10910000
           END-EXEC.                                                    10920000
                                                                        10930000
           EVALUATE TRUE                                                10940000
               WHEN SQLCODE = +0                                        10950000
                   MOVE SUPPLIER-NAME TO WS-PAYEE-NAME                  10960000
               WHEN SQLCODE = +100                                      10970000
                   MOVE WS-VK-SUPPLIER-ID TO WS-PAYEE-NAME              10980000
                   MOVE SPACES TO SUPPLIER-ADDRESS                      10990000
                                  SUPPLIER-CITY                         11000000
                                  SUPPLIER-STATE                        11010000
                                  SUPPLIER-POSTAL-CODE                  11020000
               WHEN OTHER                                               11030000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      11040000
                   MOVE 'PDAB84' TO WPDE-PROGRAM-ID                     11050000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     11060000
                   MOVE 'SELECT SUPPLIER' TO WPDE-FUNCTION              11070000
                   MOVE 'P50000' TO WPDE-PARAGRAPH                      11080000
                   PERFORM P99999-ABEND THRU P99999-EXIT                11090000
           END-EVALUATE.                                                11100000
                                                                        11110000
       P50000-EXIT.                                                     11120000
           EXIT.                                                        11130000
           EJECT                                                        11140000
      ***************************************************************** 11150000
      *                                                               * 11160000
      *    PARAGRAPH:  P99999-ABEND                                   * 11170000
      *                                                               * 11180000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 11190000
      *                ERROR HAS BEEN ENCOUNTERED                     * 11200000
      *                                                               * 11210000
      *    CALLED BY:  VARIOUS                                        * 11220000
      *                                                               * 11230000
      ***************************************************************** 11240000
                                                                        11250000
       P99999-ABEND.                                                    11260000
                                                                        11270000
           DISPLAY ' '.                                                 11280000
           DISPLAY WPEA-ERROR-01.                                       11290000
           DISPLAY WPEA-ERROR-02.                                       11300000
           DISPLAY WPEA-ERROR-03.                                       11310000
           DISPLAY WPEA-ERROR-04.                                       11320000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               11330000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               11340000
           DISPLAY WPEA-ERROR-04.                                       11350000
           DISPLAY WPEA-ERROR-03.                                       11360000
           DISPLAY WPEA-ERROR-02.                                       11370000
           DISPLAY WPEA-ERROR-01.                                       11380000
           DISPLAY ' '.                                                 11390000
                                                                        11400000
           MOVE 16 TO RETURN-CODE.                                      11410000
                                                                        11420000
           GOBACK.                                                      11430000
                                                                        11440000
       P99999-EXIT.                                                     11450000
           EXIT.                                                        11460000
