       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB117.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB117                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB117 IS THE DAILY BANK RECONCILIATION  * 00100000
      *             BATCH PROGRAM FOR THE DEPOSIT ACCOUNT THAT        * 00110000
      *             RECEIVES LOCKBOX AND CARD SETTLEMENT CASH.        * 00120000
      *                                                               * 00130000
      *             THE BOOK SIDE IS THE DAY'S LOCKBOX BATCH TOTAL    * 00140000
      *             BY REMITTANCE DATE (THE SAME REMITTANCE FILE      * 00150000
      *             PDAB48 APPLIED) AND THE CARD SETTLEMENT TOTAL BY  * 00160000
      *             SETTLEMENT DATE (CARD PAYMENTS PDAB59 POSTED AS   * 00170000
      *             ACCEPTED SINCE THE LAST STATEMENT).  EACH TOTAL   * 00180000
      *             IS BOOKED AS A RECONCILING ITEM.                  * 00190000
      *                                                               * 00200000
      *             THE BANK SIDE IS THE BANK'S BAI2 STATEMENT FOR    * 00210000
      *             THE ACCOUNT -- THE CLOSING LEDGER BALANCE AND     * 00220000
      *             EVERY CREDIT AND DEBIT DETAIL.  A LOCKBOX DEPOSIT * 00230000
      *             (TYPE 115) OR CARD SETTLEMENT CREDIT (TYPES 165   * 00240000
      *             AND 169) IS MATCHED TO AN OUTSTANDING BOOK ITEM   * 00250000
      *             OF THE SAME SOURCE AND AMOUNT, ONE BOOKED THE     * 00260000
      *             SAME DAY FIRST, THEN THE OLDEST.  A BANK ITEM     * 00270000
      *             CARRIED FROM AN EARLIER STATEMENT IS TRIED AGAIN  * 00280000
      *             AGAINST THE BOOK ITEMS FIRST.                     * 00290000
      *                                                               * 00300000
      *             WHAT DOES NOT MATCH STAYS OUTSTANDING ON THE      * 00310000
      *             RECONCILING ITEM FILE AND IS CARRIED FORWARD.     * 00320000
      *             WHEN FINANCE HAS BOOKED A BANK ITEM (A FEE, A     * 00330000
      *             SWEEP, AN UNIDENTIFIED CREDIT) OR REVERSED A BOOK * 00340000
      *             ITEM THE BANK WILL NEVER SEE, A CLEAR CARD CLOSES * 00350000
      *             IT AND MOVES IT INTO THE BOOK BALANCE.            * 00360000
      *                                                               * 00370000
      *             THE REPORT SHOWS THE ITEMS CLEARED, BOOKED AND    * 00380000
      *             MATCHED, THE STATEMENT ACTIVITY, EVERY            * 00390000
      *             OUTSTANDING ITEM WITH ITS AGE, AND THE BOOK       * 00400000
      *             BALANCE AGAINST THE BANK BALANCE ADJUSTED FOR THE * 00410000
      *             OUTSTANDING ITEMS.  THE FIRST RUN FOR AN ACCOUNT  * 00420000
      *             OPENS THE BOOK BALANCE AT THE STATEMENT OPENING   * 00430000
      *             LEDGER BALANCE.  A STATEMENT NOT LATER THAN THE   * 00440000
      *             LAST ONE RECONCILED IS REFUSED.                   * 00450000
      *                                                               * 00460000
      *             CONTROL CARD LAYOUTS:                             * 00470000
      *               ACCOUNT CARD (FIRST CARD, REQUIRED):            * 00480000
      *                 COL  1      'A'                               * 00490000
      *                 COL  3-22   BANK ACCOUNT NUMBER (AS ON THE    * 00500000
      *                             BAI2 03 RECORD)                   * 00510000
      *               CLEAR CARD (ANY NUMBER):                        * 00520000
      *                 COL  1      'C'                               * 00530000
      *                 COL  3-10   ITEM DATE         (CCYYMMDD)      * 00540000
      *                 COL 12-16   ITEM SEQUENCE     (NUMERIC)       * 00550000
      *                                                               * 00560000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00570000
      *             BAI2 BANK STATEMENT    -  SEQUENTIAL  (INPUT)     * 00580000
      *             LOCKBOX REMITTANCES    -  SEQUENTIAL  (INPUT)     * 00590000
      *             CARD PAYMENT JOURNAL   -  VSAM KSDS   (INPUT)     * 00600000
      *             RECONCILING ITEM FILE  -  VSAM KSDS   (UPDATE)    * 00610000
      *             RECONCILIATION REPORT  -  SEQUENTIAL  (OUTPUT)    * 00620000
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
           SELECT BANK-STATEMENT       ASSIGN TO IBAISTMT.              00820000
                                                                        00830000
           SELECT LOCKBOX-REMIT        ASSIGN TO ILOCKBOX.              00840000
                                                                        00850000
           SELECT RECON-REPORT         ASSIGN TO BANKRECN.              00860000
                                                                        00870000
           SELECT VSAM-CARD-PAYMENT    ASSIGN TO VCARDPAY               00880000
                                       ORGANIZATION IS INDEXED          00890000
                                       ACCESS IS SEQUENTIAL             00900000
                                       RECORD KEY IS CARD-PAYMENT-KEY   00910000
                                       FILE STATUS IS WS-CARD-STATUS.   00920000
                                                                        00930000
           SELECT VSAM-BANK-RECON      ASSIGN TO VBANKREC               00940000
                                       ORGANIZATION IS INDEXED          00950000
                                       ACCESS IS DYNAMIC                00960000
                                       RECORD KEY IS BANK-RECON-KEY     00970000
                                       FILE STATUS IS WS-RECON-STATUS.  00980000
           EJECT                                                        00990000
       DATA DIVISION.                                                   01000000
                                                                        01010000
       FILE SECTION.                                                    01020000
                                                                        01030000
       FD  CONTROL-CARD                                                 01040000
           LABEL RECORDS ARE STANDARD                                   01050000
           RECORDING MODE IS F                                          01060000
           RECORD CONTAINS 80 CHARACTERS                                01070000
           BLOCK CONTAINS 27920 CHARACTERS.                             01080000
                                                                        01090000
       01  CONTROL-CARD-REC            PIC X(80).                       01100000
                                                                        01110000
       FD  BANK-STATEMENT                                               01120000
           LABEL RECORDS ARE STANDARD                                   01130000
           RECORDING MODE IS F                                          01140000
           RECORD CONTAINS 80 CHARACTERS                                01150000
           BLOCK CONTAINS 27920 CHARACTERS.                             01160000
                                                                        01170000
       01  BANK-STATEMENT-REC          PIC X(80).                       01180000
                                                                        01190000
       FD  LOCKBOX-REMIT                                                01200000
           LABEL RECORDS ARE STANDARD                                   01210000
           RECORDING MODE IS F                                          01220000
           RECORD CONTAINS 80 CHARACTERS                                01230000
           BLOCK CONTAINS 27920 CHARACTERS.                             01240000
                                                                        01250000
       01  LOCKBOX-REMIT-REC           PIC X(80).                       01260000
                                                                        01270000
       FD  RECON-REPORT                                                 01280000
           LABEL RECORDS ARE STANDARD                                   01290000
           RECORDING MODE IS F                                          01300000
           RECORD CONTAINS 132 CHARACTERS.                              01310000
                                                                        01320000
       01  RECON-REPORT-REC            PIC X(132).                      01330000
                                                                        01340000
       FD  VSAM-CARD-PAYMENT                                            01350000
           RECORD CONTAINS 96 CHARACTERS.                               01360000
                                                                        01370000
           COPY VCARDPAY.                                               01380000
                                                                        01390000
       FD  VSAM-BANK-RECON                                              01400000
           RECORD CONTAINS 100 CHARACTERS.                              01410000
                                                                        01420000
           COPY VBANKREC.                                               01430000
           EJECT                                                        01440000
       WORKING-STORAGE SECTION.                                         01450000
                                                                        01460000
      ***************************************************************** 01470000
      *    SWITCHES                                                   * 01480000
      ***************************************************************** 01490000
                                                                        01500000
       01  WS-SWITCHES.                                                 01510000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01520000
               88  END-OF-PROCESS                VALUE 'Y'.             01530000
           05  WS-END-OF-FILE-SW       PIC X     VALUE 'N'.             01540000
               88  END-OF-FILE                   VALUE 'Y'.             01550000
           05  WS-CONTROL-FOUND-SW     PIC X     VALUE 'N'.             01560000
               88  CONTROL-FOUND                 VALUE 'Y'.             01570000
           05  WS-ACCOUNT-FOUND-SW     PIC X     VALUE 'N'.             01580000
               88  ACCOUNT-FOUND                 VALUE 'Y'.             01590000
           05  WS-IN-ACCOUNT-SW        PIC X     VALUE 'N'.             01600000
               88  IN-ACCOUNT                    VALUE 'Y'.             01610000
           05  WS-OPENING-FOUND-SW     PIC X     VALUE 'N'.             01620000
               88  OPENING-FOUND                 VALUE 'Y'.             01630000
           05  WS-CLOSING-FOUND-SW     PIC X     VALUE 'N'.             01640000
               88  CLOSING-FOUND                 VALUE 'Y'.             01650000
           05  WS-AMOUNT-VALID-SW      PIC X     VALUE 'N'.             01660000
               88  AMOUNT-VALID                  VALUE 'Y'.             01670000
           05  WS-ENTRY-FOUND-SW       PIC X     VALUE 'N'.             01680000
               88  ENTRY-FOUND                   VALUE 'Y'.             01690000
           05  WS-ANY-DATE-SW          PIC X     VALUE 'N'.             01700000
               88  MATCH-ANY-DATE                VALUE 'Y'.             01710000
           05  WS-LINE-PRINTED-SW      PIC X     VALUE 'N'.             01720000
               88  LINE-PRINTED                  VALUE 'Y'.             01730000
           EJECT                                                        01740000
      ***************************************************************** 01750000
      *    MISCELLANEOUS WORK FIELDS                                  * 01760000
      ***************************************************************** 01770000
                                                                        01780000
       01  WS-MISCELLANEOUS-FIELDS.                                     01790000
           03  WS-CARD-STATUS          PIC XX    VALUE SPACES.          01800000
               88  CARDF-OK                      VALUE '  ' '00'.       01810000
               88  CARDF-EMPTY                   VALUE '47' '35'.       01820000
               88  CARDF-END                     VALUE '10'.            01830000
           03  WS-RECON-STATUS         PIC XX    VALUE SPACES.          01840000
               88  RECONF-OK                     VALUE '  ' '00'.       01850000
               88  RECONF-NOTFOUND               VALUE '23'.            01860000
               88  RECONF-EMPTY                  VALUE '47' '35'.       01870000
               88  RECONF-END                    VALUE '10'.            01880000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01890000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01900000
           03  WS-ITEMS-CLEARED        PIC S9(7) VALUE +0       COMP-3. 01910000
           03  WS-STMT-RECORDS         PIC S9(7) VALUE +0       COMP-3. 01920000
           03  WS-STMT-DETAILS         PIC S9(7) VALUE +0       COMP-3. 01930000
           03  WS-STMT-IGNORED         PIC S9(7) VALUE +0       COMP-3. 01940000
           03  WS-LOCKBOX-READ         PIC S9(7) VALUE +0       COMP-3. 01950000
           03  WS-LOCKBOX-SKIPPED      PIC S9(7) VALUE +0       COMP-3. 01960000
           03  WS-CARD-PAYMENTS        PIC S9(7) VALUE +0       COMP-3. 01970000
           03  WS-BOOK-ITEMS           PIC S9(7) VALUE +0       COMP-3. 01980000
           03  WS-ITEMS-MATCHED        PIC S9(7) VALUE +0       COMP-3. 01990000
           03  WS-ITEMS-OUTSTANDING    PIC S9(7) VALUE +0       COMP-3. 02000000
           03  WS-SUB                  PIC S9(4) VALUE +0       COMP.   02010000
           03  WS-SUB2                 PIC S9(4) VALUE +0       COMP.   02020000
           03  WS-FIELD-SUB            PIC S9(4) VALUE +0       COMP.   02030000
           03  WS-REF-SUB              PIC S9(4) VALUE +0       COMP.   02040000
           03  WS-AMOUNT-LENGTH        PIC S9(4) VALUE +0       COMP.   02050000
           03  WS-STMT-INT             PIC S9(9) VALUE +0       COMP.   02060000
           03  WS-WORK-INT             PIC S9(9) VALUE +0       COMP.   02070000
           03  WS-AGE-DAYS             PIC S9(5) VALUE +0       COMP-3. 02080000
           03  WS-LAST-STMT-DATE       PIC 9(8)  VALUE ZEROES.          02090000
           03  WS-LOW-SETTLE-DATE      PIC 9(8)  VALUE ZEROES.          02100000
           03  WS-LAST-SEQ             PIC 9(5)  VALUE ZEROES.          02110000
           03  WS-MATCH-SEQ            PIC 9(5)  VALUE ZEROES.          02120000
           03  WS-FMT-SIDE             PIC X     VALUE SPACES.          02130000
           03  WS-FMT-SOURCE           PIC X     VALUE SPACES.          02140000
           03  WS-LAST-RECORD-TYPE     PIC XX    VALUE SPACES.          02150000
           03  WS-DATE.                                                 02160000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          02170000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          02180000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          02190000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       02200000
                                       PIC 9(8).                        02210000
           03  WS-STMT-DATE.                                            02220000
               05  WS-STMT-CENTURY     PIC XX    VALUE '20'.            02230000
               05  WS-STMT-YYMMDD      PIC X(6)  VALUE SPACES.          02240000
           03  WS-STMT-DATE-N REDEFINES WS-STMT-DATE                    02250000
                                       PIC 9(8).                        02260000
           03  WS-EDIT-DATE.                                            02270000
               05  WS-ED-MONTH         PIC XX    VALUE SPACES.          02280000
               05  FILLER              PIC X     VALUE '/'.             02290000
               05  WS-ED-DAY           PIC XX    VALUE SPACES.          02300000
               05  FILLER              PIC X     VALUE '/'.             02310000
               05  WS-ED-YEAR          PIC X(4)  VALUE SPACES.          02320000
           03  WS-WORK-DATE            PIC 9(8)  VALUE ZEROES.          02330000
           03  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                   02340000
               05  WS-WD-YEAR          PIC X(4).                        02350000
               05  WS-WD-MONTH         PIC XX.                          02360000
               05  WS-WD-DAY           PIC XX.                          02370000
           EJECT                                                        02380000
      ***************************************************************** 02390000
      *    BALANCES                                                   * 02400000
      ***************************************************************** 02410000
                                                                        02420000
       01  WS-BALANCES.                                                 02430000
           03  WS-PRIOR-BOOK-BALANCE   PIC S9(11)V99 VALUE +0   COMP-3. 02440000
           03  WS-BOOK-BALANCE         PIC S9(11)V99 VALUE +0   COMP-3. 02450000
           03  WS-PRIOR-BANK-BALANCE   PIC S9(11)V99 VALUE +0   COMP-3. 02460000
           03  WS-BANK-BALANCE         PIC S9(11)V99 VALUE +0   COMP-3. 02470000
           03  WS-OPENING-LEDGER       PIC S9(11)V99 VALUE +0   COMP-3. 02480000
           03  WS-CLOSING-LEDGER       PIC S9(11)V99 VALUE +0   COMP-3. 02490000
           03  WS-STMT-NET             PIC S9(11)V99 VALUE +0   COMP-3. 02500000
           03  WS-BOOKED-LOCKBOX       PIC S9(11)V99 VALUE +0   COMP-3. 02510000
           03  WS-BOOKED-CARD          PIC S9(11)V99 VALUE +0   COMP-3. 02520000
           03  WS-CLEARED-BANK         PIC S9(11)V99 VALUE +0   COMP-3. 02530000
           03  WS-CLEARED-BOOK         PIC S9(11)V99 VALUE +0   COMP-3. 02540000
           03  WS-IN-TRANSIT           PIC S9(11)V99 VALUE +0   COMP-3. 02550000
           03  WS-BANK-CREDITS-OPEN    PIC S9(11)V99 VALUE +0   COMP-3. 02560000
           03  WS-BANK-DEBITS-OPEN     PIC S9(11)V99 VALUE +0   COMP-3. 02570000
           03  WS-ADJUSTED-BANK        PIC S9(11)V99 VALUE +0   COMP-3. 02580000
           03  WS-DIFFERENCE           PIC S9(11)V99 VALUE +0   COMP-3. 02590000
           03  WS-AMOUNT               PIC S9(11)V99 VALUE +0   COMP-3. 02600000
           EJECT                                                        02610000
      ***************************************************************** 02620000
      *    CONTROL CARD AREAS                                         * 02630000
      ***************************************************************** 02640000
                                                                        02650000
       01  WS-CONTROL-CARD.                                             02660000
           03  WCC-ACTION              PIC X(1).                        02670000
               88  WCC-ACCOUNT                   VALUE 'A'.             02680000
               88  WCC-CLEAR                     VALUE 'C'.             02690000
           03  FILLER                  PIC X(1).                        02700000
           03  WCC-DETAIL              PIC X(78).                       02710000
                                                                        02720000
       01  WS-ACCOUNT-CARD REDEFINES WS-CONTROL-CARD.                   02730000
           03  FILLER                  PIC X(2).                        02740000
           03  WAC-ACCOUNT             PIC X(20).                       02750000
           03  FILLER                  PIC X(58).                       02760000
                                                                        02770000
       01  WS-CLEAR-CARD REDEFINES WS-CONTROL-CARD.                     02780000
           03  FILLER                  PIC X(2).                        02790000
           03  WCL-ITEM-DATE           PIC X(8).                        02800000
           03  WCL-ITEM-DATE-NUM REDEFINES                              02810000
               WCL-ITEM-DATE           PIC 9(8).                        02820000
           03  FILLER                  PIC X(1).                        02830000
           03  WCL-ITEM-SEQ            PIC X(5).                        02840000
           03  WCL-ITEM-SEQ-NUM REDEFINES                               02850000
               WCL-ITEM-SEQ            PIC 9(5).                        02860000
           03  FILLER                  PIC X(64).                       02870000
                                                                        02880000
       01  WS-ACCOUNT                  PIC X(20) VALUE SPACES.          02890000
           EJECT                                                        02900000
      ***************************************************************** 02910000
      *    LOCKBOX REMITTANCE RECORD AREA (AS READ BY PDAB48)         * 02920000
      ***************************************************************** 02930000
                                                                        02940000
       01  WS-LOCKBOX-REMIT.                                            02950000
           03  WLR-PREFIX              PIC X(5).                        02960000
           03  FILLER                  PIC X(1).                        02970000
           03  WLR-CUSTOMER-ID         PIC X(32).                       02980000
           03  FILLER                  PIC X(1).                        02990000
           03  WLR-ORDER-NUMBER        PIC X(10).                       03000000
           03  FILLER                  PIC X(1).                        03010000
           03  WLR-AMOUNT              PIC X(11).                       03020000
           03  WLR-AMOUNT-NUM REDEFINES                                 03030000
               WLR-AMOUNT              PIC 9(9)V99.                     03040000
           03  FILLER                  PIC X(1).                        03050000
           03  WLR-REMIT-DATE          PIC X(8).                        03060000
           03  WLR-REMIT-DATE-NUM REDEFINES                             03070000
               WLR-REMIT-DATE          PIC 9(8).                        03080000
           03  FILLER                  PIC X(10).                       03090000
           EJECT                                                        03100000
      ***************************************************************** 03110000
      *    BAI2 STATEMENT RECORD, SPLIT AT THE COMMAS.  RECORD TYPES: * 03120000
      *      02  GROUP HEADER   -- FIELD 5 IS THE AS-OF DATE (YYMMDD) * 03130000
      *      03  ACCOUNT        -- FIELD 2 IS THE ACCOUNT NUMBER,     * 03140000
      *                            THEN TYPE / AMOUNT / COUNT / FUNDS * 03150000
      *                            GROUPS FROM FIELD 4 (010 OPENING   * 03160000
      *                            LEDGER, 015 CLOSING LEDGER)        * 03170000
      *      16  DETAIL         -- TYPE, AMOUNT, FUNDS TYPE, THEN THE * 03180000
      *                            BANK REFERENCE                     * 03190000
      *      88  CONTINUATION   -- FURTHER GROUPS FOR AN 03 RECORD    * 03200000
      *      49  ACCOUNT TRAILER                                      * 03210000
      *    AMOUNTS CARRY NO DECIMAL POINT (TWO DECIMALS IMPLIED)      * 03220000
      ***************************************************************** 03230000
                                                                        03240000
       01  WS-BAI-RECORD.                                               03250000
           03  WS-BAI-RECORD-TYPE      PIC XX.                          03260000
           03  FILLER                  PIC X(78).                       03270000
                                                                        03280000
       01  WS-BAI-FIELDS.                                               03290000
           03  WS-BAI-FIELD            OCCURS 16 TIMES                  03300000
                                       PIC X(20).                       03310000
                                                                        03320000
       01  WS-BAI-TYPE                 PIC X(3)  VALUE SPACES.          03330000
           88  BAI-OPENING-LEDGER                VALUE '010'.           03340000
           88  BAI-CLOSING-LEDGER                VALUE '015'.           03350000
           88  BAI-LOCKBOX-DEPOSIT               VALUE '115'.           03360000
           88  BAI-CARD-SETTLEMENT               VALUE '165' '169'.     03370000
       01  WS-BAI-TYPE-NUM REDEFINES WS-BAI-TYPE                        03380000
                                       PIC 9(3).                        03390000
                                                                        03400000
       01  WS-BAI-FUNDS-TYPE           PIC X(1)  VALUE SPACES.          03410000
           88  BAI-FUNDS-SPLIT                   VALUE 'S'.             03420000
           88  BAI-FUNDS-VALUE-DATED             VALUE 'V'.             03430000
           88  BAI-FUNDS-DISTRIBUTED             VALUE 'D'.             03440000
                                                                        03450000
       01  WS-BAI-AMOUNT-AREA.                                          03460000
           03  WS-BAI-AMOUNT-IN        PIC X(20) VALUE SPACES.          03470000
           03  WS-BAI-AMOUNT-SIGN      PIC X(1)  VALUE SPACES.          03480000
           03  WS-BAI-AMOUNT-RJ        PIC X(13) JUSTIFIED RIGHT        03490000
                                                 VALUE SPACES.          03500000
           03  WS-BAI-AMOUNT-NUM REDEFINES                              03510000
               WS-BAI-AMOUNT-RJ        PIC 9(11)V99.                    03520000
           03  WS-BAI-DIST-COUNT       PIC X(1)  VALUE SPACES.          03530000
           03  WS-BAI-DIST-COUNT-NUM REDEFINES                          03540000
               WS-BAI-DIST-COUNT       PIC 9(1).                        03550000
           EJECT                                                        03560000
      ***************************************************************** 03570000
      *    STATEMENT DETAILS FOR THE ACCOUNT.  CLASS: L LOCKBOX,      * 03580000
      *    C CARD SETTLEMENT, O OTHER CREDIT, D DEBIT                 * 03590000
      ***************************************************************** 03600000
                                                                        03610000
       01  WS-DETAIL-TABLE.                                             03620000
           03  WS-SD-MAX               PIC S9(4) VALUE +1000    COMP.   03630000
           03  WS-SD-USED              PIC S9(4) VALUE +0       COMP.   03640000
           03  WS-SD-ENTRY             OCCURS 1000 TIMES.               03650000
               05  WS-SD-BAI-TYPE      PIC X(3).                        03660000
               05  WS-SD-SOURCE        PIC X(1).                        03670000
               05  WS-SD-REFERENCE     PIC X(16).                       03680000
               05  WS-SD-AMOUNT        PIC S9(11)V99  COMP-3.           03690000
                                                                        03700000
      ***************************************************************** 03710000
      *    BOOK DEPOSIT TOTALS BY SOURCE AND DATE                     * 03720000
      ***************************************************************** 03730000
                                                                        03740000
       01  WS-BOOK-TABLE.                                               03750000
           03  WS-BK-MAX               PIC S9(4) VALUE +100     COMP.   03760000
           03  WS-BK-USED              PIC S9(4) VALUE +0       COMP.   03770000
           03  WS-BK-ENTRY             OCCURS 100 TIMES.                03780000
               05  WS-BK-SOURCE        PIC X(1).                        03790000
               05  WS-BK-DATE          PIC 9(8).                        03800000
               05  WS-BK-COUNT         PIC S9(7)      COMP-3.           03810000
               05  WS-BK-AMOUNT        PIC S9(11)V99  COMP-3.           03820000
                                                                        03830000
       01  WS-BOOK-SEARCH.                                              03840000
           03  WS-BS-SOURCE            PIC X(1)  VALUE SPACES.          03850000
           03  WS-BS-DATE              PIC 9(8)  VALUE ZEROES.          03860000
           03  WS-BS-AMOUNT            PIC S9(11)V99 VALUE +0   COMP-3. 03870000
                                                                        03880000
      ***************************************************************** 03890000
      *    OUTSTANDING RECONCILING ITEMS FOR THE ACCOUNT              * 03900000
      ***************************************************************** 03910000
                                                                        03920000
       01  WS-ITEM-TABLE.                                               03930000
           03  WS-OT-MAX               PIC S9(4) VALUE +3000    COMP.   03940000
           03  WS-OT-USED              PIC S9(4) VALUE +0       COMP.   03950000
           03  WS-OT-ENTRY             OCCURS 3000 TIMES.               03960000
               05  WS-OT-DATE          PIC 9(8).                        03970000
               05  WS-OT-SEQ           PIC 9(5).                        03980000
               05  WS-OT-SIDE          PIC X(1).                        03990000
               05  WS-OT-SOURCE        PIC X(1).                        04000000
               05  WS-OT-BAI-TYPE      PIC X(3).                        04010000
               05  WS-OT-REFERENCE     PIC X(16).                       04020000
               05  WS-OT-AMOUNT        PIC S9(11)V99  COMP-3.           04030000
               05  WS-OT-MATCHED-SW    PIC X(1).                        04040000
                   88  WS-OT-MATCHED             VALUE 'Y'.             04050000
                                                                        04060000
       01  WS-ITEM-SEARCH.                                              04070000
           03  WS-IS-SOURCE            PIC X(1)  VALUE SPACES.          04080000
           03  WS-IS-DATE              PIC 9(8)  VALUE ZEROES.          04090000
           03  WS-IS-AMOUNT            PIC S9(11)V99 VALUE +0   COMP-3. 04100000
           EJECT                                                        04110000
      ***************************************************************** 04120000
      *    RECONCILIATION REPORT PRINT LINES                          * 04130000
      ***************************************************************** 04140000
                                                                        04150000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         04160000
                                                                        04170000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '='.        04180000
                                                                        04190000
       01  WS-PL-REPORT-HEADER.                                         04200000
           03  FILLER                  PIC X(10) VALUE 'PDAB117'.       04210000
           03  FILLER                  PIC X(30) VALUE                  04220000
               'DAILY BANK RECONCILIATION'.                             04230000
           03  FILLER                  PIC X(08) VALUE 'ACCOUNT '.      04240000
           03  WS-PL-RH-ACCOUNT        PIC X(20) VALUE SPACES.          04250000
           03  FILLER                  PIC X(14) VALUE '   STATEMENT '. 04260000
           03  WS-PL-RH-STMT-DATE      PIC X(10) VALUE SPACES.          04270000
           03  FILLER                  PIC X(08) VALUE '   RUN '.       04280000
           03  WS-PL-RH-RUN-DATE       PIC X(10) VALUE SPACES.          04290000
           03  FILLER                  PIC X(22) VALUE SPACES.          04300000
                                                                        04310000
       01  WS-PL-SECTION.                                               04320000
           03  WS-PL-SC-TITLE          PIC X(60) VALUE SPACES.          04330000
           03  FILLER                  PIC X(72) VALUE SPACES.          04340000
                                                                        04350000
       01  WS-PL-COLUMN-HEADER.                                         04360000
           03  FILLER                  PIC X(02) VALUE SPACES.          04370000
           03  FILLER                  PIC X(11) VALUE 'ITEM DATE'.     04380000
           03  FILLER                  PIC X(06) VALUE 'SEQ'.           04390000
           03  FILLER                  PIC X(05) VALUE 'SIDE'.          04400000
           03  FILLER                  PIC X(15) VALUE 'SOURCE'.        04410000
           03  FILLER                  PIC X(04) VALUE 'BAI'.           04420000
           03  FILLER                  PIC X(17) VALUE 'REFERENCE'.     04430000
           03  FILLER                  PIC X(16) VALUE                  04440000
               '         AMOUNT'.                                       04450000
           03  FILLER                  PIC X(05) VALUE ' AGE'.          04460000
           03  FILLER                  PIC X(51) VALUE 'DISPOSITION'.   04470000
                                                                        04480000
       01  WS-PL-ITEM.                                                  04490000
           03  FILLER                  PIC X(02) VALUE SPACES.          04500000
           03  WS-PL-IT-DATE           PIC X(10) VALUE SPACES.          04510000
           03  FILLER                  PIC X(01) VALUE SPACES.          04520000
           03  WS-PL-IT-SEQ            PIC X(05) VALUE SPACES.          04530000
           03  FILLER                  PIC X(01) VALUE SPACES.          04540000
           03  WS-PL-IT-SIDE           PIC X(04) VALUE SPACES.          04550000
           03  FILLER                  PIC X(01) VALUE SPACES.          04560000
           03  WS-PL-IT-SOURCE         PIC X(14) VALUE SPACES.          04570000
           03  FILLER                  PIC X(01) VALUE SPACES.          04580000
           03  WS-PL-IT-BAI-TYPE       PIC X(03) VALUE SPACES.          04590000
           03  FILLER                  PIC X(01) VALUE SPACES.          04600000
           03  WS-PL-IT-REFERENCE      PIC X(16) VALUE SPACES.          04610000
           03  FILLER                  PIC X(01) VALUE SPACES.          04620000
           03  WS-PL-IT-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.             04630000
           03  FILLER                  PIC X(01) VALUE SPACES.          04640000
           03  WS-PL-IT-AGE            PIC ZZZ9.                        04650000
           03  FILLER                  PIC X(01) VALUE SPACES.          04660000
           03  WS-PL-IT-DISPOSITION    PIC X(40) VALUE SPACES.          04670000
           03  FILLER                  PIC X(11) VALUE SPACES.          04680000
                                                                        04690000
       01  WS-PL-SUMMARY.                                               04700000
           03  FILLER                  PIC X(10) VALUE SPACES.          04710000
           03  WS-PL-SM-TEXT           PIC X(40) VALUE SPACES.          04720000
           03  WS-PL-SM-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.          04730000
           03  FILLER                  PIC X(64) VALUE SPACES.          04740000
                                                                        04750000
       01  WS-PL-SUMMARY-RULE.                                          04760000
           03  FILLER                  PIC X(50) VALUE SPACES.          04770000
           03  FILLER                  PIC X(18) VALUE ALL '-'.         04780000
           03  FILLER                  PIC X(64) VALUE SPACES.          04790000
                                                                        04800000
       01  WS-PL-NONE-LINE.                                             04810000
           03  FILLER                  PIC X(04) VALUE SPACES.          04820000
           03  WS-PL-NL-TEXT           PIC X(60) VALUE SPACES.          04830000
           03  FILLER                  PIC X(68) VALUE SPACES.          04840000
                                                                        04850000
       01  WS-PL-BOOKED.                                                04860000
           03  FILLER                  PIC X(12) VALUE 'BOOKED FROM '.  04870000
           03  WS-PL-BK-COUNT          PIC ZZZZ9.                       04880000
           03  FILLER                  PIC X(09) VALUE ' PAYMENTS'.     04890000
           03  FILLER                  PIC X(14) VALUE SPACES.          04900000
                                                                        04910000
       01  WS-PL-DISPOSITION.                                           04920000
           03  WS-PL-DP-TEXT           PIC X(19) VALUE SPACES.          04930000
           03  WS-PL-DP-DATE           PIC X(10) VALUE SPACES.          04940000
           03  FILLER                  PIC X(01) VALUE SPACES.          04950000
           03  WS-PL-DP-SEQ            PIC X(05) VALUE SPACES.          04960000
           03  FILLER                  PIC X(05) VALUE SPACES.          04970000
           EJECT                                                        04980000
      ***************************************************************** 04990000
      *    DISPLAY AREA                                               * 05000000
      ***************************************************************** 05010000
                                                                        05020000
       01  WS-DL-REJECT.                                                05030000
           03  FILLER                  PIC X(01) VALUE '*'.             05040000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   05050000
           03  WS-DL-RJ-CARD           PIC X(31) VALUE SPACES.          05060000
           03  FILLER                  PIC X(03) VALUE ' - '.           05070000
           03  WS-DL-RJ-REASON         PIC X(31) VALUE SPACES.          05080000
           03  FILLER                  PIC X(01) VALUE '*'.             05090000
           EJECT                                                        05100000
      ***************************************************************** 05110000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 05120000
      ***************************************************************** 05130000
                                                                        05140000
           COPY PDAERRWS.                                               05150000
                                                                        05160000
       01  WS-PDA-BATCH-ERROR-01.                                       05170000
           05  FILLER             PIC X     VALUE SPACES.               05180000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             05190000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          05200000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB117'.            05210000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      05220000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               05230000
                                                                        05240000
       01  WS-PDA-BATCH-ERROR-02.                                       05250000
           05  FILLER             PIC X(8)  VALUE SPACES.               05260000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               05270000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   05280000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               05290000
           EJECT                                                        05300000
      ***************************************************************** 05310000
      *    P R O C E D U R E    D I V I S I O N                       * 05320000
      ***************************************************************** 05330000
                                                                        05340000
       PROCEDURE DIVISION.                                              05350000
                                                                        05360000
      ***************************************************************** 05370000
      *                                                               * 05380000
      *    PARAGRAPH:  P00000-MAINLINE                                * 05390000
      *                                                               * 05400000
      *    FUNCTION :  PROGRAM ENTRY.  LOAD THE STATEMENT, APPLY THE  * 05410000
      *                CLEAR CARDS, BOOK THE DAY'S DEPOSITS, MATCH    * 05420000
      *                AND REPORT                                     * 05430000
      *                                                               * 05440000
      *    CALLED BY:  NONE                                           * 05450000
      *                                                               * 05460000
      ***************************************************************** 05470000
                                                                        05480000
       P00000-MAINLINE.                                                 05490000
                                                                        05500000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  05510000
                                                                        05520000
           OPEN INPUT CONTROL-CARD.                                     05530000
                                                                        05540000
           PERFORM P01000-READ-ACCOUNT-CARD THRU P01000-EXIT.           05550000
                                                                        05560000
           OPEN I-O VSAM-BANK-RECON.                                    05570000
                                                                        05580000
           IF NOT RECONF-OK AND NOT RECONF-EMPTY                        05590000
               MOVE 'OPEN RECONCILING ITEM FILE FAILED'                 05600000
                   TO WPBE-MESSAGE                                      05610000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 05620000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          05630000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05640000
           END-IF.                                                      05650000
                                                                        05660000
           PERFORM P02000-READ-CONTROL-RECORD THRU P02000-EXIT.         05670000
                                                                        05680000
           PERFORM P03000-LOAD-STATEMENT THRU P03000-EXIT.              05690000
                                                                        05700000
           PERFORM P04000-CHECK-STATEMENT THRU P04000-EXIT.             05710000
                                                                        05720000
           OPEN OUTPUT RECON-REPORT.                                    05730000
                                                                        05740000
           PERFORM P05000-PRINT-HEADER THRU P05000-EXIT.                05750000
                                                                        05760000
      ***************************************************************** 05770000
      *    CLEAR CARDS CLOSE ITEMS FINANCE HAS NOW BOOKED             * 05780000
      ***************************************************************** 05790000
                                                                        05800000
           MOVE 'ITEMS CLEARED BY CONTROL CARD' TO WS-PL-SC-TITLE.      05810000
           PERFORM P06000-PRINT-SECTION THRU P06000-EXIT.               05820000
                                                                        05830000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 05840000
               UNTIL END-OF-PROCESS.                                    05850000
                                                                        05860000
           CLOSE CONTROL-CARD.                                          05870000
                                                                        05880000
           IF NOT LINE-PRINTED                                          05890000
               MOVE 'NO ITEMS CLEARED' TO WS-PL-NL-TEXT                 05900000
               WRITE RECON-REPORT-REC FROM WS-PL-NONE-LINE              05910000
           END-IF.                                                      05920000
                                                                        05930000
      ***************************************************************** 05940000
      *    BOOK THE DAY'S LOCKBOX AND CARD SETTLEMENT DEPOSITS        * 05950000
      ***************************************************************** 05960000
                                                                        05970000
           MOVE 'DEPOSITS BOOKED' TO WS-PL-SC-TITLE.                    05980000
           PERFORM P06000-PRINT-SECTION THRU P06000-EXIT.               05990000
                                                                        06000000
           PERFORM P20000-TOTAL-LOCKBOX THRU P20000-EXIT.               06010000
                                                                        06020000
           PERFORM P21000-TOTAL-CARD-SETTLEMENT THRU P21000-EXIT.       06030000
                                                                        06040000
           PERFORM P22000-WRITE-BOOK-ITEM THRU P22000-EXIT              06050000
               VARYING WS-SUB FROM 1 BY 1                               06060000
                   UNTIL WS-SUB > WS-BK-USED.                           06070000
                                                                        06080000
           IF NOT LINE-PRINTED                                          06090000
               MOVE 'NO LOCKBOX OR CARD SETTLEMENT DEPOSITS'            06100000
                   TO WS-PL-NL-TEXT                                     06110000
               WRITE RECON-REPORT-REC FROM WS-PL-NONE-LINE              06120000
           END-IF.                                                      06130000
                                                                        06140000
      ***************************************************************** 06150000
      *    MATCH CARRIED BANK ITEMS, THEN THE STATEMENT DETAILS       * 06160000
      ***************************************************************** 06170000
                                                                        06180000
           PERFORM P30000-LOAD-OUTSTANDING THRU P30000-EXIT.            06190000
                                                                        06200000
           MOVE 'CARRIED BANK ITEMS MATCHED' TO WS-PL-SC-TITLE.         06210000
           PERFORM P06000-PRINT-SECTION THRU P06000-EXIT.               06220000
                                                                        06230000
           PERFORM P31000-MATCH-CARRIED-ITEM THRU P31000-EXIT           06240000
               VARYING WS-SUB FROM 1 BY 1                               06250000
                   UNTIL WS-SUB > WS-OT-USED.                           06260000
                                                                        06270000
           IF NOT LINE-PRINTED                                          06280000
               MOVE 'NO CARRIED BANK ITEMS MATCHED' TO WS-PL-NL-TEXT    06290000
               WRITE RECON-REPORT-REC FROM WS-PL-NONE-LINE              06300000
           END-IF.                                                      06310000
                                                                        06320000
           MOVE 'STATEMENT ACTIVITY' TO WS-PL-SC-TITLE.                 06330000
           PERFORM P06000-PRINT-SECTION THRU P06000-EXIT.               06340000
                                                                        06350000
           PERFORM P32000-POST-STATEMENT-DETAIL THRU P32000-EXIT        06360000
               VARYING WS-SUB FROM 1 BY 1                               06370000
                   UNTIL WS-SUB > WS-SD-USED.                           06380000
                                                                        06390000
           IF NOT LINE-PRINTED                                          06400000
               MOVE 'NO CREDIT OR DEBIT DETAIL ON THE STATEMENT'        06410000
                   TO WS-PL-NL-TEXT                                     06420000
               WRITE RECON-REPORT-REC FROM WS-PL-NONE-LINE              06430000
           END-IF.                                                      06440000
                                                                        06450000
           PERFORM P40000-PRINT-OUTSTANDING THRU P40000-EXIT.           06460000
                                                                        06470000
           PERFORM P45000-PRINT-SUMMARY THRU P45000-EXIT.               06480000
                                                                        06490000
           PERFORM P50000-UPDATE-CONTROL-RECORD THRU P50000-EXIT.       06500000
                                                                        06510000
           CLOSE VSAM-BANK-RECON                                        06520000
                 RECON-REPORT.                                          06530000
                                                                        06540000
           DISPLAY 'PDAB117 - CONTROL CARDS READ   ' WS-CARDS-READ.     06550000
           DISPLAY 'PDAB117 - CARDS REJECTED       ' WS-CARDS-REJECTED. 06560000
           DISPLAY 'PDAB117 - ITEMS CLEARED        ' WS-ITEMS-CLEARED.  06570000
           DISPLAY 'PDAB117 - STATEMENT RECORDS    ' WS-STMT-RECORDS.   06580000
           DISPLAY 'PDAB117 - STATEMENT DETAILS    ' WS-STMT-DETAILS.   06590000
           DISPLAY 'PDAB117 - DETAILS IGNORED      ' WS-STMT-IGNORED.   06600000
           DISPLAY 'PDAB117 - LOCKBOX RECORDS      ' WS-LOCKBOX-READ.   06610000
           DISPLAY 'PDAB117 - LOCKBOX NOT TOTALLED '                    06620000
               WS-LOCKBOX-SKIPPED.                                      06630000
           DISPLAY 'PDAB117 - CARD PAYMENTS        ' WS-CARD-PAYMENTS.  06640000
           DISPLAY 'PDAB117 - BOOK ITEMS WRITTEN   ' WS-BOOK-ITEMS.     06650000
           DISPLAY 'PDAB117 - ITEMS MATCHED        ' WS-ITEMS-MATCHED.  06660000
           DISPLAY 'PDAB117 - ITEMS OUTSTANDING    '                    06670000
               WS-ITEMS-OUTSTANDING.                                    06680000
                                                                        06690000
           IF WS-DIFFERENCE NOT = ZEROES                                06700000
               DISPLAY 'PDAB117 - ACCOUNT DOES NOT RECONCILE'           06710000
               MOVE 4 TO RETURN-CODE                                    06720000
           ELSE                                                         06730000
               MOVE ZEROES TO RETURN-CODE                               06740000
           END-IF.                                                      06750000
                                                                        06760000
           GOBACK.                                                      06770000
                                                                        06780000
       P00000-EXIT.                                                     06790000
           EXIT.                                                        06800000
           EJECT                                                        06810000
      ***************************************************************** 06820000
      *                                                               * 06830000
      *    PARAGRAPH:  P01000-READ-ACCOUNT-CARD                       * 06840000
      *                                                               * 06850000
      *    FUNCTION :  READ THE ACCOUNT CARD, WHICH MUST BE FIRST     * 06860000
      *                                                               * 06870000
      *    CALLED BY:  P00000-MAINLINE                                * 06880000
      *                                                               * 06890000
      ***************************************************************** 06900000
                                                                        06910000
       P01000-READ-ACCOUNT-CARD.                                        06920000
                                                                        06930000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       06940000
               AT END                                                   06950000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          06960000
                   MOVE 'P01000' TO WPBE-PARAGRAPH                      06970000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               06980000
                                                                        06990000
           ADD +1 TO WS-CARDS-READ.                                     07000000
                                                                        07010000
           IF NOT WCC-ACCOUNT                                           07020000
              OR WAC-ACCOUNT = SPACES                                   07030000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              07040000
               MOVE 'P01000' TO WPBE-PARAGRAPH                          07050000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07060000
           END-IF.                                                      07070000
                                                                        07080000
           MOVE WAC-ACCOUNT TO WS-ACCOUNT.                              07090000
                                                                        07100000
       P01000-EXIT.                                                     07110000
           EXIT.                                                        07120000
           EJECT                                                        07130000
      ***************************************************************** 07140000
      *                                                               * 07150000
      *    PARAGRAPH:  P02000-READ-CONTROL-RECORD                     * 07160000
      *                                                               * 07170000
      *    FUNCTION :  READ THE ACCOUNT CONTROL RECORD FOR THE LAST   * 07180000
      *                STATEMENT RECONCILED, THE BALANCES CARRIED AND * 07190000
      *                THE LAST ITEM SEQUENCE.  NONE MEANS THE FIRST  * 07200000
      *                RUN FOR THE ACCOUNT                            * 07210000
      *                                                               * 07220000
      *    CALLED BY:  P00000-MAINLINE                                * 07230000
      *                                                               * 07240000
      ***************************************************************** 07250000
                                                                        07260000
       P02000-READ-CONTROL-RECORD.                                      07270000
                                                                        07280000
           MOVE WS-ACCOUNT TO BANK-RECON-ACCOUNT.                       07290000
           MOVE ZEROES TO BANK-RECON-DATE                               07300000
                          BANK-RECON-SEQ.                               07310000
                                                                        07320000
           READ VSAM-BANK-RECON.                                        07330000
                                                                        07340000
           IF RECONF-NOTFOUND OR RECONF-EMPTY                           07350000
               GO TO P02000-EXIT                                        07360000
           END-IF.                                                      07370000
                                                                        07380000
           IF NOT RECONF-OK                                             07390000
               MOVE 'READ RECONCILIATION CONTROL FAILED'                07400000
                   TO WPBE-MESSAGE                                      07410000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 07420000
               MOVE 'P02000' TO WPBE-PARAGRAPH                          07430000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07440000
           END-IF.                                                      07450000
                                                                        07460000
           MOVE 'Y' TO WS-CONTROL-FOUND-SW.                             07470000
           MOVE BANK-RECON-LAST-STMT-DATE TO WS-LAST-STMT-DATE.         07480000
           MOVE BANK-RECON-BOOK-BALANCE TO WS-PRIOR-BOOK-BALANCE.       07490000
           MOVE BANK-RECON-BANK-BALANCE TO WS-PRIOR-BANK-BALANCE.       07500000
           MOVE BANK-RECON-LAST-SEQ TO WS-LAST-SEQ.                     07510000
                                                                        07520000
       P02000-EXIT.                                                     07530000
           EXIT.                                                        07540000
           EJECT                                                        07550000
      ***************************************************************** 07560000
      *                                                               * 07570000
      *    PARAGRAPH:  P03000-LOAD-STATEMENT                          * 07580000
      *                                                               * 07590000
      *    FUNCTION :  READ THE BAI2 STATEMENT, TAKING THE AS-OF DATE * 07600000
      *                AND, FOR THE ACCOUNT ON THE ACCOUNT CARD, THE  * 07610000
      *                LEDGER BALANCES AND EVERY DETAIL               * 07620000
      *                                                               * 07630000
      *    CALLED BY:  P00000-MAINLINE                                * 07640000
      *                                                               * 07650000
      ***************************************************************** 07660000
                                                                        07670000
       P03000-LOAD-STATEMENT.                                           07680000
                                                                        07690000
           OPEN INPUT BANK-STATEMENT.                                   07700000
                                                                        07710000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               07720000
                                                                        07730000
           PERFORM P03100-READ-STATEMENT THRU P03100-EXIT               07740000
               UNTIL END-OF-FILE.                                       07750000
                                                                        07760000
           CLOSE BANK-STATEMENT.                                        07770000
                                                                        07780000
       P03000-EXIT.                                                     07790000
           EXIT.                                                        07800000
           EJECT                                                        07810000
      ***************************************************************** 07820000
      *                                                               * 07830000
      *    PARAGRAPH:  P03100-READ-STATEMENT                          * 07840000
      *                                                               * 07850000
      *    FUNCTION :  READ ONE STATEMENT RECORD, SPLIT IT INTO ITS   * 07860000
      *                FIELDS AND ROUTE IT BY RECORD TYPE             * 07870000
      *                                                               * 07880000
      *    CALLED BY:  P03000-LOAD-STATEMENT                          * 07890000
      *                                                               * 07900000
      ***************************************************************** 07910000
                                                                        07920000
       P03100-READ-STATEMENT.                                           07930000
                                                                        07940000
           READ BANK-STATEMENT INTO WS-BAI-RECORD                       07950000
               AT END                                                   07960000
                   MOVE 'Y' TO WS-END-OF-FILE-SW                        07970000
                   GO TO P03100-EXIT.                                   07980000
                                                                        07990000
           ADD +1 TO WS-STMT-RECORDS.                                   08000000
                                                                        08010000
           MOVE SPACES TO WS-BAI-FIELDS.                                08020000
                                                                        08030000
           UNSTRING WS-BAI-RECORD DELIMITED BY ',' OR '/'               08040000
               INTO WS-BAI-FIELD (1)  WS-BAI-FIELD (2)                  08050000
                    WS-BAI-FIELD (3)  WS-BAI-FIELD (4)                  08060000
                    WS-BAI-FIELD (5)  WS-BAI-FIELD (6)                  08070000
                    WS-BAI-FIELD (7)  WS-BAI-FIELD (8)                  08080000
                    WS-BAI-FIELD (9)  WS-BAI-FIELD (10)                 08090000
                    WS-BAI-FIELD (11) WS-BAI-FIELD (12)                 08100000
                    WS-BAI-FIELD (13) WS-BAI-FIELD (14)                 08110000
                    WS-BAI-FIELD (15) WS-BAI-FIELD (16)                 08120000
           END-UNSTRING.                                                08130000
                                                                        08140000
           EVALUATE WS-BAI-RECORD-TYPE                                  08150000
               WHEN '02'                                                08160000
                   MOVE WS-BAI-FIELD (5) TO WS-STMT-YYMMDD              08170000
               WHEN '03'                                                08180000
                   MOVE 'N' TO WS-IN-ACCOUNT-SW                         08190000
                   IF WS-BAI-FIELD (2) = WS-ACCOUNT                     08200000
                       MOVE 'Y' TO WS-IN-ACCOUNT-SW                     08210000
                       MOVE 'Y' TO WS-ACCOUNT-FOUND-SW                  08220000
                       MOVE 4 TO WS-FIELD-SUB                           08230000
                       PERFORM P03200-SUMMARY-GROUP THRU P03200-EXIT    08240000
                           UNTIL WS-FIELD-SUB > 13                      08250000
                   END-IF                                               08260000
               WHEN '88'                                                08270000
                   IF IN-ACCOUNT                                        08280000
                      AND WS-LAST-RECORD-TYPE = '03'                    08290000
                       MOVE 2 TO WS-FIELD-SUB                           08300000
                       PERFORM P03200-SUMMARY-GROUP THRU P03200-EXIT    08310000
                           UNTIL WS-FIELD-SUB > 13                      08320000
                   END-IF                                               08330000
               WHEN '16'                                                08340000
                   IF IN-ACCOUNT                                        08350000
                       PERFORM P03300-STATEMENT-DETAIL                  08360000
                           THRU P03300-EXIT                             08370000
                   END-IF                                               08380000
               WHEN '49'                                                08390000
                   MOVE 'N' TO WS-IN-ACCOUNT-SW                         08400000
               WHEN OTHER                                               08410000
                   CONTINUE                                             08420000
           END-EVALUATE.                                                08430000
                                                                        08440000
      ***************************************************************** 08450000
      *    A CONTINUATION RECORD CONTINUES THE RECORD BEFORE IT       * 08460000
      ***************************************************************** 08470000
                                                                        08480000
           IF WS-BAI-RECORD-TYPE NOT = '88'                             08490000
               MOVE WS-BAI-RECORD-TYPE TO WS-LAST-RECORD-TYPE           08500000
           END-IF.                                                      08510000
                                                                        08520000
       P03100-EXIT.                                                     08530000
           EXIT.                                                        08540000
           EJECT                                                        08550000
      ***************************************************************** 08560000
      *                                                               * 08570000
      *    PARAGRAPH:  P03200-SUMMARY-GROUP                           * 08580000
      *                                                               * 08590000
      *    FUNCTION :  TAKE THE OPENING OR CLOSING LEDGER BALANCE     * 08600000
      *                FROM ONE TYPE / AMOUNT / COUNT / FUNDS GROUP   * 08610000
      *                OF AN ACCOUNT RECORD                           * 08620000
      *                                                               * 08630000
      *    CALLED BY:  P03100-READ-STATEMENT                          * 08640000
      *                                                               * 08650000
      ***************************************************************** 08660000
                                                                        08670000
       P03200-SUMMARY-GROUP.                                            08680000
                                                                        08690000
           MOVE WS-BAI-FIELD (WS-FIELD-SUB) TO WS-BAI-TYPE.             08700000
           MOVE WS-BAI-FIELD (WS-FIELD-SUB + 1) TO WS-BAI-AMOUNT-IN.    08710000
                                                                        08720000
           ADD 4 TO WS-FIELD-SUB.                                       08730000
                                                                        08740000
           IF NOT BAI-OPENING-LEDGER                                    08750000
              AND NOT BAI-CLOSING-LEDGER                                08760000
               GO TO P03200-EXIT                                        08770000
           END-IF.                                                      08780000
                                                                        08790000
           PERFORM P03500-CONVERT-AMOUNT THRU P03500-EXIT.              08800000
                                                                        08810000
           IF NOT AMOUNT-VALID                                          08820000
               GO TO P03200-EXIT                                        08830000
           END-IF.                                                      08840000
                                                                        08850000
           IF BAI-OPENING-LEDGER                                        08860000
               MOVE WS-AMOUNT TO WS-OPENING-LEDGER                      08870000
               MOVE 'Y' TO WS-OPENING-FOUND-SW                          08880000
           ELSE                                                         08890000
               MOVE WS-AMOUNT TO WS-CLOSING-LEDGER                      08900000
               MOVE 'Y' TO WS-CLOSING-FOUND-SW                          08910000
           END-IF.                                                      08920000
                                                                        08930000
       P03200-EXIT.                                                     08940000
           EXIT.                                                        08950000
           EJECT                                                        08960000
      ***************************************************************** 08970000
      *                                                               * 08980000
      *    PARAGRAPH:  P03300-STATEMENT-DETAIL                        * 08990000
      *                                                               * 09000000
      *    FUNCTION :  CLASSIFY A DETAIL OF THE ACCOUNT BY ITS TYPE   * 09010000
      *                CODE (100-399 CREDIT, 400-699 DEBIT), FIND ITS * 09020000
      *                BANK REFERENCE PAST ANY FUNDS AVAILABILITY     * 09030000
      *                FIELDS AND HOLD IT FOR MATCHING                * 09040000
      *                                                               * 09050000
      *    CALLED BY:  P03100-READ-STATEMENT                          * 09060000
      *                                                               * 09070000
      ***************************************************************** 09080000
                                                                        09090000
       P03300-STATEMENT-DETAIL.                                         09100000
                                                                        09110000
           MOVE WS-BAI-FIELD (2) TO WS-BAI-TYPE.                        09120000
                                                                        09130000
           IF WS-BAI-TYPE NOT NUMERIC                                   09140000
              OR WS-BAI-TYPE-NUM < 100                                  09150000
              OR WS-BAI-TYPE-NUM > 699                                  09160000
               ADD +1 TO WS-STMT-IGNORED                                09170000
               GO TO P03300-EXIT                                        09180000
           END-IF.                                                      09190000
                                                                        09200000
           MOVE WS-BAI-FIELD (3) TO WS-BAI-AMOUNT-IN.                   09210000
           PERFORM P03500-CONVERT-AMOUNT THRU P03500-EXIT.              09220000
                                                                        09230000
           IF NOT AMOUNT-VALID                                          09240000
              OR WS-AMOUNT = ZEROES                                     09250000
               ADD +1 TO WS-STMT-IGNORED                                09260000
               GO TO P03300-EXIT                                        09270000
           END-IF.                                                      09280000
                                                                        09290000
           IF WS-SD-USED NOT < WS-SD-MAX                                09300000
               MOVE 'STATEMENT DETAIL TABLE FULL' TO WPBE-MESSAGE       09310000
               MOVE 'P03300' TO WPBE-PARAGRAPH                          09320000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09330000
           END-IF.                                                      09340000
                                                                        09350000
           ADD +1 TO WS-STMT-DETAILS.                                   09360000
           ADD +1 TO WS-SD-USED.                                        09370000
                                                                        09380000
           MOVE WS-BAI-TYPE TO WS-SD-BAI-TYPE (WS-SD-USED).             09390000
                                                                        09400000
           EVALUATE TRUE                                                09410000
               WHEN BAI-LOCKBOX-DEPOSIT                                 09420000
                   MOVE 'L' TO WS-SD-SOURCE (WS-SD-USED)                09430000
               WHEN BAI-CARD-SETTLEMENT                                 09440000
                   MOVE 'C' TO WS-SD-SOURCE (WS-SD-USED)                09450000
               WHEN WS-BAI-TYPE-NUM < 400                               09460000
                   MOVE 'O' TO WS-SD-SOURCE (WS-SD-USED)                09470000
               WHEN OTHER                                               09480000
                   MOVE 'D' TO WS-SD-SOURCE (WS-SD-USED)                09490000
                   COMPUTE WS-AMOUNT = WS-AMOUNT * -1                   09500000
           END-EVALUATE.                                                09510000
                                                                        09520000
           MOVE WS-AMOUNT TO WS-SD-AMOUNT (WS-SD-USED).                 09530000
           ADD WS-AMOUNT TO WS-STMT-NET.                                09540000
                                                                        09550000
      ***************************************************************** 09560000
      *    SPLIT (S) AVAILABILITY ADDS THREE FIELDS, VALUE-DATED (V)  * 09570000
      *    TWO, DISTRIBUTED (D) A COUNT AND TWO FIELDS PER DAY        * 09580000
      ***************************************************************** 09590000
                                                                        09600000
           MOVE WS-BAI-FIELD (4) TO WS-BAI-FUNDS-TYPE.                  09610000
                                                                        09620000
           EVALUATE TRUE                                                09630000
               WHEN BAI-FUNDS-SPLIT                                     09640000
                   MOVE 8 TO WS-REF-SUB                                 09650000
               WHEN BAI-FUNDS-VALUE-DATED                               09660000
                   MOVE 7 TO WS-REF-SUB                                 09670000
               WHEN BAI-FUNDS-DISTRIBUTED                               09680000
                   MOVE WS-BAI-FIELD (5) TO WS-BAI-DIST-COUNT           09690000
                   IF WS-BAI-DIST-COUNT NUMERIC                         09700000
                      AND WS-BAI-DIST-COUNT-NUM < 5                     09710000
                       COMPUTE WS-REF-SUB =                             09720000
                           6 + (WS-BAI-DIST-COUNT-NUM * 2)              09730000
                   ELSE                                                 09740000
                       MOVE 16 TO WS-REF-SUB                            09750000
                   END-IF                                               09760000
               WHEN OTHER                                               09770000
                   MOVE 5 TO WS-REF-SUB                                 09780000
           END-EVALUATE.                                                09790000
                                                                        09800000
           MOVE WS-BAI-FIELD (WS-REF-SUB)                               09810000
               TO WS-SD-REFERENCE (WS-SD-USED).                         09820000
                                                                        09830000
       P03300-EXIT.                                                     09840000
           EXIT.                                                        09850000
           EJECT                                                        09860000
      ***************************************************************** 09870000
      *                                                               * 09880000
      *    PARAGRAPH:  P03500-CONVERT-AMOUNT                          * 09890000
      *                                                               * 09900000
      *    FUNCTION :  CONVERT THE BAI2 AMOUNT IN WS-BAI-AMOUNT-IN    * 09910000
      *                (OPTIONAL SIGN, DIGITS, TWO DECIMALS IMPLIED)  * 09920000
      *                TO WS-AMOUNT.  AN EMPTY AMOUNT IS ZERO         * 09930000
      *                                                               * 09940000
      *    CALLED BY:  P03200-SUMMARY-GROUP                           * 09950000
      *                P03300-STATEMENT-DETAIL                        * 09960000
      *                                                               * 09970000
      ***************************************************************** 09980000
                                                                        09990000
       P03500-CONVERT-AMOUNT.                                           10000000
                                                                        10010000
           MOVE 'Y' TO WS-AMOUNT-VALID-SW.                              10020000
           MOVE ZEROES TO WS-AMOUNT.                                    10030000
           MOVE SPACES TO WS-BAI-AMOUNT-SIGN.                           10040000
                                                                        10050000
           IF WS-BAI-AMOUNT-IN (1:1) = '-' OR '+'                       10060000
               MOVE WS-BAI-AMOUNT-IN (1:1) TO WS-BAI-AMOUNT-SIGN        10070000
               MOVE WS-BAI-AMOUNT-IN (2:19) TO WS-BAI-AMOUNT-IN         10080000
           END-IF.                                                      10090000
                                                                        10100000
           IF WS-BAI-AMOUNT-IN = SPACES                                 10110000
               GO TO P03500-EXIT                                        10120000
           END-IF.                                                      10130000
                                                                        10140000
           MOVE ZEROES TO WS-AMOUNT-LENGTH.                             10150000
           INSPECT WS-BAI-AMOUNT-IN TALLYING WS-AMOUNT-LENGTH           10160000
               FOR CHARACTERS BEFORE INITIAL SPACE.                     10170000
                                                                        10180000
           IF WS-AMOUNT-LENGTH > 13                                     10190000
               MOVE 'N' TO WS-AMOUNT-VALID-SW                           10200000
               GO TO P03500-EXIT                                        10210000
           END-IF.                                                      10220000
                                                                        10230000
           MOVE WS-BAI-AMOUNT-IN (1:WS-AMOUNT-LENGTH)                   10240000
               TO WS-BAI-AMOUNT-RJ.                                     10250000
           INSPECT WS-BAI-AMOUNT-RJ REPLACING LEADING SPACE BY '0'.     10260000
                                                                        10270000
           IF WS-BAI-AMOUNT-RJ NOT NUMERIC                              10280000
               MOVE 'N' TO WS-AMOUNT-VALID-SW                           10290000
               GO TO P03500-EXIT                                        10300000
           END-IF.                                                      10310000
                                                                        10320000
           MOVE WS-BAI-AMOUNT-NUM TO WS-AMOUNT.                         10330000
                                                                        10340000
           IF WS-BAI-AMOUNT-SIGN = '-'                                  10350000
               COMPUTE WS-AMOUNT = WS-AMOUNT * -1                       10360000
           END-IF.                                                      10370000
                                                                        10380000
       P03500-EXIT.                                                     10390000
           EXIT.                                                        10400000
           EJECT                                                        10410000
      ***************************************************************** 10420000
      *                                                               * 10430000
      *    PARAGRAPH:  P04000-CHECK-STATEMENT                         * 10440000
      *                                                               * 10450000
      *    FUNCTION :  REFUSE A STATEMENT WITHOUT THE ACCOUNT OR ONE   *10460000
      *                ALREADY RECONCILED, AND SET THE BOOK AND BANK  * 10470000
      *                STARTING POINTS                                * 10480000
      *                                                               * 10490000
      *    CALLED BY:  P00000-MAINLINE                                * 10500000
      *                                                               * 10510000
      ***************************************************************** 10520000
                                                                        10530000
       P04000-CHECK-STATEMENT.                                          10540000
                                                                        10550000
           IF WS-STMT-DATE NOT NUMERIC                                  10560000
               MOVE 'STATEMENT AS-OF DATE MISSING' TO WPBE-MESSAGE      10570000
               MOVE 'P04000' TO WPBE-PARAGRAPH                          10580000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10590000
           END-IF.                                                      10600000
                                                                        10610000
           IF NOT ACCOUNT-FOUND                                         10620000
               MOVE 'ACCOUNT NOT ON BANK STATEMENT' TO WPBE-MESSAGE     10630000
               MOVE 'P04000' TO WPBE-PARAGRAPH                          10640000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10650000
           END-IF.                                                      10660000
                                                                        10670000
           IF CONTROL-FOUND                                             10680000
              AND WS-STMT-DATE-N NOT > WS-LAST-STMT-DATE                10690000
               MOVE 'STATEMENT ALREADY RECONCILED' TO WPBE-MESSAGE      10700000
               MOVE 'P04000' TO WPBE-PARAGRAPH                          10710000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10720000
           END-IF.                                                      10730000
                                                                        10740000
           COMPUTE WS-STMT-INT =                                        10750000
               FUNCTION INTEGER-OF-DATE (WS-STMT-DATE-N).               10760000
                                                                        10770000
      ***************************************************************** 10780000
      *    THE FIRST RUN OPENS THE BOOK AT THE BANK'S OPENING LEDGER  * 10790000
      *    AND BOOKS CARD SETTLEMENTS FROM THE STATEMENT DATE ONLY    * 10800000
      ***************************************************************** 10810000
                                                                        10820000
           IF NOT CONTROL-FOUND                                         10830000
               IF OPENING-FOUND                                         10840000
                   MOVE WS-OPENING-LEDGER TO WS-PRIOR-BOOK-BALANCE      10850000
               ELSE                                                     10860000
                   IF CLOSING-FOUND                                     10870000
                       COMPUTE WS-PRIOR-BOOK-BALANCE =                  10880000
                           WS-CLOSING-LEDGER - WS-STMT-NET              10890000
                   END-IF                                               10900000
               END-IF                                                   10910000
               COMPUTE WS-PRIOR-BANK-BALANCE =                          10920000
                   WS-PRIOR-BOOK-BALANCE                                10930000
               COMPUTE WS-LAST-STMT-DATE =                              10940000
                   FUNCTION DATE-OF-INTEGER (WS-STMT-INT - 1)           10950000
           END-IF.                                                      10960000
                                                                        10970000
           MOVE WS-LAST-STMT-DATE TO WS-LOW-SETTLE-DATE.                10980000
                                                                        10990000
           IF CLOSING-FOUND                                             11000000
               MOVE WS-CLOSING-LEDGER TO WS-BANK-BALANCE                11010000
           ELSE                                                         11020000
               COMPUTE WS-BANK-BALANCE =                                11030000
                   WS-PRIOR-BANK-BALANCE + WS-STMT-NET                  11040000
           END-IF.                                                      11050000
                                                                        11060000
       P04000-EXIT.                                                     11070000
           EXIT.                                                        11080000
           EJECT                                                        11090000
      ***************************************************************** 11100000
      *                                                               * 11110000
      *    PARAGRAPH:  P05000-PRINT-HEADER                            * 11120000
      *                                                               * 11130000
      *    FUNCTION :  PRINT THE REPORT HEADER                        * 11140000
      *                                                               * 11150000
      *    CALLED BY:  P00000-MAINLINE                                * 11160000
      *                                                               * 11170000
      ***************************************************************** 11180000
                                                                        11190000
       P05000-PRINT-HEADER.                                             11200000
                                                                        11210000
           MOVE WS-ACCOUNT TO WS-PL-RH-ACCOUNT.                         11220000
                                                                        11230000
           MOVE WS-STMT-DATE-N TO WS-WORK-DATE.                         11240000
           PERFORM P60000-EDIT-DATE THRU P60000-EXIT.                   11250000
           MOVE WS-EDIT-DATE TO WS-PL-RH-STMT-DATE.                     11260000
                                                                        11270000
           MOVE WS-DATE-CCYYMMDD TO WS-WORK-DATE.                       11280000
           PERFORM P60000-EDIT-DATE THRU P60000-EXIT.                   11290000
           MOVE WS-EDIT-DATE TO WS-PL-RH-RUN-DATE.                      11300000
                                                                        11310000
           WRITE RECON-REPORT-REC FROM WS-PL-REPORT-HEADER.             11320000
           WRITE RECON-REPORT-REC FROM WS-PL-SEPARATOR.                 11330000
                                                                        11340000
       P05000-EXIT.                                                     11350000
           EXIT.                                                        11360000
           EJECT                                                        11370000
      ***************************************************************** 11380000
      *                                                               * 11390000
      *    PARAGRAPH:  P06000-PRINT-SECTION                           * 11400000
      *                                                               * 11410000
      *    FUNCTION :  PRINT A SECTION TITLE AND THE ITEM COLUMN      * 11420000
      *                HEADINGS, AND RESET THE LINE-PRINTED SWITCH    * 11430000
      *                                                               * 11440000
      *    CALLED BY:  VARIOUS                                        * 11450000
      *                                                               * 11460000
      ***************************************************************** 11470000
                                                                        11480000
       P06000-PRINT-SECTION.                                            11490000
                                                                        11500000
           WRITE RECON-REPORT-REC FROM WS-PL-BLANK.                     11510000
           WRITE RECON-REPORT-REC FROM WS-PL-SECTION.                   11520000
           WRITE RECON-REPORT-REC FROM WS-PL-COLUMN-HEADER.             11530000
                                                                        11540000
           MOVE 'N' TO WS-LINE-PRINTED-SW.                              11550000
                                                                        11560000
       P06000-EXIT.                                                     11570000
           EXIT.                                                        11580000
           EJECT                                                        11590000
      ***************************************************************** 11600000
      *                                                               * 11610000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 11620000
      *                                                               * 11630000
      *    FUNCTION :  READ THE NEXT CONTROL CARD AND ROUTE IT BY     * 11640000
      *                ACTION CODE                                    * 11650000
      *                                                               * 11660000
      *    CALLED BY:  P00000-MAINLINE                                * 11670000
      *                                                               * 11680000
      ***************************************************************** 11690000
                                                                        11700000
       P10000-PROCESS-CARD.                                             11710000
                                                                        11720000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       11730000
               AT END                                                   11740000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     11750000
                   GO TO P10000-EXIT.                                   11760000
                                                                        11770000
           ADD +1 TO WS-CARDS-READ.                                     11780000
                                                                        11790000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       11800000
                                                                        11810000
           EVALUATE TRUE                                                11820000
               WHEN WCC-CLEAR                                           11830000
                   PERFORM P11000-CLEAR-ITEM THRU P11000-EXIT           11840000
               WHEN OTHER                                               11850000
                   MOVE 'UNKNOWN OR MISPLACED ACTION'                   11860000
                       TO WS-DL-RJ-REASON                               11870000
                   DISPLAY WS-DL-REJECT                                 11880000
                   ADD +1 TO WS-CARDS-REJECTED                          11890000
           END-EVALUATE.                                                11900000
                                                                        11910000
       P10000-EXIT.                                                     11920000
           EXIT.                                                        11930000
           EJECT                                                        11940000
      ***************************************************************** 11950000
      *                                                               * 11960000
      *    PARAGRAPH:  P11000-CLEAR-ITEM                              * 11970000
      *                                                               * 11980000
      *    FUNCTION :  CLEAR AN OUTSTANDING ITEM FINANCE HAS BOOKED.  * 11990000
      *                A BANK ITEM NOW BOOKED MOVES INTO THE BOOK     * 12000000
      *                BALANCE; A BOOK ITEM REVERSED COMES OUT OF IT  * 12010000
      *                                                               * 12020000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 12030000
      *                                                               * 12040000
      ***************************************************************** 12050000
                                                                        12060000
       P11000-CLEAR-ITEM.                                               12070000
                                                                        12080000
           IF WCL-ITEM-DATE NOT NUMERIC                                 12090000
              OR WCL-ITEM-SEQ NOT NUMERIC                               12100000
              OR WCL-ITEM-DATE-NUM = ZEROES                             12110000
               MOVE 'CARD FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON        12120000
               DISPLAY WS-DL-REJECT                                     12130000
               ADD +1 TO WS-CARDS-REJECTED                              12140000
               GO TO P11000-EXIT                                        12150000
           END-IF.                                                      12160000
                                                                        12170000
           MOVE WS-ACCOUNT TO BANK-RECON-ACCOUNT.                       12180000
           MOVE WCL-ITEM-DATE-NUM TO BANK-RECON-DATE.                   12190000
           MOVE WCL-ITEM-SEQ-NUM TO BANK-RECON-SEQ.                     12200000
                                                                        12210000
           READ VSAM-BANK-RECON.                                        12220000
                                                                        12230000
           IF RECONF-NOTFOUND OR RECONF-EMPTY                           12240000
               MOVE 'RECONCILING ITEM NOT FOUND' TO WS-DL-RJ-REASON     12250000
               DISPLAY WS-DL-REJECT                                     12260000
               ADD +1 TO WS-CARDS-REJECTED                              12270000
               GO TO P11000-EXIT                                        12280000
           END-IF.                                                      12290000
                                                                        12300000
           IF NOT RECONF-OK                                             12310000
               MOVE 'READ RECONCILING ITEM FAILED' TO WPBE-MESSAGE      12320000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 12330000
               MOVE 'P11000' TO WPBE-PARAGRAPH                          12340000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12350000
           END-IF.                                                      12360000
                                                                        12370000
           IF NOT BANK-RECON-OUTSTANDING                                12380000
               MOVE 'ITEM IS NOT OUTSTANDING' TO WS-DL-RJ-REASON        12390000
               DISPLAY WS-DL-REJECT                                     12400000
               ADD +1 TO WS-CARDS-REJECTED                              12410000
               GO TO P11000-EXIT                                        12420000
           END-IF.                                                      12430000
                                                                        12440000
           MOVE 'C' TO BANK-RECON-STATUS.                               12450000
           MOVE WS-STMT-DATE-N TO BANK-RECON-CLOSED-DATE.               12460000
                                                                        12470000
           REWRITE BANK-RECON-RECORD.                                   12480000
                                                                        12490000
           IF NOT RECONF-OK                                             12500000
               MOVE 'REWRITE RECONCILING ITEM FAILED' TO WPBE-MESSAGE   12510000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 12520000
               MOVE 'P11000' TO WPBE-PARAGRAPH                          12530000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12540000
           END-IF.                                                      12550000
                                                                        12560000
           ADD +1 TO WS-ITEMS-CLEARED.                                  12570000
                                                                        12580000
           IF BANK-RECON-BANK-ITEM                                      12590000
               ADD BANK-RECON-AMOUNT TO WS-CLEARED-BANK                 12600000
           ELSE                                                         12610000
               ADD BANK-RECON-AMOUNT TO WS-CLEARED-BOOK                 12620000
           END-IF.                                                      12630000
                                                                        12640000
           PERFORM P61000-FORMAT-RECORD THRU P61000-EXIT.               12650000
           MOVE 'CLEARED BY CONTROL CARD' TO WS-PL-IT-DISPOSITION.      12660000
           WRITE RECON-REPORT-REC FROM WS-PL-ITEM.                      12670000
           MOVE 'Y' TO WS-LINE-PRINTED-SW.                              12680000
                                                                        12690000
       P11000-EXIT.                                                     12700000
           EXIT.                                                        12710000
           EJECT                                                        12720000
      ***************************************************************** 12730000
      *                                                               * 12740000
      *    PARAGRAPH:  P20000-TOTAL-LOCKBOX                           * 12750000
      *                                                               * 12760000
      *    FUNCTION :  TOTAL THE LOCKBOX REMITTANCE FILE BY           * 12770000
      *                REMITTANCE DATE.  EVERY REMITTANCE IS CASH IN  * 12780000
      *                THE BANK WHETHER PDAB48 APPLIED IT OR SENT IT  * 12790000
      *                TO SUSPENSE                                    * 12800000
      *                                                               * 12810000
      *    CALLED BY:  P00000-MAINLINE                                * 12820000
      *                                                               * 12830000
      ***************************************************************** 12840000
                                                                        12850000
       P20000-TOTAL-LOCKBOX.                                            12860000
                                                                        12870000
           OPEN INPUT LOCKBOX-REMIT.                                    12880000
                                                                        12890000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               12900000
                                                                        12910000
           PERFORM P20100-READ-LOCKBOX THRU P20100-EXIT                 12920000
               UNTIL END-OF-FILE.                                       12930000
                                                                        12940000
           CLOSE LOCKBOX-REMIT.                                         12950000
                                                                        12960000
       P20000-EXIT.                                                     12970000
           EXIT.                                                        12980000
           EJECT                                                        12990000
                                                                        13000000
       P20100-READ-LOCKBOX.                                             13010000
                                                                        13020000
           READ LOCKBOX-REMIT INTO WS-LOCKBOX-REMIT                     13030000
               AT END                                                   13040000
                   MOVE 'Y' TO WS-END-OF-FILE-SW                        13050000
                   GO TO P20100-EXIT.                                   13060000
                                                                        13070000
           ADD +1 TO WS-LOCKBOX-READ.                                   13080000
                                                                        13090000
           IF WLR-AMOUNT NOT NUMERIC                                    13100000
              OR WLR-REMIT-DATE NOT NUMERIC                             13110000
              OR WLR-REMIT-DATE-NUM = ZEROES                            13120000
               ADD +1 TO WS-LOCKBOX-SKIPPED                             13130000
               GO TO P20100-EXIT                                        13140000
           END-IF.                                                      13150000
                                                                        13160000
           MOVE 'L' TO WS-BS-SOURCE.                                    13170000
           MOVE WLR-REMIT-DATE-NUM TO WS-BS-DATE.                       13180000
           MOVE WLR-AMOUNT-NUM TO WS-BS-AMOUNT.                         13190000
                                                                        13200000
           PERFORM P23000-ADD-BOOK-TOTAL THRU P23000-EXIT.              13210000
                                                                        13220000
       P20100-EXIT.                                                     13230000
           EXIT.                                                        13240000
           EJECT                                                        13250000
      ***************************************************************** 13260000
      *                                                               * 13270000
      *    PARAGRAPH:  P21000-TOTAL-CARD-SETTLEMENT                   * 13280000
      *                                                               * 13290000
      *    FUNCTION :  TOTAL THE CARD PAYMENTS ACCEPTED SINCE THE     * 13300000
      *                LAST STATEMENT BY SETTLEMENT DATE              * 13310000
      *                                                               * 13320000
      *    CALLED BY:  P00000-MAINLINE                                * 13330000
      *                                                               * 13340000
      ***************************************************************** 13350000
                                                                        13360000
       P21000-TOTAL-CARD-SETTLEMENT.                                    13370000
                                                                        13380000
           OPEN INPUT VSAM-CARD-PAYMENT.                                13390000
                                                                        13400000
           IF CARDF-EMPTY                                               13410000
               GO TO P21000-EXIT                                        13420000
           END-IF.                                                      13430000
                                                                        13440000
           IF NOT CARDF-OK                                              13450000
               MOVE 'OPEN CARD PAYMENT FILE FAILED' TO WPBE-MESSAGE     13460000
               MOVE WS-CARD-STATUS TO WPBE-FILE-STATUS                  13470000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          13480000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13490000
           END-IF.                                                      13500000
                                                                        13510000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               13520000
                                                                        13530000
           PERFORM P21100-READ-CARD-PAYMENT THRU P21100-EXIT            13540000
               UNTIL END-OF-FILE.                                       13550000
                                                                        13560000
           CLOSE VSAM-CARD-PAYMENT.                                     13570000
                                                                        13580000
       P21000-EXIT.                                                     13590000
           EXIT.                                                        13600000
           EJECT                                                        13610000
                                                                        13620000
       P21100-READ-CARD-PAYMENT.                                        13630000
                                                                        13640000
           READ VSAM-CARD-PAYMENT.                                      13650000
                                                                        13660000
           IF CARDF-END                                                 13670000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            13680000
               GO TO P21100-EXIT                                        13690000
           END-IF.                                                      13700000
                                                                        13710000
           IF NOT CARDF-OK                                              13720000
               MOVE 'READ CARD PAYMENT FAILED' TO WPBE-MESSAGE          13730000
               MOVE WS-CARD-STATUS TO WPBE-FILE-STATUS                  13740000
               MOVE 'P21100' TO WPBE-PARAGRAPH                          13750000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13760000
           END-IF.                                                      13770000
                                                                        13780000
           IF NOT CARD-PAYMENT-ACCEPTED                                 13790000
              OR CARD-PAYMENT-SETTLE-DATE NOT > WS-LOW-SETTLE-DATE      13800000
              OR CARD-PAYMENT-SETTLE-DATE > WS-STMT-DATE-N              13810000
               GO TO P21100-EXIT                                        13820000
           END-IF.                                                      13830000
                                                                        13840000
           ADD +1 TO WS-CARD-PAYMENTS.                                  13850000
                                                                        13860000
           MOVE 'C' TO WS-BS-SOURCE.                                    13870000
           MOVE CARD-PAYMENT-SETTLE-DATE TO WS-BS-DATE.                 13880000
           MOVE CARD-PAYMENT-AMOUNT TO WS-BS-AMOUNT.                    13890000
                                                                        13900000
           PERFORM P23000-ADD-BOOK-TOTAL THRU P23000-EXIT.              13910000
                                                                        13920000
       P21100-EXIT.                                                     13930000
           EXIT.                                                        13940000
           EJECT                                                        13950000
      ***************************************************************** 13960000
      *                                                               * 13970000
      *    PARAGRAPH:  P22000-WRITE-BOOK-ITEM                         * 13980000
      *                                                               * 13990000
      *    FUNCTION :  BOOK ONE DEPOSIT TOTAL AS AN OUTSTANDING BOOK  * 14000000
      *                ITEM AND ADD IT TO THE BOOK BALANCE            * 14010000
      *                                                               * 14020000
      *    CALLED BY:  P00000-MAINLINE                                * 14030000
      *                                                               * 14040000
      ***************************************************************** 14050000
                                                                        14060000
       P22000-WRITE-BOOK-ITEM.                                          14070000
                                                                        14080000
           IF WS-BK-AMOUNT (WS-SUB) = ZEROES                            14090000
               GO TO P22000-EXIT                                        14100000
           END-IF.                                                      14110000
                                                                        14120000
           PERFORM P25000-NEXT-SEQUENCE THRU P25000-EXIT.               14130000
                                                                        14140000
           MOVE SPACES TO BANK-RECON-RECORD.                            14150000
           MOVE WS-ACCOUNT TO BANK-RECON-ACCOUNT.                       14160000
           MOVE WS-BK-DATE (WS-SUB) TO BANK-RECON-DATE.                 14170000
           MOVE WS-LAST-SEQ TO BANK-RECON-SEQ.                          14180000
           MOVE 'B' TO BANK-RECON-SIDE.                                 14190000
           MOVE WS-BK-SOURCE (WS-SUB) TO BANK-RECON-SOURCE.             14200000
           MOVE WS-BK-AMOUNT (WS-SUB) TO BANK-RECON-AMOUNT.             14210000
           MOVE 'O' TO BANK-RECON-STATUS.                               14220000
           MOVE ZEROES TO BANK-RECON-CLOSED-DATE                        14230000
                          BANK-RECON-MATCH-DATE                         14240000
                          BANK-RECON-MATCH-SEQ.                         14250000
                                                                        14260000
           IF BANK-RECON-LOCKBOX                                        14270000
               MOVE 'LOCKBOX BATCH' TO BANK-RECON-REFERENCE             14280000
               ADD WS-BK-AMOUNT (WS-SUB) TO WS-BOOKED-LOCKBOX           14290000
           ELSE                                                         14300000
               MOVE 'CARD SETTLEMENT' TO BANK-RECON-REFERENCE           14310000
               ADD WS-BK-AMOUNT (WS-SUB) TO WS-BOOKED-CARD              14320000
           END-IF.                                                      14330000
                                                                        14340000
           WRITE BANK-RECON-RECORD.                                     14350000
                                                                        14360000
           IF NOT RECONF-OK                                             14370000
               MOVE 'WRITE RECONCILING ITEM FAILED' TO WPBE-MESSAGE     14380000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 14390000
               MOVE 'P22000' TO WPBE-PARAGRAPH                          14400000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14410000
           END-IF.                                                      14420000
                                                                        14430000
           ADD +1 TO WS-BOOK-ITEMS.                                     14440000
                                                                        14450000
           PERFORM P61000-FORMAT-RECORD THRU P61000-EXIT.               14460000
           MOVE WS-BK-COUNT (WS-SUB) TO WS-PL-BK-COUNT.                 14470000
           MOVE WS-PL-BOOKED TO WS-PL-IT-DISPOSITION.                   14480000
           WRITE RECON-REPORT-REC FROM WS-PL-ITEM.                      14490000
           MOVE 'Y' TO WS-LINE-PRINTED-SW.                              14500000
                                                                        14510000
       P22000-EXIT.                                                     14520000
           EXIT.                                                        14530000
           EJECT                                                        14540000
      ***************************************************************** 14550000
      *                                                               * 14560000
      *    PARAGRAPH:  P23000-ADD-BOOK-TOTAL                          * 14570000
      *                                                               * 14580000
      *    FUNCTION :  ADD WS-BS-AMOUNT TO THE BOOK TOTAL FOR SOURCE  * 14590000
      *                WS-BS-SOURCE AND DATE WS-BS-DATE               * 14600000
      *                                                               * 14610000
      *    CALLED BY:  P20100-READ-LOCKBOX                            * 14620000
      *                P21100-READ-CARD-PAYMENT                       * 14630000
      *                                                               * 14640000
      ***************************************************************** 14650000
                                                                        14660000
       P23000-ADD-BOOK-TOTAL.                                           14670000
                                                                        14680000
           MOVE 1 TO WS-SUB2.                                           14690000
                                                                        14700000
           PERFORM P23100-FIND-BOOK-TOTAL THRU P23100-EXIT              14710000
               UNTIL WS-SUB2 > WS-BK-USED                               14720000
                  OR (WS-BK-SOURCE (WS-SUB2) = WS-BS-SOURCE             14730000
                      AND WS-BK-DATE (WS-SUB2) = WS-BS-DATE).           14740000
                                                                        14750000
           IF WS-SUB2 > WS-BK-USED                                      14760000
               IF WS-BK-USED NOT < WS-BK-MAX                            14770000
                   MOVE 'BOOK DEPOSIT TABLE FULL' TO WPBE-MESSAGE       14780000
                   MOVE 'P23000' TO WPBE-PARAGRAPH                      14790000
                   PERFORM P99999-ABEND THRU P99999-EXIT                14800000
               END-IF                                                   14810000
               ADD +1 TO WS-BK-USED                                     14820000
               MOVE WS-BK-USED TO WS-SUB2                               14830000
               MOVE WS-BS-SOURCE TO WS-BK-SOURCE (WS-SUB2)              14840000
               MOVE WS-BS-DATE TO WS-BK-DATE (WS-SUB2)                  14850000
               MOVE ZEROES TO WS-BK-COUNT (WS-SUB2)                     14860000
                              WS-BK-AMOUNT (WS-SUB2)                    14870000
           END-IF.                                                      14880000
                                                                        14890000
           ADD +1 TO WS-BK-COUNT (WS-SUB2).                             14900000
           ADD WS-BS-AMOUNT TO WS-BK-AMOUNT (WS-SUB2).                  14910000
                                                                        14920000
       P23000-EXIT.                                                     14930000
           EXIT.                                                        14940000
                                                                        14950000
       P23100-FIND-BOOK-TOTAL.                                          14960000
                                                                        14970000
           ADD +1 TO WS-SUB2.                                           14980000
                                                                        14990000
       P23100-EXIT.                                                     15000000
           EXIT.                                                        15010000
           EJECT                                                        15020000
      ***************************************************************** 15030000
      *                                                               * 15040000
      *    PARAGRAPH:  P25000-NEXT-SEQUENCE                           * 15050000
      *                                                               * 15060000
      *    FUNCTION :  ASSIGN THE NEXT ITEM SEQUENCE FOR THE ACCOUNT  * 15070000
      *                                                               * 15080000
      *    CALLED BY:  P22000-WRITE-BOOK-ITEM                         * 15090000
      *                P32000-POST-STATEMENT-DETAIL                   * 15100000
      *                                                               * 15110000
      ***************************************************************** 15120000
                                                                        15130000
       P25000-NEXT-SEQUENCE.                                            15140000
                                                                        15150000
           IF WS-LAST-SEQ = 99999                                       15160000
               MOVE 1 TO WS-LAST-SEQ                                    15170000
           ELSE                                                         15180000
               ADD 1 TO WS-LAST-SEQ                                     15190000
           END-IF.                                                      15200000
                                                                        15210000
       P25000-EXIT.                                                     15220000
           EXIT.                                                        15230000
           EJECT                                                        15240000
      ***************************************************************** 15250000
      *                                                               * 15260000
      *    PARAGRAPH:  P30000-LOAD-OUTSTANDING                        * 15270000
      *                                                               * 15280000
      *    FUNCTION :  LOAD EVERY OUTSTANDING ITEM OF THE ACCOUNT,    * 15290000
      *                INCLUDING THE BOOK ITEMS JUST WRITTEN, IN      * 15300000
      *                DATE ORDER                                     * 15310000
      *                                                               * 15320000
      *    CALLED BY:  P00000-MAINLINE                                * 15330000
      *                                                               * 15340000
      ***************************************************************** 15350000
                                                                        15360000
       P30000-LOAD-OUTSTANDING.                                         15370000
                                                                        15380000
           MOVE WS-ACCOUNT TO BANK-RECON-ACCOUNT.                       15390000
           MOVE ZEROES TO BANK-RECON-DATE                               15400000
                          BANK-RECON-SEQ.                               15410000
                                                                        15420000
           START VSAM-BANK-RECON                                        15430000
               KEY IS GREATER THAN BANK-RECON-KEY.                      15440000
                                                                        15450000
           IF RECONF-NOTFOUND OR RECONF-END OR RECONF-EMPTY             15460000
               GO TO P30000-EXIT                                        15470000
           END-IF.                                                      15480000
                                                                        15490000
           IF NOT RECONF-OK                                             15500000
               MOVE 'START RECONCILING ITEM FILE FAILED'                15510000
                   TO WPBE-MESSAGE                                      15520000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 15530000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          15540000
               PERFORM P99999-ABEND THRU P99999-EXIT                    15550000
           END-IF.                                                      15560000
                                                                        15570000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               15580000
                                                                        15590000
           PERFORM P30100-READ-RECON-ITEM THRU P30100-EXIT              15600000
               UNTIL END-OF-FILE.                                       15610000
                                                                        15620000
       P30000-EXIT.                                                     15630000
           EXIT.                                                        15640000
           EJECT                                                        15650000
                                                                        15660000
       P30100-READ-RECON-ITEM.                                          15670000
                                                                        15680000
           READ VSAM-BANK-RECON NEXT.                                   15690000
                                                                        15700000
           IF RECONF-END                                                15710000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            15720000
               GO TO P30100-EXIT                                        15730000
           END-IF.                                                      15740000
                                                                        15750000
           IF NOT RECONF-OK                                             15760000
               MOVE 'READ NEXT RECONCILING ITEM FAILED'                 15770000
                   TO WPBE-MESSAGE                                      15780000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 15790000
               MOVE 'P30100' TO WPBE-PARAGRAPH                          15800000
               PERFORM P99999-ABEND THRU P99999-EXIT                    15810000
           END-IF.                                                      15820000
                                                                        15830000
           IF BANK-RECON-ACCOUNT NOT = WS-ACCOUNT                       15840000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            15850000
               GO TO P30100-EXIT                                        15860000
           END-IF.                                                      15870000
                                                                        15880000
           IF NOT BANK-RECON-OUTSTANDING                                15890000
               GO TO P30100-EXIT                                        15900000
           END-IF.                                                      15910000
                                                                        15920000
           PERFORM P30200-ADD-TABLE-ENTRY THRU P30200-EXIT.             15930000
                                                                        15940000
       P30100-EXIT.                                                     15950000
           EXIT.                                                        15960000
           EJECT                                                        15970000
      ***************************************************************** 15980000
      *                                                               * 15990000
      *    PARAGRAPH:  P30200-ADD-TABLE-ENTRY                         * 16000000
      *                                                               * 16010000
      *    FUNCTION :  ADD THE OUTSTANDING ITEM IN THE RECORD AREA TO * 16020000
      *                THE ITEM TABLE                                 * 16030000
      *                                                               * 16040000
      *    CALLED BY:  P30100-READ-RECON-ITEM                         * 16050000
      *                P32000-POST-STATEMENT-DETAIL                   * 16060000
      *                                                               * 16070000
      ***************************************************************** 16080000
                                                                        16090000
       P30200-ADD-TABLE-ENTRY.                                          16100000
                                                                        16110000
           IF WS-OT-USED NOT < WS-OT-MAX                                16120000
               MOVE 'RECONCILING ITEM TABLE FULL' TO WPBE-MESSAGE       16130000
               MOVE 'P30200' TO WPBE-PARAGRAPH                          16140000
               PERFORM P99999-ABEND THRU P99999-EXIT                    16150000
           END-IF.                                                      16160000
                                                                        16170000
           ADD +1 TO WS-OT-USED.                                        16180000
                                                                        16190000
           MOVE BANK-RECON-DATE TO WS-OT-DATE (WS-OT-USED).             16200000
           MOVE BANK-RECON-SEQ TO WS-OT-SEQ (WS-OT-USED).               16210000
           MOVE BANK-RECON-SIDE TO WS-OT-SIDE (WS-OT-USED).             16220000
           MOVE BANK-RECON-SOURCE TO WS-OT-SOURCE (WS-OT-USED).         16230000
           MOVE BANK-RECON-BAI-TYPE TO WS-OT-BAI-TYPE (WS-OT-USED).     16240000
           MOVE BANK-RECON-REFERENCE TO WS-OT-REFERENCE (WS-OT-USED).   16250000
           MOVE BANK-RECON-AMOUNT TO WS-OT-AMOUNT (WS-OT-USED).         16260000
           MOVE 'N' TO WS-OT-MATCHED-SW (WS-OT-USED).                   16270000
                                                                        16280000
       P30200-EXIT.                                                     16290000
           EXIT.                                                        16300000
           EJECT                                                        16310000
      ***************************************************************** 16320000
      *                                                               * 16330000
      *    PARAGRAPH:  P31000-MATCH-CARRIED-ITEM                      * 16340000
      *                                                               * 16350000
      *    FUNCTION :  TRY A BANK LOCKBOX OR CARD CREDIT CARRIED FROM * 16360000
      *                AN EARLIER STATEMENT AGAINST THE OUTSTANDING   * 16370000
      *                BOOK ITEMS                                     * 16380000
      *                                                               * 16390000
      *    CALLED BY:  P00000-MAINLINE                                * 16400000
      *                                                               * 16410000
      ***************************************************************** 16420000
                                                                        16430000
       P31000-MATCH-CARRIED-ITEM.                                       16440000
                                                                        16450000
           IF WS-OT-SIDE (WS-SUB) NOT = 'K'                             16460000
              OR WS-OT-MATCHED (WS-SUB)                                 16470000
               GO TO P31000-EXIT                                        16480000
           END-IF.                                                      16490000
                                                                        16500000
           IF WS-OT-SOURCE (WS-SUB) NOT = 'L'                           16510000
              AND WS-OT-SOURCE (WS-SUB) NOT = 'C'                       16520000
               GO TO P31000-EXIT                                        16530000
           END-IF.                                                      16540000
                                                                        16550000
           MOVE WS-OT-SOURCE (WS-SUB) TO WS-IS-SOURCE.                  16560000
           MOVE WS-OT-DATE (WS-SUB) TO WS-IS-DATE.                      16570000
           MOVE WS-OT-AMOUNT (WS-SUB) TO WS-IS-AMOUNT.                  16580000
                                                                        16590000
           PERFORM P33000-FIND-BOOK-ITEM THRU P33000-EXIT.              16600000
                                                                        16610000
           IF NOT ENTRY-FOUND                                           16620000
               GO TO P31000-EXIT                                        16630000
           END-IF.                                                      16640000
                                                                        16650000
      ***************************************************************** 16660000
      *    CLOSE BOTH SIDES AGAINST EACH OTHER                        * 16670000
      ***************************************************************** 16680000
                                                                        16690000
           MOVE 'Y' TO WS-OT-MATCHED-SW (WS-SUB).                       16700000
           MOVE 'Y' TO WS-OT-MATCHED-SW (WS-SUB2).                      16710000
                                                                        16720000
           MOVE WS-OT-DATE (WS-SUB) TO BANK-RECON-DATE.                 16730000
           MOVE WS-OT-SEQ (WS-SUB) TO BANK-RECON-SEQ.                   16740000
           MOVE WS-OT-DATE (WS-SUB2) TO BANK-RECON-MATCH-DATE.          16750000
           MOVE WS-OT-SEQ (WS-SUB2) TO BANK-RECON-MATCH-SEQ.            16760000
           PERFORM P34000-MARK-MATCHED THRU P34000-EXIT.                16770000
                                                                        16780000
           MOVE WS-OT-DATE (WS-SUB2) TO BANK-RECON-DATE.                16790000
           MOVE WS-OT-SEQ (WS-SUB2) TO BANK-RECON-SEQ.                  16800000
           MOVE WS-OT-DATE (WS-SUB) TO BANK-RECON-MATCH-DATE.           16810000
           MOVE WS-OT-SEQ (WS-SUB) TO BANK-RECON-MATCH-SEQ.             16820000
           PERFORM P34000-MARK-MATCHED THRU P34000-EXIT.                16830000
                                                                        16840000
           ADD +1 TO WS-ITEMS-MATCHED.                                  16850000
                                                                        16860000
           MOVE WS-SUB TO WS-SUB2.                                      16870000
           PERFORM P62000-FORMAT-ENTRY THRU P62000-EXIT.                16880000
           MOVE 'MATCHED TO BOOK ITEM' TO WS-PL-DP-TEXT.                16890000
           MOVE BANK-RECON-DATE TO WS-WORK-DATE.                        16900000
           PERFORM P60000-EDIT-DATE THRU P60000-EXIT.                   16910000
           MOVE WS-EDIT-DATE TO WS-PL-DP-DATE.                          16920000
           MOVE BANK-RECON-SEQ TO WS-PL-DP-SEQ.                         16930000
           MOVE WS-PL-DISPOSITION TO WS-PL-IT-DISPOSITION.              16940000
           WRITE RECON-REPORT-REC FROM WS-PL-ITEM.                      16950000
           MOVE 'Y' TO WS-LINE-PRINTED-SW.                              16960000
                                                                        16970000
       P31000-EXIT.                                                     16980000
           EXIT.                                                        16990000
           EJECT                                                        17000000
      ***************************************************************** 17010000
      *                                                               * 17020000
      *    PARAGRAPH:  P32000-POST-STATEMENT-DETAIL                   * 17030000
      *                                                               * 17040000
      *    FUNCTION :  WRITE ONE STATEMENT DETAIL AS A BANK ITEM --   * 17050000
      *                MATCHED WHEN IT IS A LOCKBOX OR CARD CREDIT    * 17060000
      *                WITH AN OUTSTANDING BOOK ITEM OF THE SAME      * 17070000
      *                AMOUNT, OTHERWISE OUTSTANDING                  * 17080000
      *                                                               * 17090000
      *    CALLED BY:  P00000-MAINLINE                                * 17100000
      *                                                               * 17110000
      ***************************************************************** 17120000
                                                                        17130000
       P32000-POST-STATEMENT-DETAIL.                                    17140000
                                                                        17150000
           PERFORM P25000-NEXT-SEQUENCE THRU P25000-EXIT.               17160000
                                                                        17170000
           MOVE 'N' TO WS-ENTRY-FOUND-SW.                               17180000
                                                                        17190000
           IF WS-SD-SOURCE (WS-SUB) = 'L' OR 'C'                        17200000
               MOVE WS-SD-SOURCE (WS-SUB) TO WS-IS-SOURCE               17210000
               MOVE WS-STMT-DATE-N TO WS-IS-DATE                        17220000
               MOVE WS-SD-AMOUNT (WS-SUB) TO WS-IS-AMOUNT               17230000
               PERFORM P33000-FIND-BOOK-ITEM THRU P33000-EXIT           17240000
           END-IF.                                                      17250000
                                                                        17260000
      ***************************************************************** 17270000
      *    A MATCHED BOOK ITEM POINTS AT THE NEW BANK ITEM            * 17280000
      ***************************************************************** 17290000
                                                                        17300000
           IF ENTRY-FOUND                                               17310000
               MOVE 'Y' TO WS-OT-MATCHED-SW (WS-SUB2)                   17320000
               MOVE WS-OT-DATE (WS-SUB2) TO BANK-RECON-DATE             17330000
               MOVE WS-OT-SEQ (WS-SUB2) TO BANK-RECON-SEQ               17340000
               MOVE WS-STMT-DATE-N TO BANK-RECON-MATCH-DATE             17350000
               MOVE WS-LAST-SEQ TO BANK-RECON-MATCH-SEQ                 17360000
               PERFORM P34000-MARK-MATCHED THRU P34000-EXIT             17370000
               ADD +1 TO WS-ITEMS-MATCHED                               17380000
           END-IF.                                                      17390000
                                                                        17400000
           MOVE SPACES TO BANK-RECON-RECORD.                            17410000
           MOVE WS-ACCOUNT TO BANK-RECON-ACCOUNT.                       17420000
           MOVE WS-STMT-DATE-N TO BANK-RECON-DATE.                      17430000
           MOVE WS-LAST-SEQ TO BANK-RECON-SEQ.                          17440000
           MOVE 'K' TO BANK-RECON-SIDE.                                 17450000
           MOVE WS-SD-SOURCE (WS-SUB) TO BANK-RECON-SOURCE.             17460000
           MOVE WS-SD-AMOUNT (WS-SUB) TO BANK-RECON-AMOUNT.             17470000
           MOVE WS-SD-BAI-TYPE (WS-SUB) TO BANK-RECON-BAI-TYPE.         17480000
           MOVE WS-SD-REFERENCE (WS-SUB) TO BANK-RECON-REFERENCE.       17490000
                                                                        17500000
           IF ENTRY-FOUND                                               17510000
               MOVE 'M' TO BANK-RECON-STATUS                            17520000
               MOVE WS-STMT-DATE-N TO BANK-RECON-CLOSED-DATE            17530000
               MOVE WS-OT-DATE (WS-SUB2) TO BANK-RECON-MATCH-DATE       17540000
               MOVE WS-OT-SEQ (WS-SUB2) TO BANK-RECON-MATCH-SEQ         17550000
           ELSE                                                         17560000
               MOVE 'O' TO BANK-RECON-STATUS                            17570000
               MOVE ZEROES TO BANK-RECON-CLOSED-DATE                    17580000
                              BANK-RECON-MATCH-DATE                     17590000
                              BANK-RECON-MATCH-SEQ                      17600000
           END-IF.                                                      17610000
                                                                        17620000
           WRITE BANK-RECON-RECORD.                                     17630000
                                                                        17640000
           IF NOT RECONF-OK                                             17650000
               MOVE 'WRITE RECONCILING ITEM FAILED' TO WPBE-MESSAGE     17660000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 17670000
               MOVE 'P32000' TO WPBE-PARAGRAPH                          17680000
               PERFORM P99999-ABEND THRU P99999-EXIT                    17690000
           END-IF.                                                      17700000
                                                                        17710000
           PERFORM P61000-FORMAT-RECORD THRU P61000-EXIT.               17720000
                                                                        17730000
           IF ENTRY-FOUND                                               17740000
               MOVE 'MATCHED TO BOOK ITEM' TO WS-PL-DP-TEXT             17750000
               MOVE WS-OT-DATE (WS-SUB2) TO WS-WORK-DATE                17760000
               PERFORM P60000-EDIT-DATE THRU P60000-EXIT                17770000
               MOVE WS-EDIT-DATE TO WS-PL-DP-DATE                       17780000
               MOVE WS-OT-SEQ (WS-SUB2) TO WS-PL-DP-SEQ                 17790000
               MOVE WS-PL-DISPOSITION TO WS-PL-IT-DISPOSITION           17800000
           ELSE                                                         17810000
               MOVE 'OUTSTANDING' TO WS-PL-IT-DISPOSITION               17820000
               PERFORM P30200-ADD-TABLE-ENTRY THRU P30200-EXIT          17830000
           END-IF.                                                      17840000
                                                                        17850000
           WRITE RECON-REPORT-REC FROM WS-PL-ITEM.                      17860000
           MOVE 'Y' TO WS-LINE-PRINTED-SW.                              17870000
                                                                        17880000
       P32000-EXIT.                                                     17890000
           EXIT.                                                        17900000
           EJECT                                                        17910000
      ***************************************************************** 17920000
      *                                                               * 17930000
      *    PARAGRAPH:  P33000-FIND-BOOK-ITEM                          * 17940000
      *                                                               * 17950000
      *    FUNCTION :  FIND AN UNMATCHED BOOK ITEM OF SOURCE          * 17960000
      *                WS-IS-SOURCE AND AMOUNT WS-IS-AMOUNT -- ONE    * 17970000
      *                DATED WS-IS-DATE FIRST, OTHERWISE THE OLDEST.  * 17980000
      *                SETS ENTRY-FOUND AND WS-SUB2                   * 17990000
      *                                                               * 18000000
      *    CALLED BY:  P31000-MATCH-CARRIED-ITEM                      * 18010000
      *                P32000-POST-STATEMENT-DETAIL                   * 18020000
      *                                                               * 18030000
      ***************************************************************** 18040000
                                                                        18050000
       P33000-FIND-BOOK-ITEM.                                           18060000
                                                                        18070000
           MOVE 'N' TO WS-ENTRY-FOUND-SW.                               18080000
           MOVE 'N' TO WS-ANY-DATE-SW.                                  18090000
           MOVE 1 TO WS-SUB2.                                           18100000
                                                                        18110000
           PERFORM P33100-TEST-BOOK-ITEM THRU P33100-EXIT               18120000
               UNTIL WS-SUB2 > WS-OT-USED                               18130000
                  OR ENTRY-FOUND.                                       18140000
                                                                        18150000
           IF ENTRY-FOUND                                               18160000
               GO TO P33000-EXIT                                        18170000
           END-IF.                                                      18180000
                                                                        18190000
           MOVE 'Y' TO WS-ANY-DATE-SW.                                  18200000
           MOVE 1 TO WS-SUB2.                                           18210000
                                                                        18220000
           PERFORM P33100-TEST-BOOK-ITEM THRU P33100-EXIT               18230000
               UNTIL WS-SUB2 > WS-OT-USED                               18240000
                  OR ENTRY-FOUND.                                       18250000
                                                                        18260000
       P33000-EXIT.                                                     18270000
           EXIT.                                                        18280000
                                                                        18290000
       P33100-TEST-BOOK-ITEM.                                           18300000
                                                                        18310000
           IF WS-OT-SIDE (WS-SUB2) = 'B'                                18320000
              AND NOT WS-OT-MATCHED (WS-SUB2)                           18330000
              AND WS-OT-SOURCE (WS-SUB2) = WS-IS-SOURCE                 18340000
              AND WS-OT-AMOUNT (WS-SUB2) = WS-IS-AMOUNT                 18350000
              AND (MATCH-ANY-DATE                                       18360000
                   OR WS-OT-DATE (WS-SUB2) = WS-IS-DATE)                18370000
               MOVE 'Y' TO WS-ENTRY-FOUND-SW                            18380000
           ELSE                                                         18390000
               ADD +1 TO WS-SUB2                                        18400000
           END-IF.                                                      18410000
                                                                        18420000
       P33100-EXIT.                                                     18430000
           EXIT.                                                        18440000
           EJECT                                                        18450000
      ***************************************************************** 18460000
      *                                                               * 18470000
      *    PARAGRAPH:  P34000-MARK-MATCHED                            * 18480000
      *                                                               * 18490000
      *    FUNCTION :  MARK THE ITEM AT BANK-RECON-DATE / SEQ MATCHED * 18500000
      *                TO THE ITEM AT BANK-RECON-MATCH-DATE / SEQ     * 18510000
      *                                                               * 18520000
      *    CALLED BY:  P31000-MATCH-CARRIED-ITEM                      * 18530000
      *                P32000-POST-STATEMENT-DETAIL                   * 18540000
      *                                                               * 18550000
      ***************************************************************** 18560000
                                                                        18570000
       P34000-MARK-MATCHED.                                             18580000
                                                                        18590000
           MOVE WS-ACCOUNT TO BANK-RECON-ACCOUNT.                       18600000
           MOVE BANK-RECON-MATCH-DATE TO WS-WORK-DATE.                  18610000
           MOVE BANK-RECON-MATCH-SEQ TO WS-MATCH-SEQ.                   18620000
                                                                        18630000
           READ VSAM-BANK-RECON.                                        18640000
                                                                        18650000
           IF NOT RECONF-OK                                             18660000
               MOVE 'READ RECONCILING ITEM FAILED' TO WPBE-MESSAGE      18670000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 18680000
               MOVE 'P34000' TO WPBE-PARAGRAPH                          18690000
               PERFORM P99999-ABEND THRU P99999-EXIT                    18700000
           END-IF.                                                      18710000
                                                                        18720000
           MOVE 'M' TO BANK-RECON-STATUS.                               18730000
           MOVE WS-STMT-DATE-N TO BANK-RECON-CLOSED-DATE.               18740000
           MOVE WS-WORK-DATE TO BANK-RECON-MATCH-DATE.                  18750000
           MOVE WS-MATCH-SEQ TO BANK-RECON-MATCH-SEQ.                   18760000
                                                                        18770000
           REWRITE BANK-RECON-RECORD.                                   18780000
                                                                        18790000
           IF NOT RECONF-OK                                             18800000
               MOVE 'REWRITE RECONCILING ITEM FAILED' TO WPBE-MESSAGE   18810000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 18820000
               MOVE 'P34000' TO WPBE-PARAGRAPH                          18830000
               PERFORM P99999-ABEND THRU P99999-EXIT                    18840000
           END-IF.                                                      18850000
                                                                        18860000
       P34000-EXIT.                                                     18870000
           EXIT.                                                        18880000
           EJECT                                                        18890000
      ***************************************************************** 18900000
      *                                                               * 18910000
      *    PARAGRAPH:  P40000-PRINT-OUTSTANDING                       * 18920000
      *                                                               * 18930000
      *    FUNCTION :  LIST EVERY ITEM STILL OUTSTANDING WITH ITS AGE * 18940000
      *                -- DEPOSITS IN TRANSIT, THEN BANK CREDITS AND  * 18950000
      *                BANK DEBITS NOT BOOKED -- AND TOTAL EACH GROUP * 18960000
      *                                                               * 18970000
      *    CALLED BY:  P00000-MAINLINE                                * 18980000
      *                                                               * 18990000
      ***************************************************************** 19000000
                                                                        19010000
       P40000-PRINT-OUTSTANDING.                                        19020000
                                                                        19030000
           MOVE 'DEPOSITS IN TRANSIT (BOOKED, NOT YET IN BANK)'         19040000
               TO WS-PL-SC-TITLE.                                       19050000
           PERFORM P06000-PRINT-SECTION THRU P06000-EXIT.               19060000
           MOVE 'B' TO WS-IS-SOURCE.                                    19070000
                                                                        19080000
           PERFORM P41000-PRINT-OUTSTANDING-ITEM THRU P41000-EXIT       19090000
               VARYING WS-SUB2 FROM 1 BY 1                              19100000
                   UNTIL WS-SUB2 > WS-OT-USED.                          19110000
                                                                        19120000
           IF NOT LINE-PRINTED                                          19130000
               MOVE 'NONE' TO WS-PL-NL-TEXT                             19140000
               WRITE RECON-REPORT-REC FROM WS-PL-NONE-LINE              19150000
           END-IF.                                                      19160000
                                                                        19170000
           MOVE 'BANK CREDITS NOT BOOKED' TO WS-PL-SC-TITLE.            19180000
           PERFORM P06000-PRINT-SECTION THRU P06000-EXIT.               19190000
           MOVE '+' TO WS-IS-SOURCE.                                    19200000
                                                                        19210000
           PERFORM P41000-PRINT-OUTSTANDING-ITEM THRU P41000-EXIT       19220000
               VARYING WS-SUB2 FROM 1 BY 1                              19230000
                   UNTIL WS-SUB2 > WS-OT-USED.                          19240000
                                                                        19250000
           IF NOT LINE-PRINTED                                          19260000
               MOVE 'NONE' TO WS-PL-NL-TEXT                             19270000
               WRITE RECON-REPORT-REC FROM WS-PL-NONE-LINE              19280000
           END-IF.                                                      19290000
                                                                        19300000
           MOVE 'BANK DEBITS NOT BOOKED' TO WS-PL-SC-TITLE.             19310000
           PERFORM P06000-PRINT-SECTION THRU P06000-EXIT.               19320000
           MOVE '-' TO WS-IS-SOURCE.                                    19330000
                                                                        19340000
           PERFORM P41000-PRINT-OUTSTANDING-ITEM THRU P41000-EXIT       19350000
               VARYING WS-SUB2 FROM 1 BY 1                              19360000
                   UNTIL WS-SUB2 > WS-OT-USED.                          19370000
                                                                        19380000
           IF NOT LINE-PRINTED                                          19390000
               MOVE 'NONE' TO WS-PL-NL-TEXT                             19400000
               WRITE RECON-REPORT-REC FROM WS-PL-NONE-LINE              19410000
           END-IF.                                                      19420000
                                                                        19430000
       P40000-EXIT.                                                     19440000
           EXIT.                                                        19450000
           EJECT                                                        19460000
      ***************************************************************** 19470000
      *                                                               * 19480000
      *    PARAGRAPH:  P41000-PRINT-OUTSTANDING-ITEM                  * 19490000
      *                                                               * 19500000
      *    FUNCTION :  PRINT AND TOTAL ONE UNMATCHED TABLE ENTRY WHEN * 19510000
      *                IT BELONGS TO THE GROUP IN WS-IS-SOURCE        * 19520000
      *                (B BOOK, + BANK CREDIT, - BANK DEBIT)          * 19530000
      *                                                               * 19540000
      *    CALLED BY:  P40000-PRINT-OUTSTANDING                       * 19550000
      *                                                               * 19560000
      ***************************************************************** 19570000
                                                                        19580000
       P41000-PRINT-OUTSTANDING-ITEM.                                   19590000
                                                                        19600000
           IF WS-OT-MATCHED (WS-SUB2)                                   19610000
               GO TO P41000-EXIT                                        19620000
           END-IF.                                                      19630000
                                                                        19640000
           EVALUATE TRUE                                                19650000
               WHEN WS-OT-SIDE (WS-SUB2) = 'B'                          19660000
                   IF WS-IS-SOURCE NOT = 'B'                            19670000
                       GO TO P41000-EXIT                                19680000
                   END-IF                                               19690000
                   ADD WS-OT-AMOUNT (WS-SUB2) TO WS-IN-TRANSIT          19700000
               WHEN WS-OT-AMOUNT (WS-SUB2) < ZEROES                     19710000
                   IF WS-IS-SOURCE NOT = '-'                            19720000
                       GO TO P41000-EXIT                                19730000
                   END-IF                                               19740000
                   ADD WS-OT-AMOUNT (WS-SUB2) TO WS-BANK-DEBITS-OPEN    19750000
               WHEN OTHER                                               19760000
                   IF WS-IS-SOURCE NOT = '+'                            19770000
                       GO TO P41000-EXIT                                19780000
                   END-IF                                               19790000
                   ADD WS-OT-AMOUNT (WS-SUB2) TO WS-BANK-CREDITS-OPEN   19800000
           END-EVALUATE.                                                19810000
                                                                        19820000
           ADD +1 TO WS-ITEMS-OUTSTANDING.                              19830000
                                                                        19840000
           PERFORM P62000-FORMAT-ENTRY THRU P62000-EXIT.                19850000
                                                                        19860000
           COMPUTE WS-WORK-INT =                                        19870000
               FUNCTION INTEGER-OF-DATE (WS-OT-DATE (WS-SUB2)).         19880000
           COMPUTE WS-AGE-DAYS = WS-STMT-INT - WS-WORK-INT.             19890000
           IF WS-AGE-DAYS < ZEROES                                      19900000
               MOVE ZEROES TO WS-AGE-DAYS                               19910000
           END-IF.                                                      19920000
           MOVE WS-AGE-DAYS TO WS-PL-IT-AGE.                            19930000
                                                                        19940000
           MOVE 'OUTSTANDING' TO WS-PL-IT-DISPOSITION.                  19950000
           WRITE RECON-REPORT-REC FROM WS-PL-ITEM.                      19960000
           MOVE 'Y' TO WS-LINE-PRINTED-SW.                              19970000
                                                                        19980000
       P41000-EXIT.                                                     19990000
           EXIT.                                                        20000000
           EJECT                                                        20010000
      ***************************************************************** 20020000
      *                                                               * 20030000
      *    PARAGRAPH:  P45000-PRINT-SUMMARY                           * 20040000
      *                                                               * 20050000
      *    FUNCTION :  PRINT THE BOOK BALANCE, THE BANK BALANCE       * 20060000
      *                ADJUSTED FOR THE OUTSTANDING ITEMS, AND ANY    * 20070000
      *                DIFFERENCE LEFT BETWEEN THEM                   * 20080000
      *                                                               * 20090000
      *    CALLED BY:  P00000-MAINLINE                                * 20100000
      *                                                               * 20110000
      ***************************************************************** 20120000
                                                                        20130000
       P45000-PRINT-SUMMARY.                                            20140000
                                                                        20150000
           COMPUTE WS-BOOK-BALANCE = WS-PRIOR-BOOK-BALANCE              20160000
                                   + WS-BOOKED-LOCKBOX                  20170000
                                   + WS-BOOKED-CARD                     20180000
                                   + WS-CLEARED-BANK                    20190000
                                   - WS-CLEARED-BOOK.                   20200000
                                                                        20210000
           COMPUTE WS-ADJUSTED-BANK = WS-BANK-BALANCE                   20220000
                                    + WS-IN-TRANSIT                     20230000
                                    - WS-BANK-CREDITS-OPEN              20240000
                                    - WS-BANK-DEBITS-OPEN.              20250000
                                                                        20260000
           COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-BOOK-BALANCE.  20270000
                                                                        20280000
           WRITE RECON-REPORT-REC FROM WS-PL-BLANK.                     20290000
           MOVE 'RECONCILIATION' TO WS-PL-SC-TITLE.                     20300000
           WRITE RECON-REPORT-REC FROM WS-PL-SECTION.                   20310000
           WRITE RECON-REPORT-REC FROM WS-PL-BLANK.                     20320000
                                                                        20330000
           IF NOT CONTROL-FOUND                                         20340000
               MOVE 'FIRST RECONCILIATION - BOOK OPENED AT BANK LEDGER' 20350000
                   TO WS-PL-NL-TEXT                                     20360000
               WRITE RECON-REPORT-REC FROM WS-PL-NONE-LINE              20370000
               WRITE RECON-REPORT-REC FROM WS-PL-BLANK                  20380000
           END-IF.                                                      20390000
                                                                        20400000
           MOVE 'BOOK BALANCE BROUGHT FORWARD' TO WS-PL-SM-TEXT.        20410000
           MOVE WS-PRIOR-BOOK-BALANCE TO WS-PL-SM-AMOUNT.               20420000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20430000
                                                                        20440000
           MOVE '  LOCKBOX DEPOSITS BOOKED' TO WS-PL-SM-TEXT.           20450000
           MOVE WS-BOOKED-LOCKBOX TO WS-PL-SM-AMOUNT.                   20460000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20470000
                                                                        20480000
           MOVE '  CARD SETTLEMENTS BOOKED' TO WS-PL-SM-TEXT.           20490000
           MOVE WS-BOOKED-CARD TO WS-PL-SM-AMOUNT.                      20500000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20510000
                                                                        20520000
           MOVE '  BANK ITEMS CLEARED INTO BOOK' TO WS-PL-SM-TEXT.      20530000
           MOVE WS-CLEARED-BANK TO WS-PL-SM-AMOUNT.                     20540000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20550000
                                                                        20560000
           MOVE '  BOOK ITEMS CLEARED (REVERSED)' TO WS-PL-SM-TEXT.     20570000
           COMPUTE WS-AMOUNT = WS-CLEARED-BOOK * -1.                    20580000
           MOVE WS-AMOUNT TO WS-PL-SM-AMOUNT.                           20590000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20600000
                                                                        20610000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY-RULE.              20620000
                                                                        20630000
           MOVE 'BOOK BALANCE' TO WS-PL-SM-TEXT.                        20640000
           MOVE WS-BOOK-BALANCE TO WS-PL-SM-AMOUNT.                     20650000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20660000
                                                                        20670000
           WRITE RECON-REPORT-REC FROM WS-PL-BLANK.                     20680000
                                                                        20690000
           IF CLOSING-FOUND                                             20700000
               MOVE 'BANK BALANCE (CLOSING LEDGER)' TO WS-PL-SM-TEXT    20710000
           ELSE                                                         20720000
               MOVE 'BANK BALANCE (FROM STATEMENT DETAIL)'              20730000
                   TO WS-PL-SM-TEXT                                     20740000
           END-IF.                                                      20750000
           MOVE WS-BANK-BALANCE TO WS-PL-SM-AMOUNT.                     20760000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20770000
                                                                        20780000
           MOVE '  ADD DEPOSITS IN TRANSIT' TO WS-PL-SM-TEXT.           20790000
           MOVE WS-IN-TRANSIT TO WS-PL-SM-AMOUNT.                       20800000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20810000
                                                                        20820000
           MOVE '  LESS BANK CREDITS NOT BOOKED' TO WS-PL-SM-TEXT.      20830000
           COMPUTE WS-AMOUNT = WS-BANK-CREDITS-OPEN * -1.               20840000
           MOVE WS-AMOUNT TO WS-PL-SM-AMOUNT.                           20850000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20860000
                                                                        20870000
           MOVE '  ADD BACK BANK DEBITS NOT BOOKED' TO WS-PL-SM-TEXT.   20880000
           COMPUTE WS-AMOUNT = WS-BANK-DEBITS-OPEN * -1.                20890000
           MOVE WS-AMOUNT TO WS-PL-SM-AMOUNT.                           20900000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20910000
                                                                        20920000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY-RULE.              20930000
                                                                        20940000
           MOVE 'ADJUSTED BANK BALANCE' TO WS-PL-SM-TEXT.               20950000
           MOVE WS-ADJUSTED-BANK TO WS-PL-SM-AMOUNT.                    20960000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   20970000
                                                                        20980000
           WRITE RECON-REPORT-REC FROM WS-PL-BLANK.                     20990000
                                                                        21000000
           MOVE 'UNRECONCILED DIFFERENCE' TO WS-PL-SM-TEXT.             21010000
           MOVE WS-DIFFERENCE TO WS-PL-SM-AMOUNT.                       21020000
           WRITE RECON-REPORT-REC FROM WS-PL-SUMMARY.                   21030000
                                                                        21040000
       P45000-EXIT.                                                     21050000
           EXIT.                                                        21060000
           EJECT                                                        21070000
      ***************************************************************** 21080000
      *                                                               * 21090000
      *    PARAGRAPH:  P50000-UPDATE-CONTROL-RECORD                   * 21100000
      *                                                               * 21110000
      *    FUNCTION :  CARRY THE STATEMENT DATE, BALANCES AND LAST    * 21120000
      *                SEQUENCE FORWARD ON THE ACCOUNT CONTROL RECORD * 21130000
      *                                                               * 21140000
      *    CALLED BY:  P00000-MAINLINE                                * 21150000
      *                                                               * 21160000
      ***************************************************************** 21170000
                                                                        21180000
       P50000-UPDATE-CONTROL-RECORD.                                    21190000
                                                                        21200000
           MOVE SPACES TO BANK-RECON-CONTROL.                           21210000
           MOVE WS-ACCOUNT TO BANK-RECON-ACCOUNT.                       21220000
           MOVE ZEROES TO BANK-RECON-DATE                               21230000
                          BANK-RECON-SEQ.                               21240000
                                                                        21250000
           IF CONTROL-FOUND                                             21260000
               READ VSAM-BANK-RECON                                     21270000
               IF NOT RECONF-OK                                         21280000
                   MOVE 'READ RECONCILIATION CONTROL FAILED'            21290000
                       TO WPBE-MESSAGE                                  21300000
                   MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS             21310000
                   MOVE 'P50000' TO WPBE-PARAGRAPH                      21320000
                   PERFORM P99999-ABEND THRU P99999-EXIT                21330000
               END-IF                                                   21340000
           END-IF.                                                      21350000
                                                                        21360000
           MOVE WS-STMT-DATE-N TO BANK-RECON-LAST-STMT-DATE.            21370000
           MOVE WS-BOOK-BALANCE TO BANK-RECON-BOOK-BALANCE.             21380000
           MOVE WS-BANK-BALANCE TO BANK-RECON-BANK-BALANCE.             21390000
           MOVE WS-LAST-SEQ TO BANK-RECON-LAST-SEQ.                     21400000
                                                                        21410000
           IF CONTROL-FOUND                                             21420000
               REWRITE BANK-RECON-CONTROL                               21430000
           ELSE                                                         21440000
               WRITE BANK-RECON-CONTROL                                 21450000
           END-IF.                                                      21460000
                                                                        21470000
           IF NOT RECONF-OK                                             21480000
               MOVE 'WRITE RECONCILIATION CONTROL FAILED'               21490000
                   TO WPBE-MESSAGE                                      21500000
               MOVE WS-RECON-STATUS TO WPBE-FILE-STATUS                 21510000
               MOVE 'P50000' TO WPBE-PARAGRAPH                          21520000
               PERFORM P99999-ABEND THRU P99999-EXIT                    21530000
           END-IF.                                                      21540000
                                                                        21550000
       P50000-EXIT.                                                     21560000
           EXIT.                                                        21570000
           EJECT                                                        21580000
      ***************************************************************** 21590000
      *                                                               * 21600000
      *    PARAGRAPH:  P60000-EDIT-DATE                               * 21610000
      *                                                               * 21620000
      *    FUNCTION :  EDIT A CCYYMMDD DATE AS MM/DD/CCYY             * 21630000
      *                                                               * 21640000
      *    CALLED BY:  VARIOUS                                        * 21650000
      *                                                               * 21660000
      ***************************************************************** 21670000
                                                                        21680000
       P60000-EDIT-DATE.                                                21690000
                                                                        21700000
           MOVE WS-WD-MONTH TO WS-ED-MONTH.                             21710000
           MOVE WS-WD-DAY TO WS-ED-DAY.                                 21720000
           MOVE WS-WD-YEAR TO WS-ED-YEAR.                               21730000
                                                                        21740000
       P60000-EXIT.                                                     21750000
           EXIT.                                                        21760000
           EJECT                                                        21770000
      ***************************************************************** 21780000
      *                                                               * 21790000
      *    PARAGRAPH:  P61000-FORMAT-RECORD                           * 21800000
      *                                                               * 21810000
      *    FUNCTION :  FORMAT THE ITEM LINE FROM THE RECORD AREA      * 21820000
      *                                                               * 21830000
      *    CALLED BY:  VARIOUS                                        * 21840000
      *                                                               * 21850000
      ***************************************************************** 21860000
                                                                        21870000
       P61000-FORMAT-RECORD.                                            21880000
                                                                        21890000
           MOVE SPACES TO WS-PL-ITEM.                                   21900000
                                                                        21910000
           MOVE BANK-RECON-DATE TO WS-WORK-DATE.                        21920000
           PERFORM P60000-EDIT-DATE THRU P60000-EXIT.                   21930000
           MOVE WS-EDIT-DATE TO WS-PL-IT-DATE.                          21940000
           MOVE BANK-RECON-SEQ TO WS-PL-IT-SEQ.                         21950000
           MOVE BANK-RECON-BAI-TYPE TO WS-PL-IT-BAI-TYPE.               21960000
           MOVE BANK-RECON-REFERENCE TO WS-PL-IT-REFERENCE.             21970000
           MOVE BANK-RECON-AMOUNT TO WS-PL-IT-AMOUNT.                   21980000
           MOVE BANK-RECON-SIDE TO WS-FMT-SIDE.                         21990000
           MOVE BANK-RECON-SOURCE TO WS-FMT-SOURCE.                     22000000
                                                                        22010000
           PERFORM P63000-FORMAT-SIDE-SOURCE THRU P63000-EXIT.          22020000
                                                                        22030000
       P61000-EXIT.                                                     22040000
           EXIT.                                                        22050000
           EJECT                                                        22060000
      ***************************************************************** 22070000
      *                                                               * 22080000
      *    PARAGRAPH:  P62000-FORMAT-ENTRY                            * 22090000
      *                                                               * 22100000
      *    FUNCTION :  FORMAT THE ITEM LINE FROM TABLE ENTRY WS-SUB2  * 22110000
      *                                                               * 22120000
      *    CALLED BY:  P31000-MATCH-CARRIED-ITEM                      * 22130000
      *                P41000-PRINT-OUTSTANDING-ITEM                  * 22140000
      *                                                               * 22150000
      ***************************************************************** 22160000
                                                                        22170000
       P62000-FORMAT-ENTRY.                                             22180000
                                                                        22190000
           MOVE SPACES TO WS-PL-ITEM.                                   22200000
                                                                        22210000
           MOVE WS-OT-DATE (WS-SUB2) TO WS-WORK-DATE.                   22220000
           PERFORM P60000-EDIT-DATE THRU P60000-EXIT.                   22230000
           MOVE WS-EDIT-DATE TO WS-PL-IT-DATE.                          22240000
           MOVE WS-OT-SEQ (WS-SUB2) TO WS-PL-IT-SEQ.                    22250000
           MOVE WS-OT-BAI-TYPE (WS-SUB2) TO WS-PL-IT-BAI-TYPE.          22260000
           MOVE WS-OT-REFERENCE (WS-SUB2) TO WS-PL-IT-REFERENCE.        22270000
           MOVE WS-OT-AMOUNT (WS-SUB2) TO WS-PL-IT-AMOUNT.              22280000
                                                                        22290000
           MOVE WS-OT-SIDE (WS-SUB2) TO WS-FMT-SIDE.                    22300000
           MOVE WS-OT-SOURCE (WS-SUB2) TO WS-FMT-SOURCE.                22310000
                                                                        22320000
           PERFORM P63000-FORMAT-SIDE-SOURCE THRU P63000-EXIT.          22330000
                                                                        22340000
       P62000-EXIT.                                                     22350000
           EXIT.                                                        22360000
           EJECT                                                        22370000
      ***************************************************************** 22380000
      *                                                               * 22390000
      *    PARAGRAPH:  P63000-FORMAT-SIDE-SOURCE                      * 22400000
      *                                                               * 22410000
      *    FUNCTION :  DESCRIBE SIDE WS-FMT-SIDE AND SOURCE           * 22420000
      *                WS-FMT-SOURCE ON THE ITEM LINE                 * 22430000
      *                                                               * 22440000
      *    CALLED BY:  P61000-FORMAT-RECORD                           * 22450000
      *                P62000-FORMAT-ENTRY                            * 22460000
      *                                                               * 22470000
      ***************************************************************** 22480000
                                                                        22490000
       P63000-FORMAT-SIDE-SOURCE.                                       22500000
                                                                        22510000
           IF WS-FMT-SIDE = 'B'                                         22520000
               MOVE 'BOOK' TO WS-PL-IT-SIDE                             22530000
           ELSE                                                         22540000
               MOVE 'BANK' TO WS-PL-IT-SIDE                             22550000
           END-IF.                                                      22560000
                                                                        22570000
           EVALUATE WS-FMT-SOURCE                                       22580000
               WHEN 'L'                                                 22590000
                   MOVE 'LOCKBOX' TO WS-PL-IT-SOURCE                    22600000
               WHEN 'C'                                                 22610000
                   MOVE 'CARD SETTLEMENT' TO WS-PL-IT-SOURCE            22620000
               WHEN 'O'                                                 22630000
                   MOVE 'OTHER CREDIT' TO WS-PL-IT-SOURCE               22640000
               WHEN OTHER                                               22650000
                   MOVE 'DEBIT' TO WS-PL-IT-SOURCE                      22660000
           END-EVALUATE.                                                22670000
                                                                        22680000
       P63000-EXIT.                                                     22690000
           EXIT.                                                        22700000
           EJECT                                                        22710000
      ***************************************************************** 22720000
      *                                                               * 22730000
      *    PARAGRAPH:  P99999-ABEND                                   * 22740000
      *                                                               * 22750000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 22760000
      *                ERROR HAS BEEN ENCOUNTERED                     * 22770000
      *                                                               * 22780000
      *    CALLED BY:  VARIOUS                                        * 22790000
      *                                                               * 22800000
      ***************************************************************** 22810000
                                                                        22820000
       P99999-ABEND.                                                    22830000
                                                                        22840000
           DISPLAY ' '.                                                 22850000
           DISPLAY WPEA-ERROR-01.                                       22860000
           DISPLAY WPEA-ERROR-02.                                       22870000
           DISPLAY WPEA-ERROR-03.                                       22880000
           DISPLAY WPEA-ERROR-04.                                       22890000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               22900000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               22910000
           DISPLAY WPEA-ERROR-04.                                       22920000
           DISPLAY WPEA-ERROR-03.                                       22930000
           DISPLAY WPEA-ERROR-02.                                       22940000
           DISPLAY WPEA-ERROR-01.                                       22950000
           DISPLAY ' '.                                                 22960000
                                                                        22970000
           MOVE 16 TO RETURN-CODE.                                      22980000
                                                                        22990000
           GOBACK.                                                      23000000
                                                                        23010000
       P99999-EXIT.                                                     23020000
           EXIT.                                                        23030000
