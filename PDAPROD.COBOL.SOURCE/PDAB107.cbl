       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB107.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB107                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB107 IS THE MONTHLY CUSTOMER VOLUME    * 00100000
      *             REBATE BATCH PROGRAM.                             * 00110000
      *                                                               * 00120000
      *             CONTROL CARDS FIRST ADD OR CHANGE THE CUSTOMER    * 00130000
      *             REBATE PROGRAMS (VCUSREB) -- THE ACCOUNT (A       * 00140000
      *             CUSTOMER, OR A NATIONAL-ACCOUNT PARENT WHOSE      * 00150000
      *             BRANCHES ARE LINKED ON VNATACCT), THE PROGRAM     * 00160000
      *             PERIOD, EACH TIER'S SALES THRESHOLD AND REBATE    * 00170000
      *             PERCENTAGE AND ANY CATEGORIES IT IS LIMITED TO.   * 00180000
      *                                                               * 00190000
      *             EVERY ACTIVE PROGRAM WHOSE PERIOD HAS STARTED IS  * 00200000
      *             THEN ACCRUED.  ONE PASS OF ORDER_LOG (IN          * 00210000
      *             CUSTOMER SEQUENCE) TOTALS THE ACCOUNT'S ORDERS    * 00220000
      *             PLACED WITHIN THE PERIOD; A PROGRAM LIMITED TO    * 00230000
      *             CATEGORIES TAKES ONLY THE ORDER LINES (IMS ORDER  * 00240000
      *             DATABASE) FOR ITEMS IN THOSE CATEGORIES.  ONE     * 00250000
      *             PASS OF THE RETURN FILE THEN TAKES OFF THE        * 00260000
      *             MERCHANDISE RETURNED -- RETURNS AGAINST ORDERS    * 00270000
      *             IN THE PERIOD, AND RETURNS MADE DURING THE        * 00280000
      *             PERIOD AGAINST EARLIER ORDERS.  ORDER_LOG TOTALS  * 00290000
      *             ARE ALREADY REDUCED BY PDA027 WHEN A RETURN IS    * 00300000
      *             ACCEPTED, SO FOR THOSE PROGRAMS THE RETURN IS     * 00310000
      *             ADDED BACK TO GROSS SALES BEFORE IT IS TAKEN OFF. * 00320000
      *             THE HIGHEST TIER WHOSE THRESHOLD THE NET SALES    * 00330000
      *             HAVE REACHED GIVES THE PERCENTAGE EARNED ON ALL   * 00340000
      *             NET SALES.  THE ACCRUAL REGISTER LISTS EACH       * 00350000
      *             PROGRAM'S NET SALES, TIER, ACCRUED REBATE AND THE * 00360000
      *             CHANGE SINCE THE LAST RUN.                        * 00370000
      *                                                               * 00380000
      *             ONCE THE RUN DATE IS PAST THE PERIOD END THE      * 00390000
      *             FINAL ACCRUAL IS PAID OUT: THE NEXT CREDIT MEMO   * 00400000
      *             NUMBER IS TAKEN, THE CREDIT IS APPLIED AGAINST    * 00410000
      *             THE ACCOUNT'S OPEN AR ITEMS OLDEST FIRST, ANY     * 00420000
      *             REMAINDER IS CARRIED AS AN OPEN CREDIT, THE MEMO  * 00430000
      *             (VCREDMEM, SOURCE 'B') IS WRITTEN AND THE PROGRAM * 00440000
      *             IS MARKED PAID.                                   * 00450000
      *                                                               * 00460000
      *             LAST, A PROGRESS REPORT FOR THE SALES REPS LISTS, * 00470000
      *             REP BY REP, EACH OF THEIR ACCOUNTS' PROGRAMS WITH * 00480000
      *             THE NET SALES TO DATE, THE PERCENTAGE EARNED SO   * 00490000
      *             FAR AND HOW MUCH MORE MUST BE SOLD TO REACH THE   * 00500000
      *             NEXT TIER.                                        * 00510000
      *                                                               * 00520000
      *             CONTROL CARD LAYOUTS:                             * 00530000
      *               D  RUN DATE OVERRIDE                            * 00540000
      *                  COL  3-10  RUN DATE (CCYYMMDD)               * 00550000
      *               A  ADD / CHANGE PROGRAM                         * 00560000
      *                  COL  3- 7  PREFIX                            * 00570000
      *                  COL  9-40  ACCOUNT (CUSTOMER OR PARENT) ID   * 00580000
      *                  COL 42-44  PROGRAM SEQUENCE                  * 00590000
      *                  COL 46-53  PERIOD START (CCYYMMDD)           * 00600000
      *                  COL 55-62  PERIOD END   (CCYYMMDD)           * 00610000
      *                  COL 64     ACCOUNT TYPE C CUSTOMER, P PARENT * 00620000
      *               T  TIER (THRESHOLD AND PERCENT ZERO CLEAR IT)   * 00630000
      *                  COL  3-44  AS ABOVE                          * 00640000
      *                  COL 46     TIER NUMBER (1-5)                 * 00650000
      *                  COL 48-60  THRESHOLD (2 IMPLIED DECIMALS)    * 00660000
      *                  COL 62-67  PERCENT   (3 IMPLIED DECIMALS)    * 00670000
      *               G  CATEGORY LIMIT (SPACES CLEAR IT)             * 00680000
      *                  COL  3-44  AS ABOVE                          * 00690000
      *                  COL 46     CATEGORY SLOT (1-3)               * 00700000
      *                  COL 48-79  CATEGORY NAME                     * 00710000
      *                                                               * 00720000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00730000
      *             REBATE PROGRAMS      -  VSAM KSDS    (UPDATE)     * 00740000
      *             NATIONAL ACCOUNTS    -  VSAM KSDS    (INPUT)      * 00750000
      *             RETURN FILE          -  VSAM KSDS    (INPUT)      * 00760000
      *             CREDIT MEMO FILE     -  VSAM KSDS    (UPDATE)     * 00770000
      *             AR OPEN ITEM FILE    -  VSAM KSDS    (UPDATE)     * 00780000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00790000
      *             ORDER DATABASE (ORDER1DB)  -  IMS    (INPUT)      * 00800000
      *             ORDER_LOG, ITEM      -  DB2          (READ-ONLY)  * 00810000
      *                                                               * 00820000
      ***************************************************************** 00830000
      *             PROGRAM CHANGE LOG                                * 00840000
      *             -------------------                               * 00850000
      *                                                               * 00860000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00870000
      *  --------   --------------------  --------------------------  * 00880000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00890000
      *                                                               * 00900000
      ***************************************************************** 00910000
           EJECT                                                        00920000
       ENVIRONMENT DIVISION.                                            00930000
                                                                        00940000
       INPUT-OUTPUT SECTION.                                            00950000
                                                                        00960000
       FILE-CONTROL.                                                    00970000
                                                                        00980000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00990000
                                                                        01000000
           SELECT VSAM-CUST-REBATE     ASSIGN TO VCUSREB                01010000
                                       ORGANIZATION IS INDEXED          01020000
                                       ACCESS IS DYNAMIC                01030000
                                       RECORD KEY IS                    01040000
                                           CUSTOMER-REBATE-KEY          01050000
                                       FILE STATUS IS WS-CUSTREB-STATUS.01060000
                                                                        01070000
           SELECT VSAM-NATACCT         ASSIGN TO VNATACCT               01080000
                                       ORGANIZATION IS INDEXED          01090000
                                       ACCESS IS RANDOM                 01100000
                                       RECORD KEY IS NATACCT-KEY        01110000
                                       FILE STATUS IS WS-NATACCT-STATUS.01120000
                                                                        01130000
           SELECT VSAM-RETURN          ASSIGN TO VRETURN                01140000
                                       ORGANIZATION IS INDEXED          01150000
                                       ACCESS IS SEQUENTIAL             01160000
                                       RECORD KEY IS RETURN-KEY         01170000
                                       FILE STATUS IS WS-RETURN-STATUS. 01180000
                                                                        01190000
           SELECT VSAM-CREDIT-MEMO     ASSIGN TO VCREDMEM               01200000
                                       ORGANIZATION IS INDEXED          01210000
                                       ACCESS IS RANDOM                 01220000
                                       RECORD KEY IS CREDIT-MEMO-KEY    01230000
                                       FILE STATUS IS                   01240000
                                           WS-CREDMEM-STATUS.           01250000
                                                                        01260000
           SELECT VSAM-ARBAL           ASSIGN TO VARBAL                 01270000
                                       ORGANIZATION IS INDEXED          01280000
                                       ACCESS IS DYNAMIC                01290000
                                       RECORD KEY IS AR-KEY             01300000
                                       FILE STATUS IS WS-ARBAL-STATUS.  01310000
                                                                        01320000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               01330000
                                       ORGANIZATION IS INDEXED          01340000
                                       ACCESS IS RANDOM                 01350000
                                       RECORD KEY IS CUSTOMER-KEY       01360000
                                       FILE STATUS IS                   01370000
                                           WS-CUSTOMER-STATUS.          01380000
           EJECT                                                        01390000
       DATA DIVISION.                                                   01400000
                                                                        01410000
       FILE SECTION.                                                    01420000
                                                                        01430000
       FD  CONTROL-CARD                                                 01440000
           LABEL RECORDS ARE STANDARD                                   01450000
           RECORDING MODE IS F                                          01460000
           RECORD CONTAINS 80 CHARACTERS                                01470000
           BLOCK CONTAINS 27920 CHARACTERS.                             01480000
                                                                        01490000
       01  CONTROL-CARD-REC            PIC X(80).                       01500000
                                                                        01510000
       FD  VSAM-CUST-REBATE                                             01520000
           RECORD CONTAINS 300 CHARACTERS.                              01530000
                                                                        01540000
           COPY VCUSREB.                                                01550000
                                                                        01560000
       FD  VSAM-NATACCT                                                 01570000
           RECORD CONTAINS 80 CHARACTERS.                               01580000
                                                                        01590000
           COPY VNATACCT.                                               01600000
                                                                        01610000
       FD  VSAM-RETURN                                                  01620000
           RECORD CONTAINS 160 CHARACTERS.                              01630000
                                                                        01640000
           COPY VRETURN.                                                01650000
                                                                        01660000
       FD  VSAM-CREDIT-MEMO                                             01670000
           RECORD CONTAINS 90 CHARACTERS.                               01680000
                                                                        01690000
           COPY VCREDMEM.                                               01700000
                                                                        01710000
       FD  VSAM-ARBAL                                                   01720000
           RECORD CONTAINS 128 CHARACTERS.                              01730000
                                                                        01740000
           COPY VARBAL.                                                 01750000
                                                                        01760000
       FD  VSAM-CUSTOMER                                                01770000
           RECORD CONTAINS 800 CHARACTERS.                              01780000
                                                                        01790000
           COPY VCUSTOMR.                                               01800000
           EJECT                                                        01810000
       WORKING-STORAGE SECTION.                                         01820000
                                                                        01830000
      ***************************************************************** 01840000
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       * 01850000
      ***************************************************************** 01860000
       77  WS-SUB                      PIC S9(4) COMP VALUE +0.         01870000
       77  WS-PG-SUB                   PIC S9(4) COMP VALUE +0.         01880000
       77  WS-CAT-SUB                  PIC S9(4) COMP VALUE +0.         01890000
       77  WS-PROGRAM-MAX              PIC S9(4) COMP VALUE +300.       01900000
                                                                        01910000
      ***************************************************************** 01920000
      *    SWITCHES                                                   * 01930000
      ***************************************************************** 01940000
                                                                        01950000
       01  WS-SWITCHES.                                                 01960000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01970000
               88  END-OF-PROCESS                VALUE 'Y'.             01980000
           05  WS-END-OF-CUSTREB-SW    PIC X     VALUE 'N'.             01990000
               88  END-OF-CUSTREB                VALUE 'Y'.             02000000
           05  WS-END-OF-ORDERS-SW     PIC X     VALUE 'N'.             02010000
               88  END-OF-ORDERS                 VALUE 'Y'.             02020000
           05  WS-END-OF-ITEMS-SW      PIC X     VALUE 'N'.             02030000
               88  END-OF-ITEMS                  VALUE 'Y'.             02040000
           05  WS-END-OF-RETURNS-SW    PIC X     VALUE 'N'.             02050000
               88  END-OF-RETURNS                VALUE 'Y'.             02060000
           05  WS-END-OF-AR-SW         PIC X     VALUE 'N'.             02070000
               88  END-OF-AR                     VALUE 'Y'.             02080000
           05  WS-END-OF-REPS-SW       PIC X     VALUE 'N'.             02090000
               88  END-OF-REPS                   VALUE 'Y'.             02100000
           05  WS-ITEMS-NEEDED-SW      PIC X     VALUE 'N'.             02110000
               88  ITEMS-NEEDED                  VALUE 'Y'.             02120000
           05  WS-CATEGORY-READ-SW     PIC X     VALUE 'N'.             02130000
               88  CATEGORY-READ                 VALUE 'Y'.             02140000
           05  WS-MATCH-SW             PIC X     VALUE 'N'.             02150000
               88  LINE-MATCHES                  VALUE 'Y'.             02160000
           05  WS-TABLE-FULL-SW        PIC X     VALUE 'N'.             02170000
               88  PROGRAM-TABLE-FULL            VALUE 'Y'.             02180000
           EJECT                                                        02190000
      ***************************************************************** 02200000
      *    MISCELLANEOUS WORK FIELDS                                  * 02210000
      ***************************************************************** 02220000
                                                                        02230000
       01  WS-MISCELLANEOUS-FIELDS.                                     02240000
           03  WS-CUSTREB-STATUS       PIC XX    VALUE SPACES.          02250000
               88  CUSTREBF-OK                   VALUE '  ' '00'.       02260000
               88  CUSTREBF-NOTFOUND             VALUE '23'.            02270000
               88  CUSTREBF-EMPTY                VALUE '47' '35'.       02280000
               88  CUSTREBF-END                  VALUE '10'.            02290000
           03  WS-NATACCT-STATUS       PIC XX    VALUE SPACES.          02300000
               88  NATACCTF-OK                   VALUE '  ' '00'.       02310000
               88  NATACCTF-NOTFOUND             VALUE '23'.            02320000
               88  NATACCTF-EMPTY                VALUE '47' '35'.       02330000
           03  WS-RETURN-STATUS        PIC XX    VALUE SPACES.          02340000
               88  RETURNF-OK                    VALUE '  ' '00'.       02350000
               88  RETURNF-EMPTY                 VALUE '47' '35'.       02360000
               88  RETURNF-END                   VALUE '10'.            02370000
           03  WS-CREDMEM-STATUS       PIC XX    VALUE SPACES.          02380000
               88  CREDMEMF-OK                   VALUE '  ' '00'.       02390000
               88  CREDMEMF-NOTFOUND             VALUE '23'.            02400000
               88  CREDMEMF-EMPTY                VALUE '47' '35'.       02410000
           03  WS-ARBAL-STATUS         PIC XX    VALUE SPACES.          02420000
               88  ARBALF-OK                     VALUE '  ' '00'.       02430000
               88  ARBALF-NOTFOUND               VALUE '23'.            02440000
               88  ARBALF-EMPTY                  VALUE '47' '35'.       02450000
               88  ARBALF-END                    VALUE '10'.            02460000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          02470000
               88  CUSTOMERF-OK                  VALUE '  ' '00'.       02480000
               88  CUSTOMERF-NOTFOUND            VALUE '23'.            02490000
               88  CUSTOMERF-EMPTY               VALUE '47' '35'.       02500000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          02510000
               88  OP-GOOD-RETURN                VALUE '  '.            02520000
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            02530000
               88  OP-NOT-THIS-PARENT            VALUE 'GE' 'GK'.       02540000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 02550000
           03  WS-PROGRAMS-ADDED       PIC S9(7) VALUE +0       COMP-3. 02560000
           03  WS-PROGRAMS-CHANGED     PIC S9(7) VALUE +0       COMP-3. 02570000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 02580000
           03  WS-PROGRAMS-ACCRUED     PIC S9(7) VALUE +0       COMP-3. 02590000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 02600000
           03  WS-RETURNS-READ         PIC S9(7) VALUE +0       COMP-3. 02610000
           03  WS-PAYOUTS-ISSUED       PIC S9(7) VALUE +0       COMP-3. 02620000
           03  WS-PROGRAM-COUNT        PIC S9(4) VALUE +0       COMP.   02630000
           03  WS-TIER                 PIC S9(4) VALUE +0       COMP.   02640000
           03  WS-NEXT-TIER            PIC S9(4) VALUE +0       COMP.   02650000
           03  WS-NEXT-MEMO-NUMBER     PIC 9(9)  VALUE ZEROES.          02660000
           03  WS-ORDER-DATE           PIC 9(8)  VALUE ZEROES.          02670000
           03  WS-SALES-FROM-DATE      PIC X(8)  VALUE SPACES.          02680000
           03  WS-SALES-TO-DATE        PIC X(8)  VALUE SPACES.          02690000
           03  WS-LOWEST-START         PIC 9(8)  VALUE ZEROES.          02700000
           03  WS-PREV-CUSTOMER.                                        02710000
               05  WS-PREV-CUST-PREFIX PIC X(5)  VALUE LOW-VALUES.      02720000
               05  WS-PREV-CUST-ID     PIC X(32) VALUE LOW-VALUES.      02730000
           03  WS-CHK-PREFIX           PIC X(5)  VALUE SPACES.          02740000
           03  WS-CHK-CUSTOMER-ID      PIC X(32) VALUE SPACES.          02750000
           03  WS-CHK-PARENT-ID        PIC X(32) VALUE SPACES.          02760000
           03  WS-LAST-REP             PIC X(3)  VALUE LOW-VALUES.      02770000
           03  WS-NEXT-REP             PIC X(3)  VALUE HIGH-VALUES.     02780000
           03  WS-LINE-AMOUNT          PIC S9(11)V99                    02790000
                                                 VALUE +0       COMP-3. 02800000
           03  WS-NET-SALES            PIC S9(11)V99                    02810000
                                                 VALUE +0       COMP-3. 02820000
           03  WS-NEW-ACCRUED          PIC S9(9)V99                     02830000
                                                 VALUE +0       COMP-3. 02840000
           03  WS-MONTH-ACCRUAL        PIC S9(9)V99                     02850000
                                                 VALUE +0       COMP-3. 02860000
           03  WS-REMAINING-CREDIT     PIC S9(9)V99                     02870000
                                                 VALUE +0       COMP-3. 02880000
           03  WS-APPLIED-CREDIT       PIC S9(9)V99                     02890000
                                                 VALUE +0       COMP-3. 02900000
           03  WS-TOTAL-ACCRUED        PIC S9(11)V99                    02910000
                                                 VALUE +0       COMP-3. 02920000
           03  WS-TOTAL-MONTH          PIC S9(11)V99                    02930000
                                                 VALUE +0       COMP-3. 02940000
           03  WS-TOTAL-PAID           PIC S9(11)V99                    02950000
                                                 VALUE +0       COMP-3. 02960000
           03  WS-PERCENT              PIC 9(3)V999                     02970000
                                                 VALUE ZEROES   COMP-3. 02980000
           03  WS-DATE.                                                 02990000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          03000000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          03010000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          03020000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       03030000
                                       PIC 9(8).                        03040000
           EJECT                                                        03050000
      ***************************************************************** 03060000
      *    CONTROL CARD AREAS                                         * 03070000
      ***************************************************************** 03080000
                                                                        03090000
       01  WS-CONTROL-CARD.                                             03100000
           03  WCC-CARD-TYPE           PIC X(1).                        03110000
               88  WCC-RUN-DATE-CARD             VALUE 'D'.             03120000
               88  WCC-PROGRAM-CARD              VALUE 'A'.             03130000
               88  WCC-TIER-CARD                 VALUE 'T'.             03140000
               88  WCC-CATEGORY-CARD             VALUE 'G'.             03150000
           03  FILLER                  PIC X(1).                        03160000
           03  WCC-PREFIX              PIC X(5).                        03170000
           03  FILLER                  PIC X(1).                        03180000
           03  WCC-ACCOUNT-ID          PIC X(32).                       03190000
           03  FILLER                  PIC X(1).                        03200000
           03  WCC-PROGRAM-SEQ         PIC X(3).                        03210000
           03  FILLER                  PIC X(1).                        03220000
           03  WCC-DETAIL              PIC X(35).                       03230000
                                                                        03240000
       01  WS-CC-RUN-DATE REDEFINES WS-CONTROL-CARD.                    03250000
           03  FILLER                  PIC X(2).                        03260000
           03  WCC-RUN-DATE            PIC X(8).                        03270000
           03  WCC-RUN-DATE-9 REDEFINES WCC-RUN-DATE                    03280000
                                       PIC 9(8).                        03290000
           03  FILLER                  PIC X(70).                       03300000
                                                                        03310000
       01  WS-CC-PROGRAM REDEFINES WS-CONTROL-CARD.                     03320000
           03  FILLER                  PIC X(45).                       03330000
           03  WCC-PERIOD-START        PIC X(8).                        03340000
           03  WCC-PERIOD-START-9 REDEFINES WCC-PERIOD-START            03350000
                                       PIC 9(8).                        03360000
           03  FILLER                  PIC X(1).                        03370000
           03  WCC-PERIOD-END          PIC X(8).                        03380000
           03  WCC-PERIOD-END-9 REDEFINES WCC-PERIOD-END                03390000
                                       PIC 9(8).                        03400000
           03  FILLER                  PIC X(1).                        03410000
           03  WCC-ACCOUNT-TYPE        PIC X(1).                        03420000
               88  WCC-ACCOUNT-TYPE-VALID        VALUE 'C' 'P'.         03430000
           03  FILLER                  PIC X(16).                       03440000
                                                                        03450000
       01  WS-CC-TIER REDEFINES WS-CONTROL-CARD.                        03460000
           03  FILLER                  PIC X(45).                       03470000
           03  WCC-TIER-NUMBER         PIC X(1).                        03480000
           03  WCC-TIER-NUMBER-9 REDEFINES WCC-TIER-NUMBER              03490000
                                       PIC 9(1).                        03500000
           03  FILLER                  PIC X(1).                        03510000
           03  WCC-THRESHOLD           PIC X(13).                       03520000
           03  WCC-THRESHOLD-9 REDEFINES WCC-THRESHOLD                  03530000
                                       PIC 9(11)V99.                    03540000
           03  FILLER                  PIC X(1).                        03550000
           03  WCC-PERCENT             PIC X(6).                        03560000
           03  WCC-PERCENT-9 REDEFINES WCC-PERCENT                      03570000
                                       PIC 9(3)V999.                    03580000
           03  FILLER                  PIC X(13).                       03590000
                                                                        03600000
       01  WS-CC-CATEGORY REDEFINES WS-CONTROL-CARD.                    03610000
           03  FILLER                  PIC X(45).                       03620000
           03  WCC-CATEGORY-SLOT       PIC X(1).                        03630000
           03  WCC-CATEGORY-SLOT-9 REDEFINES WCC-CATEGORY-SLOT          03640000
                                       PIC 9(1).                        03650000
           03  FILLER                  PIC X(1).                        03660000
           03  WCC-CATEGORY-NAME       PIC X(32).                       03670000
           03  FILLER                  PIC X(1).                        03680000
           EJECT                                                        03690000
      ***************************************************************** 03700000
      *    ACTIVE REBATE PROGRAMS BEING ACCRUED IN THIS RUN           * 03710000
      ***************************************************************** 03720000
                                                                        03730000
       01  WS-PROGRAM-TABLE.                                            03740000
           05  WS-PG-ENTRY             OCCURS 300 TIMES.                03750000
               10  WS-PG-KEY.                                           03760000
                   15  WS-PG-PRE       PIC X(5).                        03770000
                   15  WS-PG-ACCOUNT-ID                                 03780000
                                       PIC X(32).                       03790000
                   15  WS-PG-SEQ       PIC 9(3).                        03800000
               10  WS-PG-ACCOUNT-TYPE  PIC X(1).                        03810000
                   88  WS-PG-FOR-PARENT          VALUE 'P'.             03820000
               10  WS-PG-PERIOD-START  PIC 9(8).                        03830000
               10  WS-PG-PERIOD-END    PIC 9(8).                        03840000
               10  WS-PG-SALES-REP     PIC X(3).                        03850000
               10  WS-PG-CATEGORY-SW   PIC X(1).                        03860000
                   88  WS-PG-HAS-CATEGORIES      VALUE 'Y'.             03870000
               10  WS-PG-CATEGORY      OCCURS 3 TIMES                   03880000
                                       PIC X(32).                       03890000
               10  WS-PG-MATCH-SW      PIC X(1).                        03900000
                   88  WS-PG-ACCOUNT-MATCHES     VALUE 'Y'.             03910000
               10  WS-PG-GROSS-SALES   PIC S9(11)V99        COMP-3.     03920000
               10  WS-PG-RETURNS       PIC S9(11)V99        COMP-3.     03930000
           EJECT                                                        03940000
      ***************************************************************** 03950000
      *    DISPLAY AREA                                               * 03960000
      ***************************************************************** 03970000
                                                                        03980000
       01  WS-DISPLAY-LINES.                                            03990000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         04000000
           03  WS-DL-BLANK.                                             04010000
               05  FILLER         PIC X(01) VALUE '*'.                  04020000
               05  FILLER         PIC X(78) VALUE SPACES.               04030000
               05  FILLER         PIC X(01) VALUE '*'.                  04040000
           03  WS-DL-LINE.                                              04050000
               05  FILLER         PIC X(01) VALUE '*'.                  04060000
               05  WS-DL-LINE-TEXT                                      04070000
                                  PIC X(78) VALUE SPACES.               04080000
               05  FILLER         PIC X(01) VALUE '*'.                  04090000
           03  WS-DL-RUN-DATE.                                          04100000
               05  FILLER         PIC X(01) VALUE '*'.                  04110000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               04120000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               04130000
               05  FILLER         PIC X(01) VALUE '/'.                  04140000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               04150000
               05  FILLER         PIC X(01) VALUE '/'.                  04160000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               04170000
               05  FILLER         PIC X(56) VALUE SPACES.               04180000
               05  FILLER         PIC X(01) VALUE '*'.                  04190000
           03  WS-DL-TOTAL.                                             04200000
               05  FILLER         PIC X(01) VALUE '*'.                  04210000
               05  FILLER         PIC X(45) VALUE SPACES.               04220000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          04230000
               05  FILLER         PIC X(3)  VALUE ' - '.                04240000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               04250000
               05  FILLER         PIC X(01) VALUE '*'.                  04260000
           03  WS-DL-AMOUNT-TOTAL.                                      04270000
               05  FILLER         PIC X(01) VALUE '*'.                  04280000
               05  FILLER         PIC X(35) VALUE SPACES.               04290000
               05  WS-DL-AT-AMOUNT                                      04300000
                                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.               04310000
               05  FILLER         PIC X(3)  VALUE ' - '.                04320000
               05  WS-DL-AT-TITLE PIC X(22) VALUE SPACES.               04330000
               05  FILLER         PIC X(01) VALUE '*'.                  04340000
           EJECT                                                        04350000
      ***************************************************************** 04360000
      *    CARD REGISTER, ACCRUAL REGISTER AND PROGRESS REPORT LINES  * 04370000
      ***************************************************************** 04380000
                                                                        04390000
       01  WS-DL-REJECT.                                                04400000
           03  FILLER                  PIC X(01) VALUE '*'.             04410000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   04420000
           03  WS-DL-RJ-CARD           PIC X(31) VALUE SPACES.          04430000
           03  FILLER                  PIC X(03) VALUE ' - '.           04440000
           03  WS-DL-RJ-REASON         PIC X(31) VALUE SPACES.          04450000
           03  FILLER                  PIC X(01) VALUE '*'.             04460000
                                                                        04470000
       01  WS-DL-ACCEPT.                                                04480000
           03  FILLER                  PIC X(01) VALUE '*'.             04490000
           03  WS-DL-AC-ACTION         PIC X(12) VALUE SPACES.          04500000
           03  WS-DL-AC-CARD           PIC X(65) VALUE SPACES.          04510000
           03  FILLER                  PIC X(01) VALUE SPACES.          04520000
           03  FILLER                  PIC X(01) VALUE '*'.             04530000
                                                                        04540000
       01  WS-DL-AR-HEADING.                                            04550000
           03  FILLER                  PIC X(01) VALUE '*'.             04560000
           03  FILLER                  PIC X(37)                        04570000
                   VALUE ' ACCOUNT        PGM T     NET SALES T'.       04580000
           03  FILLER                  PIC X(41)                        04590000
                   VALUE ' REBATE%      ACCRUED   THIS MONTH       '.   04600000
           03  FILLER                  PIC X(01) VALUE '*'.             04610000
                                                                        04620000
       01  WS-DL-ACCRUAL.                                               04630000
           03  FILLER                  PIC X(01) VALUE '*'.             04640000
           03  FILLER                  PIC X(01) VALUE SPACES.          04650000
           03  WS-DL-AR-ACCOUNT        PIC X(14) VALUE SPACES.          04660000
           03  FILLER                  PIC X(01) VALUE SPACES.          04670000
           03  WS-DL-AR-SEQ            PIC 9(03) VALUE ZEROES.          04680000
           03  FILLER                  PIC X(01) VALUE SPACES.          04690000
           03  WS-DL-AR-TYPE           PIC X(01) VALUE SPACES.          04700000
           03  FILLER                  PIC X(01) VALUE SPACES.          04710000
           03  WS-DL-AR-NET-SALES      PIC -Z,ZZZ,ZZ9.99.               04720000
           03  FILLER                  PIC X(01) VALUE SPACES.          04730000
           03  WS-DL-AR-TIER           PIC 9(01) VALUE ZEROES.          04740000
           03  FILLER                  PIC X(01) VALUE SPACES.          04750000
           03  WS-DL-AR-PERCENT        PIC ZZ9.999.                     04760000
           03  FILLER                  PIC X(01) VALUE SPACES.          04770000
           03  WS-DL-AR-ACCRUED        PIC Z,ZZZ,ZZ9.99.                04780000
           03  FILLER                  PIC X(01) VALUE SPACES.          04790000
           03  WS-DL-AR-MONTH          PIC -Z,ZZZ,ZZ9.99.               04800000
           03  FILLER                  PIC X(06) VALUE SPACES.          04810000
           03  FILLER                  PIC X(01) VALUE '*'.             04820000
                                                                        04830000
       01  WS-DL-PAYOUT.                                                04840000
           03  FILLER                  PIC X(01) VALUE '*'.             04850000
           03  FILLER                  PIC X(26)                        04860000
                   VALUE '      PAID ON CREDIT MEMO '.                  04870000
           03  WS-DL-PO-MEMO           PIC 9(09) VALUE ZEROES.          04880000
           03  FILLER                  PIC X(10) VALUE '  APPLIED '.    04890000
           03  WS-DL-PO-APPLIED        PIC ZZ,ZZZ,ZZ9.99.               04900000
           03  FILLER                  PIC X(07) VALUE '  OPEN '.       04910000
           03  WS-DL-PO-OPEN           PIC ZZ,ZZZ,ZZ9.99.               04920000
           03  FILLER                  PIC X(01) VALUE '*'.             04930000
                                                                        04940000
       01  WS-DL-REP-HEADING.                                           04950000
           03  FILLER                  PIC X(01) VALUE '*'.             04960000
           03  FILLER                  PIC X(12) VALUE '  SALES REP '.  04970000
           03  WS-DL-RH-REP            PIC X(05) VALUE SPACES.          04980000
           03  FILLER                  PIC X(61) VALUE SPACES.          04990000
           03  FILLER                  PIC X(01) VALUE '*'.             05000000
                                                                        05010000
       01  WS-DL-RP-HEADING.                                            05020000
           03  FILLER                  PIC X(01) VALUE '*'.             05030000
           03  FILLER                  PIC X(38)                        05040000
                   VALUE ' ACCOUNT        PGM     NET SALES  NOW'.      05050000
           03  FILLER                  PIC X(40)                        05060000
                   VALUE '%    NEXT TIER AT         TO GO   NEXT% '.    05070000
           03  FILLER                  PIC X(01) VALUE '*'.             05080000
                                                                        05090000
       01  WS-DL-PROGRESS.                                              05100000
           03  FILLER                  PIC X(01) VALUE '*'.             05110000
           03  FILLER                  PIC X(01) VALUE SPACES.          05120000
           03  WS-DL-RP-ACCOUNT        PIC X(14) VALUE SPACES.          05130000
           03  FILLER                  PIC X(01) VALUE SPACES.          05140000
           03  WS-DL-RP-SEQ            PIC 9(03) VALUE ZEROES.          05150000
           03  FILLER                  PIC X(01) VALUE SPACES.          05160000
           03  WS-DL-RP-NET-SALES      PIC -Z,ZZZ,ZZ9.99.               05170000
           03  FILLER                  PIC X(01) VALUE SPACES.          05180000
           03  WS-DL-RP-PERCENT        PIC ZZ9.999.                     05190000
           03  FILLER                  PIC X(01) VALUE SPACES.          05200000
           03  WS-DL-RP-NEXT-AREA.                                      05210000
               05  WS-DL-RP-THRESHOLD  PIC ZZ,ZZZ,ZZ9.99.               05220000
               05  FILLER              PIC X(01) VALUE SPACES.          05230000
               05  WS-DL-RP-TO-GO      PIC ZZ,ZZZ,ZZ9.99.               05240000
               05  FILLER              PIC X(01) VALUE SPACES.          05250000
               05  WS-DL-RP-NEXT-PCT   PIC ZZ9.999.                     05260000
           03  WS-DL-RP-NEXT-TEXT REDEFINES WS-DL-RP-NEXT-AREA          05270000
                                       PIC X(35).                       05280000
           03  FILLER                  PIC X(01) VALUE SPACES.          05290000
           03  FILLER                  PIC X(01) VALUE '*'.             05300000
                                                                        05310000
       01  WS-DL-PROGRESS-FIELDS.                                       05320000
           03  WS-DL-PF-MEMO-TEXT.                                      05330000
               05  FILLER              PIC X(19)                        05340000
                       VALUE '  PAID, CREDIT MEMO'.                     05350000
               05  FILLER              PIC X(01) VALUE SPACES.          05360000
               05  WS-DL-PF-MEMO       PIC 9(09).                       05370000
               05  FILLER              PIC X(06) VALUE SPACES.          05380000
           EJECT                                                        05390000
      ***************************************************************** 05400000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 05410000
      ***************************************************************** 05420000
                                                                        05430000
       01  WS-GU                       PIC X(4)  VALUE 'GU  '.          05440000
       01  WS-GNP                      PIC X(4)  VALUE 'GNP '.          05450000
                                                                        05460000
       01  ORDER-QUAL-SSA.                                              05470000
           05  ORDER-QUAL-SEGMENT      PIC X(08)   VALUE 'ORDER '.      05480000
           05  ORDER-QUAL-LPAREN       PIC X(01)   VALUE '('.           05490000
           05  ORDER-QUAL-FIELD-NAME                                    05500000
                                       PIC X(08)   VALUE 'ORDKEY '.     05510000
           05  ORDER-QUAL-OPERATOR     PIC X(02)   VALUE 'EQ'.          05520000
           05  ORDER-QUAL-FIELD-VALUE.                                  05530000
               10  ORDER-QUAL-PREFIX   PIC X(05)   VALUE SPACES.        05540000
               10  ORDER-QUAL-NUMBER   PIC X(10)   VALUE SPACES.        05550000
           05  ORDER-QUAL-RPAREN       PIC X(01)   VALUE ')'.           05560000
                                                                        05570000
       01  ORDITEM-SSA-UNQUAL.                                          05580000
           03  FILLER                  PIC X(8)  VALUE 'ORDITEM'.       05590000
           03  FILLER                  PIC X     VALUE SPACES.          05600000
           EJECT                                                        05610000
      ***************************************************************** 05620000
      *    IMS RECORD AREAS                                           * 05630000
      ***************************************************************** 05640000
                                                                        05650000
           COPY ORDER.                                                  05660000
           EJECT                                                        05670000
           COPY IORDITEM.                                               05680000
           EJECT                                                        05690000
      ***************************************************************** 05700000
      *    DB2  DEFINITIONS                                           * 05710000
      ***************************************************************** 05720000
                                                                        05730000
      ***************************************************************** 05740000
      *         SQL COMMUNICATIONS AREA                               * 05750000
      ***************************************************************** 05760000
                                                                        05770000
           EXEC SQL                                                     05780000
              INCLUDE SQLCA                                             05790000
           END-EXEC.                                                    05800000
           EJECT                                                        05810000
           EXEC SQL                                                     05820000
              INCLUDE DORDLOG                                           05830000
           END-EXEC.                                                    05840000
           EJECT                                                        05850000
           EXEC SQL                                                     05860000
              INCLUDE DITEM                                             05870000
           END-EXEC.                                                    05880000
           EJECT                                                        05890000
      ***************************************************************** 05900000
      *    CURSOR FOR THE ORDERS PLACED SINCE THE EARLIEST PROGRAM    * 05910000
      *    START, IN CUSTOMER SEQUENCE                                * 05920000
      ***************************************************************** 05930000
                                                                        05940000
           EXEC SQL DECLARE REBATE_SALES CURSOR FOR                     05950000
               SELECT  PREFIX,                                          05960000
                       NUMBER,                                          05970000
                       CUSTOMER_PREFIX,                                 05980000
                       CUSTOMER_ID,                                     05990000
                       DATE_CCYYMMDD,                                   06000000
                       TOTAL_AMOUNT                                     06010000
               FROM    ORDER_LOG                                        06020000
               WHERE   DATE_CCYYMMDD BETWEEN :WS-SALES-FROM-DATE        06030000
                                         AND :WS-SALES-TO-DATE          06040000
               ORDER BY CUSTOMER_PREFIX,                                06050000
                        CUSTOMER_ID                                     06060000
           END-EXEC.                                                    06070000
           EJECT                                                        06080000
      ***************************************************************** 06090000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 06100000
      ***************************************************************** 06110000
                                                                        06120000
           COPY PDAERRWS.                                               06130000
                                                                        06140000
       01  WS-PDA-BATCH-ERROR-01.                                       06150000
           05  FILLER             PIC X     VALUE SPACES.               06160000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             06170000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          06180000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB107'.            06190000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      06200000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               06210000
                                                                        06220000
       01  WS-PDA-BATCH-ERROR-02.                                       06230000
           05  FILLER             PIC X(8)  VALUE SPACES.               06240000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               06250000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   06260000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               06270000
           EJECT                                                        06280000
      ***************************************************************** 06290000
      *    LINKAGE SECTION                                            * 06300000
      ***************************************************************** 06310000
                                                                        06320000
       LINKAGE SECTION.                                                 06330000
                                                                        06340000
      ****************************************************************  06350000
      *****  I-O PCB                                                    06360000
      ****************************************************************  06370000
                                                                        06380000
       01  IO-PCB.                                                      06390000
           05  FILLER                  PIC X(10) VALUE SPACES.          06400000
           05  IO-STATUS               PIC XX    VALUE SPACES.          06410000
           05  FILLER                  PIC X(20) VALUE SPACES.          06420000
                                                                        06430000
           COPY PCBORDER.                                               06440000
           EJECT                                                        06450000
      ***************************************************************** 06460000
      *    P R O C E D U R E    D I V I S I O N                       * 06470000
      ***************************************************************** 06480000
                                                                        06490000
       PROCEDURE DIVISION.                                              06500000
                                                                        06510000
      ***************************************************************** 06520000
      *                                                               * 06530000
      *    PARAGRAPH:  P00000-MAINLINE                                * 06540000
      *                                                               * 06550000
      *    FUNCTION :  PROGRAM ENTRY.  APPLY THE PROGRAM CARDS,       * 06560000
      *                ACCRUE THE ACTIVE PROGRAMS FROM SALES AND      * 06570000
      *                RETURNS, PAY OUT THOSE WHOSE PERIOD HAS ENDED, * 06580000
      *                PRINT THE REP PROGRESS REPORT AND THE COUNTS   * 06590000
      *                                                               * 06600000
      *    CALLED BY:  NONE                                           * 06610000
      *                                                               * 06620000
      ***************************************************************** 06630000
                                                                        06640000
       P00000-MAINLINE.                                                 06650000
                                                                        06660000
           ENTRY 'DLITCBL' USING                                        06670000
                           IO-PCB                                       06680000
                           ORDER-PCB.                                   06690000
                                                                        06700000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  06710000
                                                                        06720000
           OPEN INPUT CONTROL-CARD.                                     06730000
                                                                        06740000
           OPEN I-O VSAM-CUST-REBATE.                                   06750000
                                                                        06760000
           IF NOT CUSTREBF-OK AND NOT CUSTREBF-EMPTY                    06770000
               MOVE 'OPEN CUSTOMER REBATE FILE FAILED' TO WPBE-MESSAGE  06780000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               06790000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          06800000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06810000
           END-IF.                                                      06820000
                                                                        06830000
           OPEN INPUT VSAM-NATACCT.                                     06840000
                                                                        06850000
           IF NOT NATACCTF-OK AND NOT NATACCTF-EMPTY                    06860000
               MOVE 'OPEN NATIONAL ACCOUNT FILE FAILED' TO WPBE-MESSAGE 06870000
               MOVE WS-NATACCT-STATUS TO WPBE-FILE-STATUS               06880000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          06890000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06900000
           END-IF.                                                      06910000
                                                                        06920000
           OPEN INPUT VSAM-RETURN.                                      06930000
                                                                        06940000
           IF NOT RETURNF-OK AND NOT RETURNF-EMPTY                      06950000
               MOVE 'OPEN RETURN FILE FAILED' TO WPBE-MESSAGE           06960000
               MOVE WS-RETURN-STATUS TO WPBE-FILE-STATUS                06970000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          06980000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06990000
           END-IF.                                                      07000000
                                                                        07010000
           OPEN I-O VSAM-CREDIT-MEMO.                                   07020000
                                                                        07030000
           IF NOT CREDMEMF-OK AND NOT CREDMEMF-EMPTY                    07040000
               MOVE 'OPEN CREDIT MEMO FILE FAILED' TO WPBE-MESSAGE      07050000
               MOVE WS-CREDMEM-STATUS TO WPBE-FILE-STATUS               07060000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          07070000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07080000
           END-IF.                                                      07090000
                                                                        07100000
           OPEN I-O VSAM-ARBAL.                                         07110000
                                                                        07120000
           IF NOT ARBALF-OK AND NOT ARBALF-EMPTY                        07130000
               MOVE 'OPEN AR OPEN ITEM FILE FAILED' TO WPBE-MESSAGE     07140000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 07150000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          07160000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07170000
           END-IF.                                                      07180000
                                                                        07190000
           OPEN INPUT VSAM-CUSTOMER.                                    07200000
                                                                        07210000
           IF NOT CUSTOMERF-OK AND NOT CUSTOMERF-EMPTY                  07220000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         07230000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              07240000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          07250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07260000
           END-IF.                                                      07270000
                                                                        07280000
           DISPLAY ' '.                                                 07290000
           DISPLAY WS-DL-ASTERISK.                                      07300000
           DISPLAY WS-DL-BLANK.                                         07310000
           MOVE '  PDAB107 - CUSTOMER VOLUME REBATE ACCRUAL'            07320000
               TO WS-DL-LINE-TEXT.                                      07330000
           DISPLAY WS-DL-LINE.                                          07340000
           DISPLAY WS-DL-BLANK.                                         07350000
           DISPLAY WS-DL-ASTERISK.                                      07360000
                                                                        07370000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 07380000
               UNTIL END-OF-PROCESS.                                    07390000
                                                                        07400000
           CLOSE CONTROL-CARD.                                          07410000
                                                                        07420000
           DISPLAY WS-DL-ASTERISK.                                      07430000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      07440000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        07450000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            07460000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          07470000
           DISPLAY WS-DL-RUN-DATE.                                      07480000
           DISPLAY WS-DL-ASTERISK.                                      07490000
           DISPLAY ' '.                                                 07500000
                                                                        07510000
           PERFORM P50000-LOAD-PROGRAMS THRU P50000-EXIT.               07520000
                                                                        07530000
           PERFORM P60000-TOTAL-SALES THRU P60000-EXIT.                 07540000
                                                                        07550000
           PERFORM P70000-TOTAL-RETURNS THRU P70000-EXIT.               07560000
                                                                        07570000
           PERFORM P75000-ACCRUAL-REGISTER THRU P75000-EXIT.            07580000
                                                                        07590000
           PERFORM P90000-PROGRESS-REPORT THRU P90000-EXIT.             07600000
                                                                        07610000
           CLOSE VSAM-CUST-REBATE                                       07620000
                 VSAM-NATACCT                                           07630000
                 VSAM-RETURN                                            07640000
                 VSAM-CREDIT-MEMO                                       07650000
                 VSAM-ARBAL                                             07660000
                 VSAM-CUSTOMER.                                         07670000
                                                                        07680000
           DISPLAY ' '.                                                 07690000
           DISPLAY WS-DL-ASTERISK.                                      07700000
                                                                        07710000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  07720000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           07730000
           DISPLAY WS-DL-TOTAL.                                         07740000
                                                                        07750000
           MOVE 'PROGRAMS ADDED' TO WS-DL-T-TITLE.                      07760000
           MOVE WS-PROGRAMS-ADDED TO WS-DL-T-CNT.                       07770000
           DISPLAY WS-DL-TOTAL.                                         07780000
                                                                        07790000
           MOVE 'PROGRAMS CHANGED' TO WS-DL-T-TITLE.                    07800000
           MOVE WS-PROGRAMS-CHANGED TO WS-DL-T-CNT.                     07810000
           DISPLAY WS-DL-TOTAL.                                         07820000
                                                                        07830000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      07840000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       07850000
           DISPLAY WS-DL-TOTAL.                                         07860000
                                                                        07870000
           MOVE 'ORDERS READ' TO WS-DL-T-TITLE.                         07880000
           MOVE WS-ORDERS-READ TO WS-DL-T-CNT.                          07890000
           DISPLAY WS-DL-TOTAL.                                         07900000
                                                                        07910000
           MOVE 'RETURNS READ' TO WS-DL-T-TITLE.                        07920000
           MOVE WS-RETURNS-READ TO WS-DL-T-CNT.                         07930000
           DISPLAY WS-DL-TOTAL.                                         07940000
                                                                        07950000
           MOVE 'PROGRAMS ACCRUED' TO WS-DL-T-TITLE.                    07960000
           MOVE WS-PROGRAMS-ACCRUED TO WS-DL-T-CNT.                     07970000
           DISPLAY WS-DL-TOTAL.                                         07980000
                                                                        07990000
           MOVE 'REBATE PAYOUTS ISSUED' TO WS-DL-T-TITLE.               08000000
           MOVE WS-PAYOUTS-ISSUED TO WS-DL-T-CNT.                       08010000
           DISPLAY WS-DL-TOTAL.                                         08020000
                                                                        08030000
           DISPLAY WS-DL-ASTERISK.                                      08040000
                                                                        08050000
           MOVE ZEROES TO RETURN-CODE.                                  08060000
                                                                        08070000
           GOBACK.                                                      08080000
                                                                        08090000
       P00000-EXIT.                                                     08100000
           EXIT.                                                        08110000
           EJECT                                                        08120000
      ***************************************************************** 08130000
      *                                                               * 08140000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 08150000
      *                                                               * 08160000
      *    FUNCTION :  READ THE NEXT CONTROL CARD, VALIDATE THE       * 08170000
      *                PROGRAM KEY AND APPLY THE CARD BY TYPE         * 08180000
      *                                                               * 08190000
      *    CALLED BY:  P00000-MAINLINE                                * 08200000
      *                                                               * 08210000
      ***************************************************************** 08220000
                                                                        08230000
       P10000-PROCESS-CARD.                                             08240000
                                                                        08250000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       08260000
               AT END                                                   08270000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     08280000
                   GO TO P10000-EXIT.                                   08290000
                                                                        08300000
           ADD +1 TO WS-CARDS-READ.                                     08310000
                                                                        08320000
           MOVE SPACES TO WS-DL-RJ-REASON.                              08330000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                        08340000
                                   WS-DL-AC-CARD.                       08350000
                                                                        08360000
           IF WCC-RUN-DATE-CARD                                         08370000
               IF WCC-RUN-DATE NOT NUMERIC                              08380000
                  OR WCC-RUN-DATE-9 = ZEROES                            08390000
                   MOVE 'RUN DATE NOT NUMERIC' TO WS-DL-RJ-REASON       08400000
                   GO TO P10000-REJECT                                  08410000
               END-IF                                                   08420000
               MOVE WCC-RUN-DATE-9 TO WS-DATE-CCYYMMDD                  08430000
               MOVE '  RUN DATE  ' TO WS-DL-AC-ACTION                   08440000
               DISPLAY WS-DL-ACCEPT                                     08450000
               GO TO P10000-EXIT                                        08460000
           END-IF.                                                      08470000
                                                                        08480000
           IF NOT WCC-PROGRAM-CARD                                      08490000
              AND NOT WCC-TIER-CARD                                     08500000
              AND NOT WCC-CATEGORY-CARD                                 08510000
               MOVE 'CARD TYPE NOT D, A, T OR G' TO WS-DL-RJ-REASON     08520000
               GO TO P10000-REJECT                                      08530000
           END-IF.                                                      08540000
                                                                        08550000
           IF WCC-PREFIX NOT NUMERIC                                    08560000
              OR WCC-PROGRAM-SEQ NOT NUMERIC                            08570000
               MOVE 'PREFIX OR SEQUENCE NOT NUMERIC'                    08580000
                   TO WS-DL-RJ-REASON                                   08590000
               GO TO P10000-REJECT                                      08600000
           END-IF.                                                      08610000
                                                                        08620000
           IF WCC-ACCOUNT-ID = SPACES                                   08630000
               MOVE 'ACCOUNT ID IS BLANK' TO WS-DL-RJ-REASON            08640000
               GO TO P10000-REJECT                                      08650000
           END-IF.                                                      08660000
                                                                        08670000
           MOVE WCC-PREFIX TO CUSTREB-PRE.                              08680000
           MOVE WCC-ACCOUNT-ID TO CUSTREB-ACCOUNT-ID.                   08690000
           MOVE WCC-PROGRAM-SEQ TO CUSTREB-PROGRAM-SEQ.                 08700000
                                                                        08710000
           READ VSAM-CUST-REBATE.                                       08720000
                                                                        08730000
           IF NOT CUSTREBF-OK                                           08740000
              AND NOT CUSTREBF-NOTFOUND                                 08750000
              AND NOT CUSTREBF-EMPTY                                    08760000
               MOVE 'READ CUSTOMER REBATE FAILED' TO WPBE-MESSAGE       08770000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               08780000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          08790000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08800000
           END-IF.                                                      08810000
                                                                        08820000
           IF CUSTREBF-OK AND CUSTREB-PAID                              08830000
               MOVE 'PROGRAM ALREADY PAID OUT' TO WS-DL-RJ-REASON       08840000
               GO TO P10000-REJECT                                      08850000
           END-IF.                                                      08860000
                                                                        08870000
           IF WCC-PROGRAM-CARD                                          08880000
               PERFORM P20000-PROGRAM-CARD THRU P20000-EXIT             08890000
           ELSE                                                         08900000
               IF NOT CUSTREBF-OK                                       08910000
                   MOVE 'PROGRAM NOT ON FILE' TO WS-DL-RJ-REASON        08920000
                   GO TO P10000-REJECT                                  08930000
               END-IF                                                   08940000
               IF WCC-TIER-CARD                                         08950000
                   PERFORM P30000-TIER-CARD THRU P30000-EXIT            08960000
               ELSE                                                     08970000
                   PERFORM P40000-CATEGORY-CARD THRU P40000-EXIT        08980000
               END-IF                                                   08990000
           END-IF.                                                      09000000
                                                                        09010000
           IF WS-DL-RJ-REASON NOT = SPACES                              09020000
               GO TO P10000-REJECT                                      09030000
           END-IF.                                                      09040000
                                                                        09050000
           DISPLAY WS-DL-ACCEPT.                                        09060000
                                                                        09070000
           GO TO P10000-EXIT.                                           09080000
                                                                        09090000
       P10000-REJECT.                                                   09100000
                                                                        09110000
           DISPLAY WS-DL-REJECT.                                        09120000
           ADD +1 TO WS-CARDS-REJECTED.                                 09130000
                                                                        09140000
       P10000-EXIT.                                                     09150000
           EXIT.                                                        09160000
           EJECT                                                        09170000
      ***************************************************************** 09180000
      *                                                               * 09190000
      *    PARAGRAPH:  P20000-PROGRAM-CARD                            * 09200000
      *                                                               * 09210000
      *    FUNCTION :  ADD A NEW REBATE PROGRAM, OR CHANGE THE PERIOD * 09220000
      *                AND ACCOUNT TYPE OF AN ACTIVE ONE              * 09230000
      *                                                               * 09240000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 09250000
      *                                                               * 09260000
      ***************************************************************** 09270000
                                                                        09280000
       P20000-PROGRAM-CARD.                                             09290000
                                                                        09300000
           IF WCC-PERIOD-START NOT NUMERIC                              09310000
              OR WCC-PERIOD-END NOT NUMERIC                             09320000
               MOVE 'PERIOD DATES NOT NUMERIC' TO WS-DL-RJ-REASON       09330000
               GO TO P20000-EXIT                                        09340000
           END-IF.                                                      09350000
                                                                        09360000
           IF WCC-PERIOD-START-9 = ZEROES                               09370000
              OR WCC-PERIOD-END-9 < WCC-PERIOD-START-9                  09380000
               MOVE 'PERIOD END BEFORE START' TO WS-DL-RJ-REASON        09390000
               GO TO P20000-EXIT                                        09400000
           END-IF.                                                      09410000
                                                                        09420000
           IF NOT WCC-ACCOUNT-TYPE-VALID                                09430000
               MOVE 'ACCOUNT TYPE NOT C OR P' TO WS-DL-RJ-REASON        09440000
               GO TO P20000-EXIT                                        09450000
           END-IF.                                                      09460000
                                                                        09470000
           IF CUSTREBF-OK                                               09480000
               MOVE WCC-PERIOD-START-9 TO CUSTREB-PERIOD-START          09490000
               MOVE WCC-PERIOD-END-9 TO CUSTREB-PERIOD-END              09500000
               MOVE WCC-ACCOUNT-TYPE TO CUSTREB-ACCOUNT-TYPE            09510000
               REWRITE CUSTOMER-REBATE-RECORD                           09520000
               MOVE '  CHANGED   ' TO WS-DL-AC-ACTION                   09530000
               ADD +1 TO WS-PROGRAMS-CHANGED                            09540000
           ELSE                                                         09550000
               MOVE SPACES TO CUSTOMER-REBATE-RECORD                    09560000
               MOVE WCC-PREFIX TO CUSTREB-PRE                           09570000
               MOVE WCC-ACCOUNT-ID TO CUSTREB-ACCOUNT-ID                09580000
               MOVE WCC-PROGRAM-SEQ TO CUSTREB-PROGRAM-SEQ              09590000
               MOVE WCC-PERIOD-START-9 TO CUSTREB-PERIOD-START          09600000
               MOVE WCC-PERIOD-END-9 TO CUSTREB-PERIOD-END              09610000
               MOVE WCC-ACCOUNT-TYPE TO CUSTREB-ACCOUNT-TYPE            09620000
               PERFORM P21000-CLEAR-TIER THRU P21000-EXIT               09630000
                   VARYING WS-SUB FROM 1 BY 1                           09640000
                     UNTIL WS-SUB > 5                                   09650000
               MOVE ZEROES TO CUSTREB-GROSS-SALES                       09660000
                              CUSTREB-RETURNS                           09670000
                              CUSTREB-NET-SALES                         09680000
                              CUSTREB-TIER-REACHED                      09690000
                              CUSTREB-ACCRUED                           09700000
                              CUSTREB-DATE-ACCRUED                      09710000
                              CUSTREB-PAYOUT-MEMO                       09720000
                              CUSTREB-DATE-PAID                         09730000
               MOVE 'A' TO CUSTREB-STATUS                               09740000
               WRITE CUSTOMER-REBATE-RECORD                             09750000
               MOVE '  ADDED     ' TO WS-DL-AC-ACTION                   09760000
               ADD +1 TO WS-PROGRAMS-ADDED                              09770000
           END-IF.                                                      09780000
                                                                        09790000
           IF NOT CUSTREBF-OK                                           09800000
               MOVE 'WRITE CUSTOMER REBATE FAILED' TO WPBE-MESSAGE      09810000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               09820000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          09830000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09840000
           END-IF.                                                      09850000
                                                                        09860000
       P20000-EXIT.                                                     09870000
           EXIT.                                                        09880000
           EJECT                                                        09890000
      ***************************************************************** 09900000
      *                                                               * 09910000
      *    PARAGRAPH:  P21000-CLEAR-TIER                              * 09920000
      *                                                               * 09930000
      *    FUNCTION :  ZERO ONE TIER OF A NEW PROGRAM                 * 09940000
      *                                                               * 09950000
      *    CALLED BY:  P20000-PROGRAM-CARD                            * 09960000
      *                                                               * 09970000
      ***************************************************************** 09980000
                                                                        09990000
       P21000-CLEAR-TIER.                                               10000000
                                                                        10010000
           MOVE ZEROES TO CUSTREB-TIER-THRESHOLD (WS-SUB)               10020000
                          CUSTREB-TIER-PERCENT (WS-SUB).                10030000
                                                                        10040000
       P21000-EXIT.                                                     10050000
           EXIT.                                                        10060000
           EJECT                                                        10070000
      ***************************************************************** 10080000
      *                                                               * 10090000
      *    PARAGRAPH:  P30000-TIER-CARD                               * 10100000
      *                                                               * 10110000
      *    FUNCTION :  SET (OR CLEAR) ONE TIER OF THE PROGRAM         * 10120000
      *                                                               * 10130000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 10140000
      *                                                               * 10150000
      ***************************************************************** 10160000
                                                                        10170000
       P30000-TIER-CARD.                                                10180000
                                                                        10190000
           IF WCC-TIER-NUMBER NOT NUMERIC                               10200000
              OR WCC-TIER-NUMBER-9 < 1                                  10210000
              OR WCC-TIER-NUMBER-9 > 5                                  10220000
               MOVE 'TIER NUMBER NOT 1 - 5' TO WS-DL-RJ-REASON          10230000
               GO TO P30000-EXIT                                        10240000
           END-IF.                                                      10250000
                                                                        10260000
           IF WCC-THRESHOLD NOT NUMERIC                                 10270000
              OR WCC-PERCENT NOT NUMERIC                                10280000
               MOVE 'THRESHOLD OR PERCENT NOT NUMERIC'                  10290000
                   TO WS-DL-RJ-REASON                                   10300000
               GO TO P30000-EXIT                                        10310000
           END-IF.                                                      10320000
                                                                        10330000
           IF WCC-PERCENT-9 > 100                                       10340000
               MOVE 'PERCENT OVER 100' TO WS-DL-RJ-REASON               10350000
               GO TO P30000-EXIT                                        10360000
           END-IF.                                                      10370000
                                                                        10380000
           MOVE WCC-TIER-NUMBER-9 TO WS-SUB.                            10390000
           MOVE WCC-THRESHOLD-9 TO CUSTREB-TIER-THRESHOLD (WS-SUB).     10400000
           MOVE WCC-PERCENT-9 TO CUSTREB-TIER-PERCENT (WS-SUB).         10410000
                                                                        10420000
           REWRITE CUSTOMER-REBATE-RECORD.                              10430000
                                                                        10440000
           IF NOT CUSTREBF-OK                                           10450000
               MOVE 'REWRITE CUSTOMER REBATE FAILED' TO WPBE-MESSAGE    10460000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               10470000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          10480000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10490000
           END-IF.                                                      10500000
                                                                        10510000
           MOVE '  TIER SET  ' TO WS-DL-AC-ACTION.                      10520000
           ADD +1 TO WS-PROGRAMS-CHANGED.                               10530000
                                                                        10540000
       P30000-EXIT.                                                     10550000
           EXIT.                                                        10560000
           EJECT                                                        10570000
      ***************************************************************** 10580000
      *                                                               * 10590000
      *    PARAGRAPH:  P40000-CATEGORY-CARD                           * 10600000
      *                                                               * 10610000
      *    FUNCTION :  SET (OR CLEAR) ONE CATEGORY THE PROGRAM IS     * 10620000
      *                LIMITED TO                                     * 10630000
      *                                                               * 10640000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 10650000
      *                                                               * 10660000
      ***************************************************************** 10670000
                                                                        10680000
       P40000-CATEGORY-CARD.                                            10690000
                                                                        10700000
           IF WCC-CATEGORY-SLOT NOT NUMERIC                             10710000
              OR WCC-CATEGORY-SLOT-9 < 1                                10720000
              OR WCC-CATEGORY-SLOT-9 > 3                                10730000
               MOVE 'CATEGORY SLOT NOT 1 - 3' TO WS-DL-RJ-REASON        10740000
               GO TO P40000-EXIT                                        10750000
           END-IF.                                                      10760000
                                                                        10770000
           MOVE WCC-CATEGORY-SLOT-9 TO WS-SUB.                          10780000
           MOVE WCC-CATEGORY-NAME TO CUSTREB-CATEGORY (WS-SUB).         10790000
                                                                        10800000
           REWRITE CUSTOMER-REBATE-RECORD.                              10810000
                                                                        10820000
           IF NOT CUSTREBF-OK                                           10830000
               MOVE 'REWRITE CUSTOMER REBATE FAILED' TO WPBE-MESSAGE    10840000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               10850000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          10860000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10870000
           END-IF.                                                      10880000
                                                                        10890000
           MOVE '  CATEGORY  ' TO WS-DL-AC-ACTION.                      10900000
           ADD +1 TO WS-PROGRAMS-CHANGED.                               10910000
                                                                        10920000
       P40000-EXIT.                                                     10930000
           EXIT.                                                        10940000
           EJECT                                                        10950000
      ***************************************************************** 10960000
      *                                                               * 10970000
      *    PARAGRAPH:  P50000-LOAD-PROGRAMS                           * 10980000
      *                                                               * 10990000
      *    FUNCTION :  LOAD EVERY ACTIVE REBATE PROGRAM WHOSE PERIOD  * 11000000
      *                HAS STARTED BY THE RUN DATE                    * 11010000
      *                                                               * 11020000
      *    CALLED BY:  P00000-MAINLINE                                * 11030000
      *                                                               * 11040000
      ***************************************************************** 11050000
                                                                        11060000
       P50000-LOAD-PROGRAMS.                                            11070000
                                                                        11080000
           MOVE ZEROES TO WS-PROGRAM-COUNT.                             11090000
           MOVE WS-DATE-CCYYMMDD TO WS-LOWEST-START.                    11100000
           MOVE 'N' TO WS-END-OF-CUSTREB-SW.                            11110000
                                                                        11120000
           MOVE LOW-VALUES TO CUSTOMER-REBATE-KEY.                      11130000
                                                                        11140000
           START VSAM-CUST-REBATE                                       11150000
               KEY NOT LESS THAN CUSTOMER-REBATE-KEY.                   11160000
                                                                        11170000
           IF CUSTREBF-NOTFOUND OR CUSTREBF-END OR CUSTREBF-EMPTY       11180000
               GO TO P50000-EXIT                                        11190000
           END-IF.                                                      11200000
                                                                        11210000
           IF NOT CUSTREBF-OK                                           11220000
               MOVE 'START CUSTOMER REBATE FAILED' TO WPBE-MESSAGE      11230000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               11240000
               MOVE 'P50000' TO WPBE-PARAGRAPH                          11250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11260000
           END-IF.                                                      11270000
                                                                        11280000
           PERFORM P51000-LOAD-PROGRAM THRU P51000-EXIT                 11290000
               UNTIL END-OF-CUSTREB.                                    11300000
                                                                        11310000
           IF PROGRAM-TABLE-FULL                                        11320000
               MOVE '  MORE ACTIVE PROGRAMS THAN THE TABLE HOLDS -- '   11330000
                   TO WS-DL-LINE-TEXT                                   11340000
               DISPLAY WS-DL-LINE                                       11350000
               MOVE '  THE REST ARE ACCRUED ON THE NEXT RUN'            11360000
                   TO WS-DL-LINE-TEXT                                   11370000
               DISPLAY WS-DL-LINE                                       11380000
           END-IF.                                                      11390000
                                                                        11400000
       P50000-EXIT.                                                     11410000
           EXIT.                                                        11420000
           EJECT                                                        11430000
      ***************************************************************** 11440000
      *                                                               * 11450000
      *    PARAGRAPH:  P51000-LOAD-PROGRAM                            * 11460000
      *                                                               * 11470000
      *    FUNCTION :  READ THE NEXT REBATE PROGRAM AND, WHEN IT IS   * 11480000
      *                DUE FOR ACCRUAL, ADD IT TO THE TABLE WITH THE  * 11490000
      *                ACCOUNT'S SALES REP FROM THE CUSTOMER FILE     * 11500000
      *                                                               * 11510000
      *    CALLED BY:  P50000-LOAD-PROGRAMS                           * 11520000
      *                                                               * 11530000
      ***************************************************************** 11540000
                                                                        11550000
       P51000-LOAD-PROGRAM.                                             11560000
                                                                        11570000
           READ VSAM-CUST-REBATE NEXT.                                  11580000
                                                                        11590000
           IF CUSTREBF-END                                              11600000
               MOVE 'Y' TO WS-END-OF-CUSTREB-SW                         11610000
               GO TO P51000-EXIT                                        11620000
           END-IF.                                                      11630000
                                                                        11640000
           IF NOT CUSTREBF-OK                                           11650000
               MOVE 'READ NEXT CUSTOMER REBATE FAILED'                  11660000
                   TO WPBE-MESSAGE                                      11670000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               11680000
               MOVE 'P51000' TO WPBE-PARAGRAPH                          11690000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11700000
           END-IF.                                                      11710000
                                                                        11720000
           IF NOT CUSTREB-ACTIVE                                        11730000
              OR CUSTREB-PERIOD-START > WS-DATE-CCYYMMDD                11740000
               GO TO P51000-EXIT                                        11750000
           END-IF.                                                      11760000
                                                                        11770000
           IF WS-PROGRAM-COUNT NOT < WS-PROGRAM-MAX                     11780000
               MOVE 'Y' TO WS-TABLE-FULL-SW                             11790000
               MOVE 'Y' TO WS-END-OF-CUSTREB-SW                         11800000
               GO TO P51000-EXIT                                        11810000
           END-IF.                                                      11820000
                                                                        11830000
           ADD +1 TO WS-PROGRAM-COUNT.                                  11840000
           MOVE WS-PROGRAM-COUNT TO WS-PG-SUB.                          11850000
                                                                        11860000
           MOVE CUSTREB-PRE TO WS-PG-PRE (WS-PG-SUB).                   11870000
           MOVE CUSTREB-ACCOUNT-ID TO WS-PG-ACCOUNT-ID (WS-PG-SUB).     11880000
           MOVE CUSTREB-PROGRAM-SEQ TO WS-PG-SEQ (WS-PG-SUB).           11890000
           MOVE CUSTREB-ACCOUNT-TYPE TO WS-PG-ACCOUNT-TYPE (WS-PG-SUB). 11900000
           MOVE CUSTREB-PERIOD-START TO WS-PG-PERIOD-START (WS-PG-SUB). 11910000
           MOVE CUSTREB-PERIOD-END TO WS-PG-PERIOD-END (WS-PG-SUB).     11920000
           MOVE 'N' TO WS-PG-CATEGORY-SW (WS-PG-SUB)                    11930000
                       WS-PG-MATCH-SW (WS-PG-SUB).                      11940000
           MOVE ZEROES TO WS-PG-GROSS-SALES (WS-PG-SUB)                 11950000
                          WS-PG-RETURNS (WS-PG-SUB).                    11960000
                                                                        11970000
           IF CUSTREB-PERIOD-START < WS-LOWEST-START                    11980000
               MOVE CUSTREB-PERIOD-START TO WS-LOWEST-START             11990000
           END-IF.                                                      12000000
                                                                        12010000
           PERFORM P52000-LOAD-CATEGORY THRU P52000-EXIT                12020000
               VARYING WS-CAT-SUB FROM 1 BY 1                           12030000
                 UNTIL WS-CAT-SUB > 3.                                  12040000
                                                                        12050000
      ***************************************************************** 12060000
      *    THE SALES REP OF THE ACCOUNT (SPACES IS THE HOUSE)         * 12070000
      ***************************************************************** 12080000
                                                                        12090000
           MOVE CUSTREB-PRE TO CUSTOMER-PRE.                            12100000
           MOVE CUSTREB-ACCOUNT-ID TO CUSTOMER-ID.                      12110000
                                                                        12120000
           READ VSAM-CUSTOMER.                                          12130000
                                                                        12140000
           IF CUSTOMERF-OK                                              12150000
               MOVE CUSTOMER-SALES-REP TO WS-PG-SALES-REP (WS-PG-SUB)   12160000
           ELSE                                                         12170000
               IF CUSTOMERF-NOTFOUND                                    12180000
                   MOVE SPACES TO WS-PG-SALES-REP (WS-PG-SUB)           12190000
               ELSE                                                     12200000
                   MOVE 'READ CUSTOMER FILE FAILED' TO WPBE-MESSAGE     12210000
                   MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS          12220000
                   MOVE 'P51000' TO WPBE-PARAGRAPH                      12230000
                   PERFORM P99999-ABEND THRU P99999-EXIT                12240000
               END-IF                                                   12250000
           END-IF.                                                      12260000
                                                                        12270000
       P51000-EXIT.                                                     12280000
           EXIT.                                                        12290000
           EJECT                                                        12300000
      ***************************************************************** 12310000
      *                                                               * 12320000
      *    PARAGRAPH:  P52000-LOAD-CATEGORY                           * 12330000
      *                                                               * 12340000
      *    FUNCTION :  COPY ONE CATEGORY LIMIT TO THE TABLE ENTRY     * 12350000
      *                                                               * 12360000
      *    CALLED BY:  P51000-LOAD-PROGRAM                            * 12370000
      *                                                               * 12380000
      ***************************************************************** 12390000
                                                                        12400000
       P52000-LOAD-CATEGORY.                                            12410000
                                                                        12420000
           MOVE CUSTREB-CATEGORY (WS-CAT-SUB)                           12430000
               TO WS-PG-CATEGORY (WS-PG-SUB, WS-CAT-SUB).               12440000
                                                                        12450000
           IF CUSTREB-CATEGORY (WS-CAT-SUB) NOT = SPACES                12460000
               MOVE 'Y' TO WS-PG-CATEGORY-SW (WS-PG-SUB)                12470000
           END-IF.                                                      12480000
                                                                        12490000
       P52000-EXIT.                                                     12500000
           EXIT.                                                        12510000
           EJECT                                                        12520000
      ***************************************************************** 12530000
      *                                                               * 12540000
      *    PARAGRAPH:  P60000-TOTAL-SALES                             * 12550000
      *                                                               * 12560000
      *    FUNCTION :  ONE PASS OF THE ORDERS PLACED FROM THE         * 12570000
      *                EARLIEST PROGRAM START TO THE RUN DATE, IN     * 12580000
      *                CUSTOMER SEQUENCE, ADDING EACH ORDER TO EVERY  * 12590000
      *                PROGRAM IT COUNTS TOWARD                       * 12600000
      *                                                               * 12610000
      *    CALLED BY:  P00000-MAINLINE                                * 12620000
      *                                                               * 12630000
      ***************************************************************** 12640000
                                                                        12650000
       P60000-TOTAL-SALES.                                              12660000
                                                                        12670000
           IF WS-PROGRAM-COUNT = ZEROES                                 12680000
               GO TO P60000-EXIT                                        12690000
           END-IF.                                                      12700000
                                                                        12710000
           MOVE WS-LOWEST-START TO WS-SALES-FROM-DATE.                  12720000
           MOVE WS-DATE-CCYYMMDD TO WS-SALES-TO-DATE.                   12730000
           MOVE LOW-VALUES TO WS-PREV-CUSTOMER.                         12740000
                                                                        12750000
           EXEC SQL                                                     12760000
               OPEN REBATE_SALES                                        12770000
           END-EXEC.                                                    12780000
                                                                        12790000
           IF SQLCODE NOT = +0                                          12800000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          12810000
               MOVE 'PDAB107' TO WPDE-PROGRAM-ID                        12820000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         12830000
               MOVE 'OPEN REBATE_SALES' TO WPDE-FUNCTION                12840000
               MOVE 'P60000' TO WPDE-PARAGRAPH                          12850000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12860000
           END-IF.                                                      12870000
                                                                        12880000
           MOVE 'N' TO WS-END-OF-ORDERS-SW.                             12890000
                                                                        12900000
           PERFORM P61000-FETCH-ORDER THRU P61000-EXIT                  12910000
               UNTIL END-OF-ORDERS.                                     12920000
                                                                        12930000
           EXEC SQL                                                     12940000
               CLOSE REBATE_SALES                                       12950000
           END-EXEC.                                                    12960000
                                                                        12970000
           IF SQLCODE NOT = +0                                          12980000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          12990000
               MOVE 'PDAB107' TO WPDE-PROGRAM-ID                        13000000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         13010000
               MOVE 'CLOSE REBATE_SALES' TO WPDE-FUNCTION               13020000
               MOVE 'P60000' TO WPDE-PARAGRAPH                          13030000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13040000
           END-IF.                                                      13050000
                                                                        13060000
       P60000-EXIT.                                                     13070000
           EXIT.                                                        13080000
           EJECT                                                        13090000
      ***************************************************************** 13100000
      *                                                               * 13110000
      *    PARAGRAPH:  P61000-FETCH-ORDER                             * 13120000
      *                                                               * 13130000
      *    FUNCTION :  FETCH THE NEXT ORDER, FIND THE PROGRAMS OF THE * 13140000
      *                CUSTOMER (OR ITS NATIONAL-ACCOUNT PARENT) AND  * 13150000
      *                ADD THE ORDER TO THOSE WHOSE PERIOD IT FALLS   * 13160000
      *                IN.  CATEGORY PROGRAMS TAKE THE ORDER LINES    * 13170000
      *                                                               * 13180000
      *    CALLED BY:  P60000-TOTAL-SALES                             * 13190000
      *                                                               * 13200000
      ***************************************************************** 13210000
                                                                        13220000
       P61000-FETCH-ORDER.                                              13230000
                                                                        13240000
           EXEC SQL                                                     13250000
               FETCH  REBATE_SALES                                      13260000
               INTO   :ORDER-LOG-PREFIX,                                13270000
                      :ORDER-LOG-NUMBER,                                13280000
                      :ORDER-LOG-CUSTOMER-PREFIX,                       13290000
                      :ORDER-LOG-CUSTOMER-ID,                           13300000
                      :ORDER-LOG-DATE-CCYYMMDD,                         13310000
                      :ORDER-LOG-TOTAL-AMOUNT                           13320000
           END-EXEC.                                                    13330000
                                                                        13340000
           EVALUATE TRUE                                                13350000
               WHEN SQLCODE = +0                                        13360000
                   CONTINUE                                             13370000
               WHEN SQLCODE = +100                                      13380000
                   MOVE 'Y' TO WS-END-OF-ORDERS-SW                      13390000
                   GO TO P61000-EXIT                                    13400000
               WHEN OTHER                                               13410000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      13420000
                   MOVE 'PDAB107' TO WPDE-PROGRAM-ID                    13430000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     13440000
                   MOVE 'FETCH REBATE_SALES' TO WPDE-FUNCTION           13450000
                   MOVE 'P61000' TO WPDE-PARAGRAPH                      13460000
                   PERFORM P99999-ABEND THRU P99999-EXIT                13470000
           END-EVALUATE.                                                13480000
                                                                        13490000
           ADD +1 TO WS-ORDERS-READ.                                    13500000
                                                                        13510000
           IF ORDER-LOG-DATE-CCYYMMDD NOT NUMERIC                       13520000
               GO TO P61000-EXIT                                        13530000
           END-IF.                                                      13540000
                                                                        13550000
           MOVE ORDER-LOG-DATE-CCYYMMDD TO WS-ORDER-DATE.               13560000
                                                                        13570000
      ***************************************************************** 13580000
      *    NEW CUSTOMER -- MARK THE PROGRAMS OF ITS ACCOUNT           * 13590000
      ***************************************************************** 13600000
                                                                        13610000
           IF ORDER-LOG-CUSTOMER-PREFIX NOT = WS-PREV-CUST-PREFIX       13620000
              OR ORDER-LOG-CUSTOMER-ID NOT = WS-PREV-CUST-ID            13630000
               MOVE ORDER-LOG-CUSTOMER-PREFIX TO WS-PREV-CUST-PREFIX    13640000
                                                 WS-CHK-PREFIX          13650000
               MOVE ORDER-LOG-CUSTOMER-ID TO WS-PREV-CUST-ID            13660000
                                             WS-CHK-CUSTOMER-ID         13670000
               PERFORM P62000-GET-PARENT THRU P62000-EXIT               13680000
               PERFORM P63000-MATCH-ACCOUNT THRU P63000-EXIT            13690000
                   VARYING WS-PG-SUB FROM 1 BY 1                        13700000
                     UNTIL WS-PG-SUB > WS-PROGRAM-COUNT                 13710000
           END-IF.                                                      13720000
                                                                        13730000
           MOVE 'N' TO WS-ITEMS-NEEDED-SW.                              13740000
                                                                        13750000
           PERFORM P64000-ADD-ORDER THRU P64000-EXIT                    13760000
               VARYING WS-PG-SUB FROM 1 BY 1                            13770000
                 UNTIL WS-PG-SUB > WS-PROGRAM-COUNT.                    13780000
                                                                        13790000
           IF ITEMS-NEEDED                                              13800000
               PERFORM P65000-ORDER-ITEMS THRU P65000-EXIT              13810000
           END-IF.                                                      13820000
                                                                        13830000
       P61000-EXIT.                                                     13840000
           EXIT.                                                        13850000
           EJECT                                                        13860000
      ***************************************************************** 13870000
      *                                                               * 13880000
      *    PARAGRAPH:  P62000-GET-PARENT                              * 13890000
      *                                                               * 13900000
      *    FUNCTION :  GET THE NATIONAL-ACCOUNT PARENT OF THE         * 13910000
      *                CUSTOMER BEING CHECKED.  A CUSTOMER NOT ON     * 13920000
      *                VNATACCT HAS NO PARENT                         * 13930000
      *                                                               * 13940000
      *    CALLED BY:  P61000-FETCH-ORDER                             * 13950000
      *                P71000-RETURN                                  * 13960000
      *                                                               * 13970000
      ***************************************************************** 13980000
                                                                        13990000
       P62000-GET-PARENT.                                               14000000
                                                                        14010000
           MOVE WS-CHK-PREFIX TO NATACCT-PRE.                           14020000
           MOVE WS-CHK-CUSTOMER-ID TO NATACCT-CUSTOMER-ID.              14030000
                                                                        14040000
           READ VSAM-NATACCT.                                           14050000
                                                                        14060000
           IF NATACCTF-OK                                               14070000
               MOVE NATACCT-PARENT-ID TO WS-CHK-PARENT-ID               14080000
           ELSE                                                         14090000
               IF NATACCTF-NOTFOUND OR NATACCTF-EMPTY                   14100000
                   MOVE SPACES TO WS-CHK-PARENT-ID                      14110000
               ELSE                                                     14120000
                   MOVE 'READ NATIONAL ACCOUNT FAILED' TO WPBE-MESSAGE  14130000
                   MOVE WS-NATACCT-STATUS TO WPBE-FILE-STATUS           14140000
                   MOVE 'P62000' TO WPBE-PARAGRAPH                      14150000
                   PERFORM P99999-ABEND THRU P99999-EXIT                14160000
               END-IF                                                   14170000
           END-IF.                                                      14180000
                                                                        14190000
       P62000-EXIT.                                                     14200000
           EXIT.                                                        14210000
           EJECT                                                        14220000
      ***************************************************************** 14230000
      *                                                               * 14240000
      *    PARAGRAPH:  P63000-MATCH-ACCOUNT                           * 14250000
      *                                                               * 14260000
      *    FUNCTION :  MARK ONE PROGRAM WHEN IT BELONGS TO THE        * 14270000
      *                CUSTOMER BEING CHECKED -- A CUSTOMER PROGRAM   * 14280000
      *                FOR THAT CUSTOMER, OR A PARENT PROGRAM FOR ITS * 14290000
      *                PARENT OR FOR THE PARENT ITSELF                * 14300000
      *                                                               * 14310000
      *    CALLED BY:  P61000-FETCH-ORDER                             * 14320000
      *                P71000-RETURN                                  * 14330000
      *                                                               * 14340000
      ***************************************************************** 14350000
                                                                        14360000
       P63000-MATCH-ACCOUNT.                                            14370000
                                                                        14380000
           MOVE 'N' TO WS-PG-MATCH-SW (WS-PG-SUB).                      14390000
                                                                        14400000
           IF WS-PG-PRE (WS-PG-SUB) NOT = WS-CHK-PREFIX                 14410000
               GO TO P63000-EXIT                                        14420000
           END-IF.                                                      14430000
                                                                        14440000
           IF WS-PG-ACCOUNT-ID (WS-PG-SUB) = WS-CHK-CUSTOMER-ID         14450000
               MOVE 'Y' TO WS-PG-MATCH-SW (WS-PG-SUB)                   14460000
               GO TO P63000-EXIT                                        14470000
           END-IF.                                                      14480000
                                                                        14490000
           IF WS-PG-FOR-PARENT (WS-PG-SUB)                              14500000
              AND WS-CHK-PARENT-ID NOT = SPACES                         14510000
              AND WS-PG-ACCOUNT-ID (WS-PG-SUB) = WS-CHK-PARENT-ID       14520000
               MOVE 'Y' TO WS-PG-MATCH-SW (WS-PG-SUB)                   14530000
           END-IF.                                                      14540000
                                                                        14550000
       P63000-EXIT.                                                     14560000
           EXIT.                                                        14570000
           EJECT                                                        14580000
      ***************************************************************** 14590000
      *                                                               * 14600000
      *    PARAGRAPH:  P64000-ADD-ORDER                               * 14610000
      *                                                               * 14620000
      *    FUNCTION :  ADD THE ORDER TOTAL TO ONE MARKED PROGRAM      * 14630000
      *                WHEN THE ORDER WAS PLACED WITHIN ITS PERIOD.   * 14640000
      *                A CATEGORY PROGRAM IS LEFT FOR THE ORDER LINES * 14650000
      *                                                               * 14660000
      *    CALLED BY:  P61000-FETCH-ORDER                             * 14670000
      *                                                               * 14680000
      ***************************************************************** 14690000
                                                                        14700000
       P64000-ADD-ORDER.                                                14710000
                                                                        14720000
           IF NOT WS-PG-ACCOUNT-MATCHES (WS-PG-SUB)                     14730000
              OR WS-ORDER-DATE < WS-PG-PERIOD-START (WS-PG-SUB)         14740000
              OR WS-ORDER-DATE > WS-PG-PERIOD-END (WS-PG-SUB)           14750000
               GO TO P64000-EXIT                                        14760000
           END-IF.                                                      14770000
                                                                        14780000
           IF WS-PG-HAS-CATEGORIES (WS-PG-SUB)                          14790000
               MOVE 'Y' TO WS-ITEMS-NEEDED-SW                           14800000
           ELSE                                                         14810000
               ADD ORDER-LOG-TOTAL-AMOUNT                               14820000
                   TO WS-PG-GROSS-SALES (WS-PG-SUB)                     14830000
           END-IF.                                                      14840000
                                                                        14850000
       P64000-EXIT.                                                     14860000
           EXIT.                                                        14870000
           EJECT                                                        14880000
      ***************************************************************** 14890000
      *                                                               * 14900000
      *    PARAGRAPH:  P65000-ORDER-ITEMS                             * 14910000
      *                                                               * 14920000
      *    FUNCTION :  GET THE ORDER ROOT ON THE ORDER DATABASE AND   * 14930000
      *                READ ITS LINES FOR THE CATEGORY PROGRAMS.  AN  * 14940000
      *                ORDER NO LONGER ON THE DATABASE IS SKIPPED     * 14950000
      *                                                               * 14960000
      *    CALLED BY:  P61000-FETCH-ORDER                             * 14970000
      *                                                               * 14980000
      ***************************************************************** 14990000
                                                                        15000000
       P65000-ORDER-ITEMS.                                              15010000
                                                                        15020000
           MOVE ORDER-LOG-PREFIX TO ORDER-QUAL-PREFIX.                  15030000
           MOVE ORDER-LOG-NUMBER TO ORDER-QUAL-NUMBER.                  15040000
                                                                        15050000
           CALL 'CBLTDLI' USING                                         15060000
                          WS-GU                                         15070000
                          ORDER-PCB                                     15080000
                          ORDER-SEGMENT                                 15090000
                          ORDER-QUAL-SSA                                15100000
           END-CALL.                                                    15110000
                                                                        15120000
           MOVE OP-STATUS TO WS-OP-STATUS.                              15130000
                                                                        15140000
           EVALUATE TRUE                                                15150000
               WHEN OP-GOOD-RETURN                                      15160000
                   CONTINUE                                             15170000
               WHEN OP-SEGMENT-NOT-FOUND                                15180000
                   GO TO P65000-EXIT                                    15190000
               WHEN OTHER                                               15200000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      15210000
                   MOVE 'PDAB107' TO WPIE-PROGRAM-ID                    15220000
                   MOVE 'P65000' TO WPIE-PARAGRAPH                      15230000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   15240000
                   MOVE 'GU  ' TO WPIE-FUNCTION-CODE                    15250000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    15260000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                15270000
                   MOVE 'GU ORDER ROOT SEGMENT' TO WPIE-COMMAND         15280000
                   PERFORM P99999-ABEND THRU P99999-EXIT                15290000
           END-EVALUATE.                                                15300000
                                                                        15310000
           MOVE 'N' TO WS-END-OF-ITEMS-SW.                              15320000
                                                                        15330000
           PERFORM P66000-ORDER-ITEM THRU P66000-EXIT                   15340000
               UNTIL END-OF-ITEMS.                                      15350000
                                                                        15360000
       P65000-EXIT.                                                     15370000
           EXIT.                                                        15380000
           EJECT                                                        15390000
      ***************************************************************** 15400000
      *                                                               * 15410000
      *    PARAGRAPH:  P66000-ORDER-ITEM                              * 15420000
      *                                                               * 15430000
      *    FUNCTION :  GET THE NEXT ORDITEM CHILD OF THE ORDER AND    * 15440000
      *                OFFER ITS EXTENDED AMOUNT TO EACH CATEGORY     * 15450000
      *                PROGRAM                                        * 15460000
      *                                                               * 15470000
      *    CALLED BY:  P65000-ORDER-ITEMS                             * 15480000
      *                                                               * 15490000
      ***************************************************************** 15500000
                                                                        15510000
       P66000-ORDER-ITEM.                                               15520000
                                                                        15530000
           CALL 'CBLTDLI' USING                                         15540000
                          WS-GNP                                        15550000
                          ORDER-PCB                                     15560000
                          ORDER-ITEM-SEGMENT                            15570000
                          ORDITEM-SSA-UNQUAL                            15580000
           END-CALL.                                                    15590000
                                                                        15600000
           MOVE OP-STATUS TO WS-OP-STATUS.                              15610000
                                                                        15620000
           EVALUATE TRUE                                                15630000
               WHEN OP-GOOD-RETURN                                      15640000
                   CONTINUE                                             15650000
               WHEN OP-NOT-THIS-PARENT                                  15660000
                   MOVE 'Y' TO WS-END-OF-ITEMS-SW                       15670000
                   GO TO P66000-EXIT                                    15680000
               WHEN OTHER                                               15690000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      15700000
                   MOVE 'PDAB107' TO WPIE-PROGRAM-ID                    15710000
                   MOVE 'P66000' TO WPIE-PARAGRAPH                      15720000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   15730000
                   MOVE 'GNP ' TO WPIE-FUNCTION-CODE                    15740000
                   MOVE 'ORDITEM' TO WPIE-SEGMENT-NAME                  15750000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                15760000
                   MOVE 'GNP ORDER ITEM SEGMENT' TO WPIE-COMMAND        15770000
                   PERFORM P99999-ABEND THRU P99999-EXIT                15780000
           END-EVALUATE.                                                15790000
                                                                        15800000
           COMPUTE WS-LINE-AMOUNT =                                     15810000
               ORDER-ITEM-QUANTITY * ORDER-ITEM-UNIT-PRICE.             15820000
                                                                        15830000
           MOVE ORDER-ITEM-ITEM-PREFIX TO ITEM-PREFIX.                  15840000
           MOVE ORDER-ITEM-ITEM-NUMBER TO ITEM-NUMBER.                  15850000
           MOVE 'N' TO WS-CATEGORY-READ-SW.                             15860000
                                                                        15870000
           PERFORM P67000-ITEM-TO-PROGRAM THRU P67000-EXIT              15880000
               VARYING WS-PG-SUB FROM 1 BY 1                            15890000
                 UNTIL WS-PG-SUB > WS-PROGRAM-COUNT.                    15900000
                                                                        15910000
       P66000-EXIT.                                                     15920000
           EXIT.                                                        15930000
           EJECT                                                        15940000
      ***************************************************************** 15950000
      *                                                               * 15960000
      *    PARAGRAPH:  P67000-ITEM-TO-PROGRAM                         * 15970000
      *                                                               * 15980000
      *    FUNCTION :  ADD THE ORDER LINE TO ONE CATEGORY PROGRAM OF  * 15990000
      *                THE ACCOUNT WHEN THE ORDER FALLS IN ITS PERIOD * 16000000
      *                AND THE ITEM IS IN ONE OF ITS CATEGORIES       * 16010000
      *                                                               * 16020000
      *    CALLED BY:  P66000-ORDER-ITEM                              * 16030000
      *                                                               * 16040000
      ***************************************************************** 16050000
                                                                        16060000
       P67000-ITEM-TO-PROGRAM.                                          16070000
                                                                        16080000
           IF NOT WS-PG-ACCOUNT-MATCHES (WS-PG-SUB)                     16090000
              OR NOT WS-PG-HAS-CATEGORIES (WS-PG-SUB)                   16100000
              OR WS-ORDER-DATE < WS-PG-PERIOD-START (WS-PG-SUB)         16110000
              OR WS-ORDER-DATE > WS-PG-PERIOD-END (WS-PG-SUB)           16120000
               GO TO P67000-EXIT                                        16130000
           END-IF.                                                      16140000
                                                                        16150000
           IF NOT CATEGORY-READ                                         16160000
               PERFORM P68000-GET-CATEGORY THRU P68000-EXIT             16170000
           END-IF.                                                      16180000
                                                                        16190000
           MOVE 'N' TO WS-MATCH-SW.                                     16200000
                                                                        16210000
           PERFORM P69000-MATCH-CATEGORY THRU P69000-EXIT               16220000
               VARYING WS-CAT-SUB FROM 1 BY 1                           16230000
                 UNTIL WS-CAT-SUB > 3.                                  16240000
                                                                        16250000
           IF LINE-MATCHES                                              16260000
               ADD WS-LINE-AMOUNT TO WS-PG-GROSS-SALES (WS-PG-SUB)      16270000
           END-IF.                                                      16280000
                                                                        16290000
       P67000-EXIT.                                                     16300000
           EXIT.                                                        16310000
           EJECT                                                        16320000
      ***************************************************************** 16330000
      *                                                               * 16340000
      *    PARAGRAPH:  P68000-GET-CATEGORY                            * 16350000
      *                                                               * 16360000
      *    FUNCTION :  GET THE CATEGORY OF THE ITEM IN ITEM-KEY, ONCE * 16370000
      *                PER LINE.  AN ITEM NOT ON FILE HAS NO CATEGORY * 16380000
      *                                                               * 16390000
      *    CALLED BY:  P67000-ITEM-TO-PROGRAM                         * 16400000
      *                P73000-RETURN-TO-PROGRAM                       * 16410000
      *                                                               * 16420000
      ***************************************************************** 16430000
                                                                        16440000
       P68000-GET-CATEGORY.                                             16450000
                                                                        16460000
           MOVE 'Y' TO WS-CATEGORY-READ-SW.                             16470000
                                                                        16480000
           EXEC SQL                                                     16490000
               SELECT  CATEGORY_NAME                                    16500000
               INTO    :ITEM-CATEGORY-NAME                              16510000
               FROM    ITEM                                             16520000
               WHERE   PREFIX = :ITEM-PREFIX                            16530000
                 AND   NUMBER = :ITEM-NUMBER                            16540000
           END-EXEC.                                                    16550000
                                                                        16560000
           EVALUATE TRUE                                                16570000
               WHEN SQLCODE = +0                                        16580000
                   CONTINUE                                             16590000
               WHEN SQLCODE = +100                                      16600000
                   MOVE SPACES TO ITEM-CATEGORY-NAME                    16610000
               WHEN OTHER                                               16620000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      16630000
                   MOVE 'PDAB107' TO WPDE-PROGRAM-ID                    16640000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     16650000
                   MOVE 'SELECT ITEM CATEGORY' TO WPDE-FUNCTION         16660000
                   MOVE 'P68000' TO WPDE-PARAGRAPH                      16670000
                   PERFORM P99999-ABEND THRU P99999-EXIT                16680000
           END-EVALUATE.                                                16690000
                                                                        16700000
       P68000-EXIT.                                                     16710000
           EXIT.                                                        16720000
           EJECT                                                        16730000
      ***************************************************************** 16740000
      *                                                               * 16750000
      *    PARAGRAPH:  P69000-MATCH-CATEGORY                          * 16760000
      *                                                               * 16770000
      *    FUNCTION :  COMPARE THE ITEM CATEGORY TO ONE CATEGORY      * 16780000
      *                LIMIT OF THE PROGRAM                           * 16790000
      *                                                               * 16800000
      *    CALLED BY:  P67000-ITEM-TO-PROGRAM                         * 16810000
      *                P73000-RETURN-TO-PROGRAM                       * 16820000
      *                                                               * 16830000
      ***************************************************************** 16840000
                                                                        16850000
       P69000-MATCH-CATEGORY.                                           16860000
                                                                        16870000
           IF WS-PG-CATEGORY (WS-PG-SUB, WS-CAT-SUB) NOT = SPACES       16880000
              AND WS-PG-CATEGORY (WS-PG-SUB, WS-CAT-SUB)                16890000
                  = ITEM-CATEGORY-NAME                                  16900000
               MOVE 'Y' TO WS-MATCH-SW                                  16910000
           END-IF.                                                      16920000
                                                                        16930000
       P69000-EXIT.                                                     16940000
           EXIT.                                                        16950000
           EJECT                                                        16960000
      ***************************************************************** 16970000
      *                                                               * 16980000
      *    PARAGRAPH:  P70000-TOTAL-RETURNS                           * 16990000
      *                                                               * 17000000
      *    FUNCTION :  ONE PASS OF THE RETURN FILE, TAKING EACH       * 17010000
      *                RETURN OFF EVERY PROGRAM IT COUNTS AGAINST     * 17020000
      *                                                               * 17030000
      *    CALLED BY:  P00000-MAINLINE                                * 17040000
      *                                                               * 17050000
      ***************************************************************** 17060000
                                                                        17070000
       P70000-TOTAL-RETURNS.                                            17080000
                                                                        17090000
           IF WS-PROGRAM-COUNT = ZEROES                                 17100000
               GO TO P70000-EXIT                                        17110000
           END-IF.                                                      17120000
                                                                        17130000
           MOVE 'N' TO WS-END-OF-RETURNS-SW.                            17140000
                                                                        17150000
           PERFORM P71000-RETURN THRU P71000-EXIT                       17160000
               UNTIL END-OF-RETURNS.                                    17170000
                                                                        17180000
       P70000-EXIT.                                                     17190000
           EXIT.                                                        17200000
           EJECT                                                        17210000
      ***************************************************************** 17220000
      *                                                               * 17230000
      *    PARAGRAPH:  P71000-RETURN                                  * 17240000
      *                                                               * 17250000
      *    FUNCTION :  READ THE NEXT RETURN, FIND THE PROGRAMS OF THE * 17260000
      *                RETURNING CUSTOMER'S ACCOUNT AND THE DATE OF   * 17270000
      *                THE ORIGINAL ORDER, AND OFFER THE RETURN TO    * 17280000
      *                EACH PROGRAM                                   * 17290000
      *                                                               * 17300000
      *    CALLED BY:  P70000-TOTAL-RETURNS                           * 17310000
      *                                                               * 17320000
      ***************************************************************** 17330000
                                                                        17340000
       P71000-RETURN.                                                   17350000
                                                                        17360000
           READ VSAM-RETURN.                                            17370000
                                                                        17380000
           IF RETURNF-END OR RETURNF-EMPTY                              17390000
               MOVE 'Y' TO WS-END-OF-RETURNS-SW                         17400000
               GO TO P71000-EXIT                                        17410000
           END-IF.                                                      17420000
                                                                        17430000
           IF NOT RETURNF-OK                                            17440000
               MOVE 'READ RETURN FILE FAILED' TO WPBE-MESSAGE           17450000
               MOVE WS-RETURN-STATUS TO WPBE-FILE-STATUS                17460000
               MOVE 'P71000' TO WPBE-PARAGRAPH                          17470000
               PERFORM P99999-ABEND THRU P99999-EXIT                    17480000
           END-IF.                                                      17490000
                                                                        17500000
           ADD +1 TO WS-RETURNS-READ.                                   17510000
                                                                        17520000
           IF RETURN-DATE > WS-DATE-CCYYMMDD                            17530000
               GO TO P71000-EXIT                                        17540000
           END-IF.                                                      17550000
                                                                        17560000
           MOVE RETURN-PRE TO WS-CHK-PREFIX.                            17570000
           MOVE RETURN-CUSTOMER-ID TO WS-CHK-CUSTOMER-ID.               17580000
                                                                        17590000
           PERFORM P62000-GET-PARENT THRU P62000-EXIT.                  17600000
                                                                        17610000
           PERFORM P63000-MATCH-ACCOUNT THRU P63000-EXIT                17620000
               VARYING WS-PG-SUB FROM 1 BY 1                            17630000
                 UNTIL WS-PG-SUB > WS-PROGRAM-COUNT.                    17640000
                                                                        17650000
           PERFORM P72000-RETURN-ORDER-DATE THRU P72000-EXIT.           17660000
                                                                        17670000
           MOVE RETURN-ITEM-PRE TO ITEM-PREFIX.                         17680000
           MOVE RETURN-ITEM-NUMBER TO ITEM-NUMBER.                      17690000
           MOVE 'N' TO WS-CATEGORY-READ-SW.                             17700000
                                                                        17710000
           PERFORM P73000-RETURN-TO-PROGRAM THRU P73000-EXIT            17720000
               VARYING WS-PG-SUB FROM 1 BY 1                            17730000
                 UNTIL WS-PG-SUB > WS-PROGRAM-COUNT.                    17740000
                                                                        17750000
       P71000-EXIT.                                                     17760000
           EXIT.                                                        17770000
           EJECT                                                        17780000
      ***************************************************************** 17790000
      *                                                               * 17800000
      *    PARAGRAPH:  P72000-RETURN-ORDER-DATE                       * 17810000
      *                                                               * 17820000
      *    FUNCTION :  GET THE DATE OF THE ORDER THE RETURN IS        * 17830000
      *                AGAINST.  AN ORDER NOT ON ORDER_LOG IS TAKEN   * 17840000
      *                AS PLACED BEFORE EVERY PROGRAM PERIOD          * 17850000
      *                                                               * 17860000
      *    CALLED BY:  P71000-RETURN                                  * 17870000
      *                                                               * 17880000
      ***************************************************************** 17890000
                                                                        17900000
       P72000-RETURN-ORDER-DATE.                                        17910000
                                                                        17920000
           MOVE RETURN-PRE TO ORDER-LOG-PREFIX.                         17930000
           MOVE RETURN-ORDER-NUMBER TO ORDER-LOG-NUMBER.                17940000
                                                                        17950000
           EXEC SQL                                                     17960000
               SELECT  DATE_CCYYMMDD                                    17970000
               INTO    :ORDER-LOG-DATE-CCYYMMDD                         17980000
               FROM    ORDER_LOG                                        17990000
               WHERE   PREFIX = :ORDER-LOG-PREFIX                       18000000
                 AND   NUMBER = :ORDER-LOG-NUMBER                       18010000
           END-EXEC.                                                    18020000
                                                                        18030000
           EVALUATE TRUE                                                18040000
               WHEN SQLCODE = +0                                        18050000
                   CONTINUE                                             18060000
               WHEN SQLCODE = +100                                      18070000
                   MOVE ZEROES TO ORDER-LOG-DATE-CCYYMMDD               18080000
               WHEN OTHER                                               18090000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      18100000
                   MOVE 'PDAB107' TO WPDE-PROGRAM-ID                    18110000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     18120000
                   MOVE 'SELECT ORDER_LOG DATE' TO WPDE-FUNCTION        18130000
                   MOVE 'P72000' TO WPDE-PARAGRAPH                      18140000
                   PERFORM P99999-ABEND THRU P99999-EXIT                18150000
           END-EVALUATE.                                                18160000
                                                                        18170000
           IF ORDER-LOG-DATE-CCYYMMDD NUMERIC                           18180000
               MOVE ORDER-LOG-DATE-CCYYMMDD TO WS-ORDER-DATE            18190000
           ELSE                                                         18200000
               MOVE ZEROES TO WS-ORDER-DATE                             18210000
           END-IF.                                                      18220000
                                                                        18230000
       P72000-EXIT.                                                     18240000
           EXIT.                                                        18250000
           EJECT                                                        18260000
      ***************************************************************** 18270000
      *                                                               * 18280000
      *    PARAGRAPH:  P73000-RETURN-TO-PROGRAM                       * 18290000
      *                                                               * 18300000
      *    FUNCTION :  TAKE THE RETURN OFF ONE PROGRAM OF THE         * 18310000
      *                ACCOUNT.  A RETURN AGAINST AN ORDER PLACED IN  * 18320000
      *                THE PERIOD COUNTS WHENEVER IT WAS MADE; FOR A  * 18330000
      *                PROGRAM ON ORDER_LOG TOTALS, WHICH PDA027 HAS  * 18340000
      *                ALREADY REDUCED, IT IS ALSO ADDED BACK TO      * 18350000
      *                GROSS SALES.  A RETURN AGAINST AN EARLIER      * 18360000
      *                ORDER COUNTS WHEN IT WAS MADE IN THE PERIOD    * 18370000
      *                                                               * 18380000
      *    CALLED BY:  P71000-RETURN                                  * 18390000
      *                                                               * 18400000
      ***************************************************************** 18410000
                                                                        18420000
       P73000-RETURN-TO-PROGRAM.                                        18430000
                                                                        18440000
           IF NOT WS-PG-ACCOUNT-MATCHES (WS-PG-SUB)                     18450000
               GO TO P73000-EXIT                                        18460000
           END-IF.                                                      18470000
                                                                        18480000
           IF WS-PG-HAS-CATEGORIES (WS-PG-SUB)                          18490000
               IF NOT CATEGORY-READ                                     18500000
                   PERFORM P68000-GET-CATEGORY THRU P68000-EXIT         18510000
               END-IF                                                   18520000
               MOVE 'N' TO WS-MATCH-SW                                  18530000
               PERFORM P69000-MATCH-CATEGORY THRU P69000-EXIT           18540000
                   VARYING WS-CAT-SUB FROM 1 BY 1                       18550000
                     UNTIL WS-CAT-SUB > 3                               18560000
               IF NOT LINE-MATCHES                                      18570000
                   GO TO P73000-EXIT                                    18580000
               END-IF                                                   18590000
           END-IF.                                                      18600000
                                                                        18610000
           IF WS-ORDER-DATE NOT < WS-PG-PERIOD-START (WS-PG-SUB)        18620000
              AND WS-ORDER-DATE NOT > WS-PG-PERIOD-END (WS-PG-SUB)      18630000
               ADD RETURN-AMOUNT TO WS-PG-RETURNS (WS-PG-SUB)           18640000
               IF NOT WS-PG-HAS-CATEGORIES (WS-PG-SUB)                  18650000
                   ADD RETURN-AMOUNT TO WS-PG-GROSS-SALES (WS-PG-SUB)   18660000
               END-IF                                                   18670000
               GO TO P73000-EXIT                                        18680000
           END-IF.                                                      18690000
                                                                        18700000
           IF WS-ORDER-DATE < WS-PG-PERIOD-START (WS-PG-SUB)            18710000
              AND RETURN-DATE NOT < WS-PG-PERIOD-START (WS-PG-SUB)      18720000
              AND RETURN-DATE NOT > WS-PG-PERIOD-END (WS-PG-SUB)        18730000
               ADD RETURN-AMOUNT TO WS-PG-RETURNS (WS-PG-SUB)           18740000
           END-IF.                                                      18750000
                                                                        18760000
       P73000-EXIT.                                                     18770000
           EXIT.                                                        18780000
           EJECT                                                        18790000
      ***************************************************************** 18800000
      *                                                               * 18810000
      *    PARAGRAPH:  P75000-ACCRUAL-REGISTER                        * 18820000
      *                                                               * 18830000
      *    FUNCTION :  UPDATE EACH LOADED PROGRAM WITH ITS NET SALES, * 18840000
      *                TIER AND ACCRUAL, PRINT THE ACCRUAL REGISTER,  * 18850000
      *                AND PAY OUT PROGRAMS PAST THEIR PERIOD END     * 18860000
      *                                                               * 18870000
      *    CALLED BY:  P00000-MAINLINE                                * 18880000
      *                                                               * 18890000
      ***************************************************************** 18900000
                                                                        18910000
       P75000-ACCRUAL-REGISTER.                                         18920000
                                                                        18930000
           DISPLAY WS-DL-ASTERISK.                                      18940000
           MOVE '  CUSTOMER REBATE ACCRUAL REGISTER' TO WS-DL-LINE-TEXT.18950000
           DISPLAY WS-DL-LINE.                                          18960000
           DISPLAY WS-DL-BLANK.                                         18970000
                                                                        18980000
           IF WS-PROGRAM-COUNT = ZEROES                                 18990000
               MOVE '  NO ACTIVE CUSTOMER REBATE PROGRAMS'              19000000
                   TO WS-DL-LINE-TEXT                                   19010000
               DISPLAY WS-DL-LINE                                       19020000
               DISPLAY WS-DL-ASTERISK                                   19030000
               GO TO P75000-EXIT                                        19040000
           END-IF.                                                      19050000
                                                                        19060000
           DISPLAY WS-DL-AR-HEADING.                                    19070000
                                                                        19080000
           PERFORM P76000-ACCRUE-PROGRAM THRU P76000-EXIT               19090000
               VARYING WS-PG-SUB FROM 1 BY 1                            19100000
                 UNTIL WS-PG-SUB > WS-PROGRAM-COUNT.                    19110000
                                                                        19120000
           DISPLAY WS-DL-BLANK.                                         19130000
                                                                        19140000
           MOVE 'TOTAL ACCRUED REBATE' TO WS-DL-AT-TITLE.               19150000
           MOVE WS-TOTAL-ACCRUED TO WS-DL-AT-AMOUNT.                    19160000
           DISPLAY WS-DL-AMOUNT-TOTAL.                                  19170000
                                                                        19180000
           MOVE 'ACCRUED THIS RUN' TO WS-DL-AT-TITLE.                   19190000
           MOVE WS-TOTAL-MONTH TO WS-DL-AT-AMOUNT.                      19200000
           DISPLAY WS-DL-AMOUNT-TOTAL.                                  19210000
                                                                        19220000
           MOVE 'PAID OUT THIS RUN' TO WS-DL-AT-TITLE.                  19230000
           MOVE WS-TOTAL-PAID TO WS-DL-AT-AMOUNT.                       19240000
           DISPLAY WS-DL-AMOUNT-TOTAL.                                  19250000
                                                                        19260000
           DISPLAY WS-DL-ASTERISK.                                      19270000
                                                                        19280000
       P75000-EXIT.                                                     19290000
           EXIT.                                                        19300000
           EJECT                                                        19310000
      ***************************************************************** 19320000
      *                                                               * 19330000
      *    PARAGRAPH:  P76000-ACCRUE-PROGRAM                          * 19340000
      *                                                               * 19350000
      *    FUNCTION :  FIND THE TIER REACHED BY NET SALES, RECOMPUTE  * 19360000
      *                THE ACCRUED REBATE ON ALL NET SALES, REWRITE   * 19370000
      *                THE PROGRAM AND PRINT ITS REGISTER LINE        * 19380000
      *                                                               * 19390000
      *    CALLED BY:  P75000-ACCRUAL-REGISTER                        * 19400000
      *                                                               * 19410000
      ***************************************************************** 19420000
                                                                        19430000
       P76000-ACCRUE-PROGRAM.                                           19440000
                                                                        19450000
           MOVE WS-PG-PRE (WS-PG-SUB) TO CUSTREB-PRE.                   19460000
           MOVE WS-PG-ACCOUNT-ID (WS-PG-SUB) TO CUSTREB-ACCOUNT-ID.     19470000
           MOVE WS-PG-SEQ (WS-PG-SUB) TO CUSTREB-PROGRAM-SEQ.           19480000
                                                                        19490000
           READ VSAM-CUST-REBATE.                                       19500000
                                                                        19510000
           IF NOT CUSTREBF-OK                                           19520000
               MOVE 'READ CUSTOMER REBATE FAILED' TO WPBE-MESSAGE       19530000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               19540000
               MOVE 'P76000' TO WPBE-PARAGRAPH                          19550000
               PERFORM P99999-ABEND THRU P99999-EXIT                    19560000
           END-IF.                                                      19570000
                                                                        19580000
           COMPUTE WS-NET-SALES = WS-PG-GROSS-SALES (WS-PG-SUB)         19590000
                                - WS-PG-RETURNS (WS-PG-SUB).            19600000
                                                                        19610000
           MOVE ZEROES TO WS-TIER.                                      19620000
                                                                        19630000
           PERFORM P77000-CHECK-TIER THRU P77000-EXIT                   19640000
               VARYING WS-SUB FROM 1 BY 1                               19650000
                 UNTIL WS-SUB > 5.                                      19660000
                                                                        19670000
           IF WS-TIER = ZEROES                                          19680000
               MOVE ZEROES TO WS-PERCENT                                19690000
           ELSE                                                         19700000
               MOVE CUSTREB-TIER-PERCENT (WS-TIER) TO WS-PERCENT        19710000
           END-IF.                                                      19720000
                                                                        19730000
           IF WS-NET-SALES > ZEROES                                     19740000
               COMPUTE WS-NEW-ACCRUED ROUNDED =                         19750000
                   WS-NET-SALES * WS-PERCENT / 100                      19760000
           ELSE                                                         19770000
               MOVE ZEROES TO WS-NEW-ACCRUED                            19780000
           END-IF.                                                      19790000
                                                                        19800000
           COMPUTE WS-MONTH-ACCRUAL = WS-NEW-ACCRUED - CUSTREB-ACCRUED. 19810000
                                                                        19820000
           MOVE WS-PG-GROSS-SALES (WS-PG-SUB) TO CUSTREB-GROSS-SALES.   19830000
           MOVE WS-PG-RETURNS (WS-PG-SUB) TO CUSTREB-RETURNS.           19840000
           MOVE WS-NET-SALES TO CUSTREB-NET-SALES.                      19850000
           MOVE WS-TIER TO CUSTREB-TIER-REACHED.                        19860000
           MOVE WS-NEW-ACCRUED TO CUSTREB-ACCRUED.                      19870000
           MOVE WS-DATE-CCYYMMDD TO CUSTREB-DATE-ACCRUED.               19880000
                                                                        19890000
           ADD WS-NEW-ACCRUED TO WS-TOTAL-ACCRUED.                      19900000
           ADD WS-MONTH-ACCRUAL TO WS-TOTAL-MONTH.                      19910000
           ADD +1 TO WS-PROGRAMS-ACCRUED.                               19920000
                                                                        19930000
           MOVE CUSTREB-ACCOUNT-ID TO WS-DL-AR-ACCOUNT.                 19940000
           MOVE CUSTREB-PROGRAM-SEQ TO WS-DL-AR-SEQ.                    19950000
           MOVE CUSTREB-ACCOUNT-TYPE TO WS-DL-AR-TYPE.                  19960000
           MOVE CUSTREB-NET-SALES TO WS-DL-AR-NET-SALES.                19970000
           MOVE CUSTREB-TIER-REACHED TO WS-DL-AR-TIER.                  19980000
           MOVE WS-PERCENT TO WS-DL-AR-PERCENT.                         19990000
           MOVE CUSTREB-ACCRUED TO WS-DL-AR-ACCRUED.                    20000000
           MOVE WS-MONTH-ACCRUAL TO WS-DL-AR-MONTH.                     20010000
           DISPLAY WS-DL-ACCRUAL.                                       20020000
                                                                        20030000
      ***************************************************************** 20040000
      *    PERIOD OVER -- THE FINAL ACCRUAL IS PAID OUT               * 20050000
      ***************************************************************** 20060000
                                                                        20070000
           IF CUSTREB-PERIOD-END < WS-DATE-CCYYMMDD                     20080000
               PERFORM P80000-PAY-REBATE THRU P80000-EXIT               20090000
           END-IF.                                                      20100000
                                                                        20110000
           REWRITE CUSTOMER-REBATE-RECORD.                              20120000
                                                                        20130000
           IF NOT CUSTREBF-OK                                           20140000
               MOVE 'REWRITE CUSTOMER REBATE FAILED' TO WPBE-MESSAGE    20150000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               20160000
               MOVE 'P76000' TO WPBE-PARAGRAPH                          20170000
               PERFORM P99999-ABEND THRU P99999-EXIT                    20180000
           END-IF.                                                      20190000
                                                                        20200000
       P76000-EXIT.                                                     20210000
           EXIT.                                                        20220000
           EJECT                                                        20230000
      ***************************************************************** 20240000
      *                                                               * 20250000
      *    PARAGRAPH:  P77000-CHECK-TIER                              * 20260000
      *                                                               * 20270000
      *    FUNCTION :  NOTE THE TIER WHEN IT IS IN USE AND NET SALES  * 20280000
      *                HAVE REACHED ITS THRESHOLD                     * 20290000
      *                                                               * 20300000
      *    CALLED BY:  P76000-ACCRUE-PROGRAM                          * 20310000
      *                                                               * 20320000
      ***************************************************************** 20330000
                                                                        20340000
       P77000-CHECK-TIER.                                               20350000
                                                                        20360000
           IF CUSTREB-TIER-PERCENT (WS-SUB) > ZEROES                    20370000
              AND WS-NET-SALES > ZEROES                                 20380000
              AND WS-NET-SALES NOT < CUSTREB-TIER-THRESHOLD (WS-SUB)    20390000
               MOVE WS-SUB TO WS-TIER                                   20400000
           END-IF.                                                      20410000
                                                                        20420000
       P77000-EXIT.                                                     20430000
           EXIT.                                                        20440000
           EJECT                                                        20450000
      ***************************************************************** 20460000
      *                                                               * 20470000
      *    PARAGRAPH:  P80000-PAY-REBATE                              * 20480000
      *                                                               * 20490000
      *    FUNCTION :  ISSUE THE CREDIT MEMO FOR AN EARNED REBATE,    * 20500000
      *                APPLY IT AGAINST THE ACCOUNT'S OPEN AR AND     * 20510000
      *                MARK THE PROGRAM PAID                          * 20520000
      *                                                               * 20530000
      *    CALLED BY:  P76000-ACCRUE-PROGRAM                          * 20540000
      *                                                               * 20550000
      ***************************************************************** 20560000
                                                                        20570000
       P80000-PAY-REBATE.                                               20580000
                                                                        20590000
           MOVE ZEROES TO WS-NEXT-MEMO-NUMBER.                          20600000
                                                                        20610000
           IF CUSTREB-ACCRUED > ZEROES                                  20620000
               PERFORM P81000-ASSIGN-MEMO-NUMBER THRU P81000-EXIT       20630000
               PERFORM P82000-APPLY-TO-AR THRU P82000-EXIT              20640000
               PERFORM P84000-WRITE-MEMO THRU P84000-EXIT               20650000
               ADD CUSTREB-ACCRUED TO WS-TOTAL-PAID                     20660000
               ADD +1 TO WS-PAYOUTS-ISSUED                              20670000
           END-IF.                                                      20680000
                                                                        20690000
           MOVE 'P' TO CUSTREB-STATUS.                                  20700000
           MOVE WS-NEXT-MEMO-NUMBER TO CUSTREB-PAYOUT-MEMO.             20710000
           MOVE WS-DATE-CCYYMMDD TO CUSTREB-DATE-PAID.                  20720000
                                                                        20730000
       P80000-EXIT.                                                     20740000
           EXIT.                                                        20750000
           EJECT                                                        20760000
      ***************************************************************** 20770000
      *                                                               * 20780000
      *    PARAGRAPH:  P81000-ASSIGN-MEMO-NUMBER                      * 20790000
      *                                                               * 20800000
      *    FUNCTION :  ASSIGN THE NEXT CREDIT MEMO NUMBER FROM THE    * 20810000
      *                PREFIX CONTROL RECORD (MEMO NUMBER ZERO),      * 20820000
      *                CREATING THE CONTROL RECORD ON FIRST USE       * 20830000
      *                                                               * 20840000
      *    CALLED BY:  P80000-PAY-REBATE                              * 20850000
      *                                                               * 20860000
      ***************************************************************** 20870000
                                                                        20880000
       P81000-ASSIGN-MEMO-NUMBER.                                       20890000
                                                                        20900000
           MOVE CUSTREB-PRE TO CREDIT-MEMO-PRE.                         20910000
           MOVE ZEROES TO CREDIT-MEMO-NUMBER.                           20920000
                                                                        20930000
           READ VSAM-CREDIT-MEMO.                                       20940000
                                                                        20950000
           IF CREDMEMF-NOTFOUND OR CREDMEMF-EMPTY                       20960000
               MOVE SPACES TO CREDIT-MEMO-RECORD                        20970000
               MOVE CUSTREB-PRE TO CREDIT-MEMO-PRE                      20980000
               MOVE ZEROES TO CREDIT-MEMO-NUMBER                        20990000
               MOVE 1 TO CREDIT-MEMO-ORDER-NUMBER                       21000000
               MOVE ZEROES TO CREDIT-MEMO-ITEM-SEQUENCE                 21010000
               MOVE +0 TO CREDIT-MEMO-AMOUNT                            21020000
               MOVE ZEROES TO CREDIT-MEMO-DATE                          21030000
               MOVE 'A' TO CREDIT-MEMO-STATUS                           21040000
               WRITE CREDIT-MEMO-RECORD                                 21050000
               MOVE 1 TO WS-NEXT-MEMO-NUMBER                            21060000
           ELSE                                                         21070000
               IF CREDMEMF-OK                                           21080000
                   ADD 1 TO CREDIT-MEMO-ORDER-NUMBER                    21090000
                   MOVE CREDIT-MEMO-ORDER-NUMBER TO WS-NEXT-MEMO-NUMBER 21100000
                   REWRITE CREDIT-MEMO-RECORD                           21110000
               ELSE                                                     21120000
                   MOVE 'READ MEMO CONTROL FAILED' TO WPBE-MESSAGE      21130000
                   MOVE WS-CREDMEM-STATUS TO WPBE-FILE-STATUS           21140000
                   MOVE 'P81000' TO WPBE-PARAGRAPH                      21150000
                   PERFORM P99999-ABEND THRU P99999-EXIT                21160000
               END-IF                                                   21170000
           END-IF.                                                      21180000
                                                                        21190000
           IF NOT CREDMEMF-OK                                           21200000
               MOVE 'WRITE MEMO CONTROL FAILED' TO WPBE-MESSAGE         21210000
               MOVE WS-CREDMEM-STATUS TO WPBE-FILE-STATUS               21220000
               MOVE 'P81000' TO WPBE-PARAGRAPH                          21230000
               PERFORM P99999-ABEND THRU P99999-EXIT                    21240000
           END-IF.                                                      21250000
                                                                        21260000
       P81000-EXIT.                                                     21270000
           EXIT.                                                        21280000
           EJECT                                                        21290000
      ***************************************************************** 21300000
      *                                                               * 21310000
      *    PARAGRAPH:  P82000-APPLY-TO-AR                             * 21320000
      *                                                               * 21330000
      *    FUNCTION :  APPLY THE REBATE AGAINST THE ACCOUNT'S OPEN AR * 21340000
      *                ITEMS IN ORDER NUMBER SEQUENCE (OLDEST FIRST)  * 21350000
      *                UNTIL THE CREDIT IS USED UP                    * 21360000
      *                                                               * 21370000
      *    CALLED BY:  P80000-PAY-REBATE                              * 21380000
      *                                                               * 21390000
      ***************************************************************** 21400000
                                                                        21410000
       P82000-APPLY-TO-AR.                                              21420000
                                                                        21430000
           MOVE CUSTREB-ACCRUED TO WS-REMAINING-CREDIT.                 21440000
           MOVE ZEROES TO WS-APPLIED-CREDIT.                            21450000
                                                                        21460000
           MOVE CUSTREB-PRE TO AR-PRE.                                  21470000
           MOVE CUSTREB-ACCOUNT-ID TO AR-CUSTOMER-ID.                   21480000
           MOVE ZEROES TO AR-ORDER-NUMBER.                              21490000
                                                                        21500000
           START VSAM-ARBAL                                             21510000
               KEY NOT LESS THAN AR-KEY.                                21520000
                                                                        21530000
           IF ARBALF-NOTFOUND OR ARBALF-END OR ARBALF-EMPTY             21540000
               GO TO P82000-EXIT                                        21550000
           END-IF.                                                      21560000
                                                                        21570000
           IF NOT ARBALF-OK                                             21580000
               MOVE 'START AR OPEN ITEM FAILED' TO WPBE-MESSAGE         21590000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 21600000
               MOVE 'P82000' TO WPBE-PARAGRAPH                          21610000
               PERFORM P99999-ABEND THRU P99999-EXIT                    21620000
           END-IF.                                                      21630000
                                                                        21640000
           MOVE 'N' TO WS-END-OF-AR-SW.                                 21650000
                                                                        21660000
           PERFORM P83000-APPLY-AR-ITEM THRU P83000-EXIT                21670000
               UNTIL END-OF-AR                                          21680000
                  OR WS-REMAINING-CREDIT = ZEROES.                      21690000
                                                                        21700000
       P82000-EXIT.                                                     21710000
           EXIT.                                                        21720000
           EJECT                                                        21730000
      ***************************************************************** 21740000
      *                                                               * 21750000
      *    PARAGRAPH:  P83000-APPLY-AR-ITEM                           * 21760000
      *                                                               * 21770000
      *    FUNCTION :  READ THE ACCOUNT'S NEXT AR ITEM AND, WHEN IT   * 21780000
      *                IS OPEN, REDUCE ITS BALANCE DUE BY AS MUCH OF  * 21790000
      *                THE CREDIT AS IT TAKES, CLOSING IT AT ZERO     * 21800000
      *                                                               * 21810000
      *    CALLED BY:  P82000-APPLY-TO-AR                             * 21820000
      *                                                               * 21830000
      ***************************************************************** 21840000
                                                                        21850000
       P83000-APPLY-AR-ITEM.                                            21860000
                                                                        21870000
           READ VSAM-ARBAL NEXT.                                        21880000
                                                                        21890000
           IF ARBALF-END                                                21900000
               MOVE 'Y' TO WS-END-OF-AR-SW                              21910000
               GO TO P83000-EXIT                                        21920000
           END-IF.                                                      21930000
                                                                        21940000
           IF NOT ARBALF-OK                                             21950000
               MOVE 'READ NEXT AR OPEN ITEM FAILED' TO WPBE-MESSAGE     21960000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 21970000
               MOVE 'P83000' TO WPBE-PARAGRAPH                          21980000
               PERFORM P99999-ABEND THRU P99999-EXIT                    21990000
           END-IF.                                                      22000000
                                                                        22010000
           IF AR-PRE NOT = CUSTREB-PRE                                  22020000
              OR AR-CUSTOMER-ID NOT = CUSTREB-ACCOUNT-ID                22030000
               MOVE 'Y' TO WS-END-OF-AR-SW                              22040000
               GO TO P83000-EXIT                                        22050000
           END-IF.                                                      22060000
                                                                        22070000
           IF AR-CLOSED                                                 22080000
              OR AR-BALANCE-DUE NOT > ZEROES                            22090000
               GO TO P83000-EXIT                                        22100000
           END-IF.                                                      22110000
                                                                        22120000
           IF AR-BALANCE-DUE NOT > WS-REMAINING-CREDIT                  22130000
               ADD AR-BALANCE-DUE TO WS-APPLIED-CREDIT                  22140000
               SUBTRACT AR-BALANCE-DUE FROM WS-REMAINING-CREDIT         22150000
               MOVE ZEROES TO AR-BALANCE-DUE                            22160000
               MOVE 'P' TO AR-STATUS                                    22170000
           ELSE                                                         22180000
               ADD WS-REMAINING-CREDIT TO WS-APPLIED-CREDIT             22190000
               SUBTRACT WS-REMAINING-CREDIT FROM AR-BALANCE-DUE         22200000
               MOVE ZEROES TO WS-REMAINING-CREDIT                       22210000
           END-IF.                                                      22220000
                                                                        22230000
           REWRITE AR-OPEN-ITEM-RECORD.                                 22240000
                                                                        22250000
           IF NOT ARBALF-OK                                             22260000
               MOVE 'REWRITE AR OPEN ITEM FAILED' TO WPBE-MESSAGE       22270000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 22280000
               MOVE 'P83000' TO WPBE-PARAGRAPH                          22290000
               PERFORM P99999-ABEND THRU P99999-EXIT                    22300000
           END-IF.                                                      22310000
                                                                        22320000
       P83000-EXIT.                                                     22330000
           EXIT.                                                        22340000
           EJECT                                                        22350000
      ***************************************************************** 22360000
      *                                                               * 22370000
      *    PARAGRAPH:  P84000-WRITE-MEMO                              * 22380000
      *                                                               * 22390000
      *    FUNCTION :  WRITE THE NUMBERED REBATE CREDIT MEMO -- FULLY * 22400000
      *                APPLIED, OR WITH THE REMAINDER CARRIED AS AN   * 22410000
      *                OPEN CREDIT -- AND PRINT ITS PAYOUT LINE       * 22420000
      *                                                               * 22430000
      *    CALLED BY:  P80000-PAY-REBATE                              * 22440000
      *                                                               * 22450000
      ***************************************************************** 22460000
                                                                        22470000
       P84000-WRITE-MEMO.                                               22480000
                                                                        22490000
           MOVE SPACES TO CREDIT-MEMO-RECORD.                           22500000
           MOVE CUSTREB-PRE TO CREDIT-MEMO-PRE.                         22510000
           MOVE WS-NEXT-MEMO-NUMBER TO CREDIT-MEMO-NUMBER.              22520000
           MOVE CUSTREB-ACCOUNT-ID TO CREDIT-MEMO-CUSTOMER-ID.          22530000
           MOVE CUSTREB-PROGRAM-SEQ TO CREDIT-MEMO-ORDER-NUMBER.        22540000
           MOVE ZEROES TO CREDIT-MEMO-ITEM-SEQUENCE.                    22550000
           MOVE CUSTREB-ACCRUED TO CREDIT-MEMO-AMOUNT.                  22560000
           MOVE WS-DATE-CCYYMMDD TO CREDIT-MEMO-DATE.                   22570000
           MOVE 'B' TO CREDIT-MEMO-SOURCE.                              22580000
                                                                        22590000
           IF WS-REMAINING-CREDIT = ZEROES                              22600000
               MOVE 'A' TO CREDIT-MEMO-STATUS                           22610000
           ELSE                                                         22620000
               MOVE 'O' TO CREDIT-MEMO-STATUS                           22630000
           END-IF.                                                      22640000
                                                                        22650000
           WRITE CREDIT-MEMO-RECORD.                                    22660000
                                                                        22670000
           IF NOT CREDMEMF-OK                                           22680000
               MOVE 'WRITE CREDIT MEMO FAILED' TO WPBE-MESSAGE          22690000
               MOVE WS-CREDMEM-STATUS TO WPBE-FILE-STATUS               22700000
               MOVE 'P84000' TO WPBE-PARAGRAPH                          22710000
               PERFORM P99999-ABEND THRU P99999-EXIT                    22720000
           END-IF.                                                      22730000
                                                                        22740000
           MOVE WS-NEXT-MEMO-NUMBER TO WS-DL-PO-MEMO.                   22750000
           MOVE WS-APPLIED-CREDIT TO WS-DL-PO-APPLIED.                  22760000
           MOVE WS-REMAINING-CREDIT TO WS-DL-PO-OPEN.                   22770000
           DISPLAY WS-DL-PAYOUT.                                        22780000
                                                                        22790000
       P84000-EXIT.                                                     22800000
           EXIT.                                                        22810000
           EJECT                                                        22820000
      ***************************************************************** 22830000
      *                                                               * 22840000
      *    PARAGRAPH:  P90000-PROGRESS-REPORT                         * 22850000
      *                                                               * 22860000
      *    FUNCTION :  PRINT THE REP PROGRESS REPORT -- ONE SECTION   * 22870000
      *                PER SALES REP, IN REP CODE ORDER, LISTING THE  * 22880000
      *                PROGRAMS OF THE REP'S ACCOUNTS                 * 22890000
      *                                                               * 22900000
      *    CALLED BY:  P00000-MAINLINE                                * 22910000
      *                                                               * 22920000
      ***************************************************************** 22930000
                                                                        22940000
       P90000-PROGRESS-REPORT.                                          22950000
                                                                        22960000
           IF WS-PROGRAM-COUNT = ZEROES                                 22970000
               GO TO P90000-EXIT                                        22980000
           END-IF.                                                      22990000
                                                                        23000000
           DISPLAY ' '.                                                 23010000
           DISPLAY WS-DL-ASTERISK.                                      23020000
           MOVE '  CUSTOMER REBATE PROGRESS BY SALES REP'               23030000
               TO WS-DL-LINE-TEXT.                                      23040000
           DISPLAY WS-DL-LINE.                                          23050000
                                                                        23060000
           MOVE LOW-VALUES TO WS-LAST-REP.                              23070000
           MOVE 'N' TO WS-END-OF-REPS-SW.                               23080000
                                                                        23090000
           PERFORM P91000-NEXT-REP THRU P91000-EXIT                     23100000
               UNTIL END-OF-REPS.                                       23110000
                                                                        23120000
           DISPLAY WS-DL-ASTERISK.                                      23130000
                                                                        23140000
       P90000-EXIT.                                                     23150000
           EXIT.                                                        23160000
           EJECT                                                        23170000
      ***************************************************************** 23180000
      *                                                               * 23190000
      *    PARAGRAPH:  P91000-NEXT-REP                                * 23200000
      *                                                               * 23210000
      *    FUNCTION :  FIND THE NEXT SALES REP CODE ABOVE THE LAST    * 23220000
      *                ONE PRINTED AND PRINT THAT REP'S SECTION       * 23230000
      *                                                               * 23240000
      *    CALLED BY:  P90000-PROGRESS-REPORT                         * 23250000
      *                                                               * 23260000
      ***************************************************************** 23270000
                                                                        23280000
       P91000-NEXT-REP.                                                 23290000
                                                                        23300000
           MOVE HIGH-VALUES TO WS-NEXT-REP.                             23310000
                                                                        23320000
           PERFORM P92000-LOWEST-REP THRU P92000-EXIT                   23330000
               VARYING WS-PG-SUB FROM 1 BY 1                            23340000
                 UNTIL WS-PG-SUB > WS-PROGRAM-COUNT.                    23350000
                                                                        23360000
           IF WS-NEXT-REP = HIGH-VALUES                                 23370000
               MOVE 'Y' TO WS-END-OF-REPS-SW                            23380000
               GO TO P91000-EXIT                                        23390000
           END-IF.                                                      23400000
                                                                        23410000
           IF WS-NEXT-REP = SPACES                                      23420000
               MOVE 'HOUSE' TO WS-DL-RH-REP                             23430000
           ELSE                                                         23440000
               MOVE WS-NEXT-REP TO WS-DL-RH-REP                         23450000
           END-IF.                                                      23460000
                                                                        23470000
           DISPLAY WS-DL-BLANK.                                         23480000
           DISPLAY WS-DL-REP-HEADING.                                   23490000
           DISPLAY WS-DL-RP-HEADING.                                    23500000
                                                                        23510000
           PERFORM P93000-REP-PROGRAM THRU P93000-EXIT                  23520000
               VARYING WS-PG-SUB FROM 1 BY 1                            23530000
                 UNTIL WS-PG-SUB > WS-PROGRAM-COUNT.                    23540000
                                                                        23550000
           MOVE WS-NEXT-REP TO WS-LAST-REP.                             23560000
                                                                        23570000
       P91000-EXIT.                                                     23580000
           EXIT.                                                        23590000
           EJECT                                                        23600000
      ***************************************************************** 23610000
      *                                                               * 23620000
      *    PARAGRAPH:  P92000-LOWEST-REP                              * 23630000
      *                                                               * 23640000
      *    FUNCTION :  KEEP THE LOWEST REP CODE ABOVE THE LAST ONE    * 23650000
      *                PRINTED                                        * 23660000
      *                                                               * 23670000
      *    CALLED BY:  P91000-NEXT-REP                                * 23680000
      *                                                               * 23690000
      ***************************************************************** 23700000
                                                                        23710000
       P92000-LOWEST-REP.                                               23720000
                                                                        23730000
           IF WS-PG-SALES-REP (WS-PG-SUB) > WS-LAST-REP                 23740000
              AND WS-PG-SALES-REP (WS-PG-SUB) < WS-NEXT-REP             23750000
               MOVE WS-PG-SALES-REP (WS-PG-SUB) TO WS-NEXT-REP          23760000
           END-IF.                                                      23770000
                                                                        23780000
       P92000-EXIT.                                                     23790000
           EXIT.                                                        23800000
           EJECT                                                        23810000
      ***************************************************************** 23820000
      *                                                               * 23830000
      *    PARAGRAPH:  P93000-REP-PROGRAM                             * 23840000
      *                                                               * 23850000
      *    FUNCTION :  PRINT ONE PROGRAM OF THE REP'S ACCOUNTS -- NET * 23860000
      *                SALES, PERCENTAGE EARNED SO FAR, AND THE NEXT  * 23870000
      *                TIER'S THRESHOLD, SALES STILL TO GO AND RATE   * 23880000
      *                                                               * 23890000
      *    CALLED BY:  P91000-NEXT-REP                                * 23900000
      *                                                               * 23910000
      ***************************************************************** 23920000
                                                                        23930000
       P93000-REP-PROGRAM.                                              23940000
                                                                        23950000
           IF WS-PG-SALES-REP (WS-PG-SUB) NOT = WS-NEXT-REP             23960000
               GO TO P93000-EXIT                                        23970000
           END-IF.                                                      23980000
                                                                        23990000
           MOVE WS-PG-PRE (WS-PG-SUB) TO CUSTREB-PRE.                   24000000
           MOVE WS-PG-ACCOUNT-ID (WS-PG-SUB) TO CUSTREB-ACCOUNT-ID.     24010000
           MOVE WS-PG-SEQ (WS-PG-SUB) TO CUSTREB-PROGRAM-SEQ.           24020000
                                                                        24030000
           READ VSAM-CUST-REBATE.                                       24040000
                                                                        24050000
           IF NOT CUSTREBF-OK                                           24060000
               MOVE 'READ CUSTOMER REBATE FAILED' TO WPBE-MESSAGE       24070000
               MOVE WS-CUSTREB-STATUS TO WPBE-FILE-STATUS               24080000
               MOVE 'P93000' TO WPBE-PARAGRAPH                          24090000
               PERFORM P99999-ABEND THRU P99999-EXIT                    24100000
           END-IF.                                                      24110000
                                                                        24120000
           MOVE CUSTREB-ACCOUNT-ID TO WS-DL-RP-ACCOUNT.                 24130000
           MOVE CUSTREB-PROGRAM-SEQ TO WS-DL-RP-SEQ.                    24140000
           MOVE CUSTREB-NET-SALES TO WS-DL-RP-NET-SALES.                24150000
           MOVE CUSTREB-NET-SALES TO WS-NET-SALES.                      24160000
                                                                        24170000
           IF CUSTREB-TIER-REACHED = ZEROES                             24180000
               MOVE ZEROES TO WS-DL-RP-PERCENT                          24190000
           ELSE                                                         24200000
               MOVE CUSTREB-TIER-PERCENT (CUSTREB-TIER-REACHED)         24210000
                   TO WS-DL-RP-PERCENT                                  24220000
           END-IF.                                                      24230000
                                                                        24240000
           IF CUSTREB-PAID                                              24250000
               MOVE CUSTREB-PAYOUT-MEMO TO WS-DL-PF-MEMO                24260000
               MOVE WS-DL-PF-MEMO-TEXT TO WS-DL-RP-NEXT-TEXT            24270000
               DISPLAY WS-DL-PROGRESS                                   24280000
               GO TO P93000-EXIT                                        24290000
           END-IF.                                                      24300000
                                                                        24310000
           MOVE ZEROES TO WS-NEXT-TIER.                                 24320000
                                                                        24330000
           PERFORM P94000-NEXT-TIER THRU P94000-EXIT                    24340000
               VARYING WS-SUB FROM 1 BY 1                               24350000
                 UNTIL WS-SUB > 5.                                      24360000
                                                                        24370000
           IF WS-NEXT-TIER = ZEROES                                     24380000
               IF CUSTREB-TIER-REACHED = ZEROES                         24390000
                   MOVE '  NO TIERS SET' TO WS-DL-RP-NEXT-TEXT          24400000
               ELSE                                                     24410000
                   MOVE '  TOP TIER REACHED' TO WS-DL-RP-NEXT-TEXT      24420000
               END-IF                                                   24430000
           ELSE                                                         24440000
               MOVE SPACES TO WS-DL-RP-NEXT-TEXT                        24450000
               MOVE CUSTREB-TIER-THRESHOLD (WS-NEXT-TIER)               24460000
                   TO WS-DL-RP-THRESHOLD                                24470000
               COMPUTE WS-LINE-AMOUNT =                                 24480000
                   CUSTREB-TIER-THRESHOLD (WS-NEXT-TIER) - WS-NET-SALES 24490000
               MOVE WS-LINE-AMOUNT TO WS-DL-RP-TO-GO                    24500000
               MOVE CUSTREB-TIER-PERCENT (WS-NEXT-TIER)                 24510000
                   TO WS-DL-RP-NEXT-PCT                                 24520000
           END-IF.                                                      24530000
                                                                        24540000
           DISPLAY WS-DL-PROGRESS.                                      24550000
                                                                        24560000
       P93000-EXIT.                                                     24570000
           EXIT.                                                        24580000
           EJECT                                                        24590000
      ***************************************************************** 24600000
      *                                                               * 24610000
      *    PARAGRAPH:  P94000-NEXT-TIER                               * 24620000
      *                                                               * 24630000
      *    FUNCTION :  KEEP THE IN-USE TIER WITH THE LOWEST THRESHOLD * 24640000
      *                NET SALES HAVE NOT YET REACHED                 * 24650000
      *                                                               * 24660000
      *    CALLED BY:  P93000-REP-PROGRAM                             * 24670000
      *                                                               * 24680000
      ***************************************************************** 24690000
                                                                        24700000
       P94000-NEXT-TIER.                                                24710000
                                                                        24720000
           IF CUSTREB-TIER-PERCENT (WS-SUB) = ZEROES                    24730000
              OR CUSTREB-TIER-THRESHOLD (WS-SUB) NOT > WS-NET-SALES     24740000
               GO TO P94000-EXIT                                        24750000
           END-IF.                                                      24760000
                                                                        24770000
           IF WS-NEXT-TIER = ZEROES                                     24780000
               MOVE WS-SUB TO WS-NEXT-TIER                              24790000
               GO TO P94000-EXIT                                        24800000
           END-IF.                                                      24810000
                                                                        24820000
           IF CUSTREB-TIER-THRESHOLD (WS-SUB)                           24830000
              < CUSTREB-TIER-THRESHOLD (WS-NEXT-TIER)                   24840000
               MOVE WS-SUB TO WS-NEXT-TIER                              24850000
           END-IF.                                                      24860000
                                                                        24870000
       P94000-EXIT.                                                     24880000
           EXIT.                                                        24890000
           EJECT                                                        24900000
      ***************************************************************** 24910000
      *                                                               * 24920000
      *    PARAGRAPH:  P99999-ABEND                                   * 24930000
      *                                                               * 24940000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 24950000
      *                ERROR HAS BEEN ENCOUNTERED                     * 24960000
      *                                                               * 24970000
      *    CALLED BY:  VARIOUS                                        * 24980000
      *                                                               * 24990000
      ***************************************************************** 25000000
                                                                        25010000
       P99999-ABEND.                                                    25020000
                                                                        25030000
           DISPLAY ' '.                                                 25040000
           DISPLAY WPEA-ERROR-01.                                       25050000
           DISPLAY WPEA-ERROR-02.                                       25060000
           DISPLAY WPEA-ERROR-03.                                       25070000
           DISPLAY WPEA-ERROR-04.                                       25080000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               25090000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               25100000
           DISPLAY WPEA-ERROR-04.                                       25110000
           DISPLAY WPEA-ERROR-03.                                       25120000
           DISPLAY WPEA-ERROR-02.                                       25130000
           DISPLAY WPEA-ERROR-01.                                       25140000
           DISPLAY ' '.                                                 25150000
                                                                        25160000
           MOVE 16 TO RETURN-CODE.                                      25170000
                                                                        25180000
           GOBACK.                                                      25190000
                                                                        25200000
       P99999-EXIT.                                                     25210000
           EXIT.                                                        25220000
