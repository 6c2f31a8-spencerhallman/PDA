       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB106.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB106                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB106 IS THE MONTHLY SUPPLIER VOLUME    * 00100000
      *             REBATE BATCH PROGRAM.                             * 00110000
      *                                                               * 00120000
      *             CONTROL CARDS FIRST ADD OR CHANGE THE REBATE      * 00130000
      *             AGREEMENTS (VREBAGR) -- THE AGREEMENT PERIOD AND  * 00140000
      *             BASIS, EACH TIER'S THRESHOLD AND PERCENTAGE AND   * 00150000
      *             ANY CATEGORIES THE AGREEMENT IS LIMITED TO.       * 00160000
      *                                                               * 00170000
      *             EVERY ACTIVE AGREEMENT WHOSE PERIOD HAS STARTED   * 00180000
      *             IS THEN ACCRUED: ONE PASS OF THE PURCHASE ORDER   * 00190000
      *             FILE TOTALS, PER AGREEMENT, THE QUANTITY AND      * 00200000
      *             DOLLARS RECEIVED FROM THE SUPPLIER ON LINES LAST  * 00210000
      *             RECEIVED WITHIN THE PERIOD (AND, WHEN THE         * 00220000
      *             AGREEMENT NAMES CATEGORIES, FOR ITEMS IN THOSE    * 00230000
      *             CATEGORIES).  THE HIGHEST TIER WHOSE THRESHOLD    * 00240000
      *             THE DOLLARS (OR QUANTITY) HAVE REACHED GIVES THE  * 00250000
      *             PERCENTAGE EARNED ON ALL RECEIVED DOLLARS.  THE   * 00260000
      *             ACCRUAL REPORT LISTS EACH AGREEMENT'S PURCHASES,  * 00270000
      *             TIER, ACCRUED REBATE AND THE CHANGE SINCE THE     * 00280000
      *             LAST RUN (THE MONTH'S ACCRUAL FOR ACCOUNTING).    * 00290000
      *                                                               * 00300000
      *             ONCE THE RUN DATE IS PAST THE PERIOD END THE      * 00310000
      *             FINAL ACCRUAL IS CLAIMED: A REBATE CLAIM          * 00320000
      *             STATEMENT IS PRINTED FOR THE SUPPLIER, A          * 00330000
      *             SUPPLIER DEBIT MEMO (VDEBMEMO, SOURCE 'B') IS     * 00340000
      *             RAISED FOR THE REBATE RECEIVABLE, AND THE         * 00350000
      *             AGREEMENT IS MARKED CLAIMED.                      * 00360000
      *                                                               * 00370000
      *             CONTROL CARD LAYOUTS:                             * 00380000
      *               D  RUN DATE OVERRIDE                            * 00390000
      *                  COL  3-10  RUN DATE (CCYYMMDD)               * 00400000
      *               A  ADD / CHANGE AGREEMENT                       * 00410000
      *                  COL  3- 7  PREFIX                            * 00420000
      *                  COL  9-40  SUPPLIER ID                       * 00430000
      *                  COL 42-44  AGREEMENT SEQUENCE                * 00440000
      *                  COL 46-53  PERIOD START (CCYYMMDD)           * 00450000
      *                  COL 55-62  PERIOD END   (CCYYMMDD)           * 00460000
      *                  COL 64     BASIS D DOLLARS, Q QUANTITY       * 00470000
      *               T  TIER (THRESHOLD AND PERCENT ZERO CLEAR IT)   * 00480000
      *                  COL  3-44  AS ABOVE                          * 00490000
      *                  COL 46     TIER NUMBER (1-5)                 * 00500000
      *                  COL 48-60  THRESHOLD (2 IMPLIED DECIMALS)    * 00510000
      *                  COL 62-67  PERCENT   (3 IMPLIED DECIMALS)    * 00520000
      *               G  CATEGORY LIMIT (SPACES CLEAR IT)             * 00530000
      *                  COL  3-44  AS ABOVE                          * 00540000
      *                  COL 46     CATEGORY SLOT (1-3)               * 00550000
      *                  COL 48-79  CATEGORY NAME                     * 00560000
      *                                                               * 00570000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00580000
      *             REBATE AGREEMENTS    -  VSAM KSDS    (UPDATE)     * 00590000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (INPUT)      * 00600000
      *             SUPPLIER DEBIT MEMOS -  VSAM KSDS    (UPDATE)     * 00610000
      *             ITEM, SUPPLIER       -  DB2          (READ-ONLY)  * 00620000
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
           SELECT VSAM-REBATE          ASSIGN TO VREBAGR                00820000
                                       ORGANIZATION IS INDEXED          00830000
                                       ACCESS IS DYNAMIC                00840000
                                       RECORD KEY IS                    00850000
                                           REBATE-AGREEMENT-KEY         00860000
                                       FILE STATUS IS WS-REBATE-STATUS. 00870000
                                                                        00880000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00890000
                                       ORGANIZATION IS INDEXED          00900000
                                       ACCESS IS DYNAMIC                00910000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00920000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00930000
                                                                        00940000
           SELECT VSAM-DEBIT-MEMO      ASSIGN TO VDEBMEMO               00950000
                                       ORGANIZATION IS INDEXED          00960000
                                       ACCESS IS RANDOM                 00970000
                                       RECORD KEY IS DEBIT-MEMO-KEY     00980000
                                       FILE STATUS IS WS-MEMO-STATUS.   00990000
           EJECT                                                        01000000
       DATA DIVISION.                                                   01010000
                                                                        01020000
       FILE SECTION.                                                    01030000
                                                                        01040000
       FD  CONTROL-CARD                                                 01050000
           LABEL RECORDS ARE STANDARD                                   01060000
           RECORDING MODE IS F                                          01070000
           RECORD CONTAINS 80 CHARACTERS                                01080000
           BLOCK CONTAINS 27920 CHARACTERS.                             01090000
                                                                        01100000
       01  CONTROL-CARD-REC            PIC X(80).                       01110000
                                                                        01120000
       FD  VSAM-REBATE                                                  01130000
           RECORD CONTAINS 300 CHARACTERS.                              01140000
                                                                        01150000
           COPY VREBAGR.                                                01160000
                                                                        01170000
       FD  VSAM-PURCHASE-ORDER                                          01180000
           RECORD CONTAINS 200 CHARACTERS.                              01190000
                                                                        01200000
           COPY VPURCHOR.                                               01210000
                                                                        01220000
       FD  VSAM-DEBIT-MEMO                                              01230000
           RECORD CONTAINS 96 CHARACTERS.                               01240000
                                                                        01250000
           COPY VDEBMEMO.                                               01260000
           EJECT                                                        01270000
       WORKING-STORAGE SECTION.                                         01280000
                                                                        01290000
      ***************************************************************** 01300000
      *    77 LEVEL DATA ITEMS HERE  (SUBSCRIPTS, INDEXES ETC.)       * 01310000
      ***************************************************************** 01320000
       77  WS-SUB                      PIC S9(4) COMP VALUE +0.         01330000
       77  WS-AG-SUB                   PIC S9(4) COMP VALUE +0.         01340000
       77  WS-CAT-SUB                  PIC S9(4) COMP VALUE +0.         01350000
       77  WS-AGREEMENT-MAX            PIC S9(4) COMP VALUE +300.       01360000
                                                                        01370000
      ***************************************************************** 01380000
      *    SWITCHES                                                   * 01390000
      ***************************************************************** 01400000
                                                                        01410000
       01  WS-SWITCHES.                                                 01420000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01430000
               88  END-OF-PROCESS                VALUE 'Y'.             01440000
           05  WS-END-OF-REBATE-SW     PIC X     VALUE 'N'.             01450000
               88  END-OF-REBATE                 VALUE 'Y'.             01460000
           05  WS-END-OF-PO-SW         PIC X     VALUE 'N'.             01470000
               88  END-OF-PO                     VALUE 'Y'.             01480000
           05  WS-CATEGORY-READ-SW     PIC X     VALUE 'N'.             01490000
               88  CATEGORY-READ                 VALUE 'Y'.             01500000
           05  WS-MATCH-SW             PIC X     VALUE 'N'.             01510000
               88  LINE-MATCHES                  VALUE 'Y'.             01520000
           05  WS-TABLE-FULL-SW        PIC X     VALUE 'N'.             01530000
               88  AGREEMENT-TABLE-FULL          VALUE 'Y'.             01540000
           EJECT                                                        01550000
      ***************************************************************** 01560000
      *    MISCELLANEOUS WORK FIELDS                                  * 01570000
      ***************************************************************** 01580000
                                                                        01590000
       01  WS-MISCELLANEOUS-FIELDS.                                     01600000
           03  WS-REBATE-STATUS        PIC XX    VALUE SPACES.          01610000
               88  REBATEF-OK                    VALUE '  ' '00'.       01620000
               88  REBATEF-NOTFOUND              VALUE '23'.            01630000
               88  REBATEF-EMPTY                 VALUE '47' '35'.       01640000
               88  REBATEF-END                   VALUE '10'.            01650000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01660000
               88  PURCHORF-OK                   VALUE '  ' '00'.       01670000
               88  PURCHORF-NOTFOUND             VALUE '23'.            01680000
               88  PURCHORF-EMPTY                VALUE '47' '35'.       01690000
               88  PURCHORF-END                  VALUE '10'.            01700000
           03  WS-MEMO-STATUS          PIC XX    VALUE SPACES.          01710000
               88  MEMOF-OK                      VALUE '  ' '00'.       01720000
               88  MEMOF-NOTFOUND                VALUE '23'.            01730000
               88  MEMOF-EMPTY                   VALUE '47' '35'.       01740000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01750000
           03  WS-AGREEMENTS-ADDED     PIC S9(7) VALUE +0       COMP-3. 01760000
           03  WS-AGREEMENTS-CHANGED   PIC S9(7) VALUE +0       COMP-3. 01770000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01780000
           03  WS-AGREEMENTS-ACCRUED   PIC S9(7) VALUE +0       COMP-3. 01790000
           03  WS-CLAIMS-RAISED        PIC S9(7) VALUE +0       COMP-3. 01800000
           03  WS-AGREEMENT-COUNT      PIC S9(4) VALUE +0       COMP.   01810000
           03  WS-TIER                 PIC S9(4) VALUE +0       COMP.   01820000
           03  WS-NEXT-MEMO-NUMBER     PIC 9(9)  VALUE ZEROES.          01830000
           03  WS-LINE-DOLLARS         PIC S9(11)V99                    01840000
                                                 VALUE +0       COMP-3. 01850000
           03  WS-NEW-ACCRUED          PIC S9(9)V99                     01860000
                                                 VALUE +0       COMP-3. 01870000
           03  WS-MONTH-ACCRUAL        PIC S9(9)V99                     01880000
                                                 VALUE +0       COMP-3. 01890000
           03  WS-TOTAL-ACCRUED        PIC S9(11)V99                    01900000
                                                 VALUE +0       COMP-3. 01910000
           03  WS-TOTAL-MONTH          PIC S9(11)V99                    01920000
                                                 VALUE +0       COMP-3. 01930000
           03  WS-TOTAL-CLAIMED        PIC S9(11)V99                    01940000
                                                 VALUE +0       COMP-3. 01950000
           03  WS-PERCENT              PIC 9(3)V999                     01960000
                                                 VALUE ZEROES   COMP-3. 01970000
           03  WS-DATE.                                                 01980000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01990000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          02000000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          02010000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       02020000
                                       PIC 9(8).                        02030000
           03  WS-EDIT-DATE.                                            02040000
               05  WS-ED-CCYY          PIC X(4)  VALUE SPACES.          02050000
               05  WS-ED-MM            PIC XX    VALUE SPACES.          02060000
               05  WS-ED-DD            PIC XX    VALUE SPACES.          02070000
           03  WS-EDIT-DATE-9 REDEFINES WS-EDIT-DATE                    02080000
                                       PIC 9(8).                        02090000
           EJECT                                                        02100000
      ***************************************************************** 02110000
      *    CONTROL CARD AREAS                                         * 02120000
      ***************************************************************** 02130000
                                                                        02140000
       01  WS-CONTROL-CARD.                                             02150000
           03  WCC-CARD-TYPE           PIC X(1).                        02160000
               88  WCC-RUN-DATE-CARD             VALUE 'D'.             02170000
               88  WCC-AGREEMENT-CARD            VALUE 'A'.             02180000
               88  WCC-TIER-CARD                 VALUE 'T'.             02190000
               88  WCC-CATEGORY-CARD             VALUE 'G'.             02200000
           03  FILLER                  PIC X(1).                        02210000
           03  WCC-PREFIX              PIC X(5).                        02220000
           03  FILLER                  PIC X(1).                        02230000
           03  WCC-SUPPLIER-ID         PIC X(32).                       02240000
           03  FILLER                  PIC X(1).                        02250000
           03  WCC-AGREEMENT-SEQ       PIC X(3).                        02260000
           03  FILLER                  PIC X(1).                        02270000
           03  WCC-DETAIL              PIC X(35).                       02280000
                                                                        02290000
       01  WS-CC-RUN-DATE REDEFINES WS-CONTROL-CARD.                    02300000
           03  FILLER                  PIC X(2).                        02310000
           03  WCC-RUN-DATE            PIC X(8).                        02320000
           03  WCC-RUN-DATE-9 REDEFINES WCC-RUN-DATE                    02330000
                                       PIC 9(8).                        02340000
           03  FILLER                  PIC X(70).                       02350000
                                                                        02360000
       01  WS-CC-AGREEMENT REDEFINES WS-CONTROL-CARD.                   02370000
           03  FILLER                  PIC X(45).                       02380000
           03  WCC-PERIOD-START        PIC X(8).                        02390000
           03  WCC-PERIOD-START-9 REDEFINES WCC-PERIOD-START            02400000
                                       PIC 9(8).                        02410000
           03  FILLER                  PIC X(1).                        02420000
           03  WCC-PERIOD-END          PIC X(8).                        02430000
           03  WCC-PERIOD-END-9 REDEFINES WCC-PERIOD-END                02440000
                                       PIC 9(8).                        02450000
           03  FILLER                  PIC X(1).                        02460000
           03  WCC-BASIS               PIC X(1).                        02470000
               88  WCC-BASIS-VALID               VALUE 'D' 'Q'.         02480000
           03  FILLER                  PIC X(16).                       02490000
                                                                        02500000
       01  WS-CC-TIER REDEFINES WS-CONTROL-CARD.                        02510000
           03  FILLER                  PIC X(45).                       02520000
           03  WCC-TIER-NUMBER         PIC X(1).                        02530000
           03  WCC-TIER-NUMBER-9 REDEFINES WCC-TIER-NUMBER              02540000
                                       PIC 9(1).                        02550000
           03  FILLER                  PIC X(1).                        02560000
           03  WCC-THRESHOLD           PIC X(13).                       02570000
           03  WCC-THRESHOLD-9 REDEFINES WCC-THRESHOLD                  02580000
                                       PIC 9(11)V99.                    02590000
           03  FILLER                  PIC X(1).                        02600000
           03  WCC-PERCENT             PIC X(6).                        02610000
           03  WCC-PERCENT-9 REDEFINES WCC-PERCENT                      02620000
                                       PIC 9(3)V999.                    02630000
           03  FILLER                  PIC X(13).                       02640000
                                                                        02650000
       01  WS-CC-CATEGORY REDEFINES WS-CONTROL-CARD.                    02660000
           03  FILLER                  PIC X(45).                       02670000
           03  WCC-CATEGORY-SLOT       PIC X(1).                        02680000
           03  WCC-CATEGORY-SLOT-9 REDEFINES WCC-CATEGORY-SLOT          02690000
                                       PIC 9(1).                        02700000
           03  FILLER                  PIC X(1).                        02710000
           03  WCC-CATEGORY-NAME       PIC X(32).                       02720000
           03  FILLER                  PIC X(1).                        02730000
           EJECT                                                        02740000
      ***************************************************************** 02750000
      *    ACTIVE AGREEMENTS BEING ACCRUED IN THIS RUN                * 02760000
      ***************************************************************** 02770000
                                                                        02780000
       01  WS-AGREEMENT-TABLE.                                          02790000
           05  WS-AG-ENTRY             OCCURS 300 TIMES.                02800000
               10  WS-AG-KEY.                                           02810000
                   15  WS-AG-PREFIX    PIC 9(5).                        02820000
                   15  WS-AG-SUPPLIER-ID                                02830000
                                       PIC X(32).                       02840000
                   15  WS-AG-SEQ       PIC 9(3).                        02850000
               10  WS-AG-PERIOD-START  PIC 9(8).                        02860000
               10  WS-AG-PERIOD-END    PIC 9(8).                        02870000
               10  WS-AG-BASIS         PIC X(1).                        02880000
                   88  WS-AG-ON-QUANTITY         VALUE 'Q'.             02890000
               10  WS-AG-CATEGORY-SW   PIC X(1).                        02900000
                   88  WS-AG-HAS-CATEGORIES      VALUE 'Y'.             02910000
               10  WS-AG-CATEGORY      OCCURS 3 TIMES                   02920000
                                       PIC X(32).                       02930000
               10  WS-AG-BASIS-TO-DATE PIC S9(11)V99        COMP-3.     02940000
               10  WS-AG-DOLLARS-TO-DATE                                02950000
                                       PIC S9(11)V99        COMP-3.     02960000
           EJECT                                                        02970000
      ***************************************************************** 02980000
      *    DISPLAY AREA                                               * 02990000
      ***************************************************************** 03000000
                                                                        03010000
       01  WS-DISPLAY-LINES.                                            03020000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         03030000
           03  WS-DL-BLANK.                                             03040000
               05  FILLER         PIC X(01) VALUE '*'.                  03050000
               05  FILLER         PIC X(78) VALUE SPACES.               03060000
               05  FILLER         PIC X(01) VALUE '*'.                  03070000
           03  WS-DL-LINE.                                              03080000
               05  FILLER         PIC X(01) VALUE '*'.                  03090000
               05  WS-DL-LINE-TEXT                                      03100000
                                  PIC X(78) VALUE SPACES.               03110000
               05  FILLER         PIC X(01) VALUE '*'.                  03120000
           03  WS-DL-RUN-DATE.                                          03130000
               05  FILLER         PIC X(01) VALUE '*'.                  03140000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               03150000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               03160000
               05  FILLER         PIC X(01) VALUE '/'.                  03170000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               03180000
               05  FILLER         PIC X(01) VALUE '/'.                  03190000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               03200000
               05  FILLER         PIC X(56) VALUE SPACES.               03210000
               05  FILLER         PIC X(01) VALUE '*'.                  03220000
           03  WS-DL-TOTAL.                                             03230000
               05  FILLER         PIC X(01) VALUE '*'.                  03240000
               05  FILLER         PIC X(45) VALUE SPACES.               03250000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          03260000
               05  FILLER         PIC X(3)  VALUE ' - '.                03270000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               03280000
               05  FILLER         PIC X(01) VALUE '*'.                  03290000
           03  WS-DL-AMOUNT-TOTAL.                                      03300000
               05  FILLER         PIC X(01) VALUE '*'.                  03310000
               05  FILLER         PIC X(35) VALUE SPACES.               03320000
               05  WS-DL-AT-AMOUNT                                      03330000
                                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.               03340000
               05  FILLER         PIC X(3)  VALUE ' - '.                03350000
               05  WS-DL-AT-TITLE PIC X(22) VALUE SPACES.               03360000
               05  FILLER         PIC X(01) VALUE '*'.                  03370000
           EJECT                                                        03380000
      ***************************************************************** 03390000
      *    CARD REGISTER, ACCRUAL REPORT AND CLAIM STATEMENT LINES    * 03400000
      ***************************************************************** 03410000
                                                                        03420000
       01  WS-DL-REJECT.                                                03430000
           03  FILLER                  PIC X(01) VALUE '*'.             03440000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   03450000
           03  WS-DL-RJ-CARD           PIC X(31) VALUE SPACES.          03460000
           03  FILLER                  PIC X(03) VALUE ' - '.           03470000
           03  WS-DL-RJ-REASON         PIC X(31) VALUE SPACES.          03480000
           03  FILLER                  PIC X(01) VALUE '*'.             03490000
                                                                        03500000
       01  WS-DL-ACCEPT.                                                03510000
           03  FILLER                  PIC X(01) VALUE '*'.             03520000
           03  WS-DL-AC-ACTION         PIC X(12) VALUE SPACES.          03530000
           03  WS-DL-AC-CARD           PIC X(65) VALUE SPACES.          03540000
           03  FILLER                  PIC X(01) VALUE SPACES.          03550000
           03  FILLER                  PIC X(01) VALUE '*'.             03560000
                                                                        03570000
       01  WS-DL-AR-HEADING.                                            03580000
           03  FILLER                  PIC X(01) VALUE '*'.             03590000
           03  FILLER                  PIC X(37)                        03600000
                   VALUE ' SUPPLIER       AGR B     PURCHASED T'.       03610000
           03  FILLER                  PIC X(41)                        03620000
                   VALUE ' REBATE%      ACCRUED   THIS MONTH       '.   03630000
           03  FILLER                  PIC X(01) VALUE '*'.             03640000
                                                                        03650000
       01  WS-DL-ACCRUAL.                                               03660000
           03  FILLER                  PIC X(01) VALUE '*'.             03670000
           03  FILLER                  PIC X(01) VALUE SPACES.          03680000
           03  WS-DL-AR-SUPPLIER       PIC X(14) VALUE SPACES.          03690000
           03  FILLER                  PIC X(01) VALUE SPACES.          03700000
           03  WS-DL-AR-SEQ            PIC 9(03) VALUE ZEROES.          03710000
           03  FILLER                  PIC X(01) VALUE SPACES.          03720000
           03  WS-DL-AR-BASIS          PIC X(01) VALUE SPACES.          03730000
           03  FILLER                  PIC X(01) VALUE SPACES.          03740000
           03  WS-DL-AR-PURCHASED      PIC ZZ,ZZZ,ZZ9.99.               03750000
           03  FILLER                  PIC X(01) VALUE SPACES.          03760000
           03  WS-DL-AR-TIER           PIC 9(01) VALUE ZEROES.          03770000
           03  FILLER                  PIC X(01) VALUE SPACES.          03780000
           03  WS-DL-AR-PERCENT        PIC ZZ9.999.                     03790000
           03  FILLER                  PIC X(01) VALUE SPACES.          03800000
           03  WS-DL-AR-ACCRUED        PIC Z,ZZZ,ZZ9.99.                03810000
           03  FILLER                  PIC X(01) VALUE SPACES.          03820000
           03  WS-DL-AR-MONTH          PIC -Z,ZZZ,ZZ9.99.               03830000
           03  FILLER                  PIC X(06) VALUE SPACES.          03840000
           03  FILLER                  PIC X(01) VALUE '*'.             03850000
                                                                        03860000
       01  WS-DL-CLAIM.                                                 03870000
           03  FILLER                  PIC X(01) VALUE '*'.             03880000
           03  FILLER                  PIC X(02) VALUE SPACES.          03890000
           03  WS-DL-CL-LABEL          PIC X(20) VALUE SPACES.          03900000
           03  WS-DL-CL-TEXT           PIC X(56) VALUE SPACES.          03910000
           03  FILLER                  PIC X(01) VALUE '*'.             03920000
                                                                        03930000
       01  WS-DL-CLAIM-FIELDS.                                          03940000
           03  WS-DL-CF-PERIOD.                                         03950000
               05  WS-DL-CF-START-MM   PIC X(02).                       03960000
               05  FILLER              PIC X(01) VALUE '/'.             03970000
               05  WS-DL-CF-START-DD   PIC X(02).                       03980000
               05  FILLER              PIC X(01) VALUE '/'.             03990000
               05  WS-DL-CF-START-CCYY PIC X(04).                       04000000
               05  FILLER              PIC X(05) VALUE ' THRU'.         04010000
               05  FILLER              PIC X(01) VALUE SPACES.          04020000
               05  WS-DL-CF-END-MM     PIC X(02).                       04030000
               05  FILLER              PIC X(01) VALUE '/'.             04040000
               05  WS-DL-CF-END-DD     PIC X(02).                       04050000
               05  FILLER              PIC X(01) VALUE '/'.             04060000
               05  WS-DL-CF-END-CCYY   PIC X(04).                       04070000
           03  WS-DL-CF-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.           04080000
           03  WS-DL-CF-TIER.                                           04090000
               05  WS-DL-CF-TIER-NO    PIC 9(01).                       04100000
               05  FILLER              PIC X(04) VALUE ' AT '.          04110000
               05  WS-DL-CF-TIER-PCT   PIC ZZ9.999.                     04120000
               05  FILLER              PIC X(01) VALUE '%'.             04130000
           03  WS-DL-CF-MEMO           PIC 9(09).                       04140000
           03  WS-DL-CF-AGREEMENT      PIC 9(03).                       04150000
           EJECT                                                        04160000
      ***************************************************************** 04170000
      *    DB2  DEFINITIONS                                           * 04180000
      ***************************************************************** 04190000
                                                                        04200000
      ***************************************************************** 04210000
      *         SQL COMMUNICATIONS AREA                               * 04220000
      ***************************************************************** 04230000
                                                                        04240000
           EXEC SQL                                                     04250000
              INCLUDE SQLCA                                             04260000
           END-EXEC.                                                    04270000
           EJECT                                                        04280000
           EXEC SQL                                                     04290000
              INCLUDE DITEM                                             04300000
           END-EXEC.                                                    04310000
           EJECT                                                        04320000
           EXEC SQL                                                     04330000
              INCLUDE DSUPPLR                                           04340000
           END-EXEC.                                                    04350000
           EJECT                                                        04360000
      ***************************************************************** 04370000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 04380000
      ***************************************************************** 04390000
                                                                        04400000
           COPY PDAERRWS.                                               04410000
                                                                        04420000
       01  WS-PDA-BATCH-ERROR-01.                                       04430000
           05  FILLER             PIC X     VALUE SPACES.               04440000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             04450000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          04460000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB106'.            04470000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      04480000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04490000
                                                                        04500000
       01  WS-PDA-BATCH-ERROR-02.                                       04510000
           05  FILLER             PIC X(8)  VALUE SPACES.               04520000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04530000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04540000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04550000
           EJECT                                                        04560000
      ***************************************************************** 04570000
      *    P R O C E D U R E    D I V I S I O N                       * 04580000
      ***************************************************************** 04590000
                                                                        04600000
       PROCEDURE DIVISION.                                              04610000
                                                                        04620000
      ***************************************************************** 04630000
      *                                                               * 04640000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04650000
      *                                                               * 04660000
      *    FUNCTION :  PROGRAM ENTRY.  APPLY THE AGREEMENT CARDS,     * 04670000
      *                ACCRUE THE ACTIVE AGREEMENTS, CLAIM THOSE      * 04680000
      *                WHOSE PERIOD HAS ENDED AND PRINT THE COUNTS    * 04690000
      *                                                               * 04700000
      *    CALLED BY:  NONE                                           * 04710000
      *                                                               * 04720000
      ***************************************************************** 04730000
                                                                        04740000
       P00000-MAINLINE.                                                 04750000
                                                                        04760000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04770000
                                                                        04780000
           OPEN INPUT CONTROL-CARD.                                     04790000
                                                                        04800000
           OPEN I-O VSAM-REBATE.                                        04810000
                                                                        04820000
           IF NOT REBATEF-OK AND NOT REBATEF-EMPTY                      04830000
               MOVE 'OPEN REBATE AGREEMENT FILE FAILED' TO WPBE-MESSAGE 04840000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                04850000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04860000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04870000
           END-IF.                                                      04880000
                                                                        04890000
           OPEN INPUT VSAM-PURCHASE-ORDER.                              04900000
                                                                        04910000
           IF NOT PURCHORF-OK AND NOT PURCHORF-EMPTY                    04920000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   04930000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               04940000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04950000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04960000
           END-IF.                                                      04970000
                                                                        04980000
           OPEN I-O VSAM-DEBIT-MEMO.                                    04990000
                                                                        05000000
           IF NOT MEMOF-OK AND NOT MEMOF-EMPTY                          05010000
               MOVE 'OPEN DEBIT MEMO FILE FAILED' TO WPBE-MESSAGE       05020000
               MOVE WS-MEMO-STATUS TO WPBE-FILE-STATUS                  05030000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          05040000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05050000
           END-IF.                                                      05060000
                                                                        05070000
           DISPLAY ' '.                                                 05080000
           DISPLAY WS-DL-ASTERISK.                                      05090000
           DISPLAY WS-DL-BLANK.                                         05100000
           MOVE '  PDAB106 - SUPPLIER VOLUME REBATE ACCRUAL'            05110000
               TO WS-DL-LINE-TEXT.                                      05120000
           DISPLAY WS-DL-LINE.                                          05130000
           DISPLAY WS-DL-BLANK.                                         05140000
           DISPLAY WS-DL-ASTERISK.                                      05150000
                                                                        05160000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 05170000
               UNTIL END-OF-PROCESS.                                    05180000
                                                                        05190000
           CLOSE CONTROL-CARD.                                          05200000
                                                                        05210000
           DISPLAY WS-DL-ASTERISK.                                      05220000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      05230000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        05240000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            05250000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          05260000
           DISPLAY WS-DL-RUN-DATE.                                      05270000
           DISPLAY WS-DL-ASTERISK.                                      05280000
           DISPLAY ' '.                                                 05290000
                                                                        05300000
           PERFORM P50000-LOAD-AGREEMENTS THRU P50000-EXIT.             05310000
                                                                        05320000
           PERFORM P60000-TOTAL-PURCHASES THRU P60000-EXIT.             05330000
                                                                        05340000
           PERFORM P70000-ACCRUAL-REPORT THRU P70000-EXIT.              05350000
                                                                        05360000
           CLOSE VSAM-REBATE                                            05370000
                 VSAM-PURCHASE-ORDER                                    05380000
                 VSAM-DEBIT-MEMO.                                       05390000
                                                                        05400000
           DISPLAY ' '.                                                 05410000
           DISPLAY WS-DL-ASTERISK.                                      05420000
                                                                        05430000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  05440000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           05450000
           DISPLAY WS-DL-TOTAL.                                         05460000
                                                                        05470000
           MOVE 'AGREEMENTS ADDED' TO WS-DL-T-TITLE.                    05480000
           MOVE WS-AGREEMENTS-ADDED TO WS-DL-T-CNT.                     05490000
           DISPLAY WS-DL-TOTAL.                                         05500000
                                                                        05510000
           MOVE 'AGREEMENTS CHANGED' TO WS-DL-T-TITLE.                  05520000
           MOVE WS-AGREEMENTS-CHANGED TO WS-DL-T-CNT.                   05530000
           DISPLAY WS-DL-TOTAL.                                         05540000
                                                                        05550000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      05560000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       05570000
           DISPLAY WS-DL-TOTAL.                                         05580000
                                                                        05590000
           MOVE 'AGREEMENTS ACCRUED' TO WS-DL-T-TITLE.                  05600000
           MOVE WS-AGREEMENTS-ACCRUED TO WS-DL-T-CNT.                   05610000
           DISPLAY WS-DL-TOTAL.                                         05620000
                                                                        05630000
           MOVE 'REBATE CLAIMS RAISED' TO WS-DL-T-TITLE.                05640000
           MOVE WS-CLAIMS-RAISED TO WS-DL-T-CNT.                        05650000
           DISPLAY WS-DL-TOTAL.                                         05660000
                                                                        05670000
           DISPLAY WS-DL-ASTERISK.                                      05680000
                                                                        05690000
           MOVE ZEROES TO RETURN-CODE.                                  05700000
                                                                        05710000
           GOBACK.                                                      05720000
                                                                        05730000
       P00000-EXIT.                                                     05740000
           EXIT.                                                        05750000
           EJECT                                                        05760000
      ***************************************************************** 05770000
      *                                                               * 05780000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 05790000
      *                                                               * 05800000
      *    FUNCTION :  READ THE NEXT CONTROL CARD, VALIDATE THE       * 05810000
      *                AGREEMENT KEY AND APPLY THE CARD BY TYPE       * 05820000
      *                                                               * 05830000
      *    CALLED BY:  P00000-MAINLINE                                * 05840000
      *                                                               * 05850000
      ***************************************************************** 05860000
                                                                        05870000
       P10000-PROCESS-CARD.                                             05880000
                                                                        05890000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05900000
               AT END                                                   05910000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     05920000
                   GO TO P10000-EXIT.                                   05930000
                                                                        05940000
           ADD +1 TO WS-CARDS-READ.                                     05950000
                                                                        05960000
           MOVE SPACES TO WS-DL-RJ-REASON.                              05970000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD                        05980000
                                   WS-DL-AC-CARD.                       05990000
                                                                        06000000
           IF WCC-RUN-DATE-CARD                                         06010000
               IF WCC-RUN-DATE NOT NUMERIC                              06020000
                  OR WCC-RUN-DATE-9 = ZEROES                            06030000
                   MOVE 'RUN DATE NOT NUMERIC' TO WS-DL-RJ-REASON       06040000
                   GO TO P10000-REJECT                                  06050000
               END-IF                                                   06060000
               MOVE WCC-RUN-DATE-9 TO WS-DATE-CCYYMMDD                  06070000
               MOVE '  RUN DATE  ' TO WS-DL-AC-ACTION                   06080000
               DISPLAY WS-DL-ACCEPT                                     06090000
               GO TO P10000-EXIT                                        06100000
           END-IF.                                                      06110000
                                                                        06120000
           IF NOT WCC-AGREEMENT-CARD                                    06130000
              AND NOT WCC-TIER-CARD                                     06140000
              AND NOT WCC-CATEGORY-CARD                                 06150000
               MOVE 'CARD TYPE NOT D, A, T OR G' TO WS-DL-RJ-REASON     06160000
               GO TO P10000-REJECT                                      06170000
           END-IF.                                                      06180000
                                                                        06190000
           IF WCC-PREFIX NOT NUMERIC                                    06200000
              OR WCC-AGREEMENT-SEQ NOT NUMERIC                          06210000
               MOVE 'PREFIX OR SEQUENCE NOT NUMERIC'                    06220000
                   TO WS-DL-RJ-REASON                                   06230000
               GO TO P10000-REJECT                                      06240000
           END-IF.                                                      06250000
                                                                        06260000
           IF WCC-SUPPLIER-ID = SPACES                                  06270000
               MOVE 'SUPPLIER ID IS BLANK' TO WS-DL-RJ-REASON           06280000
               GO TO P10000-REJECT                                      06290000
           END-IF.                                                      06300000
                                                                        06310000
           MOVE WCC-PREFIX TO REBATE-PRE.                               06320000
           MOVE WCC-SUPPLIER-ID TO REBATE-SUPPLIER-ID.                  06330000
           MOVE WCC-AGREEMENT-SEQ TO REBATE-AGREEMENT-SEQ.              06340000
                                                                        06350000
           READ VSAM-REBATE.                                            06360000
                                                                        06370000
           IF NOT REBATEF-OK                                            06380000
              AND NOT REBATEF-NOTFOUND                                  06390000
              AND NOT REBATEF-EMPTY                                     06400000
               MOVE 'READ REBATE AGREEMENT FAILED' TO WPBE-MESSAGE      06410000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                06420000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          06430000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06440000
           END-IF.                                                      06450000
                                                                        06460000
           IF REBATEF-OK AND REBATE-CLAIMED                             06470000
               MOVE 'AGREEMENT ALREADY CLAIMED' TO WS-DL-RJ-REASON      06480000
               GO TO P10000-REJECT                                      06490000
           END-IF.                                                      06500000
                                                                        06510000
           IF WCC-AGREEMENT-CARD                                        06520000
               PERFORM P20000-AGREEMENT-CARD THRU P20000-EXIT           06530000
           ELSE                                                         06540000
               IF NOT REBATEF-OK                                        06550000
                   MOVE 'AGREEMENT NOT ON FILE' TO WS-DL-RJ-REASON      06560000
                   GO TO P10000-REJECT                                  06570000
               END-IF                                                   06580000
               IF WCC-TIER-CARD                                         06590000
                   PERFORM P30000-TIER-CARD THRU P30000-EXIT            06600000
               ELSE                                                     06610000
                   PERFORM P40000-CATEGORY-CARD THRU P40000-EXIT        06620000
               END-IF                                                   06630000
           END-IF.                                                      06640000
                                                                        06650000
           IF WS-DL-RJ-REASON NOT = SPACES                              06660000
               GO TO P10000-REJECT                                      06670000
           END-IF.                                                      06680000
                                                                        06690000
           DISPLAY WS-DL-ACCEPT.                                        06700000
                                                                        06710000
           GO TO P10000-EXIT.                                           06720000
                                                                        06730000
       P10000-REJECT.                                                   06740000
                                                                        06750000
           DISPLAY WS-DL-REJECT.                                        06760000
           ADD +1 TO WS-CARDS-REJECTED.                                 06770000
                                                                        06780000
       P10000-EXIT.                                                     06790000
           EXIT.                                                        06800000
           EJECT                                                        06810000
      ***************************************************************** 06820000
      *                                                               * 06830000
      *    PARAGRAPH:  P20000-AGREEMENT-CARD                          * 06840000
      *                                                               * 06850000
      *    FUNCTION :  ADD A NEW AGREEMENT, OR CHANGE THE PERIOD AND  * 06860000
      *                BASIS OF AN ACTIVE ONE                         * 06870000
      *                                                               * 06880000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 06890000
      *                                                               * 06900000
      ***************************************************************** 06910000
                                                                        06920000
       P20000-AGREEMENT-CARD.                                           06930000
                                                                        06940000
           IF WCC-PERIOD-START NOT NUMERIC                              06950000
              OR WCC-PERIOD-END NOT NUMERIC                             06960000
               MOVE 'PERIOD DATES NOT NUMERIC' TO WS-DL-RJ-REASON       06970000
               GO TO P20000-EXIT                                        06980000
           END-IF.                                                      06990000
                                                                        07000000
           IF WCC-PERIOD-START-9 = ZEROES                               07010000
              OR WCC-PERIOD-END-9 < WCC-PERIOD-START-9                  07020000
               MOVE 'PERIOD END BEFORE START' TO WS-DL-RJ-REASON        07030000
               GO TO P20000-EXIT                                        07040000
           END-IF.                                                      07050000
                                                                        07060000
           IF NOT WCC-BASIS-VALID                                       07070000
               MOVE 'BASIS NOT D OR Q' TO WS-DL-RJ-REASON               07080000
               GO TO P20000-EXIT                                        07090000
           END-IF.                                                      07100000
                                                                        07110000
           IF REBATEF-OK                                                07120000
               MOVE WCC-PERIOD-START-9 TO REBATE-PERIOD-START           07130000
               MOVE WCC-PERIOD-END-9 TO REBATE-PERIOD-END               07140000
               MOVE WCC-BASIS TO REBATE-BASIS                           07150000
               REWRITE REBATE-AGREEMENT-RECORD                          07160000
               MOVE '  CHANGED   ' TO WS-DL-AC-ACTION                   07170000
               ADD +1 TO WS-AGREEMENTS-CHANGED                          07180000
           ELSE                                                         07190000
               MOVE SPACES TO REBATE-AGREEMENT-RECORD                   07200000
               MOVE WCC-PREFIX TO REBATE-PRE                            07210000
               MOVE WCC-SUPPLIER-ID TO REBATE-SUPPLIER-ID               07220000
               MOVE WCC-AGREEMENT-SEQ TO REBATE-AGREEMENT-SEQ           07230000
               MOVE WCC-PERIOD-START-9 TO REBATE-PERIOD-START           07240000
               MOVE WCC-PERIOD-END-9 TO REBATE-PERIOD-END               07250000
               MOVE WCC-BASIS TO REBATE-BASIS                           07260000
               PERFORM P21000-CLEAR-TIER THRU P21000-EXIT               07270000
                   VARYING WS-SUB FROM 1 BY 1                           07280000
                     UNTIL WS-SUB > 5                                   07290000
               MOVE ZEROES TO REBATE-BASIS-TO-DATE                      07300000
                              REBATE-DOLLARS-TO-DATE                    07310000
                              REBATE-TIER-REACHED                       07320000
                              REBATE-ACCRUED                            07330000
                              REBATE-DATE-ACCRUED                       07340000
                              REBATE-CLAIM-MEMO                         07350000
                              REBATE-DATE-CLAIMED                       07360000
               MOVE 'A' TO REBATE-STATUS                                07370000
               WRITE REBATE-AGREEMENT-RECORD                            07380000
               MOVE '  ADDED     ' TO WS-DL-AC-ACTION                   07390000
               ADD +1 TO WS-AGREEMENTS-ADDED                            07400000
           END-IF.                                                      07410000
                                                                        07420000
           IF NOT REBATEF-OK                                            07430000
               MOVE 'WRITE REBATE AGREEMENT FAILED' TO WPBE-MESSAGE     07440000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                07450000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          07460000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07470000
           END-IF.                                                      07480000
                                                                        07490000
       P20000-EXIT.                                                     07500000
           EXIT.                                                        07510000
           EJECT                                                        07520000
      ***************************************************************** 07530000
      *                                                               * 07540000
      *    PARAGRAPH:  P21000-CLEAR-TIER                              * 07550000
      *                                                               * 07560000
      *    FUNCTION :  ZERO ONE TIER OF A NEW AGREEMENT               * 07570000
      *                                                               * 07580000
      *    CALLED BY:  P20000-AGREEMENT-CARD                          * 07590000
      *                                                               * 07600000
      ***************************************************************** 07610000
                                                                        07620000
       P21000-CLEAR-TIER.                                               07630000
                                                                        07640000
           MOVE ZEROES TO REBATE-TIER-THRESHOLD (WS-SUB)                07650000
                          REBATE-TIER-PERCENT (WS-SUB).                 07660000
                                                                        07670000
       P21000-EXIT.                                                     07680000
           EXIT.                                                        07690000
           EJECT                                                        07700000
      ***************************************************************** 07710000
      *                                                               * 07720000
      *    PARAGRAPH:  P30000-TIER-CARD                               * 07730000
      *                                                               * 07740000
      *    FUNCTION :  SET (OR CLEAR) ONE TIER OF THE AGREEMENT       * 07750000
      *                                                               * 07760000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 07770000
      *                                                               * 07780000
      ***************************************************************** 07790000
                                                                        07800000
       P30000-TIER-CARD.                                                07810000
                                                                        07820000
           IF WCC-TIER-NUMBER NOT NUMERIC                               07830000
              OR WCC-TIER-NUMBER-9 < 1                                  07840000
              OR WCC-TIER-NUMBER-9 > 5                                  07850000
               MOVE 'TIER NUMBER NOT 1 - 5' TO WS-DL-RJ-REASON          07860000
               GO TO P30000-EXIT                                        07870000
           END-IF.                                                      07880000
                                                                        07890000
           IF WCC-THRESHOLD NOT NUMERIC                                 07900000
              OR WCC-PERCENT NOT NUMERIC                                07910000
               MOVE 'THRESHOLD OR PERCENT NOT NUMERIC'                  07920000
                   TO WS-DL-RJ-REASON                                   07930000
               GO TO P30000-EXIT                                        07940000
           END-IF.                                                      07950000
                                                                        07960000
           IF WCC-PERCENT-9 > 100                                       07970000
               MOVE 'PERCENT OVER 100' TO WS-DL-RJ-REASON               07980000
               GO TO P30000-EXIT                                        07990000
           END-IF.                                                      08000000
                                                                        08010000
           MOVE WCC-TIER-NUMBER-9 TO WS-SUB.                            08020000
           MOVE WCC-THRESHOLD-9 TO REBATE-TIER-THRESHOLD (WS-SUB).      08030000
           MOVE WCC-PERCENT-9 TO REBATE-TIER-PERCENT (WS-SUB).          08040000
                                                                        08050000
           REWRITE REBATE-AGREEMENT-RECORD.                             08060000
                                                                        08070000
           IF NOT REBATEF-OK                                            08080000
               MOVE 'REWRITE REBATE AGREEMENT FAILED' TO WPBE-MESSAGE   08090000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                08100000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          08110000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08120000
           END-IF.                                                      08130000
                                                                        08140000
           MOVE '  TIER SET  ' TO WS-DL-AC-ACTION.                      08150000
           ADD +1 TO WS-AGREEMENTS-CHANGED.                             08160000
                                                                        08170000
       P30000-EXIT.                                                     08180000
           EXIT.                                                        08190000
           EJECT                                                        08200000
      ***************************************************************** 08210000
      *                                                               * 08220000
      *    PARAGRAPH:  P40000-CATEGORY-CARD                           * 08230000
      *                                                               * 08240000
      *    FUNCTION :  SET (OR CLEAR) ONE CATEGORY THE AGREEMENT IS   * 08250000
      *                LIMITED TO                                     * 08260000
      *                                                               * 08270000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 08280000
      *                                                               * 08290000
      ***************************************************************** 08300000
                                                                        08310000
       P40000-CATEGORY-CARD.                                            08320000
                                                                        08330000
           IF WCC-CATEGORY-SLOT NOT NUMERIC                             08340000
              OR WCC-CATEGORY-SLOT-9 < 1                                08350000
              OR WCC-CATEGORY-SLOT-9 > 3                                08360000
               MOVE 'CATEGORY SLOT NOT 1 - 3' TO WS-DL-RJ-REASON        08370000
               GO TO P40000-EXIT                                        08380000
           END-IF.                                                      08390000
                                                                        08400000
           MOVE WCC-CATEGORY-SLOT-9 TO WS-SUB.                          08410000
           MOVE WCC-CATEGORY-NAME TO REBATE-CATEGORY (WS-SUB).          08420000
                                                                        08430000
           REWRITE REBATE-AGREEMENT-RECORD.                             08440000
                                                                        08450000
           IF NOT REBATEF-OK                                            08460000
               MOVE 'REWRITE REBATE AGREEMENT FAILED' TO WPBE-MESSAGE   08470000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                08480000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          08490000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08500000
           END-IF.                                                      08510000
                                                                        08520000
           MOVE '  CATEGORY  ' TO WS-DL-AC-ACTION.                      08530000
           ADD +1 TO WS-AGREEMENTS-CHANGED.                             08540000
                                                                        08550000
       P40000-EXIT.                                                     08560000
           EXIT.                                                        08570000
           EJECT                                                        08580000
      ***************************************************************** 08590000
      *                                                               * 08600000
      *    PARAGRAPH:  P50000-LOAD-AGREEMENTS                         * 08610000
      *                                                               * 08620000
      *    FUNCTION :  LOAD EVERY ACTIVE AGREEMENT WHOSE PERIOD HAS   * 08630000
      *                STARTED BY THE RUN DATE                        * 08640000
      *                                                               * 08650000
      *    CALLED BY:  P00000-MAINLINE                                * 08660000
      *                                                               * 08670000
      ***************************************************************** 08680000
                                                                        08690000
       P50000-LOAD-AGREEMENTS.                                          08700000
                                                                        08710000
           MOVE ZEROES TO WS-AGREEMENT-COUNT.                           08720000
           MOVE 'N' TO WS-END-OF-REBATE-SW.                             08730000
                                                                        08740000
           MOVE LOW-VALUES TO REBATE-AGREEMENT-KEY.                     08750000
                                                                        08760000
           START VSAM-REBATE                                            08770000
               KEY NOT LESS THAN REBATE-AGREEMENT-KEY.                  08780000
                                                                        08790000
           IF REBATEF-NOTFOUND OR REBATEF-END OR REBATEF-EMPTY          08800000
               GO TO P50000-EXIT                                        08810000
           END-IF.                                                      08820000
                                                                        08830000
           IF NOT REBATEF-OK                                            08840000
               MOVE 'START REBATE AGREEMENT FAILED' TO WPBE-MESSAGE     08850000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                08860000
               MOVE 'P50000' TO WPBE-PARAGRAPH                          08870000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08880000
           END-IF.                                                      08890000
                                                                        08900000
           PERFORM P51000-LOAD-AGREEMENT THRU P51000-EXIT               08910000
               UNTIL END-OF-REBATE.                                     08920000
                                                                        08930000
           IF AGREEMENT-TABLE-FULL                                      08940000
               MOVE '  MORE ACTIVE AGREEMENTS THAN THE TABLE HOLDS -- ' 08950000
                   TO WS-DL-LINE-TEXT                                   08960000
               DISPLAY WS-DL-LINE                                       08970000
               MOVE '  THE REST ARE ACCRUED ON THE NEXT RUN'            08980000
                   TO WS-DL-LINE-TEXT                                   08990000
               DISPLAY WS-DL-LINE                                       09000000
           END-IF.                                                      09010000
                                                                        09020000
       P50000-EXIT.                                                     09030000
           EXIT.                                                        09040000
           EJECT                                                        09050000
      ***************************************************************** 09060000
      *                                                               * 09070000
      *    PARAGRAPH:  P51000-LOAD-AGREEMENT                          * 09080000
      *                                                               * 09090000
      *    FUNCTION :  READ THE NEXT AGREEMENT AND, WHEN IT IS DUE    * 09100000
      *                FOR ACCRUAL, ADD IT TO THE TABLE               * 09110000
      *                                                               * 09120000
      *    CALLED BY:  P50000-LOAD-AGREEMENTS                         * 09130000
      *                                                               * 09140000
      ***************************************************************** 09150000
                                                                        09160000
       P51000-LOAD-AGREEMENT.                                           09170000
                                                                        09180000
           READ VSAM-REBATE NEXT.                                       09190000
                                                                        09200000
           IF REBATEF-END                                               09210000
               MOVE 'Y' TO WS-END-OF-REBATE-SW                          09220000
               GO TO P51000-EXIT                                        09230000
           END-IF.                                                      09240000
                                                                        09250000
           IF NOT REBATEF-OK                                            09260000
               MOVE 'READ NEXT REBATE AGREEMENT FAILED'                 09270000
                   TO WPBE-MESSAGE                                      09280000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                09290000
               MOVE 'P51000' TO WPBE-PARAGRAPH                          09300000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09310000
           END-IF.                                                      09320000
                                                                        09330000
           IF NOT REBATE-ACTIVE                                         09340000
              OR REBATE-PERIOD-START > WS-DATE-CCYYMMDD                 09350000
               GO TO P51000-EXIT                                        09360000
           END-IF.                                                      09370000
                                                                        09380000
           IF WS-AGREEMENT-COUNT NOT < WS-AGREEMENT-MAX                 09390000
               MOVE 'Y' TO WS-TABLE-FULL-SW                             09400000
               MOVE 'Y' TO WS-END-OF-REBATE-SW                          09410000
               GO TO P51000-EXIT                                        09420000
           END-IF.                                                      09430000
                                                                        09440000
           ADD +1 TO WS-AGREEMENT-COUNT.                                09450000
           MOVE WS-AGREEMENT-COUNT TO WS-AG-SUB.                        09460000
                                                                        09470000
           MOVE REBATE-PREFIX TO WS-AG-PREFIX (WS-AG-SUB).              09480000
           MOVE REBATE-SUPPLIER-ID TO WS-AG-SUPPLIER-ID (WS-AG-SUB).    09490000
           MOVE REBATE-AGREEMENT-SEQ TO WS-AG-SEQ (WS-AG-SUB).          09500000
           MOVE REBATE-PERIOD-START TO WS-AG-PERIOD-START (WS-AG-SUB).  09510000
           MOVE REBATE-PERIOD-END TO WS-AG-PERIOD-END (WS-AG-SUB).      09520000
           MOVE REBATE-BASIS TO WS-AG-BASIS (WS-AG-SUB).                09530000
           MOVE 'N' TO WS-AG-CATEGORY-SW (WS-AG-SUB).                   09540000
           MOVE ZEROES TO WS-AG-BASIS-TO-DATE (WS-AG-SUB)               09550000
                          WS-AG-DOLLARS-TO-DATE (WS-AG-SUB).            09560000
                                                                        09570000
           PERFORM P52000-LOAD-CATEGORY THRU P52000-EXIT                09580000
               VARYING WS-CAT-SUB FROM 1 BY 1                           09590000
                 UNTIL WS-CAT-SUB > 3.                                  09600000
                                                                        09610000
       P51000-EXIT.                                                     09620000
           EXIT.                                                        09630000
           EJECT                                                        09640000
      ***************************************************************** 09650000
      *                                                               * 09660000
      *    PARAGRAPH:  P52000-LOAD-CATEGORY                           * 09670000
      *                                                               * 09680000
      *    FUNCTION :  COPY ONE CATEGORY LIMIT TO THE TABLE ENTRY     * 09690000
      *                                                               * 09700000
      *    CALLED BY:  P51000-LOAD-AGREEMENT                          * 09710000
      *                                                               * 09720000
      ***************************************************************** 09730000
                                                                        09740000
       P52000-LOAD-CATEGORY.                                            09750000
                                                                        09760000
           MOVE REBATE-CATEGORY (WS-CAT-SUB)                            09770000
               TO WS-AG-CATEGORY (WS-AG-SUB, WS-CAT-SUB).               09780000
                                                                        09790000
           IF REBATE-CATEGORY (WS-CAT-SUB) NOT = SPACES                 09800000
               MOVE 'Y' TO WS-AG-CATEGORY-SW (WS-AG-SUB)                09810000
           END-IF.                                                      09820000
                                                                        09830000
       P52000-EXIT.                                                     09840000
           EXIT.                                                        09850000
           EJECT                                                        09860000
      ***************************************************************** 09870000
      *                                                               * 09880000
      *    PARAGRAPH:  P60000-TOTAL-PURCHASES                         * 09890000
      *                                                               * 09900000
      *    FUNCTION :  ONE PASS OF THE PURCHASE ORDER FILE, ADDING    * 09910000
      *                EACH RECEIVED LINE TO EVERY AGREEMENT IT       * 09920000
      *                COUNTS TOWARD                                  * 09930000
      *                                                               * 09940000
      *    CALLED BY:  P00000-MAINLINE                                * 09950000
      *                                                               * 09960000
      ***************************************************************** 09970000
                                                                        09980000
       P60000-TOTAL-PURCHASES.                                          09990000
                                                                        10000000
           IF WS-AGREEMENT-COUNT = ZEROES                               10010000
               GO TO P60000-EXIT                                        10020000
           END-IF.                                                      10030000
                                                                        10040000
           MOVE 'N' TO WS-END-OF-PO-SW.                                 10050000
           MOVE LOW-VALUES TO PURCHASE-ORDER-KEY.                       10060000
                                                                        10070000
           START VSAM-PURCHASE-ORDER                                    10080000
               KEY NOT LESS THAN PURCHASE-ORDER-KEY.                    10090000
                                                                        10100000
           IF PURCHORF-NOTFOUND OR PURCHORF-END OR PURCHORF-EMPTY       10110000
               GO TO P60000-EXIT                                        10120000
           END-IF.                                                      10130000
                                                                        10140000
           IF NOT PURCHORF-OK                                           10150000
               MOVE 'START PURCHASE ORDER FAILED' TO WPBE-MESSAGE       10160000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               10170000
               MOVE 'P60000' TO WPBE-PARAGRAPH                          10180000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10190000
           END-IF.                                                      10200000
                                                                        10210000
           PERFORM P61000-PO-LINE THRU P61000-EXIT                      10220000
               UNTIL END-OF-PO.                                         10230000
                                                                        10240000
       P60000-EXIT.                                                     10250000
           EXIT.                                                        10260000
           EJECT                                                        10270000
      ***************************************************************** 10280000
      *                                                               * 10290000
      *    PARAGRAPH:  P61000-PO-LINE                                 * 10300000
      *                                                               * 10310000
      *    FUNCTION :  READ THE NEXT PURCHASE ORDER LINE AND, WHEN    * 10320000
      *                IT HAS BEEN RECEIVED, OFFER IT TO EACH         * 10330000
      *                AGREEMENT                                      * 10340000
      *                                                               * 10350000
      *    CALLED BY:  P60000-TOTAL-PURCHASES                         * 10360000
      *                                                               * 10370000
      ***************************************************************** 10380000
                                                                        10390000
       P61000-PO-LINE.                                                  10400000
                                                                        10410000
           READ VSAM-PURCHASE-ORDER NEXT.                               10420000
                                                                        10430000
           IF PURCHORF-END                                              10440000
               MOVE 'Y' TO WS-END-OF-PO-SW                              10450000
               GO TO P61000-EXIT                                        10460000
           END-IF.                                                      10470000
                                                                        10480000
           IF NOT PURCHORF-OK                                           10490000
               MOVE 'READ NEXT PURCHASE ORDER FAILED' TO WPBE-MESSAGE   10500000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               10510000
               MOVE 'P61000' TO WPBE-PARAGRAPH                          10520000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10530000
           END-IF.                                                      10540000
                                                                        10550000
           IF PURCHASE-ORDER-NUMBER = ZEROES                            10560000
              OR PURCHASE-ORDER-QTY-RECEIVED = ZEROES                   10570000
              OR PURCHASE-ORDER-DATE-RECEIVED = ZEROES                  10580000
               GO TO P61000-EXIT                                        10590000
           END-IF.                                                      10600000
                                                                        10610000
           COMPUTE WS-LINE-DOLLARS =                                    10620000
               PURCHASE-ORDER-QTY-RECEIVED * PURCHASE-ORDER-UNIT-PRICE. 10630000
                                                                        10640000
           MOVE 'N' TO WS-CATEGORY-READ-SW.                             10650000
                                                                        10660000
           PERFORM P62000-MATCH-AGREEMENT THRU P62000-EXIT              10670000
               VARYING WS-AG-SUB FROM 1 BY 1                            10680000
                 UNTIL WS-AG-SUB > WS-AGREEMENT-COUNT.                  10690000
                                                                        10700000
       P61000-EXIT.                                                     10710000
           EXIT.                                                        10720000
           EJECT                                                        10730000
      ***************************************************************** 10740000
      *                                                               * 10750000
      *    PARAGRAPH:  P62000-MATCH-AGREEMENT                         * 10760000
      *                                                               * 10770000
      *    FUNCTION :  ADD THE LINE TO ONE AGREEMENT WHEN IT IS FOR   * 10780000
      *                THE SAME SUPPLIER, WAS RECEIVED WITHIN THE     * 10790000
      *                PERIOD AND IS IN ONE OF ITS CATEGORIES         * 10800000
      *                                                               * 10810000
      *    CALLED BY:  P61000-PO-LINE                                 * 10820000
      *                                                               * 10830000
      ***************************************************************** 10840000
                                                                        10850000
       P62000-MATCH-AGREEMENT.                                          10860000
                                                                        10870000
           IF PURCHASE-ORDER-PREFIX NOT = WS-AG-PREFIX (WS-AG-SUB)      10880000
              OR PURCHASE-ORDER-SUPPLIER-ID                             10890000
                 NOT = WS-AG-SUPPLIER-ID (WS-AG-SUB)                    10900000
              OR PURCHASE-ORDER-DATE-RECEIVED                           10910000
                 < WS-AG-PERIOD-START (WS-AG-SUB)                       10920000
              OR PURCHASE-ORDER-DATE-RECEIVED                           10930000
                 > WS-AG-PERIOD-END (WS-AG-SUB)                         10940000
               GO TO P62000-EXIT                                        10950000
           END-IF.                                                      10960000
                                                                        10970000
           IF WS-AG-HAS-CATEGORIES (WS-AG-SUB)                          10980000
               IF NOT CATEGORY-READ                                     10990000
                   PERFORM P63000-GET-CATEGORY THRU P63000-EXIT         11000000
               END-IF                                                   11010000
               MOVE 'N' TO WS-MATCH-SW                                  11020000
               PERFORM P64000-MATCH-CATEGORY THRU P64000-EXIT           11030000
                   VARYING WS-CAT-SUB FROM 1 BY 1                       11040000
                     UNTIL WS-CAT-SUB > 3                               11050000
               IF NOT LINE-MATCHES                                      11060000
                   GO TO P62000-EXIT                                    11070000
               END-IF                                                   11080000
           END-IF.                                                      11090000
                                                                        11100000
           IF WS-AG-ON-QUANTITY (WS-AG-SUB)                             11110000
               ADD PURCHASE-ORDER-QTY-RECEIVED                          11120000
                   TO WS-AG-BASIS-TO-DATE (WS-AG-SUB)                   11130000
           ELSE                                                         11140000
               ADD WS-LINE-DOLLARS TO WS-AG-BASIS-TO-DATE (WS-AG-SUB)   11150000
           END-IF.                                                      11160000
                                                                        11170000
           ADD WS-LINE-DOLLARS TO WS-AG-DOLLARS-TO-DATE (WS-AG-SUB).    11180000
                                                                        11190000
       P62000-EXIT.                                                     11200000
           EXIT.                                                        11210000
           EJECT                                                        11220000
      ***************************************************************** 11230000
      *                                                               * 11240000
      *    PARAGRAPH:  P63000-GET-CATEGORY                            * 11250000
      *                                                               * 11260000
      *    FUNCTION :  GET THE CATEGORY OF THE LINE ITEM, ONCE PER    * 11270000
      *                LINE.  AN ITEM NOT ON FILE HAS NO CATEGORY     * 11280000
      *                                                               * 11290000
      *    CALLED BY:  P62000-MATCH-AGREEMENT                         * 11300000
      *                                                               * 11310000
      ***************************************************************** 11320000
                                                                        11330000
       P63000-GET-CATEGORY.                                             11340000
                                                                        11350000
           MOVE 'Y' TO WS-CATEGORY-READ-SW.                             11360000
                                                                        11370000
           MOVE PURCHASE-ORDER-ITEM-PRE TO ITEM-PREFIX.                 11380000
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO ITEM-NUMBER.              11390000
                                                                        11400000
           EXEC SQL                                                     11410000
               SELECT  CATEGORY_NAME                                    11420000
               INTO    :ITEM-CATEGORY-NAME                              11430000
               FROM    ITEM                                             11440000
               WHERE   PREFIX = :ITEM-PREFIX                            11450000
                 AND   NUMBER = :ITEM-NUMBER                            11460000
           END-EXEC.                                                    11470000
                                                                        11480000
           EVALUATE TRUE                                                11490000
               WHEN SQLCODE = +0                                        11500000
                   CONTINUE                                             11510000
               WHEN SQLCODE = +100                                      11520000
                   MOVE SPACES TO ITEM-CATEGORY-NAME                    11530000
               WHEN OTHER                                               11540000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      11550000
                   MOVE 'PDAB106' TO WPDE-PROGRAM-ID                    11560000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     11570000
                   MOVE 'SELECT ITEM CATEGORY' TO WPDE-FUNCTION         11580000
                   MOVE 'P63000' TO WPDE-PARAGRAPH                      11590000
                   PERFORM P99999-ABEND THRU P99999-EXIT                11600000
           END-EVALUATE.                                                11610000
                                                                        11620000
       P63000-EXIT.                                                     11630000
           EXIT.                                                        11640000
           EJECT                                                        11650000
      ***************************************************************** 11660000
      *                                                               * 11670000
      *    PARAGRAPH:  P64000-MATCH-CATEGORY                          * 11680000
      *                                                               * 11690000
      *    FUNCTION :  COMPARE THE ITEM CATEGORY TO ONE CATEGORY      * 11700000
      *                LIMIT OF THE AGREEMENT                         * 11710000
      *                                                               * 11720000
      *    CALLED BY:  P62000-MATCH-AGREEMENT                         * 11730000
      *                                                               * 11740000
      ***************************************************************** 11750000
                                                                        11760000
       P64000-MATCH-CATEGORY.                                           11770000
                                                                        11780000
           IF WS-AG-CATEGORY (WS-AG-SUB, WS-CAT-SUB) NOT = SPACES       11790000
              AND WS-AG-CATEGORY (WS-AG-SUB, WS-CAT-SUB)                11800000
                  = ITEM-CATEGORY-NAME                                  11810000
               MOVE 'Y' TO WS-MATCH-SW                                  11820000
           END-IF.                                                      11830000
                                                                        11840000
       P64000-EXIT.                                                     11850000
           EXIT.                                                        11860000
           EJECT                                                        11870000
      ***************************************************************** 11880000
      *                                                               * 11890000
      *    PARAGRAPH:  P70000-ACCRUAL-REPORT                          * 11900000
      *                                                               * 11910000
      *    FUNCTION :  UPDATE EACH LOADED AGREEMENT WITH ITS NEW      * 11920000
      *                PURCHASES, TIER AND ACCRUAL, PRINT THE ACCRUAL * 11930000
      *                REPORT, AND CLAIM AGREEMENTS PAST PERIOD END   * 11940000
      *                                                               * 11950000
      *    CALLED BY:  P00000-MAINLINE                                * 11960000
      *                                                               * 11970000
      ***************************************************************** 11980000
                                                                        11990000
       P70000-ACCRUAL-REPORT.                                           12000000
                                                                        12010000
           DISPLAY WS-DL-ASTERISK.                                      12020000
           MOVE '  SUPPLIER REBATE ACCRUAL REPORT' TO WS-DL-LINE-TEXT.  12030000
           DISPLAY WS-DL-LINE.                                          12040000
           DISPLAY WS-DL-BLANK.                                         12050000
                                                                        12060000
           IF WS-AGREEMENT-COUNT = ZEROES                               12070000
               MOVE '  NO ACTIVE REBATE AGREEMENTS' TO WS-DL-LINE-TEXT  12080000
               DISPLAY WS-DL-LINE                                       12090000
               DISPLAY WS-DL-ASTERISK                                   12100000
               GO TO P70000-EXIT                                        12110000
           END-IF.                                                      12120000
                                                                        12130000
           DISPLAY WS-DL-AR-HEADING.                                    12140000
                                                                        12150000
           PERFORM P71000-ACCRUE-AGREEMENT THRU P71000-EXIT             12160000
               VARYING WS-AG-SUB FROM 1 BY 1                            12170000
                 UNTIL WS-AG-SUB > WS-AGREEMENT-COUNT.                  12180000
                                                                        12190000
           DISPLAY WS-DL-BLANK.                                         12200000
                                                                        12210000
           MOVE 'TOTAL ACCRUED REBATE' TO WS-DL-AT-TITLE.               12220000
           MOVE WS-TOTAL-ACCRUED TO WS-DL-AT-AMOUNT.                    12230000
           DISPLAY WS-DL-AMOUNT-TOTAL.                                  12240000
                                                                        12250000
           MOVE 'ACCRUED THIS RUN' TO WS-DL-AT-TITLE.                   12260000
           MOVE WS-TOTAL-MONTH TO WS-DL-AT-AMOUNT.                      12270000
           DISPLAY WS-DL-AMOUNT-TOTAL.                                  12280000
                                                                        12290000
           MOVE 'CLAIMED THIS RUN' TO WS-DL-AT-TITLE.                   12300000
           MOVE WS-TOTAL-CLAIMED TO WS-DL-AT-AMOUNT.                    12310000
           DISPLAY WS-DL-AMOUNT-TOTAL.                                  12320000
                                                                        12330000
           DISPLAY WS-DL-ASTERISK.                                      12340000
                                                                        12350000
       P70000-EXIT.                                                     12360000
           EXIT.                                                        12370000
           EJECT                                                        12380000
      ***************************************************************** 12390000
      *                                                               * 12400000
      *    PARAGRAPH:  P71000-ACCRUE-AGREEMENT                        * 12410000
      *                                                               * 12420000
      *    FUNCTION :  FIND THE TIER REACHED, RECOMPUTE THE ACCRUED   * 12430000
      *                REBATE ON ALL RECEIVED DOLLARS, REWRITE THE    * 12440000
      *                AGREEMENT AND PRINT ITS ACCRUAL LINE           * 12450000
      *                                                               * 12460000
      *    CALLED BY:  P70000-ACCRUAL-REPORT                          * 12470000
      *                                                               * 12480000
      ***************************************************************** 12490000
                                                                        12500000
       P71000-ACCRUE-AGREEMENT.                                         12510000
                                                                        12520000
           MOVE WS-AG-PREFIX (WS-AG-SUB) TO REBATE-PREFIX.              12530000
           MOVE WS-AG-SUPPLIER-ID (WS-AG-SUB) TO REBATE-SUPPLIER-ID.    12540000
           MOVE WS-AG-SEQ (WS-AG-SUB) TO REBATE-AGREEMENT-SEQ.          12550000
                                                                        12560000
           READ VSAM-REBATE.                                            12570000
                                                                        12580000
           IF NOT REBATEF-OK                                            12590000
               MOVE 'READ REBATE AGREEMENT FAILED' TO WPBE-MESSAGE      12600000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                12610000
               MOVE 'P71000' TO WPBE-PARAGRAPH                          12620000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12630000
           END-IF.                                                      12640000
                                                                        12650000
           MOVE ZEROES TO WS-TIER.                                      12660000
                                                                        12670000
           PERFORM P72000-CHECK-TIER THRU P72000-EXIT                   12680000
               VARYING WS-SUB FROM 1 BY 1                               12690000
                 UNTIL WS-SUB > 5.                                      12700000
                                                                        12710000
           IF WS-TIER = ZEROES                                          12720000
               MOVE ZEROES TO WS-PERCENT                                12730000
           ELSE                                                         12740000
               MOVE REBATE-TIER-PERCENT (WS-TIER) TO WS-PERCENT         12750000
           END-IF.                                                      12760000
                                                                        12770000
           COMPUTE WS-NEW-ACCRUED ROUNDED =                             12780000
               WS-AG-DOLLARS-TO-DATE (WS-AG-SUB) * WS-PERCENT / 100.    12790000
                                                                        12800000
           COMPUTE WS-MONTH-ACCRUAL = WS-NEW-ACCRUED - REBATE-ACCRUED.  12810000
                                                                        12820000
           MOVE WS-AG-BASIS-TO-DATE (WS-AG-SUB)                         12830000
               TO REBATE-BASIS-TO-DATE.                                 12840000
           MOVE WS-AG-DOLLARS-TO-DATE (WS-AG-SUB)                       12850000
               TO REBATE-DOLLARS-TO-DATE.                               12860000
           MOVE WS-TIER TO REBATE-TIER-REACHED.                         12870000
           MOVE WS-NEW-ACCRUED TO REBATE-ACCRUED.                       12880000
           MOVE WS-DATE-CCYYMMDD TO REBATE-DATE-ACCRUED.                12890000
                                                                        12900000
           ADD WS-NEW-ACCRUED TO WS-TOTAL-ACCRUED.                      12910000
           ADD WS-MONTH-ACCRUAL TO WS-TOTAL-MONTH.                      12920000
           ADD +1 TO WS-AGREEMENTS-ACCRUED.                             12930000
                                                                        12940000
           MOVE REBATE-SUPPLIER-ID TO WS-DL-AR-SUPPLIER.                12950000
           MOVE REBATE-AGREEMENT-SEQ TO WS-DL-AR-SEQ.                   12960000
           MOVE REBATE-BASIS TO WS-DL-AR-BASIS.                         12970000
           MOVE REBATE-BASIS-TO-DATE TO WS-DL-AR-PURCHASED.             12980000
           MOVE REBATE-TIER-REACHED TO WS-DL-AR-TIER.                   12990000
           MOVE WS-PERCENT TO WS-DL-AR-PERCENT.                         13000000
           MOVE REBATE-ACCRUED TO WS-DL-AR-ACCRUED.                     13010000
           MOVE WS-MONTH-ACCRUAL TO WS-DL-AR-MONTH.                     13020000
           DISPLAY WS-DL-ACCRUAL.                                       13030000
                                                                        13040000
      ***************************************************************** 13050000
      *    PERIOD OVER -- THE FINAL ACCRUAL IS CLAIMED                * 13060000
      ***************************************************************** 13070000
                                                                        13080000
           IF REBATE-PERIOD-END < WS-DATE-CCYYMMDD                      13090000
               PERFORM P80000-CLAIM-REBATE THRU P80000-EXIT             13100000
           END-IF.                                                      13110000
                                                                        13120000
           REWRITE REBATE-AGREEMENT-RECORD.                             13130000
                                                                        13140000
           IF NOT REBATEF-OK                                            13150000
               MOVE 'REWRITE REBATE AGREEMENT FAILED' TO WPBE-MESSAGE   13160000
               MOVE WS-REBATE-STATUS TO WPBE-FILE-STATUS                13170000
               MOVE 'P71000' TO WPBE-PARAGRAPH                          13180000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13190000
           END-IF.                                                      13200000
                                                                        13210000
       P71000-EXIT.                                                     13220000
           EXIT.                                                        13230000
           EJECT                                                        13240000
      ***************************************************************** 13250000
      *                                                               * 13260000
      *    PARAGRAPH:  P72000-CHECK-TIER                              * 13270000
      *                                                               * 13280000
      *    FUNCTION :  NOTE THE TIER WHEN IT IS IN USE AND THE        * 13290000
      *                PURCHASES HAVE REACHED ITS THRESHOLD           * 13300000
      *                                                               * 13310000
      *    CALLED BY:  P71000-ACCRUE-AGREEMENT                        * 13320000
      *                                                               * 13330000
      ***************************************************************** 13340000
                                                                        13350000
       P72000-CHECK-TIER.                                               13360000
                                                                        13370000
           IF REBATE-TIER-PERCENT (WS-SUB) > ZEROES                     13380000
              AND WS-AG-BASIS-TO-DATE (WS-AG-SUB)                       13390000
                  NOT < REBATE-TIER-THRESHOLD (WS-SUB)                  13400000
               MOVE WS-SUB TO WS-TIER                                   13410000
           END-IF.                                                      13420000
                                                                        13430000
       P72000-EXIT.                                                     13440000
           EXIT.                                                        13450000
           EJECT                                                        13460000
      ***************************************************************** 13470000
      *                                                               * 13480000
      *    PARAGRAPH:  P80000-CLAIM-REBATE                            * 13490000
      *                                                               * 13500000
      *    FUNCTION :  RAISE THE DEBIT MEMO FOR AN EARNED REBATE,     * 13510000
      *                PRINT THE SUPPLIER'S CLAIM STATEMENT AND MARK  * 13520000
      *                THE AGREEMENT CLAIMED                          * 13530000
      *                                                               * 13540000
      *    CALLED BY:  P71000-ACCRUE-AGREEMENT                        * 13550000
      *                                                               * 13560000
      ***************************************************************** 13570000
                                                                        13580000
       P80000-CLAIM-REBATE.                                             13590000
                                                                        13600000
           MOVE ZEROES TO WS-NEXT-MEMO-NUMBER.                          13610000
                                                                        13620000
           IF REBATE-ACCRUED > ZEROES                                   13630000
               PERFORM P81000-RAISE-DEBIT-MEMO THRU P81000-EXIT         13640000
               ADD REBATE-ACCRUED TO WS-TOTAL-CLAIMED                   13650000
               ADD +1 TO WS-CLAIMS-RAISED                               13660000
           END-IF.                                                      13670000
                                                                        13680000
           MOVE 'C' TO REBATE-STATUS.                                   13690000
           MOVE WS-NEXT-MEMO-NUMBER TO REBATE-CLAIM-MEMO.               13700000
           MOVE WS-DATE-CCYYMMDD TO REBATE-DATE-CLAIMED.                13710000
                                                                        13720000
           PERFORM P85000-CLAIM-STATEMENT THRU P85000-EXIT.             13730000
                                                                        13740000
       P80000-EXIT.                                                     13750000
           EXIT.                                                        13760000
           EJECT                                                        13770000
      ***************************************************************** 13780000
      *                                                               * 13790000
      *    PARAGRAPH:  P81000-RAISE-DEBIT-MEMO                        * 13800000
      *                                                               * 13810000
      *    FUNCTION :  TAKE THE NEXT DEBIT MEMO NUMBER FROM THE       * 13820000
      *                PREFIX CONTROL RECORD AND WRITE THE REBATE     * 13830000
      *                RECEIVABLE AGAINST THE SUPPLIER                * 13840000
      *                                                               * 13850000
      *    CALLED BY:  P80000-CLAIM-REBATE                            * 13860000
      *                                                               * 13870000
      ***************************************************************** 13880000
                                                                        13890000
       P81000-RAISE-DEBIT-MEMO.                                         13900000
                                                                        13910000
           MOVE REBATE-PRE TO DEBIT-MEMO-PRE.                           13920000
           MOVE ZEROES TO DEBIT-MEMO-NUMBER.                            13930000
                                                                        13940000
           READ VSAM-DEBIT-MEMO.                                        13950000
                                                                        13960000
           IF MEMOF-NOTFOUND OR MEMOF-EMPTY                             13970000
               MOVE SPACES TO DEBIT-MEMO-RECORD                         13980000
               MOVE REBATE-PRE TO DEBIT-MEMO-PRE                        13990000
               MOVE ZEROES TO DEBIT-MEMO-NUMBER                         14000000
               MOVE ZEROES TO DEBIT-MEMO-ORDER-NUMBER                   14010000
               MOVE ZEROES TO DEBIT-MEMO-ITEM-SEQUENCE                  14020000
               MOVE ZEROES TO DEBIT-MEMO-QUANTITY                       14030000
               MOVE ZEROES TO DEBIT-MEMO-AMOUNT                         14040000
               MOVE ZEROES TO DEBIT-MEMO-DATE                           14050000
               WRITE DEBIT-MEMO-RECORD                                  14060000
               READ VSAM-DEBIT-MEMO                                     14070000
           END-IF.                                                      14080000
                                                                        14090000
           IF NOT MEMOF-OK                                              14100000
               MOVE 'READ MEMO CONTROL FAILED' TO WPBE-MESSAGE          14110000
               MOVE WS-MEMO-STATUS TO WPBE-FILE-STATUS                  14120000
               MOVE 'P81000' TO WPBE-PARAGRAPH                          14130000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14140000
           END-IF.                                                      14150000
                                                                        14160000
           ADD 1 TO DEBIT-MEMO-ORDER-NUMBER.                            14170000
           MOVE DEBIT-MEMO-ORDER-NUMBER TO WS-NEXT-MEMO-NUMBER.         14180000
                                                                        14190000
           REWRITE DEBIT-MEMO-RECORD.                                   14200000
                                                                        14210000
           IF NOT MEMOF-OK                                              14220000
               MOVE 'REWRITE MEMO CONTROL FAILED' TO WPBE-MESSAGE       14230000
               MOVE WS-MEMO-STATUS TO WPBE-FILE-STATUS                  14240000
               MOVE 'P81000' TO WPBE-PARAGRAPH                          14250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14260000
           END-IF.                                                      14270000
                                                                        14280000
           MOVE SPACES TO DEBIT-MEMO-RECORD.                            14290000
           MOVE REBATE-PRE TO DEBIT-MEMO-PRE.                           14300000
           MOVE WS-NEXT-MEMO-NUMBER TO DEBIT-MEMO-NUMBER.               14310000
           MOVE REBATE-SUPPLIER-ID TO DEBIT-MEMO-SUPPLIER-ID.           14320000
           MOVE REBATE-AGREEMENT-SEQ TO DEBIT-MEMO-ORDER-NUMBER.        14330000
           MOVE ZEROES TO DEBIT-MEMO-ITEM-SEQUENCE.                     14340000
           MOVE ZEROES TO DEBIT-MEMO-QUANTITY.                          14350000
           MOVE REBATE-ACCRUED TO DEBIT-MEMO-AMOUNT.                    14360000
           MOVE WS-DATE-CCYYMMDD TO DEBIT-MEMO-DATE.                    14370000
           MOVE 'O' TO DEBIT-MEMO-STATUS.                               14380000
           MOVE 'B' TO DEBIT-MEMO-SOURCE.                               14390000
                                                                        14400000
           WRITE DEBIT-MEMO-RECORD.                                     14410000
                                                                        14420000
           IF NOT MEMOF-OK                                              14430000
               MOVE 'WRITE DEBIT MEMO FAILED' TO WPBE-MESSAGE           14440000
               MOVE WS-MEMO-STATUS TO WPBE-FILE-STATUS                  14450000
               MOVE 'P81000' TO WPBE-PARAGRAPH                          14460000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14470000
           END-IF.                                                      14480000
                                                                        14490000
       P81000-EXIT.                                                     14500000
           EXIT.                                                        14510000
           EJECT                                                        14520000
      ***************************************************************** 14530000
      *                                                               * 14540000
      *    PARAGRAPH:  P85000-CLAIM-STATEMENT                         * 14550000
      *                                                               * 14560000
      *    FUNCTION :  PRINT THE REBATE CLAIM STATEMENT FOR THE       * 14570000
      *                SUPPLIER -- NAME AND ADDRESS, AGREEMENT        * 14580000
      *                PERIOD, PURCHASES, TIER EARNED, THE REBATE     * 14590000
      *                CLAIMED AND THE DEBIT MEMO RAISED FOR IT       * 14600000
      *                                                               * 14610000
      *    CALLED BY:  P80000-CLAIM-REBATE                            * 14620000
      *                                                               * 14630000
      ***************************************************************** 14640000
                                                                        14650000
       P85000-CLAIM-STATEMENT.                                          14660000
                                                                        14670000
           MOVE REBATE-PRE TO SUPPLIER-PREFIX.                          14680000
           MOVE REBATE-SUPPLIER-ID TO SUPPLIER-SUPPLIER-ID.             14690000
                                                                        14700000
           EXEC SQL                                                     14710000
               SELECT  NAME,                                            14720000
                       ADDRESS,                                         14730000
                       CITY,                                            14740000
                       STATE,                                           14750000
                       POSTAL_CODE                                      14760000
               INTO    :SUPPLIER-NAME,                                  14770000
                       :SUPPLIER-ADDRESS,                               14780000
                       :SUPPLIER-CITY,                                  14790000
                       :SUPPLIER-STATE,                                 14800000
                       :SUPPLIER-POSTAL-CODE                            14810000
               FROM    SUPPLIER                                         14820000
               WHERE   PREFIX = :SUPPLIER-PREFIX                        14830000
                 AND   SUPPLIER_ID = :SUPPLIER-SUPPLIER-ID              14840000
           END-EXEC.                                                    14850000
                                                                        14860000
           EVALUATE TRUE                                                14870000
               WHEN SQLCODE = +0                                        14880000
                   CONTINUE                                             14890000
               WHEN SQLCODE = +100                                      14900000
                   MOVE SPACES TO SUPPLIER-NAME                         14910000
                                  SUPPLIER-ADDRESS                      14920000
                                  SUPPLIER-CITY                         14930000
                                  SUPPLIER-STATE                        14940000
                                  SUPPLIER-POSTAL-CODE                  14950000
               WHEN OTHER                                               14960000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      14970000
                   MOVE 'PDAB106' TO WPDE-PROGRAM-ID                    14980000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     14990000
                   MOVE 'SELECT SUPPLIER' TO WPDE-FUNCTION              15000000
                   MOVE 'P85000' TO WPDE-PARAGRAPH                      15010000
                   PERFORM P99999-ABEND THRU P99999-EXIT                15020000
           END-EVALUATE.                                                15030000
                                                                        15040000
           DISPLAY ' '.                                                 15050000
           DISPLAY WS-DL-ASTERISK.                                      15060000
           DISPLAY WS-DL-BLANK.                                         15070000
           MOVE '  SUPPLIER VOLUME REBATE CLAIM STATEMENT'              15080000
               TO WS-DL-LINE-TEXT.                                      15090000
           DISPLAY WS-DL-LINE.                                          15100000
           DISPLAY WS-DL-BLANK.                                         15110000
                                                                        15120000
           MOVE 'SUPPLIER' TO WS-DL-CL-LABEL.                           15130000
           MOVE REBATE-SUPPLIER-ID TO WS-DL-CL-TEXT.                    15140000
           DISPLAY WS-DL-CLAIM.                                         15150000
                                                                        15160000
           MOVE SPACES TO WS-DL-CL-LABEL.                               15170000
           MOVE SUPPLIER-NAME TO WS-DL-CL-TEXT.                         15180000
           DISPLAY WS-DL-CLAIM.                                         15190000
                                                                        15200000
           MOVE SUPPLIER-ADDRESS TO WS-DL-CL-TEXT.                      15210000
           DISPLAY WS-DL-CLAIM.                                         15220000
                                                                        15230000
           MOVE SPACES TO WS-DL-CL-TEXT.                                15240000
           STRING SUPPLIER-CITY DELIMITED BY '  '                       15250000
                  ', ' DELIMITED BY SIZE                                15260000
                  SUPPLIER-STATE DELIMITED BY '  '                      15270000
                  '  ' DELIMITED BY SIZE                                15280000
                  SUPPLIER-POSTAL-CODE DELIMITED BY '  '                15290000
               INTO WS-DL-CL-TEXT.                                      15300000
           DISPLAY WS-DL-CLAIM.                                         15310000
           DISPLAY WS-DL-BLANK.                                         15320000
                                                                        15330000
           MOVE REBATE-AGREEMENT-SEQ TO WS-DL-CF-AGREEMENT.             15340000
           MOVE 'AGREEMENT' TO WS-DL-CL-LABEL.                          15350000
           MOVE WS-DL-CF-AGREEMENT TO WS-DL-CL-TEXT.                    15360000
           DISPLAY WS-DL-CLAIM.                                         15370000
                                                                        15380000
           MOVE REBATE-PERIOD-START TO WS-EDIT-DATE-9.                  15390000
           MOVE WS-ED-MM TO WS-DL-CF-START-MM.                          15400000
           MOVE WS-ED-DD TO WS-DL-CF-START-DD.                          15410000
           MOVE WS-ED-CCYY TO WS-DL-CF-START-CCYY.                      15420000
           MOVE REBATE-PERIOD-END TO WS-EDIT-DATE-9.                    15430000
           MOVE WS-ED-MM TO WS-DL-CF-END-MM.                            15440000
           MOVE WS-ED-DD TO WS-DL-CF-END-DD.                            15450000
           MOVE WS-ED-CCYY TO WS-DL-CF-END-CCYY.                        15460000
           MOVE 'PERIOD' TO WS-DL-CL-LABEL.                             15470000
           MOVE WS-DL-CF-PERIOD TO WS-DL-CL-TEXT.                       15480000
           DISPLAY WS-DL-CLAIM.                                         15490000
                                                                        15500000
           IF REBATE-ON-QUANTITY                                        15510000
               MOVE 'UNITS PURCHASED' TO WS-DL-CL-LABEL                 15520000
               MOVE REBATE-BASIS-TO-DATE TO WS-DL-CF-AMOUNT             15530000
               MOVE WS-DL-CF-AMOUNT TO WS-DL-CL-TEXT                    15540000
               DISPLAY WS-DL-CLAIM                                      15550000
           END-IF.                                                      15560000
                                                                        15570000
           MOVE 'DOLLARS PURCHASED' TO WS-DL-CL-LABEL.                  15580000
           MOVE REBATE-DOLLARS-TO-DATE TO WS-DL-CF-AMOUNT.              15590000
           MOVE WS-DL-CF-AMOUNT TO WS-DL-CL-TEXT.                       15600000
           DISPLAY WS-DL-CLAIM.                                         15610000
                                                                        15620000
           MOVE 'TIER EARNED' TO WS-DL-CL-LABEL.                        15630000
           IF REBATE-TIER-REACHED = ZEROES                              15640000
               MOVE 'NONE -- NO THRESHOLD REACHED' TO WS-DL-CL-TEXT     15650000
           ELSE                                                         15660000
               MOVE REBATE-TIER-REACHED TO WS-DL-CF-TIER-NO             15670000
               MOVE WS-PERCENT TO WS-DL-CF-TIER-PCT                     15680000
               MOVE WS-DL-CF-TIER TO WS-DL-CL-TEXT                      15690000
           END-IF.                                                      15700000
           DISPLAY WS-DL-CLAIM.                                         15710000
                                                                        15720000
           MOVE 'REBATE CLAIMED' TO WS-DL-CL-LABEL.                     15730000
           MOVE REBATE-ACCRUED TO WS-DL-CF-AMOUNT.                      15740000
           MOVE WS-DL-CF-AMOUNT TO WS-DL-CL-TEXT.                       15750000
           DISPLAY WS-DL-CLAIM.                                         15760000
                                                                        15770000
           MOVE 'DEBIT MEMO' TO WS-DL-CL-LABEL.                         15780000
           IF REBATE-CLAIM-MEMO = ZEROES                                15790000
               MOVE 'NONE -- NO REBATE EARNED' TO WS-DL-CL-TEXT         15800000
           ELSE                                                         15810000
               MOVE REBATE-CLAIM-MEMO TO WS-DL-CF-MEMO                  15820000
               MOVE WS-DL-CF-MEMO TO WS-DL-CL-TEXT                      15830000
           END-IF.                                                      15840000
           DISPLAY WS-DL-CLAIM.                                         15850000
                                                                        15860000
           DISPLAY WS-DL-BLANK.                                         15870000
           DISPLAY WS-DL-ASTERISK.                                      15880000
           DISPLAY ' '.                                                 15890000
                                                                        15900000
       P85000-EXIT.                                                     15910000
           EXIT.                                                        15920000
           EJECT                                                        15930000
      ***************************************************************** 15940000
      *                                                               * 15950000
      *    PARAGRAPH:  P99999-ABEND                                   * 15960000
      *                                                               * 15970000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 15980000
      *                ERROR HAS BEEN ENCOUNTERED                     * 15990000
      *                                                               * 16000000
      *    CALLED BY:  VARIOUS                                        * 16010000
      *                                                               * 16020000
      ***************************************************************** 16030000
                                                                        16040000
       P99999-ABEND.                                                    16050000
                                                                        16060000
           DISPLAY ' '.                                                 16070000
           DISPLAY WPEA-ERROR-01.                                       16080000
           DISPLAY WPEA-ERROR-02.                                       16090000
           DISPLAY WPEA-ERROR-03.                                       16100000
           DISPLAY WPEA-ERROR-04.                                       16110000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               16120000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               16130000
           DISPLAY WPEA-ERROR-04.                                       16140000
           DISPLAY WPEA-ERROR-03.                                       16150000
           DISPLAY WPEA-ERROR-02.                                       16160000
           DISPLAY WPEA-ERROR-01.                                       16170000
           DISPLAY ' '.                                                 16180000
                                                                        16190000
           MOVE 16 TO RETURN-CODE.                                      16200000
                                                                        16210000
           GOBACK.                                                      16220000
                                                                        16230000
       P99999-EXIT.                                                     16240000
           EXIT.                                                        16250000
