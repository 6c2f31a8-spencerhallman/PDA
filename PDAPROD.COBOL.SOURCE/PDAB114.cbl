       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB114.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB114                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB114 IS THE NIGHTLY COLLECTIONS BATCH  * 00100000
      *             PROGRAM.  IT READS THE ACCOUNTS RECEIVABLE OPEN   * 00110000
      *             ITEM FILE IN KEY SEQUENCE AND, FOR EACH CUSTOMER, * 00120000
      *             TOTALS THE BALANCE DUE, THE PAST-DUE BALANCE, THE * 00130000
      *             NUMBER OF PAST-DUE ITEMS, THE OLDEST DAYS PAST    * 00140000
      *             DUE (FROM THE TERMS DUE DATE, OR THE ORDER DATE   * 00150000
      *             WHEN DUE ON RECEIPT) AND THE HIGHEST DUNNING      * 00160000
      *             LEVEL REACHED (PDAB49).                           * 00170000
      *                                                               * 00180000
      *             THE CUSTOMER'S OPEN PROMISE-TO-PAY (KEYED ON THE  * 00190000
      *             PDA066 COLLECTIONS SCREEN) IS THEN MEASURED: THE  * 00200000
      *             CASH AND DISCOUNTS RECEIVED SINCE THE PROMISE WAS * 00210000
      *             MADE ARE COMPARED WITH THE PROMISED AMOUNT.  THE  * 00220000
      *             PROMISE IS MARKED KEPT WHEN IT HAS BEEN MET, AND  * 00230000
      *             BROKEN WHEN ITS DATE PLUS THE POSTING GRACE HAS   * 00240000
      *             PASSED WITHOUT IT, IN WHICH CASE A BROKEN-PROMISE * 00250000
      *             NOTE IS ADDED TO THE ACCOUNT HISTORY AND THE      * 00260000
      *             ACCOUNT IS FLAGGED FOR FOLLOW-UP.                 * 00270000
      *                                                               * 00280000
      *             THE COLLECTIONS WORKLIST IS THEN REBUILT WITH ONE * 00290000
      *             RECORD PER CUSTOMER HAVING A PAST-DUE BALANCE OR  * 00300000
      *             A BROKEN PROMISE, RANKED WITHIN PREFIX BY PAST-   * 00310000
      *             DUE BALANCE (LARGEST FIRST) AND AGE.  FINALLY THE * 00320000
      *             PROMISED-VERSUS-COLLECTED REPORT LISTS EVERY      * 00330000
      *             PROMISE DUE THIS MONTH OR STILL OPEN, WITH TOTALS * 00340000
      *             BY COLLECTOR.                                     * 00350000
      *                                                               * 00360000
      * FILES   :   AR OPEN ITEM FILE    -  VSAM KSDS    (INPUT)      * 00370000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00380000
      *             DUNNING CONTROL FILE -  VSAM KSDS    (INPUT)      * 00390000
      *             COLLECTIONS ACTIVITY -  VSAM KSDS    (UPDATE)     * 00400000
      *             COLLECTIONS WORKLIST -  VSAM KSDS    (UPDATE)     * 00410000
      *             COLLECTIONS REPORT   -  SEQUENTIAL   (OUTPUT)     * 00420000
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
           SELECT COLLECT-PRINT        ASSIGN TO COLLPRNT.              00600000
                                                                        00610000
           SELECT VSAM-ARBAL           ASSIGN TO VARBAL                 00620000
                                       ORGANIZATION IS INDEXED          00630000
                                       ACCESS IS SEQUENTIAL             00640000
                                       RECORD KEY IS AR-KEY             00650000
                                       FILE STATUS IS WS-ARBAL-STATUS.  00660000
                                                                        00670000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00680000
                                       ORGANIZATION IS INDEXED          00690000
                                       ACCESS IS RANDOM                 00700000
                                       RECORD KEY IS CUSTOMER-KEY       00710000
                                       FILE STATUS IS                   00720000
                                           WS-CUSTOMER-STATUS.          00730000
                                                                        00740000
           SELECT VSAM-DUNNING         ASSIGN TO VDUNNING               00750000
                                       ORGANIZATION IS INDEXED          00760000
                                       ACCESS IS RANDOM                 00770000
                                       RECORD KEY IS DUNNING-KEY        00780000
                                       FILE STATUS IS                   00790000
                                           WS-DUNNING-STATUS.           00800000
                                                                        00810000
           SELECT VSAM-COLL-ACTIVITY   ASSIGN TO VCOLLACT               00820000
                                       ORGANIZATION IS INDEXED          00830000
                                       ACCESS IS DYNAMIC                00840000
                                       RECORD KEY IS COLL-ACT-KEY       00850000
                                       FILE STATUS IS                   00860000
                                           WS-COLLACT-STATUS.           00870000
                                                                        00880000
           SELECT VSAM-COLL-WORKLIST   ASSIGN TO VCOLLWRK               00890000
                                       ORGANIZATION IS INDEXED          00900000
                                       ACCESS IS DYNAMIC                00910000
                                       RECORD KEY IS COLL-WORK-KEY      00920000
                                       FILE STATUS IS                   00930000
                                           WS-COLLWRK-STATUS.           00940000
           EJECT                                                        00950000
       DATA DIVISION.                                                   00960000
                                                                        00970000
       FILE SECTION.                                                    00980000
                                                                        00990000
       FD  COLLECT-PRINT                                                01000000
           LABEL RECORDS ARE STANDARD                                   01010000
           RECORDING MODE IS F                                          01020000
           RECORD CONTAINS 132 CHARACTERS.                              01030000
                                                                        01040000
       01  COLLECT-PRINT-REC           PIC X(132).                      01050000
                                                                        01060000
       FD  VSAM-ARBAL                                                   01070000
           RECORD CONTAINS 128 CHARACTERS.                              01080000
                                                                        01090000
           COPY VARBAL.                                                 01100000
                                                                        01110000
       FD  VSAM-CUSTOMER                                                01120000
           RECORD CONTAINS 800 CHARACTERS.                              01130000
                                                                        01140000
           COPY VCUSTOMR.                                               01150000
                                                                        01160000
       FD  VSAM-DUNNING                                                 01170000
           RECORD CONTAINS 80 CHARACTERS.                               01180000
                                                                        01190000
           COPY VDUNNING.                                               01200000
                                                                        01210000
       FD  VSAM-COLL-ACTIVITY                                           01220000
           RECORD CONTAINS 200 CHARACTERS.                              01230000
                                                                        01240000
           COPY VCOLLACT.                                               01250000
                                                                        01260000
       FD  VSAM-COLL-WORKLIST                                           01270000
           RECORD CONTAINS 200 CHARACTERS.                              01280000
                                                                        01290000
           COPY VCOLLWRK.                                               01300000
           EJECT                                                        01310000
       WORKING-STORAGE SECTION.                                         01320000
                                                                        01330000
      ***************************************************************** 01340000
      *    CASH APPLIED THROUGH THE LOCKBOX (PDAB48) CAN TAKE A DAY   * 01350000
      *    OR TWO TO POST, SO A PROMISE IS NOT CALLED BROKEN UNTIL    * 01360000
      *    THIS MANY DAYS AFTER ITS DATE                              * 01370000
      ***************************************************************** 01380000
                                                                        01390000
       77  WS-PROMISE-GRACE-DAYS       PIC S9(4) VALUE +2       COMP.   01400000
                                                                        01410000
      ***************************************************************** 01420000
      *    SWITCHES                                                   * 01430000
      ***************************************************************** 01440000
                                                                        01450000
       01  WS-SWITCHES.                                                 01460000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01470000
               88  END-OF-PROCESS                VALUE 'Y'.             01480000
           05  WS-CUSTOMER-ACTIVE-SW   PIC X     VALUE 'N'.             01490000
               88  CUSTOMER-ACTIVE               VALUE 'Y'.             01500000
           05  WS-END-OF-WORKLIST-SW   PIC X     VALUE 'N'.             01510000
               88  END-OF-WORKLIST               VALUE 'Y'.             01520000
           05  WS-END-OF-ACTIVITY-SW   PIC X     VALUE 'N'.             01530000
               88  END-OF-ACTIVITY               VALUE 'Y'.             01540000
           05  WS-CONTROL-FOUND-SW     PIC X     VALUE 'N'.             01550000
               88  CONTROL-FOUND                 VALUE 'Y'.             01560000
           05  WS-ENTRY-PLACED-SW      PIC X     VALUE 'N'.             01570000
               88  ENTRY-PLACED                  VALUE 'Y'.             01580000
           EJECT                                                        01590000
      ***************************************************************** 01600000
      *    MISCELLANEOUS WORK FIELDS                                  * 01610000
      ***************************************************************** 01620000
                                                                        01630000
       01  WS-MISCELLANEOUS-FIELDS.                                     01640000
           03  WS-ARBAL-STATUS         PIC XX    VALUE SPACES.          01650000
               88  ARBALF-OK                     VALUE '  ' '00'.       01660000
               88  ARBALF-EMPTY                  VALUE '47' '35'.       01670000
               88  ARBALF-END                    VALUE '10'.            01680000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01690000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01700000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01710000
           03  WS-DUNNING-STATUS       PIC XX    VALUE SPACES.          01720000
               88  DUNNINGF-OK                   VALUE '  ' '00'.       01730000
               88  DUNNINGF-EMPTY                VALUE '47' '35'.       01740000
               88  DUNNINGF-NOTFOUND             VALUE '23'.            01750000
           03  WS-COLLACT-STATUS       PIC XX    VALUE SPACES.          01760000
               88  COLLACTF-OK                   VALUE '  ' '00'.       01770000
               88  COLLACTF-EMPTY                VALUE '47' '35'.       01780000
               88  COLLACTF-END                  VALUE '10'.            01790000
               88  COLLACTF-NOTFOUND             VALUE '23'.            01800000
           03  WS-COLLWRK-STATUS       PIC XX    VALUE SPACES.          01810000
               88  COLLWRKF-OK                   VALUE '  ' '00'.       01820000
               88  COLLWRKF-EMPTY                VALUE '47' '35'.       01830000
               88  COLLWRKF-END                  VALUE '10'.            01840000
           03  WS-DUNNING-OPEN-SW      PIC X     VALUE 'N'.             01850000
               88  DUNNING-FILE-OPEN             VALUE 'Y'.             01860000
           03  WS-COLLACT-OPEN-SW      PIC X     VALUE 'N'.             01870000
               88  COLLACT-FILE-OPEN             VALUE 'Y'.             01880000
           03  WS-ITEMS-READ           PIC S9(7) VALUE +0       COMP-3. 01890000
           03  WS-CUSTOMERS-READ       PIC S9(7) VALUE +0       COMP-3. 01900000
           03  WS-WORKLIST-DELETED     PIC S9(7) VALUE +0       COMP-3. 01910000
           03  WS-WORKLIST-WRITTEN     PIC S9(7) VALUE +0       COMP-3. 01920000
           03  WS-PROMISES-KEPT        PIC S9(7) VALUE +0       COMP-3. 01930000
           03  WS-PROMISES-BROKEN      PIC S9(7) VALUE +0       COMP-3. 01940000
           03  WS-PROMISES-REPORTED    PIC S9(7) VALUE +0       COMP-3. 01950000
           03  WS-WORKLIST-OVERFLOW    PIC S9(7) VALUE +0       COMP-3. 01960000
           03  WS-SUB                  PIC S9(4) VALUE +0       COMP.   01970000
           03  WS-SUB2                 PIC S9(4) VALUE +0       COMP.   01980000
           03  WS-RANK                 PIC S9(5) VALUE +0       COMP-3. 01990000
           03  WS-RANK-PREFIX          PIC X(5)  VALUE SPACES.          02000000
           03  WS-TODAY-INT            PIC S9(9) VALUE +0       COMP.   02010000
           03  WS-DUE-INT              PIC S9(9) VALUE +0       COMP.   02020000
           03  WS-DAYS-PAST-DUE        PIC S9(7) VALUE +0       COMP-3. 02030000
           03  WS-AGE-DATE             PIC 9(8)  VALUE ZEROES.          02040000
           03  WS-COLLECTED-AMT        PIC S9(11)V99 VALUE +0   COMP-3. 02050000
           03  WS-PROMISE-SEQ          PIC 9(5)  VALUE ZEROES.          02060000
           03  WS-CURR-CUST-KEY.                                        02070000
               05  WS-CC-PREFIX        PIC X(5)  VALUE HIGH-VALUES.     02080000
               05  WS-CC-CUSTOMER-ID   PIC X(32) VALUE HIGH-VALUES.     02090000
           03  WS-DATE.                                                 02100000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          02110000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          02120000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          02130000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       02140000
                                       PIC 9(8).                        02150000
           03  WS-DATE-CCYYMM REDEFINES WS-DATE                         02160000
                                       PIC X(6).                        02170000
           03  WS-TIME                 PIC X(8)  VALUE SPACES.          02180000
           03  WS-EDIT-DATE.                                            02190000
               05  WS-ED-MONTH         PIC XX    VALUE SPACES.          02200000
               05  FILLER              PIC X     VALUE '/'.             02210000
               05  WS-ED-DAY           PIC XX    VALUE SPACES.          02220000
               05  FILLER              PIC X     VALUE '/'.             02230000
               05  WS-ED-YEAR          PIC X(4)  VALUE SPACES.          02240000
           03  WS-WORK-DATE            PIC 9(8)  VALUE ZEROES.          02250000
           03  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                   02260000
               05  WS-WD-YEAR          PIC X(4).                        02270000
               05  WS-WD-MONTH         PIC XX.                          02280000
               05  WS-WD-DAY           PIC XX.                          02290000
           03  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.              02300000
           EJECT                                                        02310000
      ***************************************************************** 02320000
      *    CURRENT CUSTOMER ACCUMULATORS                              * 02330000
      ***************************************************************** 02340000
                                                                        02350000
       01  WS-CUSTOMER-TOTALS.                                          02360000
           03  WS-CT-BALANCE-DUE       PIC S9(11)V99  COMP-3.           02370000
           03  WS-CT-PAST-DUE-AMT      PIC S9(11)V99  COMP-3.           02380000
           03  WS-CT-PAST-DUE-ITEMS    PIC S9(5)      COMP-3.           02390000
           03  WS-CT-OLDEST-DAYS       PIC S9(7)      COMP-3.           02400000
           03  WS-CT-DUNNING-LEVEL     PIC 9.                           02410000
           03  WS-CT-PAID-TO-DATE      PIC S9(11)V99  COMP-3.           02420000
           03  WS-CT-COLLECTOR         PIC X(3).                        02430000
           03  WS-CT-STATUS            PIC X.                           02440000
           03  WS-CT-PROMISE-AMT       PIC S9(9)V99   COMP-3.           02450000
           03  WS-CT-PROMISE-DATE      PIC 9(8).                        02460000
           03  WS-CT-LAST-CONTACT      PIC 9(8).                        02470000
           EJECT                                                        02480000
      ***************************************************************** 02490000
      *    WORKLIST TABLE -- KEPT IN PREFIX, PAST-DUE BALANCE         * 02500000
      *    (DESCENDING) AND DAYS PAST DUE (DESCENDING) ORDER AS THE   * 02510000
      *    CUSTOMERS ARRIVE, THEN WRITTEN OUT WITH THE RANKS          * 02520000
      ***************************************************************** 02530000
                                                                        02540000
       01  WS-WORKLIST-TABLE.                                           02550000
           03  WS-WL-MAX               PIC S9(4) VALUE +2000    COMP.   02560000
           03  WS-WL-USED              PIC S9(4) VALUE +0       COMP.   02570000
           03  WS-WL-ENTRY             OCCURS 2000 TIMES.               02580000
               05  WS-WL-PREFIX        PIC X(05).                       02590000
               05  WS-WL-CUSTOMER-ID   PIC X(32).                       02600000
               05  WS-WL-NAME          PIC X(40).                       02610000
               05  WS-WL-SALES-REP     PIC X(03).                       02620000
               05  WS-WL-COLLECTOR     PIC X(03).                       02630000
               05  WS-WL-PAST-DUE-AMT  PIC S9(9)V99   COMP-3.           02640000
               05  WS-WL-BALANCE-DUE   PIC S9(9)V99   COMP-3.           02650000
               05  WS-WL-DAYS          PIC 9(05).                       02660000
               05  WS-WL-ITEMS         PIC 9(05).                       02670000
               05  WS-WL-DUN-LEVEL     PIC 9(01).                       02680000
               05  WS-WL-STATUS        PIC X(01).                       02690000
               05  WS-WL-PROMISE-AMT   PIC S9(9)V99   COMP-3.           02700000
               05  WS-WL-PROMISE-DATE  PIC 9(08).                       02710000
               05  WS-WL-LAST-CONTACT  PIC 9(08).                       02720000
                                                                        02730000
       01  WS-WL-HOLD                  PIC X(129).                      02740000
           EJECT                                                        02750000
      ***************************************************************** 02760000
      *    PROMISED VERSUS COLLECTED TOTALS BY COLLECTOR              * 02770000
      ***************************************************************** 02780000
                                                                        02790000
       01  WS-RP-COLLECTOR             PIC X(03) VALUE SPACES.          02800000
                                                                        02810000
       01  WS-COLLECTOR-TABLE.                                          02820000
           03  WS-CO-MAX               PIC S9(4) VALUE +100     COMP.   02830000
           03  WS-CO-USED              PIC S9(4) VALUE +0       COMP.   02840000
           03  WS-CO-ENTRY             OCCURS 101 TIMES.                02850000
               05  WS-CO-COLLECTOR     PIC X(03).                       02860000
               05  WS-CO-PROMISES      PIC S9(7)      COMP-3.           02870000
               05  WS-CO-KEPT          PIC S9(7)      COMP-3.           02880000
               05  WS-CO-BROKEN        PIC S9(7)      COMP-3.           02890000
               05  WS-CO-OPEN          PIC S9(7)      COMP-3.           02900000
               05  WS-CO-PROMISED      PIC S9(11)V99  COMP-3.           02910000
               05  WS-CO-COLLECTED     PIC S9(11)V99  COMP-3.           02920000
           EJECT                                                        02930000
      ***************************************************************** 02940000
      *    COLLECTIONS REPORT PRINT LINES                             * 02950000
      ***************************************************************** 02960000
                                                                        02970000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         02980000
                                                                        02990000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '='.        03000000
                                                                        03010000
       01  WS-PL-REPORT-HEADER.                                         03020000
           03  FILLER                  PIC X(10) VALUE 'PDAB114'.       03030000
           03  WS-PL-RH-TITLE          PIC X(50) VALUE SPACES.          03040000
           03  FILLER                  PIC X(10) VALUE '   DATED '.     03050000
           03  WS-PL-RH-DATE           PIC X(10) VALUE SPACES.          03060000
           03  FILLER                  PIC X(52) VALUE SPACES.          03070000
                                                                        03080000
       01  WS-PL-BROKEN-HEADER.                                         03090000
           03  FILLER                  PIC X(07) VALUE 'PREFIX'.        03100000
           03  FILLER                  PIC X(34) VALUE 'CUSTOMER'.      03110000
           03  FILLER                  PIC X(06) VALUE 'COLL'.          03120000
           03  FILLER                  PIC X(12) VALUE 'PROMISED ON'.   03130000
           03  FILLER                  PIC X(12) VALUE 'DUE DATE'.      03140000
           03  FILLER                  PIC X(16) VALUE                  03150000
               '        PROMISED'.                                      03160000
           03  FILLER                  PIC X(16) VALUE                  03170000
               '       COLLECTED'.                                      03180000
           03  FILLER                  PIC X(29) VALUE SPACES.          03190000
                                                                        03200000
       01  WS-PL-PROMISE-HEADER.                                        03210000
           03  FILLER                  PIC X(07) VALUE 'PREFIX'.        03220000
           03  FILLER                  PIC X(34) VALUE 'CUSTOMER'.      03230000
           03  FILLER                  PIC X(06) VALUE 'COLL'.          03240000
           03  FILLER                  PIC X(12) VALUE 'PROMISED ON'.   03250000
           03  FILLER                  PIC X(12) VALUE 'DUE DATE'.      03260000
           03  FILLER                  PIC X(16) VALUE                  03270000
               '        PROMISED'.                                      03280000
           03  FILLER                  PIC X(16) VALUE                  03290000
               '       COLLECTED'.                                      03300000
           03  FILLER                  PIC X(02) VALUE SPACES.          03310000
           03  FILLER                  PIC X(27) VALUE 'STATUS'.        03320000
                                                                        03330000
       01  WS-PL-PROMISE-DETAIL.                                        03340000
           03  WS-PL-PD-PREFIX         PIC X(05) VALUE SPACES.          03350000
           03  FILLER                  PIC X(02) VALUE SPACES.          03360000
           03  WS-PL-PD-CUSTOMER       PIC X(32) VALUE SPACES.          03370000
           03  FILLER                  PIC X(02) VALUE SPACES.          03380000
           03  WS-PL-PD-COLLECTOR      PIC X(03) VALUE SPACES.          03390000
           03  FILLER                  PIC X(03) VALUE SPACES.          03400000
           03  WS-PL-PD-MADE-DATE      PIC X(10) VALUE SPACES.          03410000
           03  FILLER                  PIC X(02) VALUE SPACES.          03420000
           03  WS-PL-PD-DUE-DATE       PIC X(10) VALUE SPACES.          03430000
           03  FILLER                  PIC X(02) VALUE SPACES.          03440000
           03  WS-PL-PD-PROMISED       PIC ZZZ,ZZZ,ZZ9.99.              03450000
           03  FILLER                  PIC X(02) VALUE SPACES.          03460000
           03  WS-PL-PD-COLLECTED      PIC ZZZ,ZZZ,ZZ9.99-.             03470000
           03  FILLER                  PIC X(03) VALUE SPACES.          03480000
           03  WS-PL-PD-STATUS         PIC X(10) VALUE SPACES.          03490000
           03  FILLER                  PIC X(16) VALUE SPACES.          03500000
                                                                        03510000
       01  WS-PL-COLLECTOR-HEADER.                                      03520000
           03  FILLER                  PIC X(12) VALUE 'COLLECTOR'.     03530000
           03  FILLER                  PIC X(10) VALUE '  PROMISES'.    03540000
           03  FILLER                  PIC X(08) VALUE '    KEPT'.      03550000
           03  FILLER                  PIC X(08) VALUE '  BROKEN'.      03560000
           03  FILLER                  PIC X(08) VALUE '    OPEN'.      03570000
           03  FILLER                  PIC X(20) VALUE                  03580000
               '            PROMISED'.                                  03590000
           03  FILLER                  PIC X(20) VALUE                  03600000
               '           COLLECTED'.                                  03610000
           03  FILLER                  PIC X(12) VALUE                  03620000
               '   COLLECT %'.                                          03630000
           03  FILLER                  PIC X(34) VALUE SPACES.          03640000
                                                                        03650000
       01  WS-PL-COLLECTOR-DETAIL.                                      03660000
           03  WS-PL-CD-COLLECTOR      PIC X(12) VALUE SPACES.          03670000
           03  WS-PL-CD-PROMISES       PIC ZZZ,ZZ9-.                    03680000
           03  FILLER                  PIC X(02) VALUE SPACES.          03690000
           03  WS-PL-CD-KEPT           PIC ZZ,ZZ9-.                     03700000
           03  FILLER                  PIC X(01) VALUE SPACES.          03710000
           03  WS-PL-CD-BROKEN         PIC ZZ,ZZ9-.                     03720000
           03  FILLER                  PIC X(01) VALUE SPACES.          03730000
           03  WS-PL-CD-OPEN           PIC ZZ,ZZ9-.                     03740000
           03  FILLER                  PIC X(01) VALUE SPACES.          03750000
           03  WS-PL-CD-PROMISED       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          03760000
           03  FILLER                  PIC X(02) VALUE SPACES.          03770000
           03  WS-PL-CD-COLLECTED      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          03780000
           03  FILLER                  PIC X(05) VALUE SPACES.          03790000
           03  WS-PL-CD-PERCENT        PIC ZZ9.9.                       03800000
           03  FILLER                  PIC X(38) VALUE SPACES.          03810000
                                                                        03820000
       01  WS-PL-NONE-LINE.                                             03830000
           03  FILLER                  PIC X(07) VALUE SPACES.          03840000
           03  WS-PL-NL-TEXT           PIC X(60) VALUE SPACES.          03850000
           03  FILLER                  PIC X(65) VALUE SPACES.          03860000
                                                                        03870000
       01  WS-PL-PERCENT-WORK          PIC S9(9)V9    COMP-3.           03880000
           EJECT                                                        03890000
      ***************************************************************** 03900000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03910000
      ***************************************************************** 03920000
                                                                        03930000
           COPY PDAERRWS.                                               03940000
                                                                        03950000
       01  WS-PDA-BATCH-ERROR-01.                                       03960000
           05  FILLER             PIC X     VALUE SPACES.               03970000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03980000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03990000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB114'.            04000000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      04010000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04020000
                                                                        04030000
       01  WS-PDA-BATCH-ERROR-02.                                       04040000
           05  FILLER             PIC X(8)  VALUE SPACES.               04050000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04060000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04070000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04080000
           EJECT                                                        04090000
      ***************************************************************** 04100000
      *    P R O C E D U R E    D I V I S I O N                       * 04110000
      ***************************************************************** 04120000
                                                                        04130000
       PROCEDURE DIVISION.                                              04140000
                                                                        04150000
      ***************************************************************** 04160000
      *                                                               * 04170000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04180000
      *                                                               * 04190000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, DRIVE THE      * 04200000
      *                CUSTOMER BREAK PROCESSING OVER THE AR FILE,    * 04210000
      *                REBUILD THE WORKLIST AND PRINT THE PROMISED    * 04220000
      *                VERSUS COLLECTED REPORT                        * 04230000
      *                                                               * 04240000
      *    CALLED BY:  NONE                                           * 04250000
      *                                                               * 04260000
      ***************************************************************** 04270000
                                                                        04280000
       P00000-MAINLINE.                                                 04290000
                                                                        04300000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04310000
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME.                  04320000
           COMPUTE WS-TODAY-INT =                                       04330000
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD).             04340000
                                                                        04350000
           MOVE WS-DATE-MONTH TO WS-ED-MONTH.                           04360000
           MOVE WS-DATE-DAY TO WS-ED-DAY.                               04370000
           MOVE WS-DATE-YEAR TO WS-ED-YEAR.                             04380000
           MOVE WS-EDIT-DATE TO WS-PL-RH-DATE.                          04390000
                                                                        04400000
           OPEN OUTPUT COLLECT-PRINT.                                   04410000
                                                                        04420000
           OPEN INPUT VSAM-ARBAL.                                       04430000
                                                                        04440000
           IF NOT ARBALF-OK AND NOT ARBALF-EMPTY                        04450000
               MOVE 'OPEN AR OPEN ITEM FILE FAILED' TO WPBE-MESSAGE     04460000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 04470000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04480000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04490000
           END-IF.                                                      04500000
                                                                        04510000
           IF ARBALF-EMPTY                                              04520000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         04530000
           END-IF.                                                      04540000
                                                                        04550000
           OPEN INPUT VSAM-CUSTOMER.                                    04560000
                                                                        04570000
           IF NOT CUSTOMER-OK                                           04580000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         04590000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              04600000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04610000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04620000
           END-IF.                                                      04630000
                                                                        04640000
      ***************************************************************** 04650000
      *    NO DUNNING HISTORY YET SIMPLY MEANS LEVEL ZERO EVERYWHERE  * 04660000
      ***************************************************************** 04670000
                                                                        04680000
           OPEN INPUT VSAM-DUNNING.                                     04690000
                                                                        04700000
           IF DUNNINGF-OK                                               04710000
               MOVE 'Y' TO WS-DUNNING-OPEN-SW                           04720000
           ELSE                                                         04730000
               IF NOT DUNNINGF-EMPTY                                    04740000
                   MOVE 'OPEN DUNNING CONTROL FILE FAILED'              04750000
                       TO WPBE-MESSAGE                                  04760000
                   MOVE WS-DUNNING-STATUS TO WPBE-FILE-STATUS           04770000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      04780000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04790000
               END-IF                                                   04800000
           END-IF.                                                      04810000
                                                                        04820000
      ***************************************************************** 04830000
      *    NO ACTIVITY YET MEANS NO PROMISES HAVE BEEN TAKEN          * 04840000
      ***************************************************************** 04850000
                                                                        04860000
           OPEN I-O VSAM-COLL-ACTIVITY.                                 04870000
                                                                        04880000
           IF COLLACTF-OK                                               04890000
               MOVE 'Y' TO WS-COLLACT-OPEN-SW                           04900000
           ELSE                                                         04910000
               IF NOT COLLACTF-EMPTY                                    04920000
                   MOVE 'OPEN COLLECTIONS ACTIVITY FAILED'              04930000
                       TO WPBE-MESSAGE                                  04940000
                   MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS           04950000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      04960000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04970000
               END-IF                                                   04980000
           END-IF.                                                      04990000
                                                                        05000000
      ***************************************************************** 05010000
      *    YESTERDAY'S WORKLIST IS REPLACED IN FULL; THE FIRST RUN    * 05020000
      *    LOADS THE EMPTY CLUSTER                                    * 05030000
      ***************************************************************** 05040000
                                                                        05050000
           OPEN I-O VSAM-COLL-WORKLIST.                                 05060000
                                                                        05070000
           IF COLLWRKF-EMPTY                                            05080000
               OPEN OUTPUT VSAM-COLL-WORKLIST                           05090000
           ELSE                                                         05100000
               IF COLLWRKF-OK                                           05110000
                   PERFORM P05000-CLEAR-WORKLIST THRU P05000-EXIT       05120000
                       UNTIL END-OF-WORKLIST                            05130000
               END-IF                                                   05140000
           END-IF.                                                      05150000
                                                                        05160000
           IF NOT COLLWRKF-OK AND NOT COLLWRKF-END                      05170000
               MOVE 'OPEN COLLECTIONS WORKLIST FAILED' TO WPBE-MESSAGE  05180000
               MOVE WS-COLLWRK-STATUS TO WPBE-FILE-STATUS               05190000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          05200000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05210000
           END-IF.                                                      05220000
                                                                        05230000
           MOVE 'BROKEN PROMISES-TO-PAY FLAGGED THIS RUN'               05240000
               TO WS-PL-RH-TITLE.                                       05250000
           WRITE COLLECT-PRINT-REC FROM WS-PL-REPORT-HEADER.            05260000
           WRITE COLLECT-PRINT-REC FROM WS-PL-SEPARATOR.                05270000
           WRITE COLLECT-PRINT-REC FROM WS-PL-BROKEN-HEADER.            05280000
           WRITE COLLECT-PRINT-REC FROM WS-PL-BLANK.                    05290000
                                                                        05300000
           PERFORM P10000-PROCESS-AR-ITEM THRU P10000-EXIT              05310000
               UNTIL END-OF-PROCESS.                                    05320000
                                                                        05330000
      ***************************************************************** 05340000
      *    FINISH THE FINAL CUSTOMER                                  * 05350000
      ***************************************************************** 05360000
                                                                        05370000
           IF CUSTOMER-ACTIVE                                           05380000
               PERFORM P20000-CUSTOMER-BREAK THRU P20000-EXIT           05390000
           END-IF.                                                      05400000
                                                                        05410000
           IF WS-PROMISES-BROKEN = ZEROES                               05420000
               MOVE 'NO PROMISES BROKEN' TO WS-PL-NL-TEXT               05430000
               WRITE COLLECT-PRINT-REC FROM WS-PL-NONE-LINE             05440000
           END-IF.                                                      05450000
                                                                        05460000
           PERFORM P30000-WRITE-WORKLIST THRU P30000-EXIT               05470000
               VARYING WS-SUB FROM 1 BY 1                               05480000
                   UNTIL WS-SUB > WS-WL-USED.                           05490000
                                                                        05500000
           PERFORM P40000-PROMISE-REPORT THRU P40000-EXIT.              05510000
                                                                        05520000
           CLOSE VSAM-ARBAL                                             05530000
                 VSAM-CUSTOMER                                          05540000
                 VSAM-COLL-WORKLIST.                                    05550000
                                                                        05560000
           IF DUNNING-FILE-OPEN                                         05570000
               CLOSE VSAM-DUNNING                                       05580000
           END-IF.                                                      05590000
                                                                        05600000
           IF COLLACT-FILE-OPEN                                         05610000
               CLOSE VSAM-COLL-ACTIVITY                                 05620000
           END-IF.                                                      05630000
                                                                        05640000
           CLOSE COLLECT-PRINT.                                         05650000
                                                                        05660000
           DISPLAY 'PDAB114 - AR ITEMS READ        ' WS-ITEMS-READ.     05670000
           DISPLAY 'PDAB114 - CUSTOMERS READ       ' WS-CUSTOMERS-READ. 05680000
           DISPLAY 'PDAB114 - WORKLIST DELETED     '                    05690000
               WS-WORKLIST-DELETED.                                     05700000
           DISPLAY 'PDAB114 - WORKLIST WRITTEN     '                    05710000
               WS-WORKLIST-WRITTEN.                                     05720000
           DISPLAY 'PDAB114 - WORKLIST OVERFLOW    '                    05730000
               WS-WORKLIST-OVERFLOW.                                    05740000
           DISPLAY 'PDAB114 - PROMISES KEPT        ' WS-PROMISES-KEPT.  05750000
           DISPLAY 'PDAB114 - PROMISES BROKEN      '                    05760000
               WS-PROMISES-BROKEN.                                      05770000
           DISPLAY 'PDAB114 - PROMISES REPORTED    '                    05780000
               WS-PROMISES-REPORTED.                                    05790000
                                                                        05800000
           MOVE ZEROES TO RETURN-CODE.                                  05810000
                                                                        05820000
           GOBACK.                                                      05830000
                                                                        05840000
       P00000-EXIT.                                                     05850000
           EXIT.                                                        05860000
           EJECT                                                        05870000
      ***************************************************************** 05880000
      *                                                               * 05890000
      *    PARAGRAPH:  P05000-CLEAR-WORKLIST                          * 05900000
      *                                                               * 05910000
      *    FUNCTION :  READ AND DELETE THE NEXT RECORD OF THE PRIOR   * 05920000
      *                WORKLIST                                       * 05930000
      *                                                               * 05940000
      *    CALLED BY:  P00000-MAINLINE                                * 05950000
      *                                                               * 05960000
      ***************************************************************** 05970000
                                                                        05980000
       P05000-CLEAR-WORKLIST.                                           05990000
                                                                        06000000
           READ VSAM-COLL-WORKLIST NEXT RECORD.                         06010000
                                                                        06020000
           IF COLLWRKF-END                                              06030000
               MOVE 'Y' TO WS-END-OF-WORKLIST-SW                        06040000
               GO TO P05000-EXIT                                        06050000
           END-IF.                                                      06060000
                                                                        06070000
           IF NOT COLLWRKF-OK                                           06080000
               MOVE 'READ COLLECTIONS WORKLIST FAILED' TO WPBE-MESSAGE  06090000
               MOVE WS-COLLWRK-STATUS TO WPBE-FILE-STATUS               06100000
               MOVE 'P05000' TO WPBE-PARAGRAPH                          06110000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06120000
           END-IF.                                                      06130000
                                                                        06140000
           DELETE VSAM-COLL-WORKLIST RECORD.                            06150000
                                                                        06160000
           IF NOT COLLWRKF-OK                                           06170000
               MOVE 'DELETE COLLECTIONS WORKLIST FAILED'                06180000
                   TO WPBE-MESSAGE                                      06190000
               MOVE WS-COLLWRK-STATUS TO WPBE-FILE-STATUS               06200000
               MOVE 'P05000' TO WPBE-PARAGRAPH                          06210000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06220000
           END-IF.                                                      06230000
                                                                        06240000
           ADD +1 TO WS-WORKLIST-DELETED.                               06250000
                                                                        06260000
       P05000-EXIT.                                                     06270000
           EXIT.                                                        06280000
           EJECT                                                        06290000
      ***************************************************************** 06300000
      *                                                               * 06310000
      *    PARAGRAPH:  P10000-PROCESS-AR-ITEM                         * 06320000
      *                                                               * 06330000
      *    FUNCTION :  READ THE NEXT AR ITEM, BREAK ON CUSTOMER AND   * 06340000
      *                ADD THE ITEM TO THE CUSTOMER TOTALS            * 06350000
      *                                                               * 06360000
      *    CALLED BY:  P00000-MAINLINE                                * 06370000
      *                                                               * 06380000
      ***************************************************************** 06390000
                                                                        06400000
       P10000-PROCESS-AR-ITEM.                                          06410000
                                                                        06420000
           READ VSAM-ARBAL.                                             06430000
                                                                        06440000
           IF ARBALF-END                                                06450000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         06460000
               GO TO P10000-EXIT                                        06470000
           END-IF.                                                      06480000
                                                                        06490000
           IF NOT ARBALF-OK                                             06500000
               MOVE 'READ AR OPEN ITEM FAILED' TO WPBE-MESSAGE          06510000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 06520000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          06530000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06540000
           END-IF.                                                      06550000
                                                                        06560000
           ADD +1 TO WS-ITEMS-READ.                                     06570000
                                                                        06580000
      ***************************************************************** 06590000
      *    BREAK ON A NEW CUSTOMER                                    * 06600000
      ***************************************************************** 06610000
                                                                        06620000
           IF AR-PRE NOT = WS-CC-PREFIX                                 06630000
              OR AR-CUSTOMER-ID NOT = WS-CC-CUSTOMER-ID                 06640000
               IF CUSTOMER-ACTIVE                                       06650000
                   PERFORM P20000-CUSTOMER-BREAK THRU P20000-EXIT       06660000
               END-IF                                                   06670000
               MOVE AR-PRE TO WS-CC-PREFIX                              06680000
               MOVE AR-CUSTOMER-ID TO WS-CC-CUSTOMER-ID                 06690000
               MOVE 'Y' TO WS-CUSTOMER-ACTIVE-SW                        06700000
               INITIALIZE WS-CUSTOMER-TOTALS                            06710000
               ADD +1 TO WS-CUSTOMERS-READ                              06720000
           END-IF.                                                      06730000
                                                                        06740000
      ***************************************************************** 06750000
      *    EVERY PAYMENT AND DISCOUNT EVER RECEIVED COUNTS TOWARD     * 06760000
      *    PAID-TO-DATE, WHETHER OR NOT THE ITEM IS STILL OPEN        * 06770000
      ***************************************************************** 06780000
                                                                        06790000
           ADD AR-AMOUNT-PAID TO WS-CT-PAID-TO-DATE.                    06800000
                                                                        06810000
           IF AR-DISCOUNT-TAKEN NUMERIC                                 06820000
               ADD AR-DISCOUNT-TAKEN TO WS-CT-PAID-TO-DATE              06830000
           END-IF.                                                      06840000
                                                                        06850000
           IF NOT AR-OPEN                                               06860000
              OR AR-BALANCE-DUE NOT > ZEROES                            06870000
               GO TO P10000-EXIT                                        06880000
           END-IF.                                                      06890000
                                                                        06900000
           ADD AR-BALANCE-DUE TO WS-CT-BALANCE-DUE.                     06910000
                                                                        06920000
           IF AR-DUE-DATE NUMERIC AND AR-DUE-DATE > ZEROES              06930000
               MOVE AR-DUE-DATE TO WS-AGE-DATE                          06940000
           ELSE                                                         06950000
               MOVE AR-ORDER-DATE TO WS-AGE-DATE                        06960000
           END-IF.                                                      06970000
                                                                        06980000
           IF WS-AGE-DATE NOT NUMERIC OR WS-AGE-DATE = ZEROES           06990000
               GO TO P10000-EXIT                                        07000000
           END-IF.                                                      07010000
                                                                        07020000
           COMPUTE WS-DUE-INT =                                         07030000
               FUNCTION INTEGER-OF-DATE (WS-AGE-DATE).                  07040000
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT.        07050000
                                                                        07060000
           IF WS-DAYS-PAST-DUE NOT > ZEROES                             07070000
               GO TO P10000-EXIT                                        07080000
           END-IF.                                                      07090000
                                                                        07100000
           ADD AR-BALANCE-DUE TO WS-CT-PAST-DUE-AMT.                    07110000
           ADD +1 TO WS-CT-PAST-DUE-ITEMS.                              07120000
                                                                        07130000
           IF WS-DAYS-PAST-DUE > WS-CT-OLDEST-DAYS                      07140000
               MOVE WS-DAYS-PAST-DUE TO WS-CT-OLDEST-DAYS               07150000
           END-IF.                                                      07160000
                                                                        07170000
      ***************************************************************** 07180000
      *    HIGHEST DUNNING NOTICE SENT ON ANY PAST-DUE ITEM           * 07190000
      ***************************************************************** 07200000
                                                                        07210000
           IF DUNNING-FILE-OPEN                                         07220000
               MOVE AR-KEY TO DUNNING-KEY                               07230000
               READ VSAM-DUNNING                                        07240000
               IF DUNNINGF-OK                                           07250000
                   IF DUNNING-LEVEL > WS-CT-DUNNING-LEVEL               07260000
                       MOVE DUNNING-LEVEL TO WS-CT-DUNNING-LEVEL        07270000
                   END-IF                                               07280000
               ELSE                                                     07290000
                   IF NOT DUNNINGF-NOTFOUND                             07300000
                       MOVE 'READ DUNNING CONTROL FAILED'               07310000
                           TO WPBE-MESSAGE                              07320000
                       MOVE WS-DUNNING-STATUS TO WPBE-FILE-STATUS       07330000
                       MOVE 'P10000' TO WPBE-PARAGRAPH                  07340000
                       PERFORM P99999-ABEND THRU P99999-EXIT            07350000
                   END-IF                                               07360000
               END-IF                                                   07370000
           END-IF.                                                      07380000
                                                                        07390000
       P10000-EXIT.                                                     07400000
           EXIT.                                                        07410000
           EJECT                                                        07420000
      ***************************************************************** 07430000
      *                                                               * 07440000
      *    PARAGRAPH:  P20000-CUSTOMER-BREAK                          * 07450000
      *                                                               * 07460000
      *    FUNCTION :  MEASURE THE CUSTOMER'S OPEN PROMISE AND ADD    * 07470000
      *                THE CUSTOMER TO THE WORKLIST WHEN IT HAS A     * 07480000
      *                PAST-DUE BALANCE OR A BROKEN PROMISE           * 07490000
      *                                                               * 07500000
      *    CALLED BY:  P00000-MAINLINE                                * 07510000
      *                P10000-PROCESS-AR-ITEM                         * 07520000
      *                                                               * 07530000
      ***************************************************************** 07540000
                                                                        07550000
       P20000-CUSTOMER-BREAK.                                           07560000
                                                                        07570000
           MOVE 'N' TO WS-CONTROL-FOUND-SW.                             07580000
           MOVE SPACES TO WS-CT-STATUS.                                 07590000
                                                                        07600000
           IF NOT COLLACT-FILE-OPEN                                     07610000
               GO TO P20000-ADD                                         07620000
           END-IF.                                                      07630000
                                                                        07640000
           MOVE WS-CC-PREFIX TO COLL-ACT-PRE.                           07650000
           MOVE WS-CC-CUSTOMER-ID TO COLL-ACT-CUSTOMER-ID.              07660000
           MOVE ZEROES TO COLL-ACT-SEQ.                                 07670000
                                                                        07680000
           READ VSAM-COLL-ACTIVITY.                                     07690000
                                                                        07700000
           IF COLLACTF-OK                                               07710000
               MOVE 'Y' TO WS-CONTROL-FOUND-SW                          07720000
           ELSE                                                         07730000
               IF NOT COLLACTF-NOTFOUND                                 07740000
                   MOVE 'READ COLLECTIONS CONTROL FAILED'               07750000
                       TO WPBE-MESSAGE                                  07760000
                   MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS           07770000
                   MOVE 'P20000' TO WPBE-PARAGRAPH                      07780000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07790000
               END-IF                                                   07800000
           END-IF.                                                      07810000
                                                                        07820000
           IF CONTROL-FOUND                                             07830000
               MOVE COLL-ACT-COLLECTOR TO WS-CT-COLLECTOR               07840000
               MOVE COLL-ACT-LAST-CONTACT-DATE TO WS-CT-LAST-CONTACT    07850000
               IF COLL-ACT-OPEN-PROMISE-SEQ > ZEROES                    07860000
                   PERFORM P21000-CHECK-PROMISE THRU P21000-EXIT        07870000
               END-IF                                                   07880000
           END-IF.                                                      07890000
                                                                        07900000
      ***************************************************************** 07910000
      *    THE BROKEN FLAG STAYS UNTIL A COLLECTOR WORKS THE ACCOUNT  * 07920000
      ***************************************************************** 07930000
                                                                        07940000
           IF CONTROL-FOUND                                             07950000
               IF COLL-ACT-PROMISE-WAS-BROKEN                           07960000
                   MOVE 'B' TO WS-CT-STATUS                             07970000
               ELSE                                                     07980000
                   IF COLL-ACT-OPEN-PROMISE-SEQ > ZEROES                07990000
                       MOVE 'P' TO WS-CT-STATUS                         08000000
                   END-IF                                               08010000
               END-IF                                                   08020000
           END-IF.                                                      08030000
                                                                        08040000
       P20000-ADD.                                                      08050000
                                                                        08060000
           IF WS-CT-PAST-DUE-AMT > ZEROES                               08070000
              OR WS-CT-STATUS = 'B'                                     08080000
               PERFORM P25000-ADD-TO-WORKLIST THRU P25000-EXIT          08090000
           END-IF.                                                      08100000
                                                                        08110000
       P20000-EXIT.                                                     08120000
           EXIT.                                                        08130000
           EJECT                                                        08140000
      ***************************************************************** 08150000
      *                                                               * 08160000
      *    PARAGRAPH:  P21000-CHECK-PROMISE                           * 08170000
      *                                                               * 08180000
      *    FUNCTION :  COMPARE THE CASH RECEIVED SINCE THE OPEN       * 08190000
      *                PROMISE WAS MADE WITH THE PROMISED AMOUNT AND  * 08200000
      *                MARK THE PROMISE KEPT OR BROKEN WHEN DECIDED   * 08210000
      *                                                               * 08220000
      *    CALLED BY:  P20000-CUSTOMER-BREAK                          * 08230000
      *                                                               * 08240000
      ***************************************************************** 08250000
                                                                        08260000
       P21000-CHECK-PROMISE.                                            08270000
                                                                        08280000
           MOVE COLL-ACT-OPEN-PROMISE-SEQ TO WS-PROMISE-SEQ.            08290000
           MOVE WS-PROMISE-SEQ TO COLL-ACT-SEQ.                         08300000
                                                                        08310000
           READ VSAM-COLL-ACTIVITY.                                     08320000
                                                                        08330000
           IF NOT COLLACTF-OK AND NOT COLLACTF-NOTFOUND                 08340000
               MOVE 'READ COLLECTIONS PROMISE FAILED' TO WPBE-MESSAGE   08350000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               08360000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          08370000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08380000
           END-IF.                                                      08390000
                                                                        08400000
      ***************************************************************** 08410000
      *    A MISSING OR ALREADY-RESOLVED PROMISE JUST CLEARS THE      * 08420000
      *    POINTER ON THE CONTROL RECORD                              * 08430000
      ***************************************************************** 08440000
                                                                        08450000
           IF COLLACTF-NOTFOUND                                         08460000
               PERFORM P23000-CLEAR-OPEN-PROMISE THRU P23000-EXIT       08470000
               GO TO P21000-EXIT                                        08480000
           END-IF.                                                      08490000
                                                                        08500000
           IF NOT COLL-ACT-PROMISE                                      08510000
              OR NOT COLL-ACT-PROMISE-OPEN                              08520000
               PERFORM P23000-CLEAR-OPEN-PROMISE THRU P23000-EXIT       08530000
               GO TO P21000-EXIT                                        08540000
           END-IF.                                                      08550000
                                                                        08560000
           COMPUTE WS-COLLECTED-AMT =                                   08570000
               WS-CT-PAID-TO-DATE - COLL-ACT-PAID-BASE.                 08580000
                                                                        08590000
           IF WS-COLLECTED-AMT > 999999999.99                           08600000
               MOVE 999999999.99 TO COLL-ACT-COLLECTED-AMT              08610000
           ELSE                                                         08620000
               MOVE WS-COLLECTED-AMT TO COLL-ACT-COLLECTED-AMT          08630000
           END-IF.                                                      08640000
                                                                        08650000
           MOVE COLL-ACT-PROMISE-AMT TO WS-CT-PROMISE-AMT.              08660000
           MOVE COLL-ACT-PROMISE-DATE TO WS-CT-PROMISE-DATE.            08670000
                                                                        08680000
           COMPUTE WS-DUE-INT =                                         08690000
               FUNCTION INTEGER-OF-DATE (COLL-ACT-PROMISE-DATE)         08700000
                   + WS-PROMISE-GRACE-DAYS.                             08710000
                                                                        08720000
           IF WS-COLLECTED-AMT NOT < COLL-ACT-PROMISE-AMT               08730000
               MOVE 'K' TO COLL-ACT-PROMISE-STATUS                      08740000
               MOVE WS-DATE-CCYYMMDD TO COLL-ACT-RESOLVED-DATE          08750000
               ADD +1 TO WS-PROMISES-KEPT                               08760000
           ELSE                                                         08770000
               IF WS-TODAY-INT > WS-DUE-INT                             08780000
                   MOVE 'B' TO COLL-ACT-PROMISE-STATUS                  08790000
                   MOVE WS-DATE-CCYYMMDD TO COLL-ACT-RESOLVED-DATE      08800000
                   ADD +1 TO WS-PROMISES-BROKEN                         08810000
                   PERFORM P22000-PRINT-BROKEN THRU P22000-EXIT         08820000
               END-IF                                                   08830000
           END-IF.                                                      08840000
                                                                        08850000
           REWRITE COLL-ACT-RECORD.                                     08860000
                                                                        08870000
           IF NOT COLLACTF-OK                                           08880000
               MOVE 'REWRITE COLLECTIONS PROMISE FAILED'                08890000
                   TO WPBE-MESSAGE                                      08900000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               08910000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          08920000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08930000
           END-IF.                                                      08940000
                                                                        08950000
           IF COLL-ACT-PROMISE-KEPT                                     08960000
               PERFORM P23000-CLEAR-OPEN-PROMISE THRU P23000-EXIT       08970000
               GO TO P21000-EXIT                                        08980000
           END-IF.                                                      08990000
                                                                        09000000
           IF COLL-ACT-PROMISE-BROKEN                                   09010000
               PERFORM P24000-WRITE-BROKEN-NOTE THRU P24000-EXIT        09020000
               GO TO P21000-EXIT                                        09030000
           END-IF.                                                      09040000
                                                                        09050000
      ***************************************************************** 09060000
      *    STILL OPEN -- RE-READ THE CONTROL RECORD SO THE BREAK SEES * 09070000
      *    IT AGAIN                                                   * 09080000
      ***************************************************************** 09090000
                                                                        09100000
           MOVE ZEROES TO COLL-ACT-SEQ.                                 09110000
                                                                        09120000
           READ VSAM-COLL-ACTIVITY.                                     09130000
                                                                        09140000
           IF NOT COLLACTF-OK                                           09150000
               MOVE 'READ COLLECTIONS CONTROL FAILED' TO WPBE-MESSAGE   09160000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               09170000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          09180000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09190000
           END-IF.                                                      09200000
                                                                        09210000
       P21000-EXIT.                                                     09220000
           EXIT.                                                        09230000
           EJECT                                                        09240000
      ***************************************************************** 09250000
      *                                                               * 09260000
      *    PARAGRAPH:  P22000-PRINT-BROKEN                            * 09270000
      *                                                               * 09280000
      *    FUNCTION :  LIST A PROMISE FOUND BROKEN ON THIS RUN        * 09290000
      *                                                               * 09300000
      *    CALLED BY:  P21000-CHECK-PROMISE                           * 09310000
      *                                                               * 09320000
      ***************************************************************** 09330000
                                                                        09340000
       P22000-PRINT-BROKEN.                                             09350000
                                                                        09360000
           MOVE SPACES TO WS-PL-PROMISE-DETAIL.                         09370000
           MOVE WS-CC-PREFIX TO WS-PL-PD-PREFIX.                        09380000
           MOVE WS-CC-CUSTOMER-ID TO WS-PL-PD-CUSTOMER.                 09390000
           MOVE WS-CT-COLLECTOR TO WS-PL-PD-COLLECTOR.                  09400000
                                                                        09410000
           MOVE COLL-ACT-DATE TO WS-WORK-DATE.                          09420000
           PERFORM P45000-EDIT-DATE THRU P45000-EXIT.                   09430000
           MOVE WS-EDIT-DATE TO WS-PL-PD-MADE-DATE.                     09440000
                                                                        09450000
           MOVE COLL-ACT-PROMISE-DATE TO WS-WORK-DATE.                  09460000
           PERFORM P45000-EDIT-DATE THRU P45000-EXIT.                   09470000
           MOVE WS-EDIT-DATE TO WS-PL-PD-DUE-DATE.                      09480000
                                                                        09490000
           MOVE COLL-ACT-PROMISE-AMT TO WS-PL-PD-PROMISED.              09500000
           MOVE WS-COLLECTED-AMT TO WS-PL-PD-COLLECTED.                 09510000
                                                                        09520000
           WRITE COLLECT-PRINT-REC FROM WS-PL-PROMISE-DETAIL.           09530000
                                                                        09540000
       P22000-EXIT.                                                     09550000
           EXIT.                                                        09560000
           EJECT                                                        09570000
      ***************************************************************** 09580000
      *                                                               * 09590000
      *    PARAGRAPH:  P23000-CLEAR-OPEN-PROMISE                      * 09600000
      *                                                               * 09610000
      *    FUNCTION :  CLEAR THE OPEN PROMISE POINTER ON THE ACCOUNT  * 09620000
      *                CONTROL RECORD                                 * 09630000
      *                                                               * 09640000
      *    CALLED BY:  P21000-CHECK-PROMISE                           * 09650000
      *                                                               * 09660000
      ***************************************************************** 09670000
                                                                        09680000
       P23000-CLEAR-OPEN-PROMISE.                                       09690000
                                                                        09700000
           MOVE ZEROES TO COLL-ACT-SEQ.                                 09710000
                                                                        09720000
           READ VSAM-COLL-ACTIVITY.                                     09730000
                                                                        09740000
           IF NOT COLLACTF-OK                                           09750000
               MOVE 'READ COLLECTIONS CONTROL FAILED' TO WPBE-MESSAGE   09760000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               09770000
               MOVE 'P23000' TO WPBE-PARAGRAPH                          09780000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09790000
           END-IF.                                                      09800000
                                                                        09810000
           MOVE ZEROES TO COLL-ACT-OPEN-PROMISE-SEQ.                    09820000
                                                                        09830000
           REWRITE COLL-ACT-RECORD.                                     09840000
                                                                        09850000
           IF NOT COLLACTF-OK                                           09860000
               MOVE 'REWRITE COLLECTIONS CONTROL FAILED'                09870000
                   TO WPBE-MESSAGE                                      09880000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               09890000
               MOVE 'P23000' TO WPBE-PARAGRAPH                          09900000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09910000
           END-IF.                                                      09920000
                                                                        09930000
       P23000-EXIT.                                                     09940000
           EXIT.                                                        09950000
           EJECT                                                        09960000
      ***************************************************************** 09970000
      *                                                               * 09980000
      *    PARAGRAPH:  P24000-WRITE-BROKEN-NOTE                       * 09990000
      *                                                               * 10000000
      *    FUNCTION :  ADD A BROKEN-PROMISE NOTE TO THE ACCOUNT       * 10010000
      *                HISTORY AND FLAG THE CONTROL RECORD FOR        * 10020000
      *                FOLLOW-UP                                      * 10030000
      *                                                               * 10040000
      *    CALLED BY:  P21000-CHECK-PROMISE                           * 10050000
      *                                                               * 10060000
      ***************************************************************** 10070000
                                                                        10080000
       P24000-WRITE-BROKEN-NOTE.                                        10090000
                                                                        10100000
           MOVE ZEROES TO COLL-ACT-SEQ.                                 10110000
                                                                        10120000
           READ VSAM-COLL-ACTIVITY.                                     10130000
                                                                        10140000
           IF NOT COLLACTF-OK                                           10150000
               MOVE 'READ COLLECTIONS CONTROL FAILED' TO WPBE-MESSAGE   10160000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               10170000
               MOVE 'P24000' TO WPBE-PARAGRAPH                          10180000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10190000
           END-IF.                                                      10200000
                                                                        10210000
           ADD +1 TO COLL-ACT-LAST-SEQ.                                 10220000
           MOVE ZEROES TO COLL-ACT-OPEN-PROMISE-SEQ.                    10230000
           MOVE 'Y' TO COLL-ACT-BROKEN-SW.                              10240000
                                                                        10250000
           REWRITE COLL-ACT-RECORD.                                     10260000
                                                                        10270000
           IF NOT COLLACTF-OK                                           10280000
               MOVE 'REWRITE COLLECTIONS CONTROL FAILED'                10290000
                   TO WPBE-MESSAGE                                      10300000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               10310000
               MOVE 'P24000' TO WPBE-PARAGRAPH                          10320000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10330000
           END-IF.                                                      10340000
                                                                        10350000
           MOVE COLL-ACT-LAST-SEQ TO COLL-ACT-SEQ.                      10360000
           MOVE 'B' TO COLL-ACT-TYPE.                                   10370000
           INITIALIZE COLL-ACT-NOTE-DATA.                               10380000
           MOVE WS-DATE-CCYYMMDD TO COLL-ACT-DATE.                      10390000
           MOVE WS-TIME TO COLL-ACT-TIME.                               10400000
           MOVE 'PDAB114' TO COLL-ACT-USERID.                           10410000
           MOVE WS-CT-PROMISE-AMT TO COLL-ACT-PROMISE-AMT.              10420000
           MOVE WS-CT-PROMISE-DATE TO COLL-ACT-PROMISE-DATE.            10430000
           MOVE WS-CT-PROMISE-DATE TO WS-WORK-DATE.                     10440000
           PERFORM P45000-EDIT-DATE THRU P45000-EXIT.                   10450000
           MOVE WS-CT-PROMISE-AMT TO WS-EDIT-AMOUNT.                    10460000
                                                                        10470000
           STRING 'PROMISE OF '              DELIMITED BY SIZE          10480000
                  WS-EDIT-AMOUNT             DELIMITED BY SIZE          10490000
                  ' DUE '                    DELIMITED BY SIZE          10500000
                  WS-EDIT-DATE               DELIMITED BY SIZE          10510000
                  ' NOT KEPT'                DELIMITED BY SIZE          10520000
               INTO COLL-ACT-TEXT.                                      10530000
                                                                        10540000
           IF WS-COLLECTED-AMT > 999999999.99                           10550000
               MOVE 999999999.99 TO COLL-ACT-COLLECTED-AMT              10560000
           ELSE                                                         10570000
               MOVE WS-COLLECTED-AMT TO COLL-ACT-COLLECTED-AMT          10580000
           END-IF.                                                      10590000
                                                                        10600000
           MOVE 'B' TO COLL-ACT-PROMISE-STATUS.                         10610000
           MOVE WS-DATE-CCYYMMDD TO COLL-ACT-RESOLVED-DATE.             10620000
                                                                        10630000
           WRITE COLL-ACT-RECORD.                                       10640000
                                                                        10650000
           IF NOT COLLACTF-OK                                           10660000
               MOVE 'WRITE BROKEN PROMISE NOTE FAILED' TO WPBE-MESSAGE  10670000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               10680000
               MOVE 'P24000' TO WPBE-PARAGRAPH                          10690000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10700000
           END-IF.                                                      10710000
                                                                        10720000
      ***************************************************************** 10730000
      *    LEAVE THE CONTROL RECORD IN THE BUFFER FOR THE BREAK       * 10740000
      ***************************************************************** 10750000
                                                                        10760000
           MOVE ZEROES TO COLL-ACT-SEQ.                                 10770000
                                                                        10780000
           READ VSAM-COLL-ACTIVITY.                                     10790000
                                                                        10800000
           IF NOT COLLACTF-OK                                           10810000
               MOVE 'READ COLLECTIONS CONTROL FAILED' TO WPBE-MESSAGE   10820000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               10830000
               MOVE 'P24000' TO WPBE-PARAGRAPH                          10840000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10850000
           END-IF.                                                      10860000
                                                                        10870000
       P24000-EXIT.                                                     10880000
           EXIT.                                                        10890000
           EJECT                                                        10900000
      ***************************************************************** 10910000
      *                                                               * 10920000
      *    PARAGRAPH:  P25000-ADD-TO-WORKLIST                         * 10930000
      *                                                               * 10940000
      *    FUNCTION :  INSERT THE CUSTOMER INTO THE WORKLIST TABLE IN * 10950000
      *                RANK ORDER WITHIN ITS PREFIX                   * 10960000
      *                                                               * 10970000
      *    CALLED BY:  P20000-CUSTOMER-BREAK                          * 10980000
      *                                                               * 10990000
      ***************************************************************** 11000000
                                                                        11010000
       P25000-ADD-TO-WORKLIST.                                          11020000
                                                                        11030000
           IF WS-WL-USED NOT < WS-WL-MAX                                11040000
               ADD +1 TO WS-WORKLIST-OVERFLOW                           11050000
               GO TO P25000-EXIT                                        11060000
           END-IF.                                                      11070000
                                                                        11080000
           MOVE WS-CC-PREFIX TO CUSTOMER-PRE.                           11090000
           MOVE WS-CC-CUSTOMER-ID TO CUSTOMER-ID.                       11100000
                                                                        11110000
           READ VSAM-CUSTOMER.                                          11120000
                                                                        11130000
           ADD +1 TO WS-WL-USED.                                        11140000
           MOVE WS-WL-USED TO WS-SUB.                                   11150000
                                                                        11160000
           MOVE WS-CC-PREFIX TO WS-WL-PREFIX (WS-SUB).                  11170000
           MOVE WS-CC-CUSTOMER-ID TO WS-WL-CUSTOMER-ID (WS-SUB).        11180000
                                                                        11190000
           IF CUSTOMER-OK                                               11200000
               MOVE CUSTOMER-NAME TO WS-WL-NAME (WS-SUB)                11210000
               MOVE CUSTOMER-SALES-REP TO WS-WL-SALES-REP (WS-SUB)      11220000
           ELSE                                                         11230000
               MOVE SPACES TO WS-WL-NAME (WS-SUB)                       11240000
               MOVE SPACES TO WS-WL-SALES-REP (WS-SUB)                  11250000
           END-IF.                                                      11260000
                                                                        11270000
           MOVE WS-CT-COLLECTOR TO WS-WL-COLLECTOR (WS-SUB).            11280000
           MOVE WS-CT-PAST-DUE-AMT TO WS-WL-PAST-DUE-AMT (WS-SUB).      11290000
           MOVE WS-CT-BALANCE-DUE TO WS-WL-BALANCE-DUE (WS-SUB).        11300000
                                                                        11310000
           IF WS-CT-OLDEST-DAYS > 99999                                 11320000
               MOVE 99999 TO WS-WL-DAYS (WS-SUB)                        11330000
           ELSE                                                         11340000
               MOVE WS-CT-OLDEST-DAYS TO WS-WL-DAYS (WS-SUB)            11350000
           END-IF.                                                      11360000
                                                                        11370000
           MOVE WS-CT-PAST-DUE-ITEMS TO WS-WL-ITEMS (WS-SUB).           11380000
           MOVE WS-CT-DUNNING-LEVEL TO WS-WL-DUN-LEVEL (WS-SUB).        11390000
           MOVE WS-CT-STATUS TO WS-WL-STATUS (WS-SUB).                  11400000
           MOVE WS-CT-PROMISE-AMT TO WS-WL-PROMISE-AMT (WS-SUB).        11410000
           MOVE WS-CT-PROMISE-DATE TO WS-WL-PROMISE-DATE (WS-SUB).      11420000
           MOVE WS-CT-LAST-CONTACT TO WS-WL-LAST-CONTACT (WS-SUB).      11430000
                                                                        11440000
      ***************************************************************** 11450000
      *    SHIFT THE NEW ENTRY UP PAST ANY ENTRY OF THE SAME PREFIX   * 11460000
      *    THAT RANKS BELOW IT                                        * 11470000
      ***************************************************************** 11480000
                                                                        11490000
           MOVE 'N' TO WS-ENTRY-PLACED-SW.                              11500000
                                                                        11510000
           PERFORM P26000-SHIFT-ENTRY THRU P26000-EXIT                  11520000
               UNTIL ENTRY-PLACED.                                      11530000
                                                                        11540000
       P25000-EXIT.                                                     11550000
           EXIT.                                                        11560000
           EJECT                                                        11570000
      ***************************************************************** 11580000
      *                                                               * 11590000
      *    PARAGRAPH:  P26000-SHIFT-ENTRY                             * 11600000
      *                                                               * 11610000
      *    FUNCTION :  SWAP THE NEW ENTRY WITH THE ONE ABOVE IT WHEN  * 11620000
      *                THAT ONE RANKS LOWER                           * 11630000
      *                                                               * 11640000
      *    CALLED BY:  P25000-ADD-TO-WORKLIST                         * 11650000
      *                                                               * 11660000
      ***************************************************************** 11670000
                                                                        11680000
       P26000-SHIFT-ENTRY.                                              11690000
                                                                        11700000
           IF WS-SUB NOT > 1                                            11710000
               MOVE 'Y' TO WS-ENTRY-PLACED-SW                           11720000
               GO TO P26000-EXIT                                        11730000
           END-IF.                                                      11740000
                                                                        11750000
           COMPUTE WS-SUB2 = WS-SUB - 1.                                11760000
                                                                        11770000
           IF WS-WL-PREFIX (WS-SUB2) NOT = WS-WL-PREFIX (WS-SUB)        11780000
               MOVE 'Y' TO WS-ENTRY-PLACED-SW                           11790000
               GO TO P26000-EXIT                                        11800000
           END-IF.                                                      11810000
                                                                        11820000
           IF WS-WL-PAST-DUE-AMT (WS-SUB2) >                            11830000
                                        WS-WL-PAST-DUE-AMT (WS-SUB)     11840000
               MOVE 'Y' TO WS-ENTRY-PLACED-SW                           11850000
               GO TO P26000-EXIT                                        11860000
           END-IF.                                                      11870000
                                                                        11880000
           IF WS-WL-PAST-DUE-AMT (WS-SUB2) =                            11890000
                                        WS-WL-PAST-DUE-AMT (WS-SUB)     11900000
              AND WS-WL-DAYS (WS-SUB2) NOT < WS-WL-DAYS (WS-SUB)        11910000
               MOVE 'Y' TO WS-ENTRY-PLACED-SW                           11920000
               GO TO P26000-EXIT                                        11930000
           END-IF.                                                      11940000
                                                                        11950000
           MOVE WS-WL-ENTRY (WS-SUB2) TO WS-WL-HOLD.                    11960000
           MOVE WS-WL-ENTRY (WS-SUB) TO WS-WL-ENTRY (WS-SUB2).          11970000
           MOVE WS-WL-HOLD TO WS-WL-ENTRY (WS-SUB).                     11980000
                                                                        11990000
           MOVE WS-SUB2 TO WS-SUB.                                      12000000
                                                                        12010000
       P26000-EXIT.                                                     12020000
           EXIT.                                                        12030000
           EJECT                                                        12040000
      ***************************************************************** 12050000
      *                                                               * 12060000
      *    PARAGRAPH:  P30000-WRITE-WORKLIST                          * 12070000
      *                                                               * 12080000
      *    FUNCTION :  WRITE ONE WORKLIST RECORD, RANKING FROM 1      * 12090000
      *                WITHIN EACH PREFIX                             * 12100000
      *                                                               * 12110000
      *    CALLED BY:  P00000-MAINLINE                                * 12120000
      *                                                               * 12130000
      ***************************************************************** 12140000
                                                                        12150000
       P30000-WRITE-WORKLIST.                                           12160000
                                                                        12170000
           IF WS-WL-PREFIX (WS-SUB) NOT = WS-RANK-PREFIX                12180000
               MOVE WS-WL-PREFIX (WS-SUB) TO WS-RANK-PREFIX             12190000
               MOVE ZEROES TO WS-RANK                                   12200000
           END-IF.                                                      12210000
                                                                        12220000
           ADD +1 TO WS-RANK.                                           12230000
                                                                        12240000
           INITIALIZE COLL-WORK-RECORD.                                 12250000
           MOVE WS-WL-PREFIX (WS-SUB) TO COLL-WORK-PRE.                 12260000
           MOVE WS-RANK TO COLL-WORK-RANK.                              12270000
           MOVE WS-WL-CUSTOMER-ID (WS-SUB) TO COLL-WORK-CUSTOMER-ID.    12280000
           MOVE WS-WL-NAME (WS-SUB) TO COLL-WORK-CUSTOMER-NAME.         12290000
           MOVE WS-WL-SALES-REP (WS-SUB) TO COLL-WORK-SALES-REP.        12300000
           MOVE WS-WL-COLLECTOR (WS-SUB) TO COLL-WORK-COLLECTOR.        12310000
           MOVE WS-WL-PAST-DUE-AMT (WS-SUB) TO COLL-WORK-PAST-DUE-AMT.  12320000
           MOVE WS-WL-BALANCE-DUE (WS-SUB) TO COLL-WORK-BALANCE-DUE.    12330000
           MOVE WS-WL-DAYS (WS-SUB) TO COLL-WORK-DAYS-PAST-DUE.         12340000
           MOVE WS-WL-ITEMS (WS-SUB) TO COLL-WORK-PAST-DUE-ITEMS.       12350000
           MOVE WS-WL-DUN-LEVEL (WS-SUB) TO COLL-WORK-DUNNING-LEVEL.    12360000
           MOVE WS-WL-STATUS (WS-SUB) TO COLL-WORK-STATUS.              12370000
           MOVE WS-WL-PROMISE-AMT (WS-SUB) TO COLL-WORK-PROMISE-AMT.    12380000
           MOVE WS-WL-PROMISE-DATE (WS-SUB) TO COLL-WORK-PROMISE-DATE.  12390000
           MOVE WS-WL-LAST-CONTACT (WS-SUB)                             12400000
               TO COLL-WORK-LAST-CONTACT-DATE.                          12410000
           MOVE WS-DATE-CCYYMMDD TO COLL-WORK-BUILT-DATE.               12420000
           MOVE 'N' TO COLL-WORK-WORKED-SW.                             12430000
                                                                        12440000
           WRITE COLL-WORK-RECORD.                                      12450000
                                                                        12460000
           IF NOT COLLWRKF-OK                                           12470000
               MOVE 'WRITE COLLECTIONS WORKLIST FAILED'                 12480000
                   TO WPBE-MESSAGE                                      12490000
               MOVE WS-COLLWRK-STATUS TO WPBE-FILE-STATUS               12500000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          12510000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12520000
           END-IF.                                                      12530000
                                                                        12540000
           ADD +1 TO WS-WORKLIST-WRITTEN.                               12550000
                                                                        12560000
       P30000-EXIT.                                                     12570000
           EXIT.                                                        12580000
           EJECT                                                        12590000
      ***************************************************************** 12600000
      *                                                               * 12610000
      *    PARAGRAPH:  P40000-PROMISE-REPORT                          * 12620000
      *                                                               * 12630000
      *    FUNCTION :  PASS THE ACTIVITY FILE AND LIST EVERY PROMISE  * 12640000
      *                DUE THIS MONTH OR STILL OPEN, THEN PRINT THE   * 12650000
      *                PROMISED VERSUS COLLECTED TOTALS BY COLLECTOR  * 12660000
      *                                                               * 12670000
      *    CALLED BY:  P00000-MAINLINE                                * 12680000
      *                                                               * 12690000
      ***************************************************************** 12700000
                                                                        12710000
       P40000-PROMISE-REPORT.                                           12720000
                                                                        12730000
           WRITE COLLECT-PRINT-REC FROM WS-PL-BLANK.                    12740000
           MOVE 'PROMISES-TO-PAY DUE THIS MONTH OR STILL OPEN'          12750000
               TO WS-PL-RH-TITLE.                                       12760000
           WRITE COLLECT-PRINT-REC FROM WS-PL-REPORT-HEADER.            12770000
           WRITE COLLECT-PRINT-REC FROM WS-PL-SEPARATOR.                12780000
           WRITE COLLECT-PRINT-REC FROM WS-PL-PROMISE-HEADER.           12790000
           WRITE COLLECT-PRINT-REC FROM WS-PL-BLANK.                    12800000
                                                                        12810000
           IF COLLACT-FILE-OPEN                                         12820000
               MOVE LOW-VALUES TO COLL-ACT-KEY                          12830000
               START VSAM-COLL-ACTIVITY                                 12840000
                   KEY IS NOT < COLL-ACT-KEY                            12850000
               IF COLLACTF-OK                                           12860000
                   PERFORM P41000-READ-ACTIVITY THRU P41000-EXIT        12870000
                       UNTIL END-OF-ACTIVITY                            12880000
               END-IF                                                   12890000
           END-IF.                                                      12900000
                                                                        12910000
           IF WS-PROMISES-REPORTED = ZEROES                             12920000
               MOVE 'NO PROMISES TO REPORT' TO WS-PL-NL-TEXT            12930000
               WRITE COLLECT-PRINT-REC FROM WS-PL-NONE-LINE             12940000
           END-IF.                                                      12950000
                                                                        12960000
           WRITE COLLECT-PRINT-REC FROM WS-PL-BLANK.                    12970000
           MOVE 'PROMISED VERSUS COLLECTED BY COLLECTOR'                12980000
               TO WS-PL-RH-TITLE.                                       12990000
           WRITE COLLECT-PRINT-REC FROM WS-PL-REPORT-HEADER.            13000000
           WRITE COLLECT-PRINT-REC FROM WS-PL-SEPARATOR.                13010000
           WRITE COLLECT-PRINT-REC FROM WS-PL-COLLECTOR-HEADER.         13020000
           WRITE COLLECT-PRINT-REC FROM WS-PL-BLANK.                    13030000
                                                                        13040000
      ***************************************************************** 13050000
      *    THE ENTRY PAST THE LAST COLLECTOR CARRIES THE TOTALS       * 13060000
      ***************************************************************** 13070000
                                                                        13080000
           COMPUTE WS-SUB2 = WS-CO-USED + 1.                            13090000
           INITIALIZE WS-CO-ENTRY (WS-SUB2).                            13100000
                                                                        13110000
           PERFORM P43000-PRINT-COLLECTOR THRU P43000-EXIT              13120000
               VARYING WS-SUB FROM 1 BY 1                               13130000
                   UNTIL WS-SUB > WS-CO-USED.                           13140000
                                                                        13150000
           WRITE COLLECT-PRINT-REC FROM WS-PL-BLANK.                    13160000
           MOVE WS-SUB2 TO WS-SUB.                                      13170000
           PERFORM P43000-PRINT-COLLECTOR THRU P43000-EXIT.             13180000
                                                                        13190000
       P40000-EXIT.                                                     13200000
           EXIT.                                                        13210000
           EJECT                                                        13220000
      ***************************************************************** 13230000
      *                                                               * 13240000
      *    PARAGRAPH:  P41000-READ-ACTIVITY                           * 13250000
      *                                                               * 13260000
      *    FUNCTION :  READ THE NEXT ACTIVITY RECORD; REMEMBER THE    * 13270000
      *                COLLECTOR FROM EACH CONTROL RECORD AND REPORT  * 13280000
      *                THE PROMISES THAT QUALIFY                      * 13290000
      *                                                               * 13300000
      *    CALLED BY:  P40000-PROMISE-REPORT                          * 13310000
      *                                                               * 13320000
      ***************************************************************** 13330000
                                                                        13340000
       P41000-READ-ACTIVITY.                                            13350000
                                                                        13360000
           READ VSAM-COLL-ACTIVITY NEXT RECORD.                         13370000
                                                                        13380000
           IF COLLACTF-END                                              13390000
               MOVE 'Y' TO WS-END-OF-ACTIVITY-SW                        13400000
               GO TO P41000-EXIT                                        13410000
           END-IF.                                                      13420000
                                                                        13430000
           IF NOT COLLACTF-OK                                           13440000
               MOVE 'READ COLLECTIONS ACTIVITY FAILED' TO WPBE-MESSAGE  13450000
               MOVE WS-COLLACT-STATUS TO WPBE-FILE-STATUS               13460000
               MOVE 'P41000' TO WPBE-PARAGRAPH                          13470000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13480000
           END-IF.                                                      13490000
                                                                        13500000
           IF COLL-ACT-CONTROL                                          13510000
               MOVE COLL-ACT-COLLECTOR TO WS-RP-COLLECTOR               13520000
               GO TO P41000-EXIT                                        13530000
           END-IF.                                                      13540000
                                                                        13550000
           IF NOT COLL-ACT-PROMISE                                      13560000
              OR COLL-ACT-PROMISE-SUPERSEDED                            13570000
               GO TO P41000-EXIT                                        13580000
           END-IF.                                                      13590000
                                                                        13600000
           MOVE COLL-ACT-PROMISE-DATE TO WS-WORK-DATE.                  13610000
                                                                        13620000
           IF NOT COLL-ACT-PROMISE-OPEN                                 13630000
              AND WS-WORK-DATE (1:6) NOT = WS-DATE-CCYYMM               13640000
               GO TO P41000-EXIT                                        13650000
           END-IF.                                                      13660000
                                                                        13670000
           ADD +1 TO WS-PROMISES-REPORTED.                              13680000
                                                                        13690000
           MOVE SPACES TO WS-PL-PROMISE-DETAIL.                         13700000
           MOVE COLL-ACT-PRE TO WS-PL-PD-PREFIX.                        13710000
           MOVE COLL-ACT-CUSTOMER-ID TO WS-PL-PD-CUSTOMER.              13720000
           MOVE WS-RP-COLLECTOR TO WS-PL-PD-COLLECTOR.                  13730000
           PERFORM P45000-EDIT-DATE THRU P45000-EXIT.                   13740000
           MOVE WS-EDIT-DATE TO WS-PL-PD-DUE-DATE.                      13750000
           MOVE COLL-ACT-DATE TO WS-WORK-DATE.                          13760000
           PERFORM P45000-EDIT-DATE THRU P45000-EXIT.                   13770000
           MOVE WS-EDIT-DATE TO WS-PL-PD-MADE-DATE.                     13780000
           MOVE COLL-ACT-PROMISE-AMT TO WS-PL-PD-PROMISED.              13790000
           MOVE COLL-ACT-COLLECTED-AMT TO WS-PL-PD-COLLECTED.           13800000
                                                                        13810000
           EVALUATE TRUE                                                13820000
               WHEN COLL-ACT-PROMISE-KEPT                               13830000
                   MOVE 'KEPT' TO WS-PL-PD-STATUS                       13840000
               WHEN COLL-ACT-PROMISE-BROKEN                             13850000
                   MOVE 'BROKEN' TO WS-PL-PD-STATUS                     13860000
               WHEN OTHER                                               13870000
                   MOVE 'OPEN' TO WS-PL-PD-STATUS                       13880000
           END-EVALUATE.                                                13890000
                                                                        13900000
           WRITE COLLECT-PRINT-REC FROM WS-PL-PROMISE-DETAIL.           13910000
                                                                        13920000
           PERFORM P42000-ADD-COLLECTOR THRU P42000-EXIT.               13930000
                                                                        13940000
       P41000-EXIT.                                                     13950000
           EXIT.                                                        13960000
           EJECT                                                        13970000
      ***************************************************************** 13980000
      *                                                               * 13990000
      *    PARAGRAPH:  P42000-ADD-COLLECTOR                           * 14000000
      *                                                               * 14010000
      *    FUNCTION :  ADD THE PROMISE TO ITS COLLECTOR'S TOTALS      * 14020000
      *                                                               * 14030000
      *    CALLED BY:  P41000-READ-ACTIVITY                           * 14040000
      *                                                               * 14050000
      ***************************************************************** 14060000
                                                                        14070000
       P42000-ADD-COLLECTOR.                                            14080000
                                                                        14090000
           MOVE 1 TO WS-SUB.                                            14100000
                                                                        14110000
           PERFORM P42100-FIND-COLLECTOR THRU P42100-EXIT               14120000
               UNTIL WS-SUB > WS-CO-USED                                14130000
                  OR WS-CO-COLLECTOR (WS-SUB) = WS-RP-COLLECTOR.        14140000
                                                                        14150000
      ***************************************************************** 14160000
      *    A FULL TABLE LUMPS THE REST INTO THE LAST COLLECTOR        * 14170000
      ***************************************************************** 14180000
                                                                        14190000
           IF WS-SUB > WS-CO-USED                                       14200000
               IF WS-CO-USED < WS-CO-MAX                                14210000
                   ADD +1 TO WS-CO-USED                                 14220000
                   MOVE WS-CO-USED TO WS-SUB                            14230000
                   INITIALIZE WS-CO-ENTRY (WS-SUB)                      14240000
                   MOVE WS-RP-COLLECTOR TO WS-CO-COLLECTOR (WS-SUB)     14250000
               ELSE                                                     14260000
                   MOVE WS-CO-MAX TO WS-SUB                             14270000
               END-IF                                                   14280000
           END-IF.                                                      14290000
                                                                        14300000
           ADD +1 TO WS-CO-PROMISES (WS-SUB).                           14310000
           ADD COLL-ACT-PROMISE-AMT TO WS-CO-PROMISED (WS-SUB).         14320000
           ADD COLL-ACT-COLLECTED-AMT TO WS-CO-COLLECTED (WS-SUB).      14330000
                                                                        14340000
           EVALUATE TRUE                                                14350000
               WHEN COLL-ACT-PROMISE-KEPT                               14360000
                   ADD +1 TO WS-CO-KEPT (WS-SUB)                        14370000
               WHEN COLL-ACT-PROMISE-BROKEN                             14380000
                   ADD +1 TO WS-CO-BROKEN (WS-SUB)                      14390000
               WHEN OTHER                                               14400000
                   ADD +1 TO WS-CO-OPEN (WS-SUB)                        14410000
           END-EVALUATE.                                                14420000
                                                                        14430000
       P42000-EXIT.                                                     14440000
           EXIT.                                                        14450000
                                                                        14460000
       P42100-FIND-COLLECTOR.                                           14470000
                                                                        14480000
           ADD +1 TO WS-SUB.                                            14490000
                                                                        14500000
       P42100-EXIT.                                                     14510000
           EXIT.                                                        14520000
           EJECT                                                        14530000
      ***************************************************************** 14540000
      *                                                               * 14550000
      *    PARAGRAPH:  P43000-PRINT-COLLECTOR                         * 14560000
      *                                                               * 14570000
      *    FUNCTION :  PRINT ONE COLLECTOR'S PROMISED VERSUS          * 14580000
      *                COLLECTED LINE AND ADD IT TO THE TOTALS        * 14590000
      *                                                               * 14600000
      *    CALLED BY:  P40000-PROMISE-REPORT                          * 14610000
      *                                                               * 14620000
      ***************************************************************** 14630000
                                                                        14640000
       P43000-PRINT-COLLECTOR.                                          14650000
                                                                        14660000
           IF WS-SUB = WS-SUB2                                          14670000
               MOVE 'TOTAL' TO WS-PL-CD-COLLECTOR                       14680000
           ELSE                                                         14690000
               IF WS-CO-COLLECTOR (WS-SUB) = SPACES                     14700000
                   MOVE 'UNASSIGNED' TO WS-PL-CD-COLLECTOR              14710000
               ELSE                                                     14720000
                   MOVE WS-CO-COLLECTOR (WS-SUB) TO WS-PL-CD-COLLECTOR  14730000
               END-IF                                                   14740000
               ADD WS-CO-PROMISES (WS-SUB) TO WS-CO-PROMISES (WS-SUB2)  14750000
               ADD WS-CO-KEPT (WS-SUB) TO WS-CO-KEPT (WS-SUB2)          14760000
               ADD WS-CO-BROKEN (WS-SUB) TO WS-CO-BROKEN (WS-SUB2)      14770000
               ADD WS-CO-OPEN (WS-SUB) TO WS-CO-OPEN (WS-SUB2)          14780000
               ADD WS-CO-PROMISED (WS-SUB) TO WS-CO-PROMISED (WS-SUB2)  14790000
               ADD WS-CO-COLLECTED (WS-SUB)                             14800000
                   TO WS-CO-COLLECTED (WS-SUB2)                         14810000
           END-IF.                                                      14820000
                                                                        14830000
           MOVE WS-CO-PROMISES (WS-SUB) TO WS-PL-CD-PROMISES.           14840000
           MOVE WS-CO-KEPT (WS-SUB) TO WS-PL-CD-KEPT.                   14850000
           MOVE WS-CO-BROKEN (WS-SUB) TO WS-PL-CD-BROKEN.               14860000
           MOVE WS-CO-OPEN (WS-SUB) TO WS-PL-CD-OPEN.                   14870000
           MOVE WS-CO-PROMISED (WS-SUB) TO WS-PL-CD-PROMISED.           14880000
           MOVE WS-CO-COLLECTED (WS-SUB) TO WS-PL-CD-COLLECTED.         14890000
                                                                        14900000
           IF WS-CO-PROMISED (WS-SUB) > ZEROES                          14910000
               COMPUTE WS-PL-PERCENT-WORK ROUNDED =                     14920000
                   WS-CO-COLLECTED (WS-SUB) * 100                       14930000
                       / WS-CO-PROMISED (WS-SUB)                        14940000
               IF WS-PL-PERCENT-WORK > 999.9                            14950000
                   MOVE 999.9 TO WS-PL-PERCENT-WORK                     14960000
               END-IF                                                   14970000
               IF WS-PL-PERCENT-WORK < ZEROES                           14980000
                   MOVE ZEROES TO WS-PL-PERCENT-WORK                    14990000
               END-IF                                                   15000000
           ELSE                                                         15010000
               MOVE ZEROES TO WS-PL-PERCENT-WORK                        15020000
           END-IF.                                                      15030000
                                                                        15040000
           MOVE WS-PL-PERCENT-WORK TO WS-PL-CD-PERCENT.                 15050000
                                                                        15060000
           WRITE COLLECT-PRINT-REC FROM WS-PL-COLLECTOR-DETAIL.         15070000
                                                                        15080000
       P43000-EXIT.                                                     15090000
           EXIT.                                                        15100000
           EJECT                                                        15110000
      ***************************************************************** 15120000
      *                                                               * 15130000
      *    PARAGRAPH:  P45000-EDIT-DATE                               * 15140000
      *                                                               * 15150000
      *    FUNCTION :  EDIT A CCYYMMDD DATE AS MM/DD/CCYY             * 15160000
      *                                                               * 15170000
      *    CALLED BY:  VARIOUS                                        * 15180000
      *                                                               * 15190000
      ***************************************************************** 15200000
                                                                        15210000
       P45000-EDIT-DATE.                                                15220000
                                                                        15230000
           MOVE WS-WD-MONTH TO WS-ED-MONTH.                             15240000
           MOVE WS-WD-DAY TO WS-ED-DAY.                                 15250000
           MOVE WS-WD-YEAR TO WS-ED-YEAR.                               15260000
                                                                        15270000
       P45000-EXIT.                                                     15280000
           EXIT.                                                        15290000
           EJECT                                                        15300000
      ***************************************************************** 15310000
      *                                                               * 15320000
      *    PARAGRAPH:  P99999-ABEND                                   * 15330000
      *                                                               * 15340000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 15350000
      *                ERROR HAS BEEN ENCOUNTERED                     * 15360000
      *                                                               * 15370000
      *    CALLED BY:  VARIOUS                                        * 15380000
      *                                                               * 15390000
      ***************************************************************** 15400000
                                                                        15410000
       P99999-ABEND.                                                    15420000
                                                                        15430000
           DISPLAY ' '.                                                 15440000
           DISPLAY WPEA-ERROR-01.                                       15450000
           DISPLAY WPEA-ERROR-02.                                       15460000
           DISPLAY WPEA-ERROR-03.                                       15470000
           DISPLAY WPEA-ERROR-04.                                       15480000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               15490000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               15500000
           DISPLAY WPEA-ERROR-04.                                       15510000
           DISPLAY WPEA-ERROR-03.                                       15520000
           DISPLAY WPEA-ERROR-02.                                       15530000
           DISPLAY WPEA-ERROR-01.                                       15540000
           DISPLAY ' '.                                                 15550000
                                                                        15560000
           MOVE 16 TO RETURN-CODE.                                      15570000
                                                                        15580000
           GOBACK.                                                      15590000
                                                                        15600000
       P99999-EXIT.                                                     15610000
           EXIT.                                                        15620000
