       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB115.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB115                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB115 IS THE QUARTERLY CUSTOMER CREDIT  * 00100000
      *             REVIEW.  FOR EVERY ACTIVE CUSTOMER OF THE PREFIX  * 00110000
      *             WITH RECEIVABLES ACTIVITY IN THE QUARTER IT       * 00120000
      *             MEASURES, FROM THE AR OPEN ITEM FILE:             * 00130000
      *               - AVERAGE DAYS-TO-PAY OF THE ITEMS PAID IN THE  * 00140000
      *                 QUARTER (LAST PAYMENT DATE LESS INVOICE DATE) * 00150000
      *               - PEAK AND AVERAGE DAILY AR BALANCE OVER THE    * 00160000
      *                 QUARTER AND THE PEAK AS A PERCENT OF THE      * 00170000
      *                 CREDIT LIMIT.  AN ITEM OWES ITS ORIGINAL      * 00180000
      *                 AMOUNT FROM ITS INVOICE DATE TO ITS LAST      * 00190000
      *                 PAYMENT, AND ITS REMAINING BALANCE AFTER THAT * 00200000
      *                 WHILE IT IS STILL OPEN                        * 00210000
      *               - DUNNING NOTICES SENT IN THE QUARTER AND THE   * 00220000
      *                 HIGHEST LEVEL REACHED (DUNNING CONTROL FILE)  * 00230000
      *               - WRITE-OFFS IN THE QUARTER (WRITE-OFF FILE)    * 00240000
      *               - CLAIMS STILL OPEN (CLAIM FILE)                * 00250000
      *             THE CREDIT_REVIEW_PARM RULES FOR THE PREFIX THEN  * 00260000
      *             RECOMMEND INCREASE, KEEP, DECREASE OR HOLD AND A  * 00270000
      *             SUGGESTED LIMIT (ROUNDED TO THE HUNDRED).  A      * 00280000
      *             CUSTOMER WITH NO LIMIT (ZERO, NOT ENFORCED) IS    * 00290000
      *             NEVER INCREASED; A DECREASE FOR ONE SUGGESTS A    * 00300000
      *             FIRST LIMIT AT ITS AVERAGE BALANCE.               * 00310000
      *                                                               * 00320000
      *             THE REPORT IS GROUPED BY SALES REP, CUSTOMERS IN  * 00330000
      *             CUSTOMER ID ORDER, WITH THE REP'S RECOMMENDATION  * 00340000
      *             COUNTS AND SIGN-OFF LINES AFTER EACH REP, AND A   * 00350000
      *             SUMMARY FOR THE PREFIX.  THE REPORT ONLY          * 00360000
      *             RECOMMENDS -- LIMITS ARE STILL CHANGED ON PDA033. * 00370000
      *                                                               * 00380000
      *             CONTROL CARD LAYOUT:                              * 00390000
      *               COL  1-13   QUARTER=CCYYQ                       * 00400000
      *               COL 14-26   ' PREFIX=NNNNN'                     * 00410000
      *                                                               * 00420000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00430000
      *             AR OPEN ITEM FILE      -  VSAM KSDS   (INPUT)     * 00440000
      *             CUSTOMER MASTER        -  VSAM KSDS   (READ-ONLY) * 00450000
      *             DUNNING CONTROL FILE   -  VSAM KSDS   (READ-ONLY) * 00460000
      *             WRITE-OFF FILE         -  VSAM KSDS   (INPUT)     * 00470000
      *             CLAIM FILE             -  VSAM KSDS   (INPUT)     * 00480000
      *             SALES REP FILE         -  VSAM KSDS   (READ-ONLY) * 00490000
      *             CREDIT REVIEW REPORT   -  SEQUENTIAL  (OUTPUT)    * 00500000
      *             CREDIT_REVIEW_PARM     -  DB2         (READ-ONLY) * 00510000
      *                                                               * 00520000
      ***************************************************************** 00530000
      *             PROGRAM CHANGE LOG                                * 00540000
      *             -------------------                               * 00550000
      *                                                               * 00560000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00570000
      *  --------   --------------------  --------------------------  * 00580000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00590000
      *                                                               * 00600000
      ***************************************************************** 00610000
           EJECT                                                        00620000
       ENVIRONMENT DIVISION.                                            00630000
                                                                        00640000
       INPUT-OUTPUT SECTION.                                            00650000
                                                                        00660000
       FILE-CONTROL.                                                    00670000
                                                                        00680000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00690000
                                                                        00700000
           SELECT CREDIT-PRINT         ASSIGN TO CREDRVW.               00710000
                                                                        00720000
           SELECT VSAM-ARBAL           ASSIGN TO VARBAL                 00730000
                                       ORGANIZATION IS INDEXED          00740000
                                       ACCESS IS SEQUENTIAL             00750000
                                       RECORD KEY IS AR-KEY             00760000
                                       FILE STATUS IS WS-ARBAL-STATUS.  00770000
                                                                        00780000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00790000
                                       ORGANIZATION IS INDEXED          00800000
                                       ACCESS IS RANDOM                 00810000
                                       RECORD KEY IS CUSTOMER-KEY       00820000
                                       FILE STATUS IS                   00830000
                                           WS-CUSTOMER-STATUS.          00840000
                                                                        00850000
           SELECT VSAM-DUNNING         ASSIGN TO VDUNNING               00860000
                                       ORGANIZATION IS INDEXED          00870000
                                       ACCESS IS RANDOM                 00880000
                                       RECORD KEY IS DUNNING-KEY        00890000
                                       FILE STATUS IS                   00900000
                                           WS-DUNNING-STATUS.           00910000
                                                                        00920000
           SELECT VSAM-WRITE-OFF       ASSIGN TO VWRTOFF                00930000
                                       ORGANIZATION IS INDEXED          00940000
                                       ACCESS IS SEQUENTIAL             00950000
                                       RECORD KEY IS WRITE-OFF-KEY      00960000
                                       FILE STATUS IS WS-WRTOFF-STATUS. 00970000
                                                                        00980000
           SELECT VSAM-CLAIM           ASSIGN TO VCLAIM                 00990000
                                       ORGANIZATION IS INDEXED          01000000
                                       ACCESS IS SEQUENTIAL             01010000
                                       RECORD KEY IS CLAIM-KEY          01020000
                                       FILE STATUS IS WS-CLAIM-STATUS.  01030000
                                                                        01040000
           SELECT VSAM-SALES-REP       ASSIGN TO VSLSREP                01050000
                                       ORGANIZATION IS INDEXED          01060000
                                       ACCESS IS RANDOM                 01070000
                                       RECORD KEY IS SALES-REP-KEY      01080000
                                       FILE STATUS IS WS-SLSREP-STATUS. 01090000
           EJECT                                                        01100000
       DATA DIVISION.                                                   01110000
                                                                        01120000
       FILE SECTION.                                                    01130000
                                                                        01140000
       FD  CONTROL-CARD                                                 01150000
           LABEL RECORDS ARE STANDARD                                   01160000
           RECORDING MODE IS F                                          01170000
           RECORD CONTAINS 80 CHARACTERS                                01180000
           BLOCK CONTAINS 27920 CHARACTERS.                             01190000
                                                                        01200000
       01  CONTROL-CARD-REC            PIC X(80).                       01210000
                                                                        01220000
       FD  CREDIT-PRINT                                                 01230000
           LABEL RECORDS ARE STANDARD                                   01240000
           RECORDING MODE IS F                                          01250000
           RECORD CONTAINS 132 CHARACTERS.                              01260000
                                                                        01270000
       01  CREDIT-PRINT-REC            PIC X(132).                      01280000
                                                                        01290000
       FD  VSAM-ARBAL                                                   01300000
           RECORD CONTAINS 128 CHARACTERS.                              01310000
                                                                        01320000
           COPY VARBAL.                                                 01330000
                                                                        01340000
       FD  VSAM-CUSTOMER                                                01350000
           RECORD CONTAINS 800 CHARACTERS.                              01360000
                                                                        01370000
           COPY VCUSTOMR.                                               01380000
                                                                        01390000
       FD  VSAM-DUNNING                                                 01400000
           RECORD CONTAINS 80 CHARACTERS.                               01410000
                                                                        01420000
           COPY VDUNNING.                                               01430000
                                                                        01440000
       FD  VSAM-WRITE-OFF                                               01450000
           RECORD CONTAINS 112 CHARACTERS.                              01460000
                                                                        01470000
           COPY VWRTOFF.                                                01480000
                                                                        01490000
       FD  VSAM-CLAIM                                                   01500000
           RECORD CONTAINS 160 CHARACTERS.                              01510000
                                                                        01520000
           COPY VCLAIM.                                                 01530000
                                                                        01540000
       FD  VSAM-SALES-REP                                               01550000
           RECORD CONTAINS 64 CHARACTERS.                               01560000
                                                                        01570000
           COPY VSLSREP.                                                01580000
           EJECT                                                        01590000
       WORKING-STORAGE SECTION.                                         01600000
                                                                        01610000
      ***************************************************************** 01620000
      *    SWITCHES                                                   * 01630000
      ***************************************************************** 01640000
                                                                        01650000
       01  WS-SWITCHES.                                                 01660000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01670000
               88  END-OF-PROCESS                VALUE 'Y'.             01680000
           05  WS-CUSTOMER-ACTIVE-SW   PIC X     VALUE 'N'.             01690000
               88  CUSTOMER-ACTIVE               VALUE 'Y'.             01700000
           05  WS-END-OF-WRTOFF-SW     PIC X     VALUE 'N'.             01710000
               88  END-OF-WRTOFF                 VALUE 'Y'.             01720000
           05  WS-END-OF-CLAIMS-SW     PIC X     VALUE 'N'.             01730000
               88  END-OF-CLAIMS                 VALUE 'Y'.             01740000
           05  WS-ENTRY-PLACED-SW      PIC X     VALUE 'N'.             01750000
               88  ENTRY-PLACED                  VALUE 'Y'.             01760000
           05  WS-DUNNING-OPEN-SW      PIC X     VALUE 'N'.             01770000
               88  DUNNING-FILE-OPEN             VALUE 'Y'.             01780000
           05  WS-SLSREP-OPEN-SW       PIC X     VALUE 'N'.             01790000
               88  SLSREP-FILE-OPEN              VALUE 'Y'.             01800000
           EJECT                                                        01810000
      ***************************************************************** 01820000
      *    MISCELLANEOUS WORK FIELDS                                  * 01830000
      ***************************************************************** 01840000
                                                                        01850000
       01  WS-MISCELLANEOUS-FIELDS.                                     01860000
           03  WS-ARBAL-STATUS         PIC XX    VALUE SPACES.          01870000
               88  ARBALF-OK                     VALUE '  ' '00'.       01880000
               88  ARBALF-EMPTY                  VALUE '47' '35'.       01890000
               88  ARBALF-END                    VALUE '10'.            01900000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01910000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01920000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01930000
           03  WS-DUNNING-STATUS       PIC XX    VALUE SPACES.          01940000
               88  DUNNINGF-OK                   VALUE '  ' '00'.       01950000
               88  DUNNINGF-EMPTY                VALUE '47' '35'.       01960000
               88  DUNNINGF-NOTFOUND             VALUE '23'.            01970000
           03  WS-WRTOFF-STATUS        PIC XX    VALUE SPACES.          01980000
               88  WRTOFFF-OK                    VALUE '  ' '00'.       01990000
               88  WRTOFFF-EMPTY                 VALUE '47' '35'.       02000000
               88  WRTOFFF-END                   VALUE '10'.            02010000
           03  WS-CLAIM-STATUS         PIC XX    VALUE SPACES.          02020000
               88  CLAIMF-OK                     VALUE '  ' '00'.       02030000
               88  CLAIMF-EMPTY                  VALUE '47' '35'.       02040000
               88  CLAIMF-END                    VALUE '10'.            02050000
           03  WS-SLSREP-STATUS        PIC XX    VALUE SPACES.          02060000
               88  SLSREPF-OK                    VALUE '  ' '00'.       02070000
               88  SLSREPF-EMPTY                 VALUE '47' '35'.       02080000
           03  WS-ITEMS-READ           PIC S9(7) VALUE +0       COMP-3. 02090000
           03  WS-CUSTOMERS-READ       PIC S9(7) VALUE +0       COMP-3. 02100000
           03  WS-CUSTOMERS-REVIEWED   PIC S9(7) VALUE +0       COMP-3. 02110000
           03  WS-CUSTOMERS-INACTIVE   PIC S9(7) VALUE +0       COMP-3. 02120000
           03  WS-CUSTOMERS-NO-ACTIVITY                                 02130000
                                       PIC S9(7) VALUE +0       COMP-3. 02140000
           03  WS-REVIEW-OVERFLOW      PIC S9(7) VALUE +0       COMP-3. 02150000
           03  WS-WRTOFF-OVERFLOW      PIC S9(7) VALUE +0       COMP-3. 02160000
           03  WS-CLAIM-OVERFLOW       PIC S9(7) VALUE +0       COMP-3. 02170000
           03  WS-SUB                  PIC S9(4) VALUE +0       COMP.   02180000
           03  WS-SUB2                 PIC S9(4) VALUE +0       COMP.   02190000
           03  WS-DAY                  PIC S9(4) VALUE +0       COMP.   02200000
           03  WS-FROM-INT             PIC S9(9) VALUE +0       COMP.   02210000
           03  WS-TO-INT               PIC S9(9) VALUE +0       COMP.   02220000
           03  WS-ORDER-INT            PIC S9(9) VALUE +0       COMP.   02230000
           03  WS-PAYMENT-INT          PIC S9(9) VALUE +0       COMP.   02240000
           03  WS-SEGMENT-AMT          PIC S9(11)V99 VALUE +0   COMP-3. 02250000
           03  WS-RUNNING-BALANCE      PIC S9(11)V99 VALUE +0   COMP-3. 02260000
           03  WS-BALANCE-DAYS-TOTAL   PIC S9(15)V99 VALUE +0   COMP-3. 02270000
           03  WS-HUNDREDS             PIC S9(9) VALUE +0       COMP-3. 02280000
           03  WS-CURR-CUSTOMER-ID     PIC X(32) VALUE HIGH-VALUES.     02290000
           03  WS-CURR-REP             PIC X(3)  VALUE HIGH-VALUES.     02300000
           03  WS-DATE.                                                 02310000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          02320000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          02330000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          02340000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       02350000
                                       PIC 9(8).                        02360000
           03  WS-EDIT-DATE.                                            02370000
               05  WS-ED-MONTH         PIC XX    VALUE SPACES.          02380000
               05  FILLER              PIC X     VALUE '/'.             02390000
               05  WS-ED-DAY           PIC XX    VALUE SPACES.          02400000
               05  FILLER              PIC X     VALUE '/'.             02410000
               05  WS-ED-YEAR          PIC X(4)  VALUE SPACES.          02420000
           03  WS-WORK-DATE            PIC 9(8)  VALUE ZEROES.          02430000
           03  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                   02440000
               05  WS-WD-YEAR          PIC X(4).                        02450000
               05  WS-WD-MONTH         PIC XX.                          02460000
               05  WS-WD-DAY           PIC XX.                          02470000
           EJECT                                                        02480000
      ***************************************************************** 02490000
      *    CONTROL CARD AND THE QUARTER IT SELECTS                    * 02500000
      ***************************************************************** 02510000
                                                                        02520000
       01  WS-CONTROL-CARD.                                             02530000
           03  WS-CC-QUARTER-KEYWORD   PIC X(8)  VALUE SPACES.          02540000
           03  WS-CC-QUARTER.                                           02550000
               05  WS-CC-YEAR          PIC 9(4).                        02560000
               05  WS-CC-QTR           PIC 9(1).                        02570000
           03  WS-CC-PREFIX-KEYWORD    PIC X(8)  VALUE SPACES.          02580000
           03  WS-CC-PREFIX            PIC X(5)  VALUE SPACES.          02590000
           03  WS-CC-PREFIX-N REDEFINES WS-CC-PREFIX                    02600000
                                       PIC 9(5).                        02610000
           03  FILLER                  PIC X(54) VALUE SPACES.          02620000
                                                                        02630000
       01  WS-QUARTER-FIELDS.                                           02640000
           03  WS-QTR-START            PIC 9(8)  VALUE ZEROES.          02650000
           03  WS-QTR-START-R REDEFINES WS-QTR-START.                   02660000
               05  WS-QS-YEAR          PIC 9(4).                        02670000
               05  WS-QS-MONTH         PIC 9(2).                        02680000
               05  WS-QS-DAY           PIC 9(2).                        02690000
           03  WS-QTR-END              PIC 9(8)  VALUE ZEROES.          02700000
           03  WS-NEXT-QTR-START       PIC 9(8)  VALUE ZEROES.          02710000
           03  WS-NEXT-QTR-START-R REDEFINES WS-NEXT-QTR-START.         02720000
               05  WS-NQ-YEAR          PIC 9(4).                        02730000
               05  WS-NQ-MONTH         PIC 9(2).                        02740000
               05  WS-NQ-DAY           PIC 9(2).                        02750000
           03  WS-QS-INT               PIC S9(9) VALUE +0       COMP.   02760000
           03  WS-QE-INT               PIC S9(9) VALUE +0       COMP.   02770000
           03  WS-QTR-DAYS             PIC S9(4) VALUE +0       COMP.   02780000
           EJECT                                                        02790000
      ***************************************************************** 02800000
      *    DAILY BALANCE CHANGES FOR THE CURRENT CUSTOMER -- EACH     * 02810000
      *    ITEM ADDS ITS AMOUNT ON THE DAY IT STARTS OWING AND TAKES  * 02820000
      *    IT OFF THE DAY IT STOPS, SO A RUNNING TOTAL ACROSS THE     * 02830000
      *    QUARTER GIVES THE BALANCE FOR EVERY DAY                    * 02840000
      ***************************************************************** 02850000
                                                                        02860000
       01  WS-DAILY-BALANCE-TABLE.                                      02870000
           03  WS-DB-CHANGE            OCCURS 93 TIMES                  02880000
                                       PIC S9(11)V99  COMP-3.           02890000
           EJECT                                                        02900000
      ***************************************************************** 02910000
      *    CURRENT CUSTOMER ACCUMULATORS                              * 02920000
      ***************************************************************** 02930000
                                                                        02940000
       01  WS-CUSTOMER-TOTALS.                                          02950000
           03  WS-CT-BALANCE-DUE       PIC S9(11)V99  COMP-3.           02960000
           03  WS-CT-PAID-ITEMS        PIC S9(5)      COMP-3.           02970000
           03  WS-CT-PAY-DAYS          PIC S9(9)      COMP-3.           02980000
           03  WS-CT-AVG-DAYS-TO-PAY   PIC S9(5)      COMP-3.           02990000
           03  WS-CT-PEAK-BALANCE      PIC S9(11)V99  COMP-3.           03000000
           03  WS-CT-AVG-BALANCE       PIC S9(11)V99  COMP-3.           03010000
           03  WS-CT-UTIL-PCT          PIC S9(5)V99   COMP-3.           03020000
           03  WS-CT-NOTICES           PIC S9(5)      COMP-3.           03030000
           03  WS-CT-DUNNING-LEVEL     PIC 9.                           03040000
           03  WS-CT-WRITE-OFF-AMT     PIC S9(11)V99  COMP-3.           03050000
           03  WS-CT-OPEN-CLAIMS       PIC S9(5)      COMP-3.           03060000
           03  WS-CT-CLAIM-AMT         PIC S9(11)V99  COMP-3.           03070000
           03  WS-CT-RECOMMENDATION    PIC X.                           03080000
               88  WS-CT-INCREASE                VALUE 'I'.             03090000
               88  WS-CT-KEEP                    VALUE 'K'.             03100000
               88  WS-CT-DECREASE                VALUE 'D'.             03110000
               88  WS-CT-HOLD                    VALUE 'H'.             03120000
           03  WS-CT-SUGGESTED-LIMIT   PIC S9(11)V99  COMP-3.           03130000
           03  WS-CT-BASIS             PIC X(60).                       03140000
           EJECT                                                        03150000
      ***************************************************************** 03160000
      *    WRITE-OFFS IN THE QUARTER AND OPEN CLAIMS, BY CUSTOMER,    * 03170000
      *    LOADED BEFORE THE AR PASS                                  * 03180000
      ***************************************************************** 03190000
                                                                        03200000
       01  WS-WRITE-OFF-TABLE.                                          03210000
           03  WS-WO-MAX               PIC S9(4) VALUE +1000    COMP.   03220000
           03  WS-WO-USED              PIC S9(4) VALUE +0       COMP.   03230000
           03  WS-WO-ENTRY             OCCURS 1000 TIMES.               03240000
               05  WS-WO-CUSTOMER-ID   PIC X(32).                       03250000
               05  WS-WO-AMOUNT        PIC S9(11)V99  COMP-3.           03260000
                                                                        03270000
       01  WS-CLAIM-TABLE.                                              03280000
           03  WS-CL-MAX               PIC S9(4) VALUE +1000    COMP.   03290000
           03  WS-CL-USED              PIC S9(4) VALUE +0       COMP.   03300000
           03  WS-CL-ENTRY             OCCURS 1000 TIMES.               03310000
               05  WS-CL-CUSTOMER-ID   PIC X(32).                       03320000
               05  WS-CL-COUNT         PIC S9(5)      COMP-3.           03330000
               05  WS-CL-AMOUNT        PIC S9(11)V99  COMP-3.           03340000
           EJECT                                                        03350000
      ***************************************************************** 03360000
      *    REVIEW TABLE -- KEPT IN SALES REP AND CUSTOMER ID ORDER AS * 03370000
      *    THE CUSTOMERS ARRIVE, THEN PRINTED                         * 03380000
      ***************************************************************** 03390000
                                                                        03400000
       01  WS-REVIEW-TABLE.                                             03410000
           03  WS-RV-MAX               PIC S9(4) VALUE +3000    COMP.   03420000
           03  WS-RV-USED              PIC S9(4) VALUE +0       COMP.   03430000
           03  WS-RV-ENTRY             OCCURS 3000 TIMES.               03440000
               05  WS-RV-SALES-REP     PIC X(03).                       03450000
               05  WS-RV-CUSTOMER-ID   PIC X(32).                       03460000
               05  WS-RV-RECOMMENDATION                                 03470000
                                       PIC X(01).                       03480000
               05  WS-RV-LIMIT         PIC S9(11)V99  COMP-3.           03490000
               05  WS-RV-SUGGESTED     PIC S9(11)V99  COMP-3.           03500000
               05  WS-RV-DETAIL        PIC X(132).                      03510000
               05  WS-RV-BASIS         PIC X(60).                       03520000
                                                                        03530000
       01  WS-RV-HOLD                  PIC X(242).                      03540000
           EJECT                                                        03550000
      ***************************************************************** 03560000
      *    RECOMMENDATION COUNTS AND LIMIT TOTALS -- BY REP AND FOR   * 03570000
      *    THE PREFIX                                                 * 03580000
      ***************************************************************** 03590000
                                                                        03600000
       01  WS-REP-TOTALS.                                               03610000
           03  WS-RT-COUNT             OCCURS 4 TIMES                   03620000
                                       PIC S9(7)      COMP-3.           03630000
           03  WS-RT-LIMIT             PIC S9(13)V99  COMP-3.           03640000
           03  WS-RT-SUGGESTED         PIC S9(13)V99  COMP-3.           03650000
                                                                        03660000
       01  WS-GRAND-TOTALS.                                             03670000
           03  WS-GT-COUNT             OCCURS 4 TIMES                   03680000
                                       PIC S9(7)      COMP-3.           03690000
           03  WS-GT-LIMIT             PIC S9(13)V99  COMP-3.           03700000
           03  WS-GT-SUGGESTED         PIC S9(13)V99  COMP-3.           03710000
                                                                        03720000
       01  WS-RECOMMENDATION-NAMES.                                     03730000
           03  FILLER                  PIC X(9)  VALUE 'IINCREASE'.     03740000
           03  FILLER                  PIC X(9)  VALUE 'KKEEP    '.     03750000
           03  FILLER                  PIC X(9)  VALUE 'DDECREASE'.     03760000
           03  FILLER                  PIC X(9)  VALUE 'HHOLD    '.     03770000
       01  WS-RECOMMENDATION-TABLE REDEFINES WS-RECOMMENDATION-NAMES.   03780000
           03  WS-RN-ENTRY             OCCURS 4 TIMES.                  03790000
               05  WS-RN-CODE          PIC X(1).                        03800000
               05  WS-RN-NAME          PIC X(8).                        03810000
           EJECT                                                        03820000
      ***************************************************************** 03830000
      *    CREDIT REVIEW REPORT PRINT LINES                           * 03840000
      ***************************************************************** 03850000
                                                                        03860000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         03870000
                                                                        03880000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '='.        03890000
                                                                        03900000
       01  WS-PL-DASHES                PIC X(132) VALUE ALL '-'.        03910000
                                                                        03920000
       01  WS-PL-REPORT-HEADER.                                         03930000
           03  FILLER                  PIC X(10) VALUE 'PDAB115'.       03940000
           03  FILLER                  PIC X(30) VALUE                  03950000
               'QUARTERLY CREDIT REVIEW'.                               03960000
           03  FILLER                  PIC X(08) VALUE 'QUARTER '.      03970000
           03  WS-PL-RH-YEAR           PIC X(04) VALUE SPACES.          03980000
           03  FILLER                  PIC X(01) VALUE 'Q'.             03990000
           03  WS-PL-RH-QTR            PIC X(01) VALUE SPACES.          04000000
           03  FILLER                  PIC X(02) VALUE ' ('.            04010000
           03  WS-PL-RH-FROM           PIC X(10) VALUE SPACES.          04020000
           03  FILLER                  PIC X(04) VALUE ' TO '.          04030000
           03  WS-PL-RH-TO             PIC X(10) VALUE SPACES.          04040000
           03  FILLER                  PIC X(01) VALUE ')'.             04050000
           03  FILLER                  PIC X(09) VALUE '  PREFIX '.     04060000
           03  WS-PL-RH-PREFIX         PIC X(05) VALUE SPACES.          04070000
           03  FILLER                  PIC X(08) VALUE '   RUN '.       04080000
           03  WS-PL-RH-DATE           PIC X(10) VALUE SPACES.          04090000
           03  FILLER                  PIC X(19) VALUE SPACES.          04100000
                                                                        04110000
       01  WS-PL-REP-HEADER.                                            04120000
           03  FILLER                  PIC X(11) VALUE 'SALES REP '.    04130000
           03  WS-PL-RP-CODE           PIC X(06) VALUE SPACES.          04140000
           03  WS-PL-RP-NAME           PIC X(32) VALUE SPACES.          04150000
           03  FILLER                  PIC X(83) VALUE SPACES.          04160000
                                                                        04170000
       01  WS-PL-COLUMN-HEADER-1.                                       04180000
           03  FILLER                  PIC X(36) VALUE SPACES.          04190000
           03  FILLER                  PIC X(11) VALUE '     CREDIT'.   04200000
           03  FILLER                  PIC X(11) VALUE '    CURRENT'.   04210000
           03  FILLER                  PIC X(22) VALUE                  04220000
               '  ---- QUARTER BALANCE'.                                04230000
           03  FILLER                  PIC X(10) VALUE ' ----  AVG'.    04240000
           03  FILLER                  PIC X(05) VALUE ' PAID'.         04250000
           03  FILLER                  PIC X(06) VALUE '  DUNN'.        04260000
           03  FILLER                  PIC X(08) VALUE '   WRITE'.      04270000
           03  FILLER                  PIC X(04) VALUE ' OPN'.          04280000
           03  FILLER                  PIC X(19) VALUE                  04290000
               '         SUGGESTED'.                                    04300000
                                                                        04310000
       01  WS-PL-COLUMN-HEADER-2.                                       04320000
           03  FILLER                  PIC X(19) VALUE 'CUSTOMER ID'.   04330000
           03  FILLER                  PIC X(17) VALUE 'NAME'.          04340000
           03  FILLER                  PIC X(11) VALUE '      LIMIT'.   04350000
           03  FILLER                  PIC X(11) VALUE '    BALANCE'.   04360000
           03  FILLER                  PIC X(11) VALUE '       PEAK'.   04370000
           03  FILLER                  PIC X(11) VALUE '    AVERAGE'.   04380000
           03  FILLER                  PIC X(05) VALUE ' USE%'.         04390000
           03  FILLER                  PIC X(05) VALUE '  DTP'.         04400000
           03  FILLER                  PIC X(05) VALUE ' ITMS'.         04410000
           03  FILLER                  PIC X(06) VALUE ' NT/LV'.        04420000
           03  FILLER                  PIC X(08) VALUE '    OFFS'.      04430000
           03  FILLER                  PIC X(04) VALUE ' CLM'.          04440000
           03  FILLER                  PIC X(09) VALUE ' ACTION'.       04450000
           03  FILLER                  PIC X(10) VALUE '     LIMIT'.    04460000
                                                                        04470000
       01  WS-PL-DETAIL.                                                04480000
           03  WS-PL-DT-CUSTOMER       PIC X(18) VALUE SPACES.          04490000
           03  FILLER                  PIC X(01) VALUE SPACES.          04500000
           03  WS-PL-DT-NAME           PIC X(16) VALUE SPACES.          04510000
           03  FILLER                  PIC X(01) VALUE SPACES.          04520000
           03  WS-PL-DT-LIMIT          PIC ZZ,ZZZ,ZZ9.                  04530000
           03  FILLER                  PIC X(01) VALUE SPACES.          04540000
           03  WS-PL-DT-BALANCE        PIC ZZ,ZZZ,ZZ9.                  04550000
           03  FILLER                  PIC X(01) VALUE SPACES.          04560000
           03  WS-PL-DT-PEAK           PIC ZZ,ZZZ,ZZ9.                  04570000
           03  FILLER                  PIC X(01) VALUE SPACES.          04580000
           03  WS-PL-DT-AVERAGE        PIC ZZ,ZZZ,ZZ9.                  04590000
           03  FILLER                  PIC X(01) VALUE SPACES.          04600000
           03  WS-PL-DT-UTIL           PIC ZZZ9.                        04610000
           03  FILLER                  PIC X(01) VALUE SPACES.          04620000
           03  WS-PL-DT-DAYS-TO-PAY    PIC ZZZ9.                        04630000
           03  FILLER                  PIC X(01) VALUE SPACES.          04640000
           03  WS-PL-DT-PAID-ITEMS     PIC ZZZ9.                        04650000
           03  FILLER                  PIC X(01) VALUE SPACES.          04660000
           03  WS-PL-DT-NOTICES        PIC ZZ9.                         04670000
           03  FILLER                  PIC X(01) VALUE '/'.             04680000
           03  WS-PL-DT-DUN-LEVEL      PIC 9.                           04690000
           03  FILLER                  PIC X(01) VALUE SPACES.          04700000
           03  WS-PL-DT-WRITE-OFF      PIC ZZZ,ZZ9.                     04710000
           03  FILLER                  PIC X(01) VALUE SPACES.          04720000
           03  WS-PL-DT-CLAIMS         PIC ZZ9.                         04730000
           03  FILLER                  PIC X(01) VALUE SPACES.          04740000
           03  WS-PL-DT-ACTION         PIC X(08) VALUE SPACES.          04750000
           03  FILLER                  PIC X(01) VALUE SPACES.          04760000
           03  WS-PL-DT-SUGGESTED      PIC ZZ,ZZZ,ZZ9.                  04770000
                                                                        04780000
       01  WS-PL-BASIS.                                                 04790000
           03  FILLER                  PIC X(19) VALUE SPACES.          04800000
           03  FILLER                  PIC X(07) VALUE 'BASIS: '.       04810000
           03  WS-PL-BS-TEXT           PIC X(60) VALUE SPACES.          04820000
           03  FILLER                  PIC X(46) VALUE SPACES.          04830000
                                                                        04840000
       01  WS-PL-COUNTS.                                                04850000
           03  WS-PL-CT-TITLE          PIC X(30) VALUE SPACES.          04860000
           03  FILLER                  PIC X(10) VALUE 'INCREASE '.     04870000
           03  WS-PL-CT-INCREASE       PIC ZZZ,ZZ9.                     04880000
           03  FILLER                  PIC X(09) VALUE '   KEEP '.      04890000
           03  WS-PL-CT-KEEP           PIC ZZZ,ZZ9.                     04900000
           03  FILLER                  PIC X(13) VALUE '   DECREASE '.  04910000
           03  WS-PL-CT-DECREASE       PIC ZZZ,ZZ9.                     04920000
           03  FILLER                  PIC X(09) VALUE '   HOLD '.      04930000
           03  WS-PL-CT-HOLD           PIC ZZZ,ZZ9.                     04940000
           03  FILLER                  PIC X(33) VALUE SPACES.          04950000
                                                                        04960000
       01  WS-PL-LIMITS.                                                04970000
           03  FILLER                  PIC X(30) VALUE SPACES.          04980000
           03  FILLER                  PIC X(24) VALUE                  04990000
               'CURRENT LIMITS'.                                        05000000
           03  WS-PL-LM-LIMIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.             05010000
           03  FILLER                  PIC X(19) VALUE                  05020000
               '   SUGGESTED LIMITS'.                                   05030000
           03  FILLER                  PIC X(01) VALUE SPACES.          05040000
           03  WS-PL-LM-SUGGESTED      PIC ZZZ,ZZZ,ZZZ,ZZ9.             05050000
           03  FILLER                  PIC X(28) VALUE SPACES.          05060000
                                                                        05070000
       01  WS-PL-SIGN-OFF.                                              05080000
           03  FILLER                  PIC X(30) VALUE SPACES.          05090000
           03  FILLER                  PIC X(40) VALUE                  05100000
               'REVIEWED BY SALES REP _________________'.               05110000
           03  FILLER                  PIC X(16) VALUE                  05120000
               '  DATE ________'.                                       05130000
           03  FILLER                  PIC X(30) VALUE                  05140000
               '   CREDIT MANAGER ___________'.                         05150000
           03  FILLER                  PIC X(16) VALUE                  05160000
               '  DATE ________'.                                       05170000
                                                                        05180000
       01  WS-PL-NONE-LINE.                                             05190000
           03  FILLER                  PIC X(07) VALUE SPACES.          05200000
           03  WS-PL-NL-TEXT           PIC X(80) VALUE SPACES.          05210000
           03  FILLER                  PIC X(45) VALUE SPACES.          05220000
                                                                        05230000
       01  WS-PL-OVERFLOW-LINE.                                         05240000
           03  FILLER                  PIC X(07) VALUE SPACES.          05250000
           03  WS-PL-OV-COUNT          PIC ZZZ,ZZ9.                     05260000
           03  FILLER                  PIC X(50) VALUE                  05270000
               ' MORE CUSTOMERS NOT LISTED -- REVIEW TABLE FULL'.       05280000
           03  FILLER                  PIC X(68) VALUE SPACES.          05290000
                                                                        05300000
       01  WS-BASIS-DAYS               PIC ZZZ9.                        05310000
       01  WS-BASIS-PCT                PIC ZZZ9.                        05320000
           EJECT                                                        05330000
      ***************************************************************** 05340000
      *    DB2  DEFINITIONS                                           * 05350000
      ***************************************************************** 05360000
                                                                        05370000
      ***************************************************************** 05380000
      *         SQL COMMUNICATIONS AREA                               * 05390000
      ***************************************************************** 05400000
                                                                        05410000
           EXEC SQL                                                     05420000
              INCLUDE SQLCA                                             05430000
           END-EXEC.                                                    05440000
           EJECT                                                        05450000
           EXEC SQL                                                     05460000
              INCLUDE DCREDRVW                                          05470000
           END-EXEC.                                                    05480000
           EJECT                                                        05490000
      ***************************************************************** 05500000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 05510000
      ***************************************************************** 05520000
                                                                        05530000
           COPY PDAERRWS.                                               05540000
                                                                        05550000
       01  WS-PDA-BATCH-ERROR-01.                                       05560000
           05  FILLER             PIC X     VALUE SPACES.               05570000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             05580000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          05590000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB115'.            05600000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      05610000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               05620000
                                                                        05630000
       01  WS-PDA-BATCH-ERROR-02.                                       05640000
           05  FILLER             PIC X(8)  VALUE SPACES.               05650000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               05660000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   05670000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               05680000
           EJECT                                                        05690000
      ***************************************************************** 05700000
      *    P R O C E D U R E    D I V I S I O N                       * 05710000
      ***************************************************************** 05720000
                                                                        05730000
       PROCEDURE DIVISION.                                              05740000
                                                                        05750000
      ***************************************************************** 05760000
      *                                                               * 05770000
      *    PARAGRAPH:  P00000-MAINLINE                                * 05780000
      *                                                               * 05790000
      *    FUNCTION :  PROGRAM ENTRY.  READ THE CONTROL CARD AND THE  * 05800000
      *                REVIEW RULES, LOAD THE WRITE-OFFS AND CLAIMS,  * 05810000
      *                DRIVE THE CUSTOMER BREAK OVER THE AR FILE AND  * 05820000
      *                PRINT THE REVIEW BY SALES REP                  * 05830000
      *                                                               * 05840000
      *    CALLED BY:  NONE                                           * 05850000
      *                                                               * 05860000
      ***************************************************************** 05870000
                                                                        05880000
       P00000-MAINLINE.                                                 05890000
                                                                        05900000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  05910000
                                                                        05920000
           OPEN INPUT CONTROL-CARD.                                     05930000
                                                                        05940000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05950000
               AT END                                                   05960000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          05970000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      05980000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               05990000
                                                                        06000000
           CLOSE CONTROL-CARD.                                          06010000
                                                                        06020000
           IF WS-CC-QUARTER-KEYWORD NOT = 'QUARTER='                    06030000
              OR WS-CC-QUARTER NOT NUMERIC                              06040000
              OR WS-CC-QTR < 1                                          06050000
              OR WS-CC-QTR > 4                                          06060000
              OR WS-CC-PREFIX-KEYWORD NOT = ' PREFIX='                  06070000
              OR WS-CC-PREFIX NOT NUMERIC                               06080000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              06090000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          06100000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06110000
           END-IF.                                                      06120000
                                                                        06130000
           PERFORM P01000-SET-QUARTER THRU P01000-EXIT.                 06140000
                                                                        06150000
           PERFORM P02000-GET-PARAMETERS THRU P02000-EXIT.              06160000
                                                                        06170000
           OPEN OUTPUT CREDIT-PRINT.                                    06180000
                                                                        06190000
           OPEN INPUT VSAM-ARBAL.                                       06200000
                                                                        06210000
           IF NOT ARBALF-OK AND NOT ARBALF-EMPTY                        06220000
               MOVE 'OPEN AR OPEN ITEM FILE FAILED' TO WPBE-MESSAGE     06230000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 06240000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          06250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06260000
           END-IF.                                                      06270000
                                                                        06280000
           IF ARBALF-EMPTY                                              06290000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         06300000
           END-IF.                                                      06310000
                                                                        06320000
           OPEN INPUT VSAM-CUSTOMER.                                    06330000
                                                                        06340000
           IF NOT CUSTOMER-OK                                           06350000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         06360000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              06370000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          06380000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06390000
           END-IF.                                                      06400000
                                                                        06410000
      ***************************************************************** 06420000
      *    NO DUNNING HISTORY YET SIMPLY MEANS NO NOTICES SENT        * 06430000
      ***************************************************************** 06440000
                                                                        06450000
           OPEN INPUT VSAM-DUNNING.                                     06460000
                                                                        06470000
           IF DUNNINGF-OK                                               06480000
               MOVE 'Y' TO WS-DUNNING-OPEN-SW                           06490000
           ELSE                                                         06500000
               IF NOT DUNNINGF-EMPTY                                    06510000
                   MOVE 'OPEN DUNNING CONTROL FILE FAILED'              06520000
                       TO WPBE-MESSAGE                                  06530000
                   MOVE WS-DUNNING-STATUS TO WPBE-FILE-STATUS           06540000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      06550000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06560000
               END-IF                                                   06570000
           END-IF.                                                      06580000
                                                                        06590000
      ***************************************************************** 06600000
      *    A MISSING SALES REP IS PRINTED WITHOUT ITS NAME            * 06610000
      ***************************************************************** 06620000
                                                                        06630000
           OPEN INPUT VSAM-SALES-REP.                                   06640000
                                                                        06650000
           IF SLSREPF-OK                                                06660000
               MOVE 'Y' TO WS-SLSREP-OPEN-SW                            06670000
           ELSE                                                         06680000
               IF NOT SLSREPF-EMPTY                                     06690000
                   MOVE 'OPEN SALES REP FILE FAILED' TO WPBE-MESSAGE    06700000
                   MOVE WS-SLSREP-STATUS TO WPBE-FILE-STATUS            06710000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      06720000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06730000
               END-IF                                                   06740000
           END-IF.                                                      06750000
                                                                        06760000
           PERFORM P03000-LOAD-WRITE-OFFS THRU P03000-EXIT.             06770000
                                                                        06780000
           PERFORM P04000-LOAD-OPEN-CLAIMS THRU P04000-EXIT.            06790000
                                                                        06800000
           PERFORM P10000-PROCESS-AR-ITEM THRU P10000-EXIT              06810000
               UNTIL END-OF-PROCESS.                                    06820000
                                                                        06830000
      ***************************************************************** 06840000
      *    FINISH THE FINAL CUSTOMER                                  * 06850000
      ***************************************************************** 06860000
                                                                        06870000
           IF CUSTOMER-ACTIVE                                           06880000
               PERFORM P20000-CUSTOMER-BREAK THRU P20000-EXIT           06890000
           END-IF.                                                      06900000
                                                                        06910000
           PERFORM P40000-PRINT-REVIEW THRU P40000-EXIT.                06920000
                                                                        06930000
           CLOSE VSAM-ARBAL                                             06940000
                 VSAM-CUSTOMER                                          06950000
                 CREDIT-PRINT.                                          06960000
                                                                        06970000
           IF DUNNING-FILE-OPEN                                         06980000
               CLOSE VSAM-DUNNING                                       06990000
           END-IF.                                                      07000000
                                                                        07010000
           IF SLSREP-FILE-OPEN                                          07020000
               CLOSE VSAM-SALES-REP                                     07030000
           END-IF.                                                      07040000
                                                                        07050000
           DISPLAY 'PDAB115 - AR ITEMS READ        ' WS-ITEMS-READ.     07060000
           DISPLAY 'PDAB115 - CUSTOMERS READ       ' WS-CUSTOMERS-READ. 07070000
           DISPLAY 'PDAB115 - CUSTOMERS REVIEWED   '                    07080000
               WS-CUSTOMERS-REVIEWED.                                   07090000
           DISPLAY 'PDAB115 - INACTIVE SKIPPED     '                    07100000
               WS-CUSTOMERS-INACTIVE.                                   07110000
           DISPLAY 'PDAB115 - NO QUARTER ACTIVITY  '                    07120000
               WS-CUSTOMERS-NO-ACTIVITY.                                07130000
           DISPLAY 'PDAB115 - REVIEW OVERFLOW      '                    07140000
               WS-REVIEW-OVERFLOW.                                      07150000
           DISPLAY 'PDAB115 - WRITE-OFF OVERFLOW   '                    07160000
               WS-WRTOFF-OVERFLOW.                                      07170000
           DISPLAY 'PDAB115 - CLAIM OVERFLOW       '                    07180000
               WS-CLAIM-OVERFLOW.                                       07190000
                                                                        07200000
           MOVE ZEROES TO RETURN-CODE.                                  07210000
                                                                        07220000
           GOBACK.                                                      07230000
                                                                        07240000
       P00000-EXIT.                                                     07250000
           EXIT.                                                        07260000
           EJECT                                                        07270000
      ***************************************************************** 07280000
      *                                                               * 07290000
      *    PARAGRAPH:  P01000-SET-QUARTER                             * 07300000
      *                                                               * 07310000
      *    FUNCTION :  WORK OUT THE FIRST AND LAST DAY OF THE         * 07320000
      *                QUARTER ON THE CONTROL CARD                    * 07330000
      *                                                               * 07340000
      *    CALLED BY:  P00000-MAINLINE                                * 07350000
      *                                                               * 07360000
      ***************************************************************** 07370000
                                                                        07380000
       P01000-SET-QUARTER.                                              07390000
                                                                        07400000
           MOVE WS-CC-YEAR TO WS-QS-YEAR.                               07410000
           COMPUTE WS-QS-MONTH = (WS-CC-QTR * 3) - 2.                   07420000
           MOVE 01 TO WS-QS-DAY.                                        07430000
                                                                        07440000
           IF WS-CC-QTR = 4                                             07450000
               COMPUTE WS-NQ-YEAR = WS-CC-YEAR + 1                      07460000
               MOVE 01 TO WS-NQ-MONTH                                   07470000
           ELSE                                                         07480000
               MOVE WS-CC-YEAR TO WS-NQ-YEAR                            07490000
               COMPUTE WS-NQ-MONTH = WS-QS-MONTH + 3                    07500000
           END-IF.                                                      07510000
                                                                        07520000
           MOVE 01 TO WS-NQ-DAY.                                        07530000
                                                                        07540000
           COMPUTE WS-QS-INT =                                          07550000
               FUNCTION INTEGER-OF-DATE (WS-QTR-START).                 07560000
           COMPUTE WS-QE-INT =                                          07570000
               FUNCTION INTEGER-OF-DATE (WS-NEXT-QTR-START) - 1.        07580000
           COMPUTE WS-QTR-END =                                         07590000
               FUNCTION DATE-OF-INTEGER (WS-QE-INT).                    07600000
           COMPUTE WS-QTR-DAYS = WS-QE-INT - WS-QS-INT + 1.             07610000
                                                                        07620000
           MOVE WS-CC-YEAR TO WS-PL-RH-YEAR.                            07630000
           MOVE WS-CC-QTR TO WS-PL-RH-QTR.                              07640000
           MOVE WS-CC-PREFIX TO WS-PL-RH-PREFIX.                        07650000
                                                                        07660000
           MOVE WS-QTR-START TO WS-WORK-DATE.                           07670000
           PERFORM P45000-EDIT-DATE THRU P45000-EXIT.                   07680000
           MOVE WS-EDIT-DATE TO WS-PL-RH-FROM.                          07690000
                                                                        07700000
           MOVE WS-QTR-END TO WS-WORK-DATE.                             07710000
           PERFORM P45000-EDIT-DATE THRU P45000-EXIT.                   07720000
           MOVE WS-EDIT-DATE TO WS-PL-RH-TO.                            07730000
                                                                        07740000
           MOVE WS-DATE-CCYYMMDD TO WS-WORK-DATE.                       07750000
           PERFORM P45000-EDIT-DATE THRU P45000-EXIT.                   07760000
           MOVE WS-EDIT-DATE TO WS-PL-RH-DATE.                          07770000
                                                                        07780000
       P01000-EXIT.                                                     07790000
           EXIT.                                                        07800000
           EJECT                                                        07810000
      ***************************************************************** 07820000
      *                                                               * 07830000
      *    PARAGRAPH:  P02000-GET-PARAMETERS                          * 07840000
      *                                                               * 07850000
      *    FUNCTION :  READ THE CREDIT REVIEW RULES FOR THE PREFIX.   * 07860000
      *                THE REVIEW CANNOT RUN WITHOUT THEM             * 07870000
      *                                                               * 07880000
      *    CALLED BY:  P00000-MAINLINE                                * 07890000
      *                                                               * 07900000
      ***************************************************************** 07910000
                                                                        07920000
       P02000-GET-PARAMETERS.                                           07930000
                                                                        07940000
           MOVE WS-CC-PREFIX TO CRP-PREFIX.                             07950000
                                                                        07960000
           EXEC SQL                                                     07970000
               SELECT  HOLD_DAYS_TO_PAY,                                07980000
                       HOLD_DUNNING_LEVEL,                              07990000
                       HOLD_WRITE_OFF_AMT,                              08000000
                       DECR_DAYS_TO_PAY,                                08010000
                       DECR_DUNNING_LEVEL,                              08020000
                       DECR_PCT,                                        08030000
                       INCR_DAYS_TO_PAY,                                08040000
                       INCR_UTIL_PCT,                                   08050000
                       INCR_PCT,                                        08060000
                       INCR_MAX_LIMIT                                   08070000
               INTO    :CRP-HOLD-DAYS-TO-PAY,                           08080000
                       :CRP-HOLD-DUNNING-LEVEL,                         08090000
                       :CRP-HOLD-WRITE-OFF-AMT,                         08100000
                       :CRP-DECR-DAYS-TO-PAY,                           08110000
                       :CRP-DECR-DUNNING-LEVEL,                         08120000
                       :CRP-DECR-PCT,                                   08130000
                       :CRP-INCR-DAYS-TO-PAY,                           08140000
                       :CRP-INCR-UTIL-PCT,                              08150000
                       :CRP-INCR-PCT,                                   08160000
                       :CRP-INCR-MAX-LIMIT                              08170000
               FROM    CREDIT_REVIEW_PARM                               08180000
               WHERE   PREFIX = :CRP-PREFIX                             08190000
           END-EXEC.                                                    08200000
                                                                        08210000
           EVALUATE TRUE                                                08220000
               WHEN SQLCODE = +0                                        08230000
                   CONTINUE                                             08240000
               WHEN SQLCODE = +100                                      08250000
                   MOVE 'NO CREDIT_REVIEW_PARM ROW FOR PREFIX'          08260000
                       TO WPBE-MESSAGE                                  08270000
                   MOVE 'P02000' TO WPBE-PARAGRAPH                      08280000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08290000
               WHEN OTHER                                               08300000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      08310000
                   MOVE 'PDAB115' TO WPDE-PROGRAM-ID                    08320000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     08330000
                   MOVE 'SELECT CREDIT_REVIEW_PARM' TO WPDE-FUNCTION    08340000
                   MOVE 'P02000' TO WPDE-PARAGRAPH                      08350000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08360000
           END-EVALUATE.                                                08370000
                                                                        08380000
       P02000-EXIT.                                                     08390000
           EXIT.                                                        08400000
           EJECT                                                        08410000
      ***************************************************************** 08420000
      *                                                               * 08430000
      *    PARAGRAPH:  P03000-LOAD-WRITE-OFFS                         * 08440000
      *                                                               * 08450000
      *    FUNCTION :  TOTAL THE AMOUNT WRITTEN OFF IN THE QUARTER    * 08460000
      *                FOR EACH CUSTOMER OF THE PREFIX.  NO WRITE-OFF * 08470000
      *                FILE YET MEANS NOTHING HAS BEEN WRITTEN OFF    * 08480000
      *                                                               * 08490000
      *    CALLED BY:  P00000-MAINLINE                                * 08500000
      *                                                               * 08510000
      ***************************************************************** 08520000
                                                                        08530000
       P03000-LOAD-WRITE-OFFS.                                          08540000
                                                                        08550000
           OPEN INPUT VSAM-WRITE-OFF.                                   08560000
                                                                        08570000
           IF WRTOFFF-EMPTY                                             08580000
               GO TO P03000-EXIT                                        08590000
           END-IF.                                                      08600000
                                                                        08610000
           IF NOT WRTOFFF-OK                                            08620000
               MOVE 'OPEN WRITE-OFF FILE FAILED' TO WPBE-MESSAGE        08630000
               MOVE WS-WRTOFF-STATUS TO WPBE-FILE-STATUS                08640000
               MOVE 'P03000' TO WPBE-PARAGRAPH                          08650000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08660000
           END-IF.                                                      08670000
                                                                        08680000
           PERFORM P03100-READ-WRITE-OFF THRU P03100-EXIT               08690000
               UNTIL END-OF-WRTOFF.                                     08700000
                                                                        08710000
           CLOSE VSAM-WRITE-OFF.                                        08720000
                                                                        08730000
       P03000-EXIT.                                                     08740000
           EXIT.                                                        08750000
           EJECT                                                        08760000
                                                                        08770000
       P03100-READ-WRITE-OFF.                                           08780000
                                                                        08790000
           READ VSAM-WRITE-OFF.                                         08800000
                                                                        08810000
           IF WRTOFFF-END                                               08820000
               MOVE 'Y' TO WS-END-OF-WRTOFF-SW                          08830000
               GO TO P03100-EXIT                                        08840000
           END-IF.                                                      08850000
                                                                        08860000
           IF NOT WRTOFFF-OK                                            08870000
               MOVE 'READ WRITE-OFF FILE FAILED' TO WPBE-MESSAGE        08880000
               MOVE WS-WRTOFF-STATUS TO WPBE-FILE-STATUS                08890000
               MOVE 'P03100' TO WPBE-PARAGRAPH                          08900000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08910000
           END-IF.                                                      08920000
                                                                        08930000
      ***************************************************************** 08940000
      *    THE FILE IS IN DATE ORDER -- STOP AFTER THE QUARTER        * 08950000
      ***************************************************************** 08960000
                                                                        08970000
           IF WRITE-OFF-DATE > WS-QTR-END                               08980000
               MOVE 'Y' TO WS-END-OF-WRTOFF-SW                          08990000
               GO TO P03100-EXIT                                        09000000
           END-IF.                                                      09010000
                                                                        09020000
           IF WRITE-OFF-DATE < WS-QTR-START                             09030000
              OR WRITE-OFF-PREFIX NOT = WS-CC-PREFIX-N                  09040000
               GO TO P03100-EXIT                                        09050000
           END-IF.                                                      09060000
                                                                        09070000
           MOVE 1 TO WS-SUB.                                            09080000
                                                                        09090000
           PERFORM P03200-FIND-ENTRY THRU P03200-EXIT                   09100000
               UNTIL WS-SUB > WS-WO-USED                                09110000
                  OR WS-WO-CUSTOMER-ID (WS-SUB) = WRITE-OFF-CUSTOMER-ID.09120000
                                                                        09130000
           IF WS-SUB > WS-WO-USED                                       09140000
               IF WS-WO-USED NOT < WS-WO-MAX                            09150000
                   ADD +1 TO WS-WRTOFF-OVERFLOW                         09160000
                   GO TO P03100-EXIT                                    09170000
               END-IF                                                   09180000
               ADD +1 TO WS-WO-USED                                     09190000
               MOVE WS-WO-USED TO WS-SUB                                09200000
               MOVE WRITE-OFF-CUSTOMER-ID TO WS-WO-CUSTOMER-ID (WS-SUB) 09210000
               MOVE ZEROES TO WS-WO-AMOUNT (WS-SUB)                     09220000
           END-IF.                                                      09230000
                                                                        09240000
           COMPUTE WS-WO-AMOUNT (WS-SUB) = WS-WO-AMOUNT (WS-SUB)        09250000
               + WRITE-OFF-BALANCE-BEFORE - WRITE-OFF-BALANCE-AFTER.    09260000
                                                                        09270000
       P03100-EXIT.                                                     09280000
           EXIT.                                                        09290000
                                                                        09300000
       P03200-FIND-ENTRY.                                               09310000
                                                                        09320000
           ADD +1 TO WS-SUB.                                            09330000
                                                                        09340000
       P03200-EXIT.                                                     09350000
           EXIT.                                                        09360000
                                                                        09370000
       P03300-FIND-ENTRY-2.                                             09380000
                                                                        09390000
           ADD +1 TO WS-SUB2.                                           09400000
                                                                        09410000
       P03300-EXIT.                                                     09420000
           EXIT.                                                        09430000
           EJECT                                                        09440000
      ***************************************************************** 09450000
      *                                                               * 09460000
      *    PARAGRAPH:  P04000-LOAD-OPEN-CLAIMS                        * 09470000
      *                                                               * 09480000
      *    FUNCTION :  COUNT AND TOTAL THE CLAIMS STILL OPEN FOR      * 09490000
      *                EACH CUSTOMER OF THE PREFIX                    * 09500000
      *                                                               * 09510000
      *    CALLED BY:  P00000-MAINLINE                                * 09520000
      *                                                               * 09530000
      ***************************************************************** 09540000
                                                                        09550000
       P04000-LOAD-OPEN-CLAIMS.                                         09560000
                                                                        09570000
           OPEN INPUT VSAM-CLAIM.                                       09580000
                                                                        09590000
           IF CLAIMF-EMPTY                                              09600000
               GO TO P04000-EXIT                                        09610000
           END-IF.                                                      09620000
                                                                        09630000
           IF NOT CLAIMF-OK                                             09640000
               MOVE 'OPEN CLAIM FILE FAILED' TO WPBE-MESSAGE            09650000
               MOVE WS-CLAIM-STATUS TO WPBE-FILE-STATUS                 09660000
               MOVE 'P04000' TO WPBE-PARAGRAPH                          09670000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09680000
           END-IF.                                                      09690000
                                                                        09700000
           PERFORM P04100-READ-CLAIM THRU P04100-EXIT                   09710000
               UNTIL END-OF-CLAIMS.                                     09720000
                                                                        09730000
           CLOSE VSAM-CLAIM.                                            09740000
                                                                        09750000
       P04000-EXIT.                                                     09760000
           EXIT.                                                        09770000
           EJECT                                                        09780000
                                                                        09790000
       P04100-READ-CLAIM.                                               09800000
                                                                        09810000
           READ VSAM-CLAIM.                                             09820000
                                                                        09830000
           IF CLAIMF-END                                                09840000
               MOVE 'Y' TO WS-END-OF-CLAIMS-SW                          09850000
               GO TO P04100-EXIT                                        09860000
           END-IF.                                                      09870000
                                                                        09880000
           IF NOT CLAIMF-OK                                             09890000
               MOVE 'READ CLAIM FILE FAILED' TO WPBE-MESSAGE            09900000
               MOVE WS-CLAIM-STATUS TO WPBE-FILE-STATUS                 09910000
               MOVE 'P04100' TO WPBE-PARAGRAPH                          09920000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09930000
           END-IF.                                                      09940000
                                                                        09950000
      ***************************************************************** 09960000
      *    CLAIM NUMBER ZERO IS THE PREFIX'S CONTROL RECORD           * 09970000
      ***************************************************************** 09980000
                                                                        09990000
           IF CLAIM-NUMBER = ZEROES                                     10000000
              OR CLAIM-PREFIX NOT = WS-CC-PREFIX-N                      10010000
              OR NOT CLAIM-OPEN                                         10020000
               GO TO P04100-EXIT                                        10030000
           END-IF.                                                      10040000
                                                                        10050000
           MOVE 1 TO WS-SUB.                                            10060000
                                                                        10070000
           PERFORM P03200-FIND-ENTRY THRU P03200-EXIT                   10080000
               UNTIL WS-SUB > WS-CL-USED                                10090000
                  OR WS-CL-CUSTOMER-ID (WS-SUB) = CLAIM-CUSTOMER-ID.    10100000
                                                                        10110000
           IF WS-SUB > WS-CL-USED                                       10120000
               IF WS-CL-USED NOT < WS-CL-MAX                            10130000
                   ADD +1 TO WS-CLAIM-OVERFLOW                          10140000
                   GO TO P04100-EXIT                                    10150000
               END-IF                                                   10160000
               ADD +1 TO WS-CL-USED                                     10170000
               MOVE WS-CL-USED TO WS-SUB                                10180000
               MOVE CLAIM-CUSTOMER-ID TO WS-CL-CUSTOMER-ID (WS-SUB)     10190000
               MOVE ZEROES TO WS-CL-COUNT (WS-SUB)                      10200000
                              WS-CL-AMOUNT (WS-SUB)                     10210000
           END-IF.                                                      10220000
                                                                        10230000
           ADD +1 TO WS-CL-COUNT (WS-SUB).                              10240000
           ADD CLAIM-AMOUNT TO WS-CL-AMOUNT (WS-SUB).                   10250000
                                                                        10260000
       P04100-EXIT.                                                     10270000
           EXIT.                                                        10280000
           EJECT                                                        10290000
      ***************************************************************** 10300000
      *                                                               * 10310000
      *    PARAGRAPH:  P10000-PROCESS-AR-ITEM                         * 10320000
      *                                                               * 10330000
      *    FUNCTION :  READ THE NEXT AR ITEM, BREAK ON CUSTOMER AND   * 10340000
      *                ADD THE ITEM TO THE CUSTOMER'S MEASURES        * 10350000
      *                                                               * 10360000
      *    CALLED BY:  P00000-MAINLINE                                * 10370000
      *                                                               * 10380000
      ***************************************************************** 10390000
                                                                        10400000
       P10000-PROCESS-AR-ITEM.                                          10410000
                                                                        10420000
           READ VSAM-ARBAL.                                             10430000
                                                                        10440000
           IF ARBALF-END                                                10450000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         10460000
               GO TO P10000-EXIT                                        10470000
           END-IF.                                                      10480000
                                                                        10490000
           IF NOT ARBALF-OK                                             10500000
               MOVE 'READ AR OPEN ITEM FAILED' TO WPBE-MESSAGE          10510000
               MOVE WS-ARBAL-STATUS TO WPBE-FILE-STATUS                 10520000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          10530000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10540000
           END-IF.                                                      10550000
                                                                        10560000
           IF AR-PREFIX NOT = WS-CC-PREFIX-N                            10570000
               GO TO P10000-EXIT                                        10580000
           END-IF.                                                      10590000
                                                                        10600000
           ADD +1 TO WS-ITEMS-READ.                                     10610000
                                                                        10620000
      ***************************************************************** 10630000
      *    BREAK ON A NEW CUSTOMER                                    * 10640000
      ***************************************************************** 10650000
                                                                        10660000
           IF AR-CUSTOMER-ID NOT = WS-CURR-CUSTOMER-ID                  10670000
               IF CUSTOMER-ACTIVE                                       10680000
                   PERFORM P20000-CUSTOMER-BREAK THRU P20000-EXIT       10690000
               END-IF                                                   10700000
               MOVE AR-CUSTOMER-ID TO WS-CURR-CUSTOMER-ID               10710000
               MOVE 'Y' TO WS-CUSTOMER-ACTIVE-SW                        10720000
               INITIALIZE WS-CUSTOMER-TOTALS                            10730000
                          WS-DAILY-BALANCE-TABLE                        10740000
               ADD +1 TO WS-CUSTOMERS-READ                              10750000
           END-IF.                                                      10760000
                                                                        10770000
           IF AR-OPEN                                                   10780000
               ADD AR-BALANCE-DUE TO WS-CT-BALANCE-DUE                  10790000
           END-IF.                                                      10800000
                                                                        10810000
           IF AR-ORDER-DATE NOT NUMERIC                                 10820000
              OR AR-ORDER-DATE = ZEROES                                 10830000
               GO TO P10000-EXIT                                        10840000
           END-IF.                                                      10850000
                                                                        10860000
           COMPUTE WS-ORDER-INT =                                       10870000
               FUNCTION INTEGER-OF-DATE (AR-ORDER-DATE).                10880000
                                                                        10890000
           MOVE ZEROES TO WS-PAYMENT-INT.                               10900000
                                                                        10910000
           IF AR-LAST-PAYMENT-DATE NUMERIC                              10920000
              AND AR-LAST-PAYMENT-DATE > ZEROES                         10930000
               COMPUTE WS-PAYMENT-INT =                                 10940000
                   FUNCTION INTEGER-OF-DATE (AR-LAST-PAYMENT-DATE)      10950000
           END-IF.                                                      10960000
                                                                        10970000
      ***************************************************************** 10980000
      *    DAYS-TO-PAY FOR AN ITEM PAID OFF IN THE QUARTER            * 10990000
      ***************************************************************** 11000000
                                                                        11010000
           IF AR-PAID                                                   11020000
              AND WS-PAYMENT-INT NOT < WS-QS-INT                        11030000
              AND WS-PAYMENT-INT NOT > WS-QE-INT                        11040000
               ADD +1 TO WS-CT-PAID-ITEMS                               11050000
               IF WS-PAYMENT-INT > WS-ORDER-INT                         11060000
                   COMPUTE WS-CT-PAY-DAYS = WS-CT-PAY-DAYS              11070000
                       + WS-PAYMENT-INT - WS-ORDER-INT                  11080000
               END-IF                                                   11090000
           END-IF.                                                      11100000
                                                                        11110000
      ***************************************************************** 11120000
      *    THE ITEM OWES ITS ORIGINAL AMOUNT FROM THE INVOICE DATE    * 11130000
      *    UNTIL THE LAST PAYMENT; AN OPEN ITEM THEN OWES ITS         * 11140000
      *    BALANCE TO THE END OF THE QUARTER.  A CLOSED ITEM WITH NO  * 11150000
      *    PAYMENT DATE (WRITTEN OFF UNPAID) HAS NO DATE TO MEASURE   * 11160000
      *    TO AND IS LEFT OUT OF THE BALANCES                         * 11170000
      ***************************************************************** 11180000
                                                                        11190000
           IF WS-PAYMENT-INT > WS-ORDER-INT                             11200000
               MOVE AR-ORIGINAL-AMT TO WS-SEGMENT-AMT                   11210000
               MOVE WS-ORDER-INT TO WS-FROM-INT                         11220000
               MOVE WS-PAYMENT-INT TO WS-TO-INT                         11230000
               PERFORM P11000-ADD-SEGMENT THRU P11000-EXIT              11240000
               IF AR-OPEN                                               11250000
                   MOVE AR-BALANCE-DUE TO WS-SEGMENT-AMT                11260000
                   MOVE WS-PAYMENT-INT TO WS-FROM-INT                   11270000
                   COMPUTE WS-TO-INT = WS-QE-INT + 1                    11280000
                   PERFORM P11000-ADD-SEGMENT THRU P11000-EXIT          11290000
               END-IF                                                   11300000
           ELSE                                                         11310000
               IF AR-OPEN                                               11320000
                   MOVE AR-BALANCE-DUE TO WS-SEGMENT-AMT                11330000
                   MOVE WS-ORDER-INT TO WS-FROM-INT                     11340000
                   COMPUTE WS-TO-INT = WS-QE-INT + 1                    11350000
                   PERFORM P11000-ADD-SEGMENT THRU P11000-EXIT          11360000
               END-IF                                                   11370000
           END-IF.                                                      11380000
                                                                        11390000
      ***************************************************************** 11400000
      *    DUNNING NOTICES SENT IN THE QUARTER                        * 11410000
      ***************************************************************** 11420000
                                                                        11430000
           IF NOT DUNNING-FILE-OPEN                                     11440000
               GO TO P10000-EXIT                                        11450000
           END-IF.                                                      11460000
                                                                        11470000
           MOVE AR-KEY TO DUNNING-KEY.                                  11480000
                                                                        11490000
           READ VSAM-DUNNING.                                           11500000
                                                                        11510000
           IF DUNNINGF-NOTFOUND                                         11520000
               GO TO P10000-EXIT                                        11530000
           END-IF.                                                      11540000
                                                                        11550000
           IF NOT DUNNINGF-OK                                           11560000
               MOVE 'READ DUNNING CONTROL FAILED' TO WPBE-MESSAGE       11570000
               MOVE WS-DUNNING-STATUS TO WPBE-FILE-STATUS               11580000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          11590000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11600000
           END-IF.                                                      11610000
                                                                        11620000
           IF DUNNING-NONE-SENT                                         11630000
              OR DUNNING-LAST-NOTICE-DATE < WS-QTR-START                11640000
              OR DUNNING-LAST-NOTICE-DATE > WS-QTR-END                  11650000
               GO TO P10000-EXIT                                        11660000
           END-IF.                                                      11670000
                                                                        11680000
           ADD +1 TO WS-CT-NOTICES.                                     11690000
                                                                        11700000
           IF DUNNING-LEVEL > WS-CT-DUNNING-LEVEL                       11710000
               MOVE DUNNING-LEVEL TO WS-CT-DUNNING-LEVEL                11720000
           END-IF.                                                      11730000
                                                                        11740000
       P10000-EXIT.                                                     11750000
           EXIT.                                                        11760000
           EJECT                                                        11770000
      ***************************************************************** 11780000
      *                                                               * 11790000
      *    PARAGRAPH:  P11000-ADD-SEGMENT                             * 11800000
      *                                                               * 11810000
      *    FUNCTION :  ADD WS-SEGMENT-AMT TO THE CUSTOMER'S BALANCE   * 11820000
      *                FROM DAY WS-FROM-INT UP TO (NOT INCLUDING) DAY * 11830000
      *                WS-TO-INT, CLIPPED TO THE QUARTER              * 11840000
      *                                                               * 11850000
      *    CALLED BY:  P10000-PROCESS-AR-ITEM                         * 11860000
      *                                                               * 11870000
      ***************************************************************** 11880000
                                                                        11890000
       P11000-ADD-SEGMENT.                                              11900000
                                                                        11910000
           IF WS-FROM-INT < WS-QS-INT                                   11920000
               MOVE WS-QS-INT TO WS-FROM-INT                            11930000
           END-IF.                                                      11940000
                                                                        11950000
           IF WS-TO-INT > WS-QE-INT + 1                                 11960000
               COMPUTE WS-TO-INT = WS-QE-INT + 1                        11970000
           END-IF.                                                      11980000
                                                                        11990000
           IF WS-FROM-INT NOT < WS-TO-INT                               12000000
               GO TO P11000-EXIT                                        12010000
           END-IF.                                                      12020000
                                                                        12030000
           COMPUTE WS-DAY = WS-FROM-INT - WS-QS-INT + 1.                12040000
           ADD WS-SEGMENT-AMT TO WS-DB-CHANGE (WS-DAY).                 12050000
                                                                        12060000
           COMPUTE WS-DAY = WS-TO-INT - WS-QS-INT + 1.                  12070000
           SUBTRACT WS-SEGMENT-AMT FROM WS-DB-CHANGE (WS-DAY).          12080000
                                                                        12090000
       P11000-EXIT.                                                     12100000
           EXIT.                                                        12110000
           EJECT                                                        12120000
      ***************************************************************** 12130000
      *                                                               * 12140000
      *    PARAGRAPH:  P20000-CUSTOMER-BREAK                          * 12150000
      *                                                               * 12160000
      *    FUNCTION :  FINISH THE CUSTOMER'S MEASURES, APPLY THE      * 12170000
      *                REVIEW RULES AND ADD THE CUSTOMER TO THE       * 12180000
      *                REVIEW TABLE                                   * 12190000
      *                                                               * 12200000
      *    CALLED BY:  P00000-MAINLINE                                * 12210000
      *                P10000-PROCESS-AR-ITEM                         * 12220000
      *                                                               * 12230000
      ***************************************************************** 12240000
                                                                        12250000
       P20000-CUSTOMER-BREAK.                                           12260000
                                                                        12270000
           MOVE WS-CC-PREFIX TO CUSTOMER-PRE.                           12280000
           MOVE WS-CURR-CUSTOMER-ID TO CUSTOMER-ID.                     12290000
                                                                        12300000
           READ VSAM-CUSTOMER.                                          12310000
                                                                        12320000
           IF NOT CUSTOMER-OK AND NOT CUSTOMER-NOTFOUND                 12330000
               MOVE 'READ CUSTOMER FILE FAILED' TO WPBE-MESSAGE         12340000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              12350000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          12360000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12370000
           END-IF.                                                      12380000
                                                                        12390000
           IF CUSTOMER-NOTFOUND OR CUSTOMER-INACTIVE                    12400000
               ADD +1 TO WS-CUSTOMERS-INACTIVE                          12410000
               GO TO P20000-EXIT                                        12420000
           END-IF.                                                      12430000
                                                                        12440000
      ***************************************************************** 12450000
      *    RUN THE DAILY CHANGES FORWARD FOR PEAK AND AVERAGE         * 12460000
      ***************************************************************** 12470000
                                                                        12480000
           MOVE ZEROES TO WS-RUNNING-BALANCE                            12490000
                          WS-BALANCE-DAYS-TOTAL.                        12500000
                                                                        12510000
           PERFORM P21000-ACCUMULATE-DAY THRU P21000-EXIT               12520000
               VARYING WS-DAY FROM 1 BY 1                               12530000
                   UNTIL WS-DAY > WS-QTR-DAYS.                          12540000
                                                                        12550000
           COMPUTE WS-CT-AVG-BALANCE ROUNDED =                          12560000
               WS-BALANCE-DAYS-TOTAL / WS-QTR-DAYS.                     12570000
                                                                        12580000
           IF WS-CT-PAID-ITEMS > ZEROES                                 12590000
               COMPUTE WS-CT-AVG-DAYS-TO-PAY ROUNDED =                  12600000
                   WS-CT-PAY-DAYS / WS-CT-PAID-ITEMS                    12610000
           END-IF.                                                      12620000
                                                                        12630000
           IF CUSTOMER-CREDIT-LIMIT > ZEROES                            12640000
               COMPUTE WS-CT-UTIL-PCT ROUNDED =                         12650000
                   (WS-CT-PEAK-BALANCE * 100) / CUSTOMER-CREDIT-LIMIT   12660000
                   ON SIZE ERROR                                        12670000
                       MOVE 999.99 TO WS-CT-UTIL-PCT                    12680000
               END-COMPUTE                                              12690000
           END-IF.                                                      12700000
                                                                        12710000
      ***************************************************************** 12720000
      *    WRITE-OFFS AND OPEN CLAIMS FROM THE TABLES LOADED EARLIER  * 12730000
      ***************************************************************** 12740000
                                                                        12750000
           MOVE 1 TO WS-SUB.                                            12760000
                                                                        12770000
           PERFORM P03200-FIND-ENTRY THRU P03200-EXIT                   12780000
               UNTIL WS-SUB > WS-WO-USED                                12790000
                  OR WS-WO-CUSTOMER-ID (WS-SUB) = WS-CURR-CUSTOMER-ID.  12800000
                                                                        12810000
           IF WS-SUB NOT > WS-WO-USED                                   12820000
               MOVE WS-WO-AMOUNT (WS-SUB) TO WS-CT-WRITE-OFF-AMT        12830000
           END-IF.                                                      12840000
                                                                        12850000
           MOVE 1 TO WS-SUB.                                            12860000
                                                                        12870000
           PERFORM P03200-FIND-ENTRY THRU P03200-EXIT                   12880000
               UNTIL WS-SUB > WS-CL-USED                                12890000
                  OR WS-CL-CUSTOMER-ID (WS-SUB) = WS-CURR-CUSTOMER-ID.  12900000
                                                                        12910000
           IF WS-SUB NOT > WS-CL-USED                                   12920000
               MOVE WS-CL-COUNT (WS-SUB) TO WS-CT-OPEN-CLAIMS           12930000
               MOVE WS-CL-AMOUNT (WS-SUB) TO WS-CT-CLAIM-AMT            12940000
           END-IF.                                                      12950000
                                                                        12960000
      ***************************************************************** 12970000
      *    A CUSTOMER WITH NOTHING OWED, PAID, DUNNED OR WRITTEN OFF  * 12980000
      *    IN THE QUARTER HAS NOTHING TO REVIEW                       * 12990000
      ***************************************************************** 13000000
                                                                        13010000
           IF WS-CT-PEAK-BALANCE = ZEROES                               13020000
              AND WS-CT-PAID-ITEMS = ZEROES                             13030000
              AND WS-CT-NOTICES = ZEROES                                13040000
              AND WS-CT-WRITE-OFF-AMT = ZEROES                          13050000
              AND WS-CT-OPEN-CLAIMS = ZEROES                            13060000
               ADD +1 TO WS-CUSTOMERS-NO-ACTIVITY                       13070000
               GO TO P20000-EXIT                                        13080000
           END-IF.                                                      13090000
                                                                        13100000
           ADD +1 TO WS-CUSTOMERS-REVIEWED.                             13110000
                                                                        13120000
           PERFORM P22000-APPLY-RULES THRU P22000-EXIT.                 13130000
                                                                        13140000
           PERFORM P25000-ADD-TO-REVIEW THRU P25000-EXIT.               13150000
                                                                        13160000
       P20000-EXIT.                                                     13170000
           EXIT.                                                        13180000
           EJECT                                                        13190000
                                                                        13200000
       P21000-ACCUMULATE-DAY.                                           13210000
                                                                        13220000
           ADD WS-DB-CHANGE (WS-DAY) TO WS-RUNNING-BALANCE.             13230000
           ADD WS-RUNNING-BALANCE TO WS-BALANCE-DAYS-TOTAL.             13240000
                                                                        13250000
           IF WS-RUNNING-BALANCE > WS-CT-PEAK-BALANCE                   13260000
               MOVE WS-RUNNING-BALANCE TO WS-CT-PEAK-BALANCE            13270000
           END-IF.                                                      13280000
                                                                        13290000
       P21000-EXIT.                                                     13300000
           EXIT.                                                        13310000
           EJECT                                                        13320000
      ***************************************************************** 13330000
      *                                                               * 13340000
      *    PARAGRAPH:  P22000-APPLY-RULES                             * 13350000
      *                                                               * 13360000
      *    FUNCTION :  TEST THE HOLD, DECREASE AND INCREASE RULES IN  * 13370000
      *                THAT ORDER; THE FIRST ONE MET IS RECOMMENDED,  * 13380000
      *                OTHERWISE KEEP.  A ZERO THRESHOLD IS NOT USED  * 13390000
      *                                                               * 13400000
      *    CALLED BY:  P20000-CUSTOMER-BREAK                          * 13410000
      *                                                               * 13420000
      ***************************************************************** 13430000
                                                                        13440000
       P22000-APPLY-RULES.                                              13450000
                                                                        13460000
           MOVE 'K' TO WS-CT-RECOMMENDATION.                            13470000
           MOVE CUSTOMER-CREDIT-LIMIT TO WS-CT-SUGGESTED-LIMIT.         13480000
           MOVE SPACES TO WS-CT-BASIS.                                  13490000
           MOVE WS-CT-AVG-DAYS-TO-PAY TO WS-BASIS-DAYS.                 13500000
                                                                        13510000
      ***************************************************************** 13520000
      *    HOLD                                                       * 13530000
      ***************************************************************** 13540000
                                                                        13550000
           IF CRP-HOLD-DAYS-TO-PAY > ZEROES                             13560000
              AND WS-CT-PAID-ITEMS > ZEROES                             13570000
              AND WS-CT-AVG-DAYS-TO-PAY NOT < CRP-HOLD-DAYS-TO-PAY      13580000
               MOVE 'H' TO WS-CT-RECOMMENDATION                         13590000
               STRING 'AVERAGE ' WS-BASIS-DAYS ' DAYS TO PAY'           13600000
                   DELIMITED BY SIZE INTO WS-CT-BASIS                   13610000
               GO TO P22000-EXIT                                        13620000
           END-IF.                                                      13630000
                                                                        13640000
           IF CRP-HOLD-DUNNING-LEVEL > ZEROES                           13650000
              AND WS-CT-DUNNING-LEVEL NOT < CRP-HOLD-DUNNING-LEVEL      13660000
               MOVE 'H' TO WS-CT-RECOMMENDATION                         13670000
               STRING 'DUNNING LEVEL ' WS-CT-DUNNING-LEVEL              13680000
                      ' REACHED IN THE QUARTER'                         13690000
                   DELIMITED BY SIZE INTO WS-CT-BASIS                   13700000
               GO TO P22000-EXIT                                        13710000
           END-IF.                                                      13720000
                                                                        13730000
           IF CRP-HOLD-WRITE-OFF-AMT > ZEROES                           13740000
              AND WS-CT-WRITE-OFF-AMT NOT < CRP-HOLD-WRITE-OFF-AMT      13750000
               MOVE 'H' TO WS-CT-RECOMMENDATION                         13760000
               MOVE 'WRITE-OFFS IN THE QUARTER' TO WS-CT-BASIS          13770000
               GO TO P22000-EXIT                                        13780000
           END-IF.                                                      13790000
                                                                        13800000
      ***************************************************************** 13810000
      *    DECREASE -- A CUSTOMER WITH NO LIMIT IS GIVEN ONE AT ITS   * 13820000
      *    AVERAGE BALANCE                                            * 13830000
      ***************************************************************** 13840000
                                                                        13850000
           IF CRP-DECR-DAYS-TO-PAY > ZEROES                             13860000
              AND WS-CT-PAID-ITEMS > ZEROES                             13870000
              AND WS-CT-AVG-DAYS-TO-PAY NOT < CRP-DECR-DAYS-TO-PAY      13880000
               MOVE 'D' TO WS-CT-RECOMMENDATION                         13890000
               STRING 'AVERAGE ' WS-BASIS-DAYS ' DAYS TO PAY'           13900000
                   DELIMITED BY SIZE INTO WS-CT-BASIS                   13910000
           END-IF.                                                      13920000
                                                                        13930000
           IF NOT WS-CT-DECREASE                                        13940000
              AND CRP-DECR-DUNNING-LEVEL > ZEROES                       13950000
              AND WS-CT-DUNNING-LEVEL NOT < CRP-DECR-DUNNING-LEVEL      13960000
               MOVE 'D' TO WS-CT-RECOMMENDATION                         13970000
               STRING 'DUNNING LEVEL ' WS-CT-DUNNING-LEVEL              13980000
                      ' REACHED IN THE QUARTER'                         13990000
                   DELIMITED BY SIZE INTO WS-CT-BASIS                   14000000
           END-IF.                                                      14010000
                                                                        14020000
           IF WS-CT-DECREASE                                            14030000
               IF CUSTOMER-CREDIT-LIMIT > ZEROES                        14040000
                   COMPUTE WS-HUNDREDS =                                14050000
                       (CUSTOMER-CREDIT-LIMIT * (100 - CRP-DECR-PCT))   14060000
                           / 10000                                      14070000
               ELSE                                                     14080000
                   COMPUTE WS-HUNDREDS = WS-CT-AVG-BALANCE / 100        14090000
               END-IF                                                   14100000
               COMPUTE WS-CT-SUGGESTED-LIMIT = WS-HUNDREDS * 100        14110000
               GO TO P22000-EXIT                                        14120000
           END-IF.                                                      14130000
                                                                        14140000
      ***************************************************************** 14150000
      *    INCREASE -- A PROMPT PAYER USING MOST OF ITS LIMIT, WITH   * 14160000
      *    A CLEAN QUARTER                                            * 14170000
      ***************************************************************** 14180000
                                                                        14190000
           IF CRP-INCR-DAYS-TO-PAY = ZEROES                             14200000
              OR CUSTOMER-CREDIT-LIMIT NOT > ZEROES                     14210000
              OR WS-CT-PAID-ITEMS = ZEROES                              14220000
              OR WS-CT-AVG-DAYS-TO-PAY > CRP-INCR-DAYS-TO-PAY           14230000
              OR WS-CT-UTIL-PCT < CRP-INCR-UTIL-PCT                     14240000
              OR WS-CT-NOTICES > ZEROES                                 14250000
              OR WS-CT-WRITE-OFF-AMT > ZEROES                           14260000
              OR WS-CT-OPEN-CLAIMS > ZEROES                             14270000
               GO TO P22000-EXIT                                        14280000
           END-IF.                                                      14290000
                                                                        14300000
           COMPUTE WS-HUNDREDS ROUNDED =                                14310000
               (CUSTOMER-CREDIT-LIMIT * (100 + CRP-INCR-PCT)) / 10000.  14320000
           COMPUTE WS-CT-SUGGESTED-LIMIT = WS-HUNDREDS * 100.           14330000
                                                                        14340000
           IF CRP-INCR-MAX-LIMIT > ZEROES                               14350000
              AND WS-CT-SUGGESTED-LIMIT > CRP-INCR-MAX-LIMIT            14360000
               MOVE CRP-INCR-MAX-LIMIT TO WS-CT-SUGGESTED-LIMIT         14370000
           END-IF.                                                      14380000
                                                                        14390000
           IF WS-CT-SUGGESTED-LIMIT NOT > CUSTOMER-CREDIT-LIMIT         14400000
               MOVE CUSTOMER-CREDIT-LIMIT TO WS-CT-SUGGESTED-LIMIT      14410000
               MOVE 'QUALIFIES FOR INCREASE BUT AT THE CEILING'         14420000
                   TO WS-CT-BASIS                                       14430000
               GO TO P22000-EXIT                                        14440000
           END-IF.                                                      14450000
                                                                        14460000
           MOVE 'I' TO WS-CT-RECOMMENDATION.                            14470000
           COMPUTE WS-BASIS-PCT = WS-CT-UTIL-PCT.                       14480000
           STRING 'AVERAGE ' WS-BASIS-DAYS ' DAYS TO PAY, PEAK '        14490000
                  WS-BASIS-PCT ' PERCENT OF LIMIT'                      14500000
               DELIMITED BY SIZE INTO WS-CT-BASIS.                      14510000
                                                                        14520000
       P22000-EXIT.                                                     14530000
           EXIT.                                                        14540000
           EJECT                                                        14550000
      ***************************************************************** 14560000
      *                                                               * 14570000
      *    PARAGRAPH:  P25000-ADD-TO-REVIEW                           * 14580000
      *                                                               * 14590000
      *    FUNCTION :  FORMAT THE CUSTOMER'S REVIEW LINE AND INSERT   * 14600000
      *                IT INTO THE REVIEW TABLE IN SALES REP ORDER    * 14610000
      *                                                               * 14620000
      *    CALLED BY:  P20000-CUSTOMER-BREAK                          * 14630000
      *                                                               * 14640000
      ***************************************************************** 14650000
                                                                        14660000
       P25000-ADD-TO-REVIEW.                                            14670000
                                                                        14680000
           IF WS-RV-USED NOT < WS-RV-MAX                                14690000
               ADD +1 TO WS-REVIEW-OVERFLOW                             14700000
               GO TO P25000-EXIT                                        14710000
           END-IF.                                                      14720000
                                                                        14730000
           MOVE WS-CURR-CUSTOMER-ID TO WS-PL-DT-CUSTOMER.               14740000
           MOVE CUSTOMER-NAME TO WS-PL-DT-NAME.                         14750000
           MOVE CUSTOMER-CREDIT-LIMIT TO WS-PL-DT-LIMIT.                14760000
           MOVE WS-CT-BALANCE-DUE TO WS-PL-DT-BALANCE.                  14770000
           MOVE WS-CT-PEAK-BALANCE TO WS-PL-DT-PEAK.                    14780000
           MOVE WS-CT-AVG-BALANCE TO WS-PL-DT-AVERAGE.                  14790000
           MOVE WS-CT-UTIL-PCT TO WS-PL-DT-UTIL.                        14800000
           MOVE WS-CT-AVG-DAYS-TO-PAY TO WS-PL-DT-DAYS-TO-PAY.          14810000
           MOVE WS-CT-PAID-ITEMS TO WS-PL-DT-PAID-ITEMS.                14820000
           MOVE WS-CT-NOTICES TO WS-PL-DT-NOTICES.                      14830000
           MOVE WS-CT-DUNNING-LEVEL TO WS-PL-DT-DUN-LEVEL.              14840000
           MOVE WS-CT-WRITE-OFF-AMT TO WS-PL-DT-WRITE-OFF.              14850000
           MOVE WS-CT-OPEN-CLAIMS TO WS-PL-DT-CLAIMS.                   14860000
           MOVE WS-CT-SUGGESTED-LIMIT TO WS-PL-DT-SUGGESTED.            14870000
                                                                        14880000
           MOVE 1 TO WS-SUB.                                            14890000
                                                                        14900000
           PERFORM P03200-FIND-ENTRY THRU P03200-EXIT                   14910000
               UNTIL WS-SUB > 4                                         14920000
                  OR WS-RN-CODE (WS-SUB) = WS-CT-RECOMMENDATION.        14930000
                                                                        14940000
           MOVE WS-RN-NAME (WS-SUB) TO WS-PL-DT-ACTION.                 14950000
                                                                        14960000
           ADD +1 TO WS-RV-USED.                                        14970000
           MOVE WS-RV-USED TO WS-SUB.                                   14980000
                                                                        14990000
           MOVE CUSTOMER-SALES-REP TO WS-RV-SALES-REP (WS-SUB).         15000000
           MOVE WS-CURR-CUSTOMER-ID TO WS-RV-CUSTOMER-ID (WS-SUB).      15010000
           MOVE WS-CT-RECOMMENDATION                                    15020000
               TO WS-RV-RECOMMENDATION (WS-SUB).                        15030000
           MOVE CUSTOMER-CREDIT-LIMIT TO WS-RV-LIMIT (WS-SUB).          15040000
           MOVE WS-CT-SUGGESTED-LIMIT TO WS-RV-SUGGESTED (WS-SUB).      15050000
           MOVE WS-PL-DETAIL TO WS-RV-DETAIL (WS-SUB).                  15060000
           MOVE WS-CT-BASIS TO WS-RV-BASIS (WS-SUB).                    15070000
                                                                        15080000
      ***************************************************************** 15090000
      *    SHIFT THE NEW ENTRY UP PAST ANY ENTRY THAT SORTS AFTER IT  * 15100000
      ***************************************************************** 15110000
                                                                        15120000
           MOVE 'N' TO WS-ENTRY-PLACED-SW.                              15130000
                                                                        15140000
           PERFORM P26000-SHIFT-ENTRY THRU P26000-EXIT                  15150000
               UNTIL ENTRY-PLACED.                                      15160000
                                                                        15170000
       P25000-EXIT.                                                     15180000
           EXIT.                                                        15190000
           EJECT                                                        15200000
      ***************************************************************** 15210000
      *                                                               * 15220000
      *    PARAGRAPH:  P26000-SHIFT-ENTRY                             * 15230000
      *                                                               * 15240000
      *    FUNCTION :  SWAP THE NEW ENTRY WITH THE ONE ABOVE IT WHEN  * 15250000
      *                THAT ONE SORTS AFTER IT                        * 15260000
      *                                                               * 15270000
      *    CALLED BY:  P25000-ADD-TO-REVIEW                           * 15280000
      *                                                               * 15290000
      ***************************************************************** 15300000
                                                                        15310000
       P26000-SHIFT-ENTRY.                                              15320000
                                                                        15330000
           IF WS-SUB NOT > 1                                            15340000
               MOVE 'Y' TO WS-ENTRY-PLACED-SW                           15350000
               GO TO P26000-EXIT                                        15360000
           END-IF.                                                      15370000
                                                                        15380000
           COMPUTE WS-SUB2 = WS-SUB - 1.                                15390000
                                                                        15400000
           IF WS-RV-SALES-REP (WS-SUB2) < WS-RV-SALES-REP (WS-SUB)      15410000
               MOVE 'Y' TO WS-ENTRY-PLACED-SW                           15420000
               GO TO P26000-EXIT                                        15430000
           END-IF.                                                      15440000
                                                                        15450000
           IF WS-RV-SALES-REP (WS-SUB2) = WS-RV-SALES-REP (WS-SUB)      15460000
              AND WS-RV-CUSTOMER-ID (WS-SUB2) NOT >                     15470000
                                        WS-RV-CUSTOMER-ID (WS-SUB)      15480000
               MOVE 'Y' TO WS-ENTRY-PLACED-SW                           15490000
               GO TO P26000-EXIT                                        15500000
           END-IF.                                                      15510000
                                                                        15520000
           MOVE WS-RV-ENTRY (WS-SUB2) TO WS-RV-HOLD.                    15530000
           MOVE WS-RV-ENTRY (WS-SUB) TO WS-RV-ENTRY (WS-SUB2).          15540000
           MOVE WS-RV-HOLD TO WS-RV-ENTRY (WS-SUB).                     15550000
                                                                        15560000
           MOVE WS-SUB2 TO WS-SUB.                                      15570000
                                                                        15580000
       P26000-EXIT.                                                     15590000
           EXIT.                                                        15600000
           EJECT                                                        15610000
      ***************************************************************** 15620000
      *                                                               * 15630000
      *    PARAGRAPH:  P40000-PRINT-REVIEW                            * 15640000
      *                                                               * 15650000
      *    FUNCTION :  PRINT THE REVIEW TABLE WITH A BREAK AND SIGN-  * 15660000
      *                OFF FOR EACH SALES REP, THEN THE PREFIX        * 15670000
      *                SUMMARY                                        * 15680000
      *                                                               * 15690000
      *    CALLED BY:  P00000-MAINLINE                                * 15700000
      *                                                               * 15710000
      ***************************************************************** 15720000
                                                                        15730000
       P40000-PRINT-REVIEW.                                             15740000
                                                                        15750000
           INITIALIZE WS-GRAND-TOTALS.                                  15760000
                                                                        15770000
           WRITE CREDIT-PRINT-REC FROM WS-PL-REPORT-HEADER.             15780000
           WRITE CREDIT-PRINT-REC FROM WS-PL-SEPARATOR.                 15790000
                                                                        15800000
           IF WS-RV-USED = ZEROES                                       15810000
               MOVE 'NO CUSTOMERS WITH ACTIVITY IN THE QUARTER'         15820000
                   TO WS-PL-NL-TEXT                                     15830000
               WRITE CREDIT-PRINT-REC FROM WS-PL-NONE-LINE              15840000
               GO TO P40000-EXIT                                        15850000
           END-IF.                                                      15860000
                                                                        15870000
           PERFORM P41000-PRINT-ENTRY THRU P41000-EXIT                  15880000
               VARYING WS-SUB FROM 1 BY 1                               15890000
                   UNTIL WS-SUB > WS-RV-USED.                           15900000
                                                                        15910000
           PERFORM P42000-REP-FOOTER THRU P42000-EXIT.                  15920000
                                                                        15930000
           IF WS-REVIEW-OVERFLOW > ZEROES                               15940000
               MOVE WS-REVIEW-OVERFLOW TO WS-PL-OV-COUNT                15950000
               WRITE CREDIT-PRINT-REC FROM WS-PL-OVERFLOW-LINE          15960000
           END-IF.                                                      15970000
                                                                        15980000
      ***************************************************************** 15990000
      *    PREFIX SUMMARY                                             * 16000000
      ***************************************************************** 16010000
                                                                        16020000
           WRITE CREDIT-PRINT-REC FROM WS-PL-SEPARATOR.                 16030000
                                                                        16040000
           MOVE 'PREFIX TOTAL' TO WS-PL-CT-TITLE.                       16050000
           MOVE WS-GT-COUNT (1) TO WS-PL-CT-INCREASE.                   16060000
           MOVE WS-GT-COUNT (2) TO WS-PL-CT-KEEP.                       16070000
           MOVE WS-GT-COUNT (3) TO WS-PL-CT-DECREASE.                   16080000
           MOVE WS-GT-COUNT (4) TO WS-PL-CT-HOLD.                       16090000
           WRITE CREDIT-PRINT-REC FROM WS-PL-COUNTS.                    16100000
                                                                        16110000
           MOVE WS-GT-LIMIT TO WS-PL-LM-LIMIT.                          16120000
           MOVE WS-GT-SUGGESTED TO WS-PL-LM-SUGGESTED.                  16130000
           WRITE CREDIT-PRINT-REC FROM WS-PL-LIMITS.                    16140000
                                                                        16150000
       P40000-EXIT.                                                     16160000
           EXIT.                                                        16170000
           EJECT                                                        16180000
      ***************************************************************** 16190000
      *                                                               * 16200000
      *    PARAGRAPH:  P41000-PRINT-ENTRY                             * 16210000
      *                                                               * 16220000
      *    FUNCTION :  PRINT ONE REVIEW LINE, BREAKING ON SALES REP   * 16230000
      *                                                               * 16240000
      *    CALLED BY:  P40000-PRINT-REVIEW                            * 16250000
      *                                                               * 16260000
      ***************************************************************** 16270000
                                                                        16280000
       P41000-PRINT-ENTRY.                                              16290000
                                                                        16300000
           IF WS-RV-SALES-REP (WS-SUB) NOT = WS-CURR-REP                16310000
               IF WS-CURR-REP NOT = HIGH-VALUES                         16320000
                   PERFORM P42000-REP-FOOTER THRU P42000-EXIT           16330000
               END-IF                                                   16340000
               MOVE WS-RV-SALES-REP (WS-SUB) TO WS-CURR-REP             16350000
               PERFORM P43000-REP-HEADER THRU P43000-EXIT               16360000
           END-IF.                                                      16370000
                                                                        16380000
           WRITE CREDIT-PRINT-REC FROM WS-RV-DETAIL (WS-SUB).           16390000
                                                                        16400000
           IF WS-RV-BASIS (WS-SUB) NOT = SPACES                         16410000
               MOVE WS-RV-BASIS (WS-SUB) TO WS-PL-BS-TEXT               16420000
               WRITE CREDIT-PRINT-REC FROM WS-PL-BASIS                  16430000
           END-IF.                                                      16440000
                                                                        16450000
           MOVE 1 TO WS-SUB2.                                           16460000
                                                                        16470000
           PERFORM P03300-FIND-ENTRY-2 THRU P03300-EXIT                 16480000
               UNTIL WS-SUB2 > 4                                        16490000
                  OR WS-RN-CODE (WS-SUB2) =                             16500000
                                     WS-RV-RECOMMENDATION (WS-SUB).     16510000
                                                                        16520000
           ADD +1 TO WS-RT-COUNT (WS-SUB2)                              16530000
                     WS-GT-COUNT (WS-SUB2).                             16540000
           ADD WS-RV-LIMIT (WS-SUB) TO WS-RT-LIMIT                      16550000
                                       WS-GT-LIMIT.                     16560000
           ADD WS-RV-SUGGESTED (WS-SUB) TO WS-RT-SUGGESTED              16570000
                                           WS-GT-SUGGESTED.             16580000
                                                                        16590000
       P41000-EXIT.                                                     16600000
           EXIT.                                                        16610000
           EJECT                                                        16620000
      ***************************************************************** 16630000
      *                                                               * 16640000
      *    PARAGRAPH:  P42000-REP-FOOTER                              * 16650000
      *                                                               * 16660000
      *    FUNCTION :  PRINT THE REP'S RECOMMENDATION COUNTS, LIMIT   * 16670000
      *                TOTALS AND SIGN-OFF LINES                      * 16680000
      *                                                               * 16690000
      *    CALLED BY:  P40000-PRINT-REVIEW                            * 16700000
      *                P41000-PRINT-ENTRY                             * 16710000
      *                                                               * 16720000
      ***************************************************************** 16730000
                                                                        16740000
       P42000-REP-FOOTER.                                               16750000
                                                                        16760000
           WRITE CREDIT-PRINT-REC FROM WS-PL-DASHES.                    16770000
                                                                        16780000
           MOVE SPACES TO WS-PL-CT-TITLE.                               16790000
           STRING 'SALES REP ' WS-CURR-REP ' TOTAL'                     16800000
               DELIMITED BY SIZE INTO WS-PL-CT-TITLE.                   16810000
           MOVE WS-RT-COUNT (1) TO WS-PL-CT-INCREASE.                   16820000
           MOVE WS-RT-COUNT (2) TO WS-PL-CT-KEEP.                       16830000
           MOVE WS-RT-COUNT (3) TO WS-PL-CT-DECREASE.                   16840000
           MOVE WS-RT-COUNT (4) TO WS-PL-CT-HOLD.                       16850000
           WRITE CREDIT-PRINT-REC FROM WS-PL-COUNTS.                    16860000
                                                                        16870000
           MOVE WS-RT-LIMIT TO WS-PL-LM-LIMIT.                          16880000
           MOVE WS-RT-SUGGESTED TO WS-PL-LM-SUGGESTED.                  16890000
           WRITE CREDIT-PRINT-REC FROM WS-PL-LIMITS.                    16900000
                                                                        16910000
           WRITE CREDIT-PRINT-REC FROM WS-PL-BLANK.                     16920000
           WRITE CREDIT-PRINT-REC FROM WS-PL-SIGN-OFF.                  16930000
           WRITE CREDIT-PRINT-REC FROM WS-PL-BLANK.                     16940000
                                                                        16950000
       P42000-EXIT.                                                     16960000
           EXIT.                                                        16970000
           EJECT                                                        16980000
      ***************************************************************** 16990000
      *                                                               * 17000000
      *    PARAGRAPH:  P43000-REP-HEADER                              * 17010000
      *                                                               * 17020000
      *    FUNCTION :  START A NEW SALES REP -- CLEAR ITS TOTALS AND  * 17030000
      *                PRINT ITS NAME AND THE COLUMN HEADINGS         * 17040000
      *                                                               * 17050000
      *    CALLED BY:  P41000-PRINT-ENTRY                             * 17060000
      *                                                               * 17070000
      ***************************************************************** 17080000
                                                                        17090000
       P43000-REP-HEADER.                                               17100000
                                                                        17110000
           INITIALIZE WS-REP-TOTALS.                                    17120000
                                                                        17130000
           MOVE SPACES TO WS-PL-RP-NAME.                                17140000
                                                                        17150000
           IF WS-CURR-REP = SPACES                                      17160000
               MOVE '(NONE)' TO WS-PL-RP-CODE                           17170000
           ELSE                                                         17180000
               MOVE WS-CURR-REP TO WS-PL-RP-CODE                        17190000
               IF SLSREP-FILE-OPEN                                      17200000
                   MOVE WS-CC-PREFIX TO SALES-REP-PRE                   17210000
                   MOVE WS-CURR-REP TO SALES-REP-CODE                   17220000
                   READ VSAM-SALES-REP                                  17230000
                   IF SLSREPF-OK                                        17240000
                       MOVE SALES-REP-NAME TO WS-PL-RP-NAME             17250000
                   END-IF                                               17260000
               END-IF                                                   17270000
           END-IF.                                                      17280000
                                                                        17290000
           WRITE CREDIT-PRINT-REC FROM WS-PL-BLANK.                     17300000
           WRITE CREDIT-PRINT-REC FROM WS-PL-REP-HEADER.                17310000
           WRITE CREDIT-PRINT-REC FROM WS-PL-DASHES.                    17320000
           WRITE CREDIT-PRINT-REC FROM WS-PL-COLUMN-HEADER-1.           17330000
           WRITE CREDIT-PRINT-REC FROM WS-PL-COLUMN-HEADER-2.           17340000
           WRITE CREDIT-PRINT-REC FROM WS-PL-BLANK.                     17350000
                                                                        17360000
       P43000-EXIT.                                                     17370000
           EXIT.                                                        17380000
           EJECT                                                        17390000
      ***************************************************************** 17400000
      *                                                               * 17410000
      *    PARAGRAPH:  P45000-EDIT-DATE                               * 17420000
      *                                                               * 17430000
      *    FUNCTION :  EDIT A CCYYMMDD DATE AS MM/DD/CCYY             * 17440000
      *                                                               * 17450000
      *    CALLED BY:  P01000-SET-QUARTER                             * 17460000
      *                                                               * 17470000
      ***************************************************************** 17480000
                                                                        17490000
       P45000-EDIT-DATE.                                                17500000
                                                                        17510000
           MOVE WS-WD-MONTH TO WS-ED-MONTH.                             17520000
           MOVE WS-WD-DAY TO WS-ED-DAY.                                 17530000
           MOVE WS-WD-YEAR TO WS-ED-YEAR.                               17540000
                                                                        17550000
       P45000-EXIT.                                                     17560000
           EXIT.                                                        17570000
           EJECT                                                        17580000
      ***************************************************************** 17590000
      *                                                               * 17600000
      *    PARAGRAPH:  P99999-ABEND                                   * 17610000
      *                                                               * 17620000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 17630000
      *                ERROR HAS BEEN ENCOUNTERED                     * 17640000
      *                                                               * 17650000
      *    CALLED BY:  VARIOUS                                        * 17660000
      *                                                               * 17670000
      ***************************************************************** 17680000
                                                                        17690000
       P99999-ABEND.                                                    17700000
                                                                        17710000
           DISPLAY ' '.                                                 17720000
           DISPLAY WPEA-ERROR-01.                                       17730000
           DISPLAY WPEA-ERROR-02.                                       17740000
           DISPLAY WPEA-ERROR-03.                                       17750000
           DISPLAY WPEA-ERROR-04.                                       17760000
                                                                        17770000
           IF PDA-DB2-ERROR                                             17780000
               DISPLAY WS-PDA-DB2-ERROR-01                              17790000
               DISPLAY WS-PDA-DB2-ERROR-02                              17800000
           ELSE                                                         17810000
               DISPLAY WS-PDA-BATCH-ERROR-01                            17820000
               DISPLAY WS-PDA-BATCH-ERROR-02                            17830000
           END-IF.                                                      17840000
                                                                        17850000
           DISPLAY WPEA-ERROR-04.                                       17860000
           DISPLAY WPEA-ERROR-03.                                       17870000
           DISPLAY WPEA-ERROR-02.                                       17880000
           DISPLAY WPEA-ERROR-01.                                       17890000
           DISPLAY ' '.                                                 17900000
                                                                        17910000
           MOVE 16 TO RETURN-CODE.                                      17920000
                                                                        17930000
           GOBACK.                                                      17940000
                                                                        17950000
       P99999-EXIT.                                                     17960000
           EXIT.                                                        17970000
