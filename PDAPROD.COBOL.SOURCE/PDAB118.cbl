       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB118.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB118                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB118 IS THE INVENTORY SUBLEDGER        * 00100000
      *             JOURNAL.  RUN NIGHTLY, IT TURNS THE DAY'S         * 00110000
      *             INVENTORY MOVEMENTS INTO BALANCED DEBIT AND       * 00120000
      *             CREDIT LINES ON A GENERAL LEDGER JOURNAL EXTRACT  * 00130000
      *             IN THE SAME FORMAT PDAB14 WRITES FOR SALES, SO    * 00140000
      *             THE LEDGER CARRIES INVENTORY AT THE SAME COST THE * 00150000
      *             SUBLEDGER DOES INSTEAD OF A MONTHLY PLUG.         * 00160000
      *                                                               * 00170000
      *             THE MOVEMENTS JOURNALED, AND WHERE THEY COME      * 00180000
      *             FROM, ARE:                                        * 00190000
      *               RCV  PURCHASE RECEIPTS (PDAB23 RECEIPT          * 00200000
      *                    JOURNAL) AT THE PO UNIT PRICE              * 00210000
      *               LND  LANDED COST SHARES SPREAD TO RECEIVED      * 00220000
      *                    LINES (PDAB105) AT THE SHARE AMOUNT        * 00230000
      *               COG  COST OF GOODS SHIPPED FROM STOCK (COGS     * 00240000
      *                    JOURNAL) AT THE COST RELIEVED              * 00250000
      *               DSC  COST OF DROP-SHIP LINES THE SUPPLIER       * 00260000
      *                    SHIPPED DIRECT (COGS JOURNAL)              * 00270000
      *               ADJ  INVENTORY ADJUSTMENTS AND COUNTS           * 00280000
      *                    (ADJUSTMENT JOURNAL), SIGNED               * 00290000
      *               RST  RETURNS RESTOCKED (PDAB75, ADJUSTMENT      * 00300000
      *                    JOURNAL REASON RTN)                        * 00310000
      *               SCR  RETURNS SCRAPPED (PDAB75)                  * 00320000
      *               RTV  RETURNS SENT BACK TO THE VENDOR (PDAB75)   * 00330000
      *               XFO  TRANSFERS RELEASED INTO TRANSIT (PDAB52)   * 00340000
      *               XFI  TRANSFERS RECEIVED FROM TRANSIT (PDAB52)   * 00350000
      *             MOVEMENTS THAT DO NOT CARRY THEIR OWN COST ARE    * 00360000
      *             VALUED AT THE ITEM / SUPPLIER AVERAGE COST        * 00370000
      *             (VITEMCST); ONE WITH NO AVERAGE COST ON FILE IS   * 00380000
      *             COUNTED AS UNCOSTED AND NOT JOURNALED.            * 00390000
      *                                                               * 00400000
      *             THE MOVEMENTS ARE SUMMARIZED BY MOVEMENT TYPE AND * 00410000
      *             ITEM CATEGORY AND POSTED TO THE ACCOUNTS THE      * 00420000
      *             INVENTORY_GL_MAP TABLE NAMES FOR THAT TYPE AND    * 00430000
      *             CATEGORY (OR FOR THE TYPE AND CATEGORY '*').  A   * 00440000
      *             POSITIVE VALUE DEBITS THE DEBIT ACCOUNT AND       * 00450000
      *             CREDITS THE CREDIT ACCOUNT; A NEGATIVE ONE        * 00460000
      *             REVERSES THEM.  A TYPE AND CATEGORY WITH NO       * 00470000
      *             ACCOUNTS IS LISTED AS UNMAPPED AND LEFT OFF THE   * 00480000
      *             EXTRACT.  THE DAY'S NET EFFECT ON INVENTORY BY    * 00490000
      *             MOVEMENT TYPE IS RECORDED BESIDE THE              * 00500000
      *             SALES_SUMMARY SNAPSHOT (SUMMARY_TYPE J), WHICH    * 00510000
      *             IS REWRITTEN IF THE DAY IS RUN AGAIN.             * 00520000
      *                                                               * 00530000
      *             RUN WITH A PERIOD CARD AT MONTH END, IT PRINTS    * 00540000
      *             THE TIE-OUT:  THE PRIOR PERIOD'S PDAB72           * 00550000
      *             VALUATION PLUS THE PERIOD'S JOURNALED MOVEMENTS   * 00560000
      *             AGAINST THIS PERIOD'S PDAB72 VALUATION.  A        * 00570000
      *             DIFFERENCE ENDS THE RUN WITH RETURN CODE 4, AS    * 00580000
      *             DO UNMAPPED OR UNCOSTED MOVEMENTS ON A NIGHTLY    * 00590000
      *             RUN.                                              * 00600000
      *                                                               * 00610000
      *             CONTROL CARD LAYOUTS:                             * 00620000
      *               NIGHTLY JOURNAL:                                * 00630000
      *                 COL  1-13   DATE=CCYYMMDD (SPACES FOR THE     * 00640000
      *                             RUN DATE)                         * 00650000
      *                 COL 14-26   ' PREFIX=NNNNN'                   * 00660000
      *               MONTH-END TIE-OUT:                              * 00670000
      *                 COL  1-13   PERIOD=CCYYMM                     * 00680000
      *                             (CCYYPP ON A FISCAL CALENDAR)     * 00685000
      *                 COL 14-26   ' PREFIX=NNNNN'                   * 00690000
      *                                                               * 00700000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00710000
      *             RECEIPT JOURNAL      -  VSAM KSDS    (INPUT)      * 00720000
      *             LANDED COST FILE     -  VSAM KSDS    (INPUT)      * 00730000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (INPUT)      * 00740000
      *             COGS JOURNAL         -  VSAM KSDS    (INPUT)      * 00750000
      *             ADJUSTMENT JOURNAL   -  VSAM KSDS    (INPUT)      * 00760000
      *             RETURN FILE          -  VSAM KSDS    (INPUT)      * 00770000
      *             TRANSFER ORDER FILE  -  VSAM KSDS    (INPUT)      * 00780000
      *             ITEM COST FILE       -  VSAM KSDS    (INPUT)      * 00790000
      *             GL JOURNAL EXTRACT   -  SEQUENTIAL   (OUTPUT)     * 00800000
      *             INVENTORY_GL_MAP     -  DB2          (READ-ONLY)  * 00810000
      *             ITEM                 -  DB2          (READ-ONLY)  * 00820000
      *             FISCAL_CALENDAR      -  DB2          (VIA PDAS13) * 00825000
      *             PERIOD_LOCK          -  DB2          (READ-ONLY)  * 00830000
      *             SALES_SUMMARY        -  DB2          (UPDATE)     * 00840000
      *                                                               * 00850000
      ***************************************************************** 00860000
      *             PROGRAM CHANGE LOG                                * 00870000
      *             -------------------                               * 00880000
      *                                                               * 00890000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00900000
      *  --------   --------------------  --------------------------  * 00910000
      *  10/15/26   R. MCALLEN            PERIODS RESOLVED VIA        * 00913333
      *                                   PDAS13 (FISCAL CALENDAR)    * 00916666
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00920000
      *                                                               * 00930000
      ***************************************************************** 00940000
           EJECT                                                        00950000
       ENVIRONMENT DIVISION.                                            00960000
                                                                        00970000
       INPUT-OUTPUT SECTION.                                            00980000
                                                                        00990000
       FILE-CONTROL.                                                    01000000
                                                                        01010000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              01020000
                                                                        01030000
           SELECT GL-JOURNAL-EXTRACT   ASSIGN TO GLINVJ.                01040000
                                                                        01050000
           SELECT VSAM-RECEIPT-JOURNAL ASSIGN TO VRCPTJRN               01060000
                                       ORGANIZATION IS INDEXED          01070000
                                       ACCESS IS DYNAMIC                01080000
                                       RECORD KEY IS RECEIPT-JOURNAL-KEY01090000
                                       FILE STATUS IS WS-RCPTJ-STATUS.  01100000
                                                                        01110000
           SELECT VSAM-LANDED-COST     ASSIGN TO VLANDCST               01120000
                                       ORGANIZATION IS INDEXED          01130000
                                       ACCESS IS DYNAMIC                01140000
                                       RECORD KEY IS LANDED-COST-KEY    01150000
                                       FILE STATUS IS WS-LANDCST-STATUS.01160000
                                                                        01170000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               01180000
                                       ORGANIZATION IS INDEXED          01190000
                                       ACCESS IS RANDOM                 01200000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 01210000
                                       FILE STATUS IS WS-PURCHOR-STATUS.01220000
                                                                        01230000
           SELECT VSAM-COGS            ASSIGN TO VCOGS                  01240000
                                       ORGANIZATION IS INDEXED          01250000
                                       ACCESS IS DYNAMIC                01260000
                                       RECORD KEY IS COGS-KEY           01270000
                                       FILE STATUS IS WS-COGS-STATUS.   01280000
                                                                        01290000
           SELECT VSAM-ADJ-JOURNAL     ASSIGN TO VADJJRNL               01300000
                                       ORGANIZATION IS INDEXED          01310000
                                       ACCESS IS DYNAMIC                01320000
                                       RECORD KEY IS ADJ-JOURNAL-KEY    01330000
                                       FILE STATUS IS WS-ADJJ-STATUS.   01340000
                                                                        01350000
           SELECT VSAM-RETURN          ASSIGN TO VRETURN                01360000
                                       ORGANIZATION IS INDEXED          01370000
                                       ACCESS IS DYNAMIC                01380000
                                       RECORD KEY IS RETURN-KEY         01390000
                                       FILE STATUS IS WS-RETURN-STATUS. 01400000
                                                                        01410000
           SELECT VSAM-TRANSFER        ASSIGN TO VXFERORD               01420000
                                       ORGANIZATION IS INDEXED          01430000
                                       ACCESS IS DYNAMIC                01440000
                                       RECORD KEY IS TRANSFER-ORDER-KEY 01450000
                                       FILE STATUS IS WS-XFER-STATUS.   01460000
                                                                        01470000
           SELECT VSAM-ITEM-COST       ASSIGN TO VITEMCST               01480000
                                       ORGANIZATION IS INDEXED          01490000
                                       ACCESS IS RANDOM                 01500000
                                       RECORD KEY IS ITEM-COST-KEY      01510000
                                       FILE STATUS IS WS-ITMCST-STATUS. 01520000
           EJECT                                                        01530000
       DATA DIVISION.                                                   01540000
                                                                        01550000
       FILE SECTION.                                                    01560000
                                                                        01570000
       FD  CONTROL-CARD                                                 01580000
           LABEL RECORDS ARE STANDARD                                   01590000
           RECORDING MODE IS F                                          01600000
           RECORD CONTAINS 80 CHARACTERS                                01610000
           BLOCK CONTAINS 27920 CHARACTERS.                             01620000
                                                                        01630000
       01  CONTROL-CARD-REC            PIC X(80).                       01640000
                                                                        01650000
       FD  GL-JOURNAL-EXTRACT                                           01660000
           RECORDING MODE IS F                                          01670000
           LABEL RECORDS ARE STANDARD.                                  01680000
                                                                        01690000
       01  GL-JOURNAL-RECORD           PIC X(80).                       01700000
                                                                        01710000
       FD  VSAM-RECEIPT-JOURNAL                                         01720000
           RECORD CONTAINS 120 CHARACTERS.                              01730000
                                                                        01740000
           COPY VRCPTJRN.                                               01750000
                                                                        01760000
       FD  VSAM-LANDED-COST                                             01770000
           RECORD CONTAINS 100 CHARACTERS.                              01780000
                                                                        01790000
           COPY VLANDCST.                                               01800000
                                                                        01810000
       FD  VSAM-PURCHASE-ORDER                                          01820000
           RECORD CONTAINS 200 CHARACTERS.                              01830000
                                                                        01840000
           COPY VPURCHOR.                                               01850000
                                                                        01860000
       FD  VSAM-COGS                                                    01870000
           RECORD CONTAINS 128 CHARACTERS.                              01880000
                                                                        01890000
           COPY VCOGS.                                                  01900000
                                                                        01910000
       FD  VSAM-ADJ-JOURNAL                                             01920000
           RECORD CONTAINS 130 CHARACTERS.                              01930000
                                                                        01940000
           COPY VADJJRNL.                                               01950000
                                                                        01960000
       FD  VSAM-RETURN                                                  01970000
           RECORD CONTAINS 160 CHARACTERS.                              01980000
                                                                        01990000
           COPY VRETURN.                                                02000000
                                                                        02010000
       FD  VSAM-TRANSFER                                                02020000
           RECORD CONTAINS 128 CHARACTERS.                              02030000
                                                                        02040000
           COPY VXFERORD.                                               02050000
                                                                        02060000
       FD  VSAM-ITEM-COST                                               02070000
           RECORD CONTAINS 96 CHARACTERS.                               02080000
                                                                        02090000
           COPY VITEMCST.                                               02100000
           EJECT                                                        02110000
       WORKING-STORAGE SECTION.                                         02120000
                                                                        02130000
      ***************************************************************** 02140000
      *    SWITCHES                                                   * 02150000
      ***************************************************************** 02160000
                                                                        02170000
       01  WS-SWITCHES.                                                 02180000
           05  WS-END-OF-FILE-SW       PIC X     VALUE 'N'.             02190000
               88  END-OF-FILE                   VALUE 'Y'.             02200000
           05  WS-END-OF-DB2-SW        PIC X     VALUE 'N'.             02210000
               88  END-OF-DB2                    VALUE 'Y'.             02220000
           05  WS-MOVE-VALUED-SW       PIC X     VALUE 'N'.             02230000
               88  MOVE-VALUED                   VALUE 'Y'.             02240000
           05  WS-MOVE-UNCOSTED-SW     PIC X     VALUE 'N'.             02250000
               88  MOVE-UNCOSTED                 VALUE 'Y'.             02260000
           05  WS-VALUATION-FOUND-SW   PIC X     VALUE 'N'.             02270000
               88  VALUATION-FOUND               VALUE 'Y'.             02280000
           EJECT                                                        02290000
      ***************************************************************** 02300000
      *    MISCELLANEOUS WORK FIELDS                                  * 02310000
      ***************************************************************** 02320000
                                                                        02330000
       01  WS-MISCELLANEOUS-FIELDS.                                     02340000
           03  WS-RCPTJ-STATUS         PIC XX    VALUE SPACES.          02350000
               88  RCPTJF-OK                     VALUE '  ' '00'.       02360000
               88  RCPTJF-END                    VALUE '10'.            02370000
               88  RCPTJF-NOTFOUND               VALUE '23'.            02380000
               88  RCPTJF-EMPTY                  VALUE '47' '35'.       02390000
           03  WS-LANDCST-STATUS       PIC XX    VALUE SPACES.          02400000
               88  LANDCSTF-OK                   VALUE '  ' '00'.       02410000
               88  LANDCSTF-END                  VALUE '10'.            02420000
               88  LANDCSTF-NOTFOUND             VALUE '23'.            02430000
               88  LANDCSTF-EMPTY                VALUE '47' '35'.       02440000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          02450000
               88  PURCHORD-OK                   VALUE '  ' '00'.       02460000
               88  PURCHORD-NOTFOUND             VALUE '23'.            02470000
               88  PURCHORD-EMPTY                VALUE '47' '35'.       02480000
           03  WS-COGS-STATUS          PIC XX    VALUE SPACES.          02490000
               88  COGSF-OK                      VALUE '  ' '00'.       02500000
               88  COGSF-END                     VALUE '10'.            02510000
               88  COGSF-NOTFOUND                VALUE '23'.            02520000
               88  COGSF-EMPTY                   VALUE '47' '35'.       02530000
           03  WS-ADJJ-STATUS          PIC XX    VALUE SPACES.          02540000
               88  ADJJF-OK                      VALUE '  ' '00'.       02550000
               88  ADJJF-END                     VALUE '10'.            02560000
               88  ADJJF-NOTFOUND                VALUE '23'.            02570000
               88  ADJJF-EMPTY                   VALUE '47' '35'.       02580000
           03  WS-RETURN-STATUS        PIC XX    VALUE SPACES.          02590000
               88  RETURNF-OK                    VALUE '  ' '00'.       02600000
               88  RETURNF-END                   VALUE '10'.            02610000
               88  RETURNF-NOTFOUND              VALUE '23'.            02620000
               88  RETURNF-EMPTY                 VALUE '47' '35'.       02630000
           03  WS-XFER-STATUS          PIC XX    VALUE SPACES.          02640000
               88  XFERF-OK                      VALUE '  ' '00'.       02650000
               88  XFERF-END                     VALUE '10'.            02660000
               88  XFERF-NOTFOUND                VALUE '23'.            02670000
               88  XFERF-EMPTY                   VALUE '47' '35'.       02680000
           03  WS-ITMCST-STATUS        PIC XX    VALUE SPACES.          02690000
               88  ITMCSTF-OK                    VALUE '  ' '00'.       02700000
               88  ITMCSTF-NOTFOUND              VALUE '23'.            02710000
               88  ITMCSTF-EMPTY                 VALUE '47' '35'.       02720000
           03  WS-FINAL-RETURN-CODE    PIC S9(4) VALUE +0       COMP.   02730000
           03  WS-LOCK-COUNT           PIC S9(9) VALUE +0       COMP.   02740000
           03  WS-MT-SUB               PIC S9(4) VALUE +0       COMP.   02750000
           03  WS-MAP-SUB              PIC S9(4) VALUE +0       COMP.   02760000
           03  WS-JE-SUB               PIC S9(4) VALUE +0       COMP.   02770000
           03  WS-MOVEMENTS-READ       PIC S9(7) VALUE +0       COMP-3. 02780000
           03  WS-MOVEMENTS-UNCOSTED   PIC S9(7) VALUE +0       COMP-3. 02790000
           03  WS-ENTRIES-UNMAPPED     PIC S9(7) VALUE +0       COMP-3. 02800000
           03  WS-LINES-WRITTEN        PIC S9(7) VALUE +0       COMP-3. 02810000
           03  WS-ROWS-RECORDED        PIC S9(7) VALUE +0       COMP-3. 02820000
           03  WS-TOTAL-DEBITS         PIC S9(11)V99                    02830000
                                                 VALUE +0       COMP-3. 02840000
           03  WS-TOTAL-CREDITS        PIC S9(11)V99                    02850000
                                                 VALUE +0       COMP-3. 02860000
           03  WS-UNMAPPED-VALUE       PIC S9(11)V99                    02870000
                                                 VALUE +0       COMP-3. 02880000
           03  WS-LINE-AMOUNT          PIC S9(11)V99                    02890000
                                                 VALUE +0       COMP-3. 02900000
           03  WS-LINE-EFFECT          PIC S9(11)V99                    02910000
                                                 VALUE +0       COMP-3. 02920000
           03  WS-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.          02930000
           03  WS-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.          02940000
           03  WS-JOURNAL-PREFIX       PIC 9(5)  VALUE ZEROES.          02950000
           03  WS-JOURNAL-DATE         PIC 9(8)  VALUE ZEROES.          02960000
           03  WS-JOURNAL-DATE-R1 REDEFINES WS-JOURNAL-DATE.            03000000
               05  FILLER              PIC X(2).                        03010000
               05  WS-JD-YYMMDD        PIC X(6).                        03020000
           03  WS-JOURNAL-DATE-R2 REDEFINES WS-JOURNAL-DATE.            03030000
               05  FILLER              PIC 9(4).                        03040000
               05  WS-JD-MONTH         PIC 9(2).                        03050000
               05  WS-JD-DAY           PIC 9(2).                        03060000
           03  WS-JOURNAL-PERIOD       PIC X(6)  VALUE SPACES.          03065000
           03  WS-DATE.                                                 03070000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          03080000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          03090000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          03100000
           EJECT                                                        03110000
      ***************************************************************** 03120000
      *    MONTH-END TIE-OUT WORK FIELDS                              * 03130000
      ***************************************************************** 03140000
                                                                        03150000
       01  WS-TIE-OUT-FIELDS.                                           03160000
           03  WS-PRIOR-PERIOD         PIC X(6)  VALUE SPACES.          03190000
           03  WS-TO-DATE-INTEGER      PIC S9(9) VALUE +0       COMP.   03220000
           03  WS-TO-PERIOD-X          PIC X(6)  VALUE SPACES.          03250000
           03  WS-TO-VALUE             PIC S9(11)V99                    03260000
                                                 VALUE +0       COMP-3. 03270000
           03  WS-OPENING-VALUE        PIC S9(11)V99                    03280000
                                                 VALUE +0       COMP-3. 03290000
           03  WS-CLOSING-VALUE        PIC S9(11)V99                    03300000
                                                 VALUE +0       COMP-3. 03310000
           03  WS-JOURNALED-NET        PIC S9(11)V99                    03320000
                                                 VALUE +0       COMP-3. 03330000
           03  WS-JOURNALED-BALANCE    PIC S9(11)V99                    03340000
                                                 VALUE +0       COMP-3. 03350000
           03  WS-TIE-OUT-DIFFERENCE   PIC S9(11)V99                    03360000
                                                 VALUE +0       COMP-3. 03370000
           03  WS-DAYS-JOURNALED       PIC S9(9) VALUE +0       COMP.   03380000
           03  WS-TO-TYPE              PIC X(3)  VALUE SPACES.          03390000
           03  WS-TO-COUNT             PIC S9(9) VALUE +0       COMP.   03400000
           03  WS-TO-AMOUNT            PIC S9(11)V99                    03410000
                                                 VALUE +0       COMP-3. 03420000
           EJECT                                                        03430000
      ***************************************************************** 03440000
      *    CONTROL CARD LAYOUTS -- THE PREFIX IS IN THE SAME COLUMNS  * 03450000
      *    ON BOTH                                                    * 03460000
      ***************************************************************** 03470000
                                                                        03480000
       01  WS-CONTROL-CARD.                                             03490000
           03  WS-CC-PERIOD-KEYWORD    PIC X(7)  VALUE SPACES.          03500000
           03  WS-CC-PERIOD            PIC X(6)  VALUE SPACES.          03510000
           03  FILLER                  PIC X(8)  VALUE SPACES.          03520000
           03  WS-CC-PREFIX            PIC X(5)  VALUE SPACES.          03530000
           03  FILLER                  PIC X(54) VALUE SPACES.          03540000
                                                                        03550000
       01  WS-CONTROL-CARD-DAY REDEFINES WS-CONTROL-CARD.               03560000
           03  WS-CC-DATE-KEYWORD      PIC X(5).                        03570000
           03  WS-CC-DATE              PIC X(8).                        03580000
           03  FILLER                  PIC X(67).                       03590000
           EJECT                                                        03600000
      ***************************************************************** 03610000
      *    MOVEMENT TYPES -- CODE, DESCRIPTION AND THE DIRECTION THE  * 03620000
      *    MOVEMENT TAKES THE INVENTORY BALANCE (+ IN, - OUT, SPACE   * 03630000
      *    NONE -- THE GOODS NEVER PASS THROUGH VALUED STOCK)         * 03640000
      ***************************************************************** 03650000
                                                                        03660000
       01  WS-MOVEMENT-TYPE-VALUES.                                     03670000
           03  FILLER                  PIC X(03) VALUE 'RCV'.           03680000
           03  FILLER                  PIC X(24)                        03690000
                                       VALUE 'PURCHASE RECEIPTS'.       03700000
           03  FILLER                  PIC X(01) VALUE '+'.             03710000
           03  FILLER                  PIC X(03) VALUE 'LND'.           03720000
           03  FILLER                  PIC X(24)                        03730000
                                       VALUE 'LANDED COST CHARGES'.     03740000
           03  FILLER                  PIC X(01) VALUE '+'.             03750000
           03  FILLER                  PIC X(03) VALUE 'COG'.           03760000
           03  FILLER                  PIC X(24)                        03770000
                                       VALUE 'COST OF GOODS SHIPPED'.   03780000
           03  FILLER                  PIC X(01) VALUE '-'.             03790000
           03  FILLER                  PIC X(03) VALUE 'DSC'.           03800000
           03  FILLER                  PIC X(24)                        03810000
                                       VALUE 'DROP-SHIP COST OF GOODS'. 03820000
           03  FILLER                  PIC X(01) VALUE ' '.             03830000
           03  FILLER                  PIC X(03) VALUE 'ADJ'.           03840000
           03  FILLER                  PIC X(24)                        03850000
                                       VALUE 'INVENTORY ADJUSTMENTS'.   03860000
           03  FILLER                  PIC X(01) VALUE '+'.             03870000
           03  FILLER                  PIC X(03) VALUE 'RST'.           03880000
           03  FILLER                  PIC X(24)                        03890000
                                       VALUE 'RETURNS RESTOCKED'.       03900000
           03  FILLER                  PIC X(01) VALUE '+'.             03910000
           03  FILLER                  PIC X(03) VALUE 'SCR'.           03920000
           03  FILLER                  PIC X(24)                        03930000
                                       VALUE 'RETURNS SCRAPPED'.        03940000
           03  FILLER                  PIC X(01) VALUE ' '.             03950000
           03  FILLER                  PIC X(03) VALUE 'RTV'.           03960000
           03  FILLER                  PIC X(24)                        03970000
                                       VALUE 'RETURNS TO VENDOR'.       03980000
           03  FILLER                  PIC X(01) VALUE ' '.             03990000
           03  FILLER                  PIC X(03) VALUE 'XFO'.           04000000
           03  FILLER                  PIC X(24)                        04010000
                                       VALUE 'TRANSFERS SHIPPED'.       04020000
           03  FILLER                  PIC X(01) VALUE '-'.             04030000
           03  FILLER                  PIC X(03) VALUE 'XFI'.           04040000
           03  FILLER                  PIC X(24)                        04050000
                                       VALUE 'TRANSFERS RECEIVED'.      04060000
           03  FILLER                  PIC X(01) VALUE '+'.             04070000
                                                                        04080000
       01  WS-MOVEMENT-TYPE-TABLE REDEFINES WS-MOVEMENT-TYPE-VALUES.    04090000
           03  WS-MT-ENTRY             OCCURS 10 TIMES.                 04100000
               05  WS-MT-TYPE          PIC X(03).                       04110000
               05  WS-MT-DESCRIPTION   PIC X(24).                       04120000
               05  WS-MT-EFFECT        PIC X(01).                       04130000
                                                                        04140000
       01  WS-MOVEMENT-TOTALS.                                          04150000
           03  WS-MT-MAX               PIC S9(4) VALUE +10      COMP.   04160000
           03  WS-MV-ENTRY             OCCURS 10 TIMES.                 04170000
               05  WS-MV-COUNT         PIC S9(7)       COMP-3.          04180000
               05  WS-MV-UNCOSTED      PIC S9(7)       COMP-3.          04190000
               05  WS-MV-VALUE         PIC S9(11)V99   COMP-3.          04200000
               05  WS-MV-JOURNALED     PIC S9(11)V99   COMP-3.          04210000
           EJECT                                                        04220000
      ***************************************************************** 04230000
      *    THE MOVEMENT BEING JOURNALED                               * 04240000
      ***************************************************************** 04250000
                                                                        04260000
       01  WS-MOVEMENT.                                                 04270000
           03  WS-MOVE-TYPE            PIC X(3)  VALUE SPACES.          04280000
           03  WS-MOVE-ITEM-NUMBER     PIC X(32) VALUE SPACES.          04290000
           03  WS-MOVE-SUPPLIER-ID     PIC X(32) VALUE SPACES.          04300000
           03  WS-MOVE-QUANTITY        PIC S9(9) VALUE +0       COMP-3. 04310000
           03  WS-MOVE-VALUE           PIC S9(11)V99                    04320000
                                                 VALUE +0       COMP-3. 04330000
           EJECT                                                        04340000
      ***************************************************************** 04350000
      *    ACCOUNT MAP -- INVENTORY_GL_MAP LOADED AT START            * 04360000
      ***************************************************************** 04370000
                                                                        04380000
       01  WS-MAP-TABLE.                                                04390000
           03  WS-MAP-MAX              PIC S9(4) VALUE +300     COMP.   04400000
           03  WS-MAP-USED             PIC S9(4) VALUE +0       COMP.   04410000
           03  WS-MAP-ENTRY            OCCURS 300 TIMES.                04420000
               05  WS-MP-TYPE          PIC X(3).                        04430000
               05  WS-MP-CATEGORY      PIC X(32).                       04440000
               05  WS-MP-DEBIT         PIC X(10).                       04450000
               05  WS-MP-CREDIT        PIC X(10).                       04460000
           EJECT                                                        04470000
      ***************************************************************** 04480000
      *    JOURNAL ENTRIES -- ONE PER MOVEMENT TYPE AND CATEGORY      * 04490000
      ***************************************************************** 04500000
                                                                        04510000
       01  WS-ENTRY-TABLE.                                              04520000
           03  WS-JE-MAX               PIC S9(4) VALUE +250     COMP.   04530000
           03  WS-JE-USED              PIC S9(4) VALUE +0       COMP.   04540000
           03  WS-JE-ENTRY             OCCURS 250 TIMES.                04550000
               05  WS-JE-TYPE-SUB      PIC S9(4)       COMP.            04560000
               05  WS-JE-CATEGORY      PIC X(32).                       04570000
               05  WS-JE-COUNT         PIC S9(7)       COMP-3.          04580000
               05  WS-JE-VALUE         PIC S9(11)V99   COMP-3.          04590000
               05  WS-JE-DEBIT         PIC X(10).                       04600000
               05  WS-JE-CREDIT        PIC X(10).                       04610000
               05  WS-JE-MAPPED-SW     PIC X(1).                        04620000
                   88  WS-JE-MAPPED              VALUE 'Y'.             04630000
           EJECT                                                        04640000
      ***************************************************************** 04650000
      *    GL JOURNAL EXTRACT RECORD BUILD AREA -- THE PDAB14 LAYOUT  * 04660000
      *    RECORD-TYPE 'HD' - ONE HEADER CARRYING THE JOURNAL DATE    * 04670000
      *    RECORD-TYPE 'DT' - ONE DEBIT AND ONE CREDIT LINE PER       * 04680000
      *                       MOVEMENT TYPE AND CATEGORY; THE         * 04690000
      *                       MOVEMENT TYPE RIDES IN THE PURCHASE     * 04700000
      *                       TYPE POSITION AND THE ACCOUNT AND D / C * 04710000
      *                       FOLLOW THE AMOUNTS                      * 04720000
      *    RECORD-TYPE 'TL' - ONE TRAILER CARRYING THE TOTAL DEBITS   * 04730000
      *                       AND THE DETAIL LINE COUNT               * 04740000
      ***************************************************************** 04750000
                                                                        04760000
       01  WS-GL-JOURNAL-LINE.                                          04770000
           05  WS-GLJ-RECORD-TYPE      PIC X(2)  VALUE SPACES.          04780000
           05  FILLER                  PIC X     VALUE SPACE.           04790000
           05  WS-GLJ-PURCHASE-TYPE    PIC X(3)  VALUE SPACES.          04800000
           05  FILLER                  PIC X     VALUE SPACE.           04810000
           05  WS-GLJ-FROM-DATE        PIC X(6)  VALUE SPACES.          04820000
           05  FILLER                  PIC X     VALUE SPACE.           04830000
           05  WS-GLJ-TO-DATE          PIC X(6)  VALUE SPACES.          04840000
           05  FILLER                  PIC X     VALUE SPACE.           04850000
           05  WS-GLJ-TOTAL-AMOUNT     PIC 9(9)V9(2) VALUE ZEROES.      04860000
           05  FILLER                  PIC X     VALUE SPACE.           04870000
           05  WS-GLJ-ORDER-COUNT      PIC 9(7)  VALUE ZEROES.          04880000
           05  FILLER                  PIC X     VALUE SPACE.           04890000
           05  WS-GLJ-TAX-AMOUNT       PIC 9(9)V9(2) VALUE ZEROES.      04900000
           05  FILLER                  PIC X     VALUE SPACE.           04910000
           05  WS-GLJ-FREIGHT-AMOUNT   PIC 9(9)V9(2) VALUE ZEROES.      04920000
           05  FILLER                  PIC X     VALUE SPACE.           04930000
           05  WS-GLJ-ACCOUNT          PIC X(10) VALUE SPACES.          04940000
           05  FILLER                  PIC X     VALUE SPACE.           04950000
           05  WS-GLJ-DEBIT-CREDIT     PIC X     VALUE SPACE.           04960000
           05  FILLER                  PIC X(3)  VALUE SPACES.          04970000
           EJECT                                                        04980000
      ***************************************************************** 04990000
      *    DISPLAY AREA                                               * 05000000
      ***************************************************************** 05010000
                                                                        05020000
       01  WS-DISPLAY-LINES.                                            05030000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         05040000
           03  WS-DL-BLANK.                                             05050000
               05  FILLER         PIC X(01) VALUE '*'.                  05060000
               05  FILLER         PIC X(78) VALUE SPACES.               05070000
               05  FILLER         PIC X(01) VALUE '*'.                  05080000
           03  WS-DL-LINE.                                              05090000
               05  FILLER         PIC X(01) VALUE '*'.                  05100000
               05  WS-DL-LINE-TEXT                                      05110000
                                  PIC X(78) VALUE SPACES.               05120000
               05  FILLER         PIC X(01) VALUE '*'.                  05130000
                                                                        05140000
       01  WS-DL-ENTRY.                                                 05150000
           03  FILLER                  PIC X(01) VALUE '*'.             05160000
           03  FILLER                  PIC X(02) VALUE SPACES.          05170000
           03  WS-DL-EN-TYPE           PIC X(03) VALUE SPACES.          05180000
           03  FILLER                  PIC X(01) VALUE SPACES.          05190000
           03  WS-DL-EN-CATEGORY       PIC X(20) VALUE SPACES.          05200000
           03  FILLER                  PIC X(01) VALUE SPACES.          05210000
           03  WS-DL-EN-COUNT          PIC ZZ,ZZ9.                      05220000
           03  FILLER                  PIC X(01) VALUE SPACES.          05230000
           03  WS-DL-EN-VALUE          PIC ZZZ,ZZZ,ZZ9.99-.             05240000
           03  FILLER                  PIC X(02) VALUE SPACES.          05250000
           03  WS-DL-EN-DEBIT          PIC X(10) VALUE SPACES.          05260000
           03  FILLER                  PIC X(01) VALUE SPACES.          05270000
           03  WS-DL-EN-CREDIT         PIC X(10) VALUE SPACES.          05280000
           03  FILLER                  PIC X(06) VALUE SPACES.          05290000
           03  FILLER                  PIC X(01) VALUE '*'.             05300000
                                                                        05310000
       01  WS-DL-MOVEMENT.                                              05320000
           03  FILLER                  PIC X(01) VALUE '*'.             05330000
           03  FILLER                  PIC X(02) VALUE SPACES.          05340000
           03  WS-DL-MV-TYPE           PIC X(03) VALUE SPACES.          05350000
           03  FILLER                  PIC X(01) VALUE SPACES.          05360000
           03  WS-DL-MV-DESCRIPTION    PIC X(24) VALUE SPACES.          05370000
           03  FILLER                  PIC X(01) VALUE SPACES.          05380000
           03  WS-DL-MV-COUNT          PIC ZZZ,ZZ9.                     05390000
           03  FILLER                  PIC X(01) VALUE SPACES.          05400000
           03  WS-DL-MV-VALUE          PIC ZZZ,ZZZ,ZZ9.99-.             05410000
           03  FILLER                  PIC X(01) VALUE SPACES.          05420000
           03  FILLER                  PIC X(09) VALUE SPACES.          05430000
           03  WS-DL-MV-UNCOSTED       PIC ZZ,ZZ9                       05440000
                                       BLANK WHEN ZERO.                 05450000
           03  FILLER                  PIC X(08) VALUE SPACES.          05460000
           03  FILLER                  PIC X(01) VALUE '*'.             05470000
                                                                        05480000
       01  WS-DL-AMOUNT.                                                05490000
           03  FILLER                  PIC X(01) VALUE '*'.             05500000
           03  FILLER                  PIC X(02) VALUE SPACES.          05510000
           03  WS-DL-AM-LABEL          PIC X(44) VALUE SPACES.          05520000
           03  FILLER                  PIC X(08) VALUE ' AMOUNT '.      05530000
           03  WS-DL-AM-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.         05540000
           03  FILLER                  PIC X(05) VALUE SPACES.          05550000
           03  FILLER                  PIC X(01) VALUE '*'.             05560000
           EJECT                                                        05570000
      ***************************************************************** 05580000
      *    DB2  DEFINITIONS                                           * 05590000
      ***************************************************************** 05600000
                                                                        05610000
      ***************************************************************** 05620000
      *         SQL COMMUNICATIONS AREA                               * 05630000
      ***************************************************************** 05640000
                                                                        05650000
           EXEC SQL                                                     05660000
              INCLUDE SQLCA                                             05670000
           END-EXEC.                                                    05680000
           EJECT                                                        05690000
           EXEC SQL                                                     05700000
              INCLUDE DINVGLMP                                          05710000
           END-EXEC.                                                    05720000
           EJECT                                                        05730000
           EXEC SQL                                                     05740000
              INCLUDE DITEM                                             05750000
           END-EXEC.                                                    05760000
           EJECT                                                        05770000
           EXEC SQL                                                     05780000
              INCLUDE DPERLOCK                                          05790000
           END-EXEC.                                                    05800000
           EJECT                                                        05810000
           EXEC SQL                                                     05820000
              INCLUDE DSLSSUM                                           05830000
           END-EXEC.                                                    05840000
           EJECT                                                        05850000
      ***************************************************************** 05860000
      *    ACCOUNT MAP CURSOR                                         * 05870000
      ***************************************************************** 05880000
                                                                        05890000
           EXEC SQL DECLARE GLMAPCUR CURSOR FOR                         05900000
               SELECT   MOVEMENT_TYPE,                                  05910000
                        CATEGORY_NAME,                                  05920000
                        DEBIT_ACCOUNT,                                  05930000
                        CREDIT_ACCOUNT                                  05940000
               FROM     INVENTORY_GL_MAP                                05950000
               ORDER BY MOVEMENT_TYPE, CATEGORY_NAME                    05960000
           END-EXEC.                                                    05970000
           EJECT                                                        05980000
      ***************************************************************** 05990000
      *    TIE-OUT CURSOR -- THE PERIOD'S JOURNALED DAYS BY MOVEMENT  * 06000000
      *    TYPE                                                       * 06010000
      ***************************************************************** 06020000
                                                                        06030000
           EXEC SQL DECLARE JRNLCUR CURSOR FOR                          06040000
               SELECT   SUBSTR(KEY_VALUE, 10, 3),                       06050000
                        SUM(ORDER_COUNT),                               06060000
                        SUM(TOTAL_AMOUNT)                               06070000
               FROM     SALES_SUMMARY                                   06080000
               WHERE    PREFIX = :WS-CC-PREFIX                          06090000
                 AND    PERIOD = :WS-CC-PERIOD                          06100000
                 AND    SUMMARY_TYPE = 'J'                              06110000
               GROUP BY SUBSTR(KEY_VALUE, 10, 3)                        06120000
               ORDER BY 1                                               06130000
           END-EXEC.                                                    06140000
           EJECT                                                        06150000
      ***************************************************************** 06151428
      *    PERIOD RESOLUTION (PDAS13) PARAMETERS                      * 06152856
      ***************************************************************** 06154284
                                                                        06155712
           COPY PDAS13CY.                                               06157140
           EJECT                                                        06158568
      ***************************************************************** 06160000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 06170000
      ***************************************************************** 06180000
                                                                        06190000
           COPY PDAERRWS.                                               06200000
                                                                        06210000
       01  WS-PDA-BATCH-ERROR-01.                                       06220000
           05  FILLER             PIC X     VALUE SPACES.               06230000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             06240000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          06250000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB118'.            06260000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      06270000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               06280000
                                                                        06290000
       01  WS-PDA-BATCH-ERROR-02.                                       06300000
           05  FILLER             PIC X(8)  VALUE SPACES.               06310000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               06320000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   06330000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               06340000
           EJECT                                                        06350000
      ***************************************************************** 06360000
      *    P R O C E D U R E    D I V I S I O N                       * 06370000
      ***************************************************************** 06380000
                                                                        06390000
       PROCEDURE DIVISION.                                              06400000
                                                                        06410000
      ***************************************************************** 06420000
      *                                                               * 06430000
      *    PARAGRAPH:  P00000-MAINLINE                                * 06440000
      *                                                               * 06450000
      *    FUNCTION :  PROGRAM ENTRY.  READ THE CONTROL CARD AND RUN  * 06460000
      *                THE NIGHTLY JOURNAL OR THE MONTH-END TIE-OUT   * 06470000
      *                                                               * 06480000
      *    CALLED BY:  NONE                                           * 06490000
      *                                                               * 06500000
      ***************************************************************** 06510000
                                                                        06520000
       P00000-MAINLINE.                                                 06530000
                                                                        06540000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  06550000
                                                                        06560000
           OPEN INPUT CONTROL-CARD.                                     06570000
                                                                        06580000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       06590000
               AT END                                                   06600000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          06610000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      06620000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               06630000
                                                                        06640000
           CLOSE CONTROL-CARD.                                          06650000
                                                                        06660000
           IF WS-CC-PREFIX NOT NUMERIC                                  06670000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              06680000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          06690000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06700000
           END-IF.                                                      06710000
                                                                        06720000
           MOVE WS-CC-PREFIX TO WS-JOURNAL-PREFIX.                      06730000
                                                                        06740000
           EVALUATE TRUE                                                06750000
               WHEN WS-CC-DATE-KEYWORD = 'DATE='                        06760000
                   PERFORM P10000-JOURNAL-DAY THRU P10000-EXIT          06770000
               WHEN WS-CC-PERIOD-KEYWORD = 'PERIOD='                    06780000
                   PERFORM P70000-TIE-OUT THRU P70000-EXIT              06790000
               WHEN OTHER                                               06800000
                   MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE          06810000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      06820000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06830000
           END-EVALUATE.                                                06840000
                                                                        06850000
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.                    06860000
                                                                        06870000
           GOBACK.                                                      06880000
                                                                        06890000
       P00000-EXIT.                                                     06900000
           EXIT.                                                        06910000
           EJECT                                                        06920000
      ***************************************************************** 06930000
      *                                                               * 06940000
      *    PARAGRAPH:  P10000-JOURNAL-DAY                             * 06950000
      *                                                               * 06960000
      *    FUNCTION :  JOURNAL ONE DAY'S INVENTORY MOVEMENTS -- GATHER *06970000
      *                AND VALUE THEM, WRITE THE GL EXTRACT, PRINT    * 06980000
      *                THE REGISTER AND RECORD THE DAY'S NET EFFECT   * 06990000
      *                                                               * 07000000
      *    CALLED BY:  P00000-MAINLINE                                * 07010000
      *                                                               * 07020000
      ***************************************************************** 07030000
                                                                        07040000
       P10000-JOURNAL-DAY.                                              07050000
                                                                        07060000
           IF WS-CC-DATE = SPACES                                       07070000
               MOVE WS-DATE TO WS-CC-DATE                               07080000
           END-IF.                                                      07090000
                                                                        07100000
           IF WS-CC-DATE NOT NUMERIC                                    07110000
               MOVE 'JOURNAL DATE INVALID' TO WPBE-MESSAGE              07120000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          07130000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07140000
           END-IF.                                                      07150000
                                                                        07160000
           MOVE WS-CC-DATE TO WS-JOURNAL-DATE.                          07170000
                                                                        07180000
           IF WS-JD-MONTH < 01 OR WS-JD-MONTH > 12                      07190000
              OR WS-JD-DAY < 01 OR WS-JD-DAY > 31                       07200000
               MOVE 'JOURNAL DATE INVALID' TO WPBE-MESSAGE              07210000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          07220000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07230000
           END-IF.                                                      07240000
                                                                        07240312
      ***************************************************************** 07240624
      *    THE DAY IS RECORDED UNDER THE PERIOD HOLDING IT -- A       * 07240936
      *    FISCAL PERIOD, OR ITS CALENDAR MONTH WHEN THE PREFIX HAS   * 07241248
      *    NO FISCAL CALENDAR                                         * 07241560
      ***************************************************************** 07241872
                                                                        07242184
           MOVE SPACES TO PDAS13-PARMS.                                 07242496
           MOVE 'D' TO PDAS13-FUNCTION.                                 07242808
           MOVE WS-CC-PREFIX TO PDAS13-PREFIX.                          07243120
           MOVE WS-JOURNAL-DATE TO PDAS13-DATE.                         07243432
                                                                        07243744
           CALL 'PDAS13' USING PDAS13-PARMS.                            07244056
                                                                        07244368
           IF PDAS13-CALENDAR-ERROR                                     07244680
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          07244992
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        07245304
               MOVE PDAS13-SQLCODE TO WPDE-DB2-SQLCODE                  07245616
               MOVE 'PDAS13 PERIOD RESOLUTION' TO WPDE-FUNCTION         07245928
               MOVE 'P10000' TO WPDE-PARAGRAPH                          07246240
               PERFORM P99999-ABEND THRU P99999-EXIT                    07246552
           END-IF.                                                      07246864
                                                                        07247176
           IF NOT PDAS13-RESOLVED                                       07247488
               MOVE 'JOURNAL DATE NOT ON FISCAL CALENDAR'               07247800
                   TO WPBE-MESSAGE                                      07248112
               MOVE 'P10000' TO WPBE-PARAGRAPH                          07248424
               PERFORM P99999-ABEND THRU P99999-EXIT                    07248736
           END-IF.                                                      07249048
                                                                        07249360
           MOVE PDAS13-PERIOD TO WS-JOURNAL-PERIOD.                     07249672
                                                                        07250000
           DISPLAY ' '.                                                 07260000
           DISPLAY WS-DL-ASTERISK.                                      07270000
           DISPLAY WS-DL-BLANK.                                         07280000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              07290000
           STRING '  PDAB118 - INVENTORY SUBLEDGER JOURNAL FOR '        07300000
               WS-CC-DATE ' PREFIX ' WS-CC-PREFIX                       07310000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  07320000
           DISPLAY WS-DL-LINE.                                          07330000
           DISPLAY WS-DL-BLANK.                                         07340000
           DISPLAY WS-DL-ASTERISK.                                      07350000
           DISPLAY ' '.                                                 07360000
                                                                        07370000
           PERFORM P11000-LOAD-GL-MAP THRU P11000-EXIT.                 07380000
                                                                        07390000
           OPEN INPUT VSAM-ITEM-COST.                                   07400000
                                                                        07410000
           IF NOT ITMCSTF-OK AND NOT ITMCSTF-EMPTY                      07420000
               MOVE 'OPEN ITEM COST FILE FAILED' TO WPBE-MESSAGE        07430000
               MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS                07440000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          07450000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07460000
           END-IF.                                                      07470000
                                                                        07480000
           OPEN INPUT VSAM-PURCHASE-ORDER.                              07490000
                                                                        07500000
           IF NOT PURCHORD-OK AND NOT PURCHORD-EMPTY                    07510000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   07520000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               07530000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          07540000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07550000
           END-IF.                                                      07560000
                                                                        07570000
           PERFORM P20000-JOURNAL-RECEIPTS THRU P20000-EXIT.            07580000
           PERFORM P21000-JOURNAL-LANDED-COST THRU P21000-EXIT.         07590000
           PERFORM P22000-JOURNAL-COGS THRU P22000-EXIT.                07600000
           PERFORM P23000-JOURNAL-ADJUSTMENTS THRU P23000-EXIT.         07610000
           PERFORM P24000-JOURNAL-RETURNS THRU P24000-EXIT.             07620000
           PERFORM P25000-JOURNAL-TRANSFERS THRU P25000-EXIT.           07630000
                                                                        07640000
           CLOSE VSAM-ITEM-COST                                         07650000
                 VSAM-PURCHASE-ORDER.                                   07660000
                                                                        07670000
           PERFORM P30000-WRITE-JOURNAL THRU P30000-EXIT.               07680000
                                                                        07690000
           PERFORM P35000-PRINT-REGISTER THRU P35000-EXIT.              07700000
                                                                        07710000
           PERFORM P40000-RECORD-DAY THRU P40000-EXIT.                  07720000
                                                                        07730000
           DISPLAY ' '.                                                 07740000
           DISPLAY 'PDAB118 - MOVEMENTS READ      ' WS-MOVEMENTS-READ.  07750000
           DISPLAY 'PDAB118 - MOVEMENTS UNCOSTED  '                     07760000
               WS-MOVEMENTS-UNCOSTED.                                   07770000
           DISPLAY 'PDAB118 - ENTRIES UNMAPPED    ' WS-ENTRIES-UNMAPPED.07780000
           DISPLAY 'PDAB118 - GL LINES WRITTEN    ' WS-LINES-WRITTEN.   07790000
           DISPLAY 'PDAB118 - SUMMARY ROWS        ' WS-ROWS-RECORDED.   07800000
           DISPLAY ' '.                                                 07810000
                                                                        07820000
           IF WS-MOVEMENTS-UNCOSTED > ZEROES                            07830000
              OR WS-ENTRIES-UNMAPPED > ZEROES                           07840000
               MOVE +4 TO WS-FINAL-RETURN-CODE                          07850000
           END-IF.                                                      07860000
                                                                        07870000
       P10000-EXIT.                                                     07880000
           EXIT.                                                        07890000
           EJECT                                                        07900000
      ***************************************************************** 07910000
      *                                                               * 07920000
      *    PARAGRAPH:  P11000-LOAD-GL-MAP                             * 07930000
      *                                                               * 07940000
      *    FUNCTION :  LOAD THE INVENTORY_GL_MAP ACCOUNTS INTO THE    * 07950000
      *                MAP TABLE                                      * 07960000
      *                                                               * 07970000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 07980000
      *                                                               * 07990000
      ***************************************************************** 08000000
                                                                        08010000
       P11000-LOAD-GL-MAP.                                              08020000
                                                                        08030000
           EXEC SQL                                                     08040000
               OPEN GLMAPCUR                                            08050000
           END-EXEC.                                                    08060000
                                                                        08070000
           IF SQLCODE NOT = +0                                          08080000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          08090000
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        08100000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         08110000
               MOVE 'OPEN GLMAPCUR' TO WPDE-FUNCTION                    08120000
               MOVE 'P11000' TO WPDE-PARAGRAPH                          08130000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08140000
           END-IF.                                                      08150000
                                                                        08160000
           MOVE 'N' TO WS-END-OF-DB2-SW.                                08170000
                                                                        08180000
           PERFORM P11100-FETCH-GL-MAP THRU P11100-EXIT                 08190000
               UNTIL END-OF-DB2.                                        08200000
                                                                        08210000
           EXEC SQL                                                     08220000
               CLOSE GLMAPCUR                                           08230000
           END-EXEC.                                                    08240000
                                                                        08250000
           IF WS-MAP-USED = ZEROES                                      08260000
               MOVE '  NO ACCOUNTS ON INVENTORY_GL_MAP -- NOTHING WILL' 08270000
                   TO WS-DL-LINE-TEXT                                   08280000
               DISPLAY WS-DL-LINE                                       08290000
               MOVE '  BE JOURNALED' TO WS-DL-LINE-TEXT                 08300000
               DISPLAY WS-DL-LINE                                       08310000
               DISPLAY ' '                                              08320000
           END-IF.                                                      08330000
                                                                        08340000
       P11000-EXIT.                                                     08350000
           EXIT.                                                        08360000
           EJECT                                                        08370000
      ***************************************************************** 08380000
      *                                                               * 08390000
      *    PARAGRAPH:  P11100-FETCH-GL-MAP                            * 08400000
      *                                                               * 08410000
      *    FUNCTION :  FETCH THE NEXT ACCOUNT MAP ROW INTO THE TABLE  * 08420000
      *                                                               * 08430000
      *    CALLED BY:  P11000-LOAD-GL-MAP                             * 08440000
      *                                                               * 08450000
      ***************************************************************** 08460000
                                                                        08470000
       P11100-FETCH-GL-MAP.                                             08480000
                                                                        08490000
           EXEC SQL                                                     08500000
               FETCH  GLMAPCUR                                          08510000
               INTO   :IGM-MOVEMENT-TYPE,                               08520000
                      :IGM-CATEGORY-NAME,                               08530000
                      :IGM-DEBIT-ACCOUNT,                               08540000
                      :IGM-CREDIT-ACCOUNT                               08550000
           END-EXEC.                                                    08560000
                                                                        08570000
           EVALUATE TRUE                                                08580000
               WHEN SQLCODE = +0                                        08590000
                   CONTINUE                                             08600000
               WHEN SQLCODE = +100                                      08610000
                   MOVE 'Y' TO WS-END-OF-DB2-SW                         08620000
                   GO TO P11100-EXIT                                    08630000
               WHEN OTHER                                               08640000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      08650000
                   MOVE 'PDAB118' TO WPDE-PROGRAM-ID                    08660000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     08670000
                   MOVE 'FETCH GLMAPCUR' TO WPDE-FUNCTION               08680000
                   MOVE 'P11100' TO WPDE-PARAGRAPH                      08690000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08700000
           END-EVALUATE.                                                08710000
                                                                        08720000
           IF WS-MAP-USED NOT < WS-MAP-MAX                              08730000
               MOVE 'ACCOUNT MAP TABLE FULL' TO WPBE-MESSAGE            08740000
               MOVE 'P11100' TO WPBE-PARAGRAPH                          08750000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08760000
           END-IF.                                                      08770000
                                                                        08780000
           ADD +1 TO WS-MAP-USED.                                       08790000
           MOVE IGM-MOVEMENT-TYPE TO WS-MP-TYPE (WS-MAP-USED).          08800000
           MOVE IGM-CATEGORY-NAME TO WS-MP-CATEGORY (WS-MAP-USED).      08810000
           MOVE IGM-DEBIT-ACCOUNT TO WS-MP-DEBIT (WS-MAP-USED).         08820000
           MOVE IGM-CREDIT-ACCOUNT TO WS-MP-CREDIT (WS-MAP-USED).       08830000
                                                                        08840000
       P11100-EXIT.                                                     08850000
           EXIT.                                                        08860000
           EJECT                                                        08870000
      ***************************************************************** 08880000
      *                                                               * 08890000
      *    PARAGRAPH:  P20000-JOURNAL-RECEIPTS                        * 08900000
      *                                                               * 08910000
      *    FUNCTION :  JOURNAL THE DAY'S PURCHASE RECEIPTS FROM THE   * 08920000
      *                RECEIPT JOURNAL                                * 08930000
      *                                                               * 08940000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 08950000
      *                                                               * 08960000
      ***************************************************************** 08970000
                                                                        08980000
       P20000-JOURNAL-RECEIPTS.                                         08990000
                                                                        09000000
           OPEN INPUT VSAM-RECEIPT-JOURNAL.                             09010000
                                                                        09020000
           IF RCPTJF-EMPTY                                              09030000
               GO TO P20000-EXIT                                        09040000
           END-IF.                                                      09050000
                                                                        09060000
           IF NOT RCPTJF-OK                                             09070000
               MOVE 'OPEN RECEIPT JOURNAL FAILED' TO WPBE-MESSAGE       09080000
               MOVE WS-RCPTJ-STATUS TO WPBE-FILE-STATUS                 09090000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          09100000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09110000
           END-IF.                                                      09120000
                                                                        09130000
           MOVE WS-JOURNAL-DATE TO RECEIPT-JOURNAL-DATE.                09140000
           MOVE ZEROES TO RECEIPT-JOURNAL-SEQ.                          09150000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               09160000
                                                                        09170000
           START VSAM-RECEIPT-JOURNAL                                   09180000
               KEY NOT LESS THAN RECEIPT-JOURNAL-KEY.                   09190000
                                                                        09200000
           IF RCPTJF-NOTFOUND OR RCPTJF-END                             09210000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            09220000
           ELSE                                                         09230000
               IF NOT RCPTJF-OK                                         09240000
                   MOVE 'START RECEIPT JOURNAL FAILED' TO WPBE-MESSAGE  09250000
                   MOVE WS-RCPTJ-STATUS TO WPBE-FILE-STATUS             09260000
                   MOVE 'P20000' TO WPBE-PARAGRAPH                      09270000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09280000
               END-IF                                                   09290000
           END-IF.                                                      09300000
                                                                        09310000
           PERFORM P20100-NEXT-RECEIPT THRU P20100-EXIT                 09320000
               UNTIL END-OF-FILE.                                       09330000
                                                                        09340000
           CLOSE VSAM-RECEIPT-JOURNAL.                                  09350000
                                                                        09360000
       P20000-EXIT.                                                     09370000
           EXIT.                                                        09380000
           EJECT                                                        09390000
      ***************************************************************** 09400000
      *                                                               * 09410000
      *    PARAGRAPH:  P20100-NEXT-RECEIPT                            * 09420000
      *                                                               * 09430000
      *    FUNCTION :  READ THE NEXT RECEIPT OF THE DAY AND JOURNAL   * 09440000
      *                IT AT ITS PO UNIT PRICE                        * 09450000
      *                                                               * 09460000
      *    CALLED BY:  P20000-JOURNAL-RECEIPTS                        * 09470000
      *                                                               * 09480000
      ***************************************************************** 09490000
                                                                        09500000
       P20100-NEXT-RECEIPT.                                             09510000
                                                                        09520000
           READ VSAM-RECEIPT-JOURNAL NEXT.                              09530000
                                                                        09540000
           IF RCPTJF-END                                                09550000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            09560000
               GO TO P20100-EXIT                                        09570000
           END-IF.                                                      09580000
                                                                        09590000
           IF NOT RCPTJF-OK                                             09600000
               MOVE 'READ NEXT RECEIPT JOURNAL FAILED' TO WPBE-MESSAGE  09610000
               MOVE WS-RCPTJ-STATUS TO WPBE-FILE-STATUS                 09620000
               MOVE 'P20100' TO WPBE-PARAGRAPH                          09630000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09640000
           END-IF.                                                      09650000
                                                                        09660000
           IF RECEIPT-JOURNAL-DATE > WS-JOURNAL-DATE                    09670000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            09680000
               GO TO P20100-EXIT                                        09690000
           END-IF.                                                      09700000
                                                                        09710000
           IF RECEIPT-JOURNAL-PREFIX NOT = WS-JOURNAL-PREFIX            09720000
               GO TO P20100-EXIT                                        09730000
           END-IF.                                                      09740000
                                                                        09750000
           MOVE 'RCV' TO WS-MOVE-TYPE.                                  09760000
           MOVE RECEIPT-JOURNAL-ITEM-NUMBER TO WS-MOVE-ITEM-NUMBER.     09770000
           MOVE RECEIPT-JOURNAL-SUPPLIER-ID TO WS-MOVE-SUPPLIER-ID.     09780000
           MOVE RECEIPT-JOURNAL-QUANTITY TO WS-MOVE-QUANTITY.           09790000
           COMPUTE WS-MOVE-VALUE ROUNDED =                              09800000
               RECEIPT-JOURNAL-QUANTITY * RECEIPT-JOURNAL-UNIT-COST.    09810000
           MOVE 'Y' TO WS-MOVE-VALUED-SW.                               09820000
                                                                        09830000
           PERFORM P50000-POST-MOVEMENT THRU P50000-EXIT.               09840000
                                                                        09850000
       P20100-EXIT.                                                     09860000
           EXIT.                                                        09870000
           EJECT                                                        09880000
      ***************************************************************** 09890000
      *                                                               * 09900000
      *    PARAGRAPH:  P21000-JOURNAL-LANDED-COST                     * 09910000
      *                                                               * 09920000
      *    FUNCTION :  JOURNAL THE LANDED COST SHARES POSTED TO       * 09930000
      *                RECEIVED LINES ON THE DAY                      * 09940000
      *                                                               * 09950000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 09960000
      *                                                               * 09970000
      ***************************************************************** 09980000
                                                                        09990000
       P21000-JOURNAL-LANDED-COST.                                      10000000
                                                                        10010000
           OPEN INPUT VSAM-LANDED-COST.                                 10020000
                                                                        10030000
           IF LANDCSTF-EMPTY                                            10040000
               GO TO P21000-EXIT                                        10050000
           END-IF.                                                      10060000
                                                                        10070000
           IF NOT LANDCSTF-OK                                           10080000
               MOVE 'OPEN LANDED COST FILE FAILED' TO WPBE-MESSAGE      10090000
               MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS               10100000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          10110000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10120000
           END-IF.                                                      10130000
                                                                        10140000
           MOVE WS-JOURNAL-PREFIX TO LANDED-COST-PREFIX.                10150000
           MOVE ZEROES TO LANDED-COST-PO-NUMBER                         10160000
                          LANDED-COST-CHARGE-SEQ                        10170000
                          LANDED-COST-PO-LINE.                          10180000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               10190000
                                                                        10200000
           START VSAM-LANDED-COST                                       10210000
               KEY NOT LESS THAN LANDED-COST-KEY.                       10220000
                                                                        10230000
           IF LANDCSTF-NOTFOUND OR LANDCSTF-END                         10240000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            10250000
           ELSE                                                         10260000
               IF NOT LANDCSTF-OK                                       10270000
                   MOVE 'START LANDED COST FAILED' TO WPBE-MESSAGE      10280000
                   MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS           10290000
                   MOVE 'P21000' TO WPBE-PARAGRAPH                      10300000
                   PERFORM P99999-ABEND THRU P99999-EXIT                10310000
               END-IF                                                   10320000
           END-IF.                                                      10330000
                                                                        10340000
           PERFORM P21100-NEXT-LANDED-COST THRU P21100-EXIT             10350000
               UNTIL END-OF-FILE.                                       10360000
                                                                        10370000
           CLOSE VSAM-LANDED-COST.                                      10380000
                                                                        10390000
       P21000-EXIT.                                                     10400000
           EXIT.                                                        10410000
           EJECT                                                        10420000
      ***************************************************************** 10430000
      *                                                               * 10440000
      *    PARAGRAPH:  P21100-NEXT-LANDED-COST                        * 10450000
      *                                                               * 10460000
      *    FUNCTION :  READ THE NEXT LANDED COST RECORD FOR THE       * 10470000
      *                PREFIX AND JOURNAL A LINE SHARE POSTED ON THE  * 10480000
      *                DAY; THE ITEM AND SUPPLIER COME FROM THE PO    * 10490000
      *                LINE THE SHARE WAS SPREAD TO                   * 10500000
      *                                                               * 10510000
      *    CALLED BY:  P21000-JOURNAL-LANDED-COST                     * 10520000
      *                                                               * 10530000
      ***************************************************************** 10540000
                                                                        10550000
       P21100-NEXT-LANDED-COST.                                         10560000
                                                                        10570000
           READ VSAM-LANDED-COST NEXT.                                  10580000
                                                                        10590000
           IF LANDCSTF-END                                              10600000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            10610000
               GO TO P21100-EXIT                                        10620000
           END-IF.                                                      10630000
                                                                        10640000
           IF NOT LANDCSTF-OK                                           10650000
               MOVE 'READ NEXT LANDED COST FAILED' TO WPBE-MESSAGE      10660000
               MOVE WS-LANDCST-STATUS TO WPBE-FILE-STATUS               10670000
               MOVE 'P21100' TO WPBE-PARAGRAPH                          10680000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10690000
           END-IF.                                                      10700000
                                                                        10710000
           IF LANDED-COST-PREFIX NOT = WS-JOURNAL-PREFIX                10720000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            10730000
               GO TO P21100-EXIT                                        10740000
           END-IF.                                                      10750000
                                                                        10760000
           IF LANDED-COST-PO-LINE = ZEROES                              10770000
              OR LANDED-COST-DATE-POSTED NOT = WS-JOURNAL-DATE          10780000
               GO TO P21100-EXIT                                        10790000
           END-IF.                                                      10800000
                                                                        10810000
           MOVE LANDED-COST-PREFIX TO PURCHASE-ORDER-PREFIX.            10820000
           MOVE LANDED-COST-PO-NUMBER TO PURCHASE-ORDER-NUMBER.         10830000
           MOVE LANDED-COST-PO-LINE TO PURCHASE-ORDER-LINE.             10840000
                                                                        10850000
           READ VSAM-PURCHASE-ORDER.                                    10860000
                                                                        10870000
           IF PURCHORD-OK                                               10880000
               MOVE PURCHASE-ORDER-ITEM-NUMBER TO WS-MOVE-ITEM-NUMBER   10890000
               MOVE PURCHASE-ORDER-SUPPLIER-ID TO WS-MOVE-SUPPLIER-ID   10900000
           ELSE                                                         10910000
               IF PURCHORD-NOTFOUND OR PURCHORD-EMPTY                   10920000
                   MOVE SPACES TO WS-MOVE-ITEM-NUMBER                   10930000
                                  WS-MOVE-SUPPLIER-ID                   10940000
               ELSE                                                     10950000
                   MOVE 'READ PURCHASE ORDER FAILED' TO WPBE-MESSAGE    10960000
                   MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS           10970000
                   MOVE 'P21100' TO WPBE-PARAGRAPH                      10980000
                   PERFORM P99999-ABEND THRU P99999-EXIT                10990000
               END-IF                                                   11000000
           END-IF.                                                      11010000
                                                                        11020000
           MOVE 'LND' TO WS-MOVE-TYPE.                                  11030000
           MOVE LANDED-COST-LINE-QTY TO WS-MOVE-QUANTITY.               11040000
           MOVE LANDED-COST-AMOUNT TO WS-MOVE-VALUE.                    11050000
           MOVE 'Y' TO WS-MOVE-VALUED-SW.                               11060000
                                                                        11070000
           PERFORM P50000-POST-MOVEMENT THRU P50000-EXIT.               11080000
                                                                        11090000
       P21100-EXIT.                                                     11100000
           EXIT.                                                        11110000
           EJECT                                                        11120000
      ***************************************************************** 11130000
      *                                                               * 11140000
      *    PARAGRAPH:  P22000-JOURNAL-COGS                            * 11150000
      *                                                               * 11160000
      *    FUNCTION :  JOURNAL THE DAY'S COST OF GOODS SHIPPED FROM   * 11170000
      *                THE COGS JOURNAL                               * 11180000
      *                                                               * 11190000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 11200000
      *                                                               * 11210000
      ***************************************************************** 11220000
                                                                        11230000
       P22000-JOURNAL-COGS.                                             11240000
                                                                        11250000
           OPEN INPUT VSAM-COGS.                                        11260000
                                                                        11270000
           IF COGSF-EMPTY                                               11280000
               GO TO P22000-EXIT                                        11290000
           END-IF.                                                      11300000
                                                                        11310000
           IF NOT COGSF-OK                                              11320000
               MOVE 'OPEN COGS JOURNAL FAILED' TO WPBE-MESSAGE          11330000
               MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS                  11340000
               MOVE 'P22000' TO WPBE-PARAGRAPH                          11350000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11360000
           END-IF.                                                      11370000
                                                                        11380000
           MOVE WS-JOURNAL-DATE TO COGS-DATE.                           11390000
           MOVE ZEROES TO COGS-SEQ.                                     11400000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               11410000
                                                                        11420000
           START VSAM-COGS                                              11430000
               KEY NOT LESS THAN COGS-KEY.                              11440000
                                                                        11450000
           IF COGSF-NOTFOUND OR COGSF-END                               11460000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            11470000
           ELSE                                                         11480000
               IF NOT COGSF-OK                                          11490000
                   MOVE 'START COGS JOURNAL FAILED' TO WPBE-MESSAGE     11500000
                   MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS              11510000
                   MOVE 'P22000' TO WPBE-PARAGRAPH                      11520000
                   PERFORM P99999-ABEND THRU P99999-EXIT                11530000
               END-IF                                                   11540000
           END-IF.                                                      11550000
                                                                        11560000
           PERFORM P22100-NEXT-COGS THRU P22100-EXIT                    11570000
               UNTIL END-OF-FILE.                                       11580000
                                                                        11590000
           CLOSE VSAM-COGS.                                             11600000
                                                                        11610000
       P22000-EXIT.                                                     11620000
           EXIT.                                                        11630000
           EJECT                                                        11640000
      ***************************************************************** 11650000
      *                                                               * 11660000
      *    PARAGRAPH:  P22100-NEXT-COGS                               * 11670000
      *                                                               * 11680000
      *    FUNCTION :  READ THE NEXT SHIPMENT OF THE DAY AND JOURNAL  * 11690000
      *                ITS COST -- FROM STOCK OR DROP-SHIPPED         * 11700000
      *                                                               * 11710000
      *    CALLED BY:  P22000-JOURNAL-COGS                            * 11720000
      *                                                               * 11730000
      ***************************************************************** 11740000
                                                                        11750000
       P22100-NEXT-COGS.                                                11760000
                                                                        11770000
           READ VSAM-COGS NEXT.                                         11780000
                                                                        11790000
           IF COGSF-END                                                 11800000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            11810000
               GO TO P22100-EXIT                                        11820000
           END-IF.                                                      11830000
                                                                        11840000
           IF NOT COGSF-OK                                              11850000
               MOVE 'READ NEXT COGS FAILED' TO WPBE-MESSAGE             11860000
               MOVE WS-COGS-STATUS TO WPBE-FILE-STATUS                  11870000
               MOVE 'P22100' TO WPBE-PARAGRAPH                          11880000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11890000
           END-IF.                                                      11900000
                                                                        11910000
           IF COGS-DATE > WS-JOURNAL-DATE                               11920000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            11930000
               GO TO P22100-EXIT                                        11940000
           END-IF.                                                      11950000
                                                                        11960000
           IF COGS-PREFIX NOT = WS-JOURNAL-PREFIX                       11970000
               GO TO P22100-EXIT                                        11980000
           END-IF.                                                      11990000
                                                                        12000000
           IF COGS-FROM-DROP-SHIP                                       12010000
               MOVE 'DSC' TO WS-MOVE-TYPE                               12020000
           ELSE                                                         12030000
               MOVE 'COG' TO WS-MOVE-TYPE                               12040000
           END-IF.                                                      12050000
                                                                        12060000
           MOVE COGS-ITEM-NUMBER TO WS-MOVE-ITEM-NUMBER.                12070000
           MOVE COGS-SUPPLIER-ID TO WS-MOVE-SUPPLIER-ID.                12080000
           MOVE COGS-QTY-SHIPPED TO WS-MOVE-QUANTITY.                   12090000
           COMPUTE WS-MOVE-VALUE ROUNDED =                              12100000
               COGS-QTY-SHIPPED * COGS-AVG-UNIT-COST.                   12110000
           MOVE 'Y' TO WS-MOVE-VALUED-SW.                               12120000
                                                                        12130000
           PERFORM P50000-POST-MOVEMENT THRU P50000-EXIT.               12140000
                                                                        12150000
       P22100-EXIT.                                                     12160000
           EXIT.                                                        12170000
           EJECT                                                        12180000
      ***************************************************************** 12190000
      *                                                               * 12200000
      *    PARAGRAPH:  P23000-JOURNAL-ADJUSTMENTS                     * 12210000
      *                                                               * 12220000
      *    FUNCTION :  JOURNAL THE DAY'S INVENTORY ADJUSTMENTS AND    * 12230000
      *                RETURN RESTOCKS FROM THE ADJUSTMENT JOURNAL    * 12240000
      *                                                               * 12250000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 12260000
      *                                                               * 12270000
      ***************************************************************** 12280000
                                                                        12290000
       P23000-JOURNAL-ADJUSTMENTS.                                      12300000
                                                                        12310000
           OPEN INPUT VSAM-ADJ-JOURNAL.                                 12320000
                                                                        12330000
           IF ADJJF-EMPTY                                               12340000
               GO TO P23000-EXIT                                        12350000
           END-IF.                                                      12360000
                                                                        12370000
           IF NOT ADJJF-OK                                              12380000
               MOVE 'OPEN ADJUSTMENT JOURNAL FAILED' TO WPBE-MESSAGE    12390000
               MOVE WS-ADJJ-STATUS TO WPBE-FILE-STATUS                  12400000
               MOVE 'P23000' TO WPBE-PARAGRAPH                          12410000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12420000
           END-IF.                                                      12430000
                                                                        12440000
           MOVE WS-JOURNAL-DATE TO ADJ-JOURNAL-DATE.                    12450000
           MOVE LOW-VALUES TO ADJ-JOURNAL-TIME.                         12460000
           MOVE ZEROES TO ADJ-JOURNAL-SEQ.                              12470000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               12480000
                                                                        12490000
           START VSAM-ADJ-JOURNAL                                       12500000
               KEY NOT LESS THAN ADJ-JOURNAL-KEY.                       12510000
                                                                        12520000
           IF ADJJF-NOTFOUND OR ADJJF-END                               12530000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            12540000
           ELSE                                                         12550000
               IF NOT ADJJF-OK                                          12560000
                   MOVE 'START ADJUSTMENT JOURNAL FAILED'               12570000
                       TO WPBE-MESSAGE                                  12580000
                   MOVE WS-ADJJ-STATUS TO WPBE-FILE-STATUS              12590000
                   MOVE 'P23000' TO WPBE-PARAGRAPH                      12600000
                   PERFORM P99999-ABEND THRU P99999-EXIT                12610000
               END-IF                                                   12620000
           END-IF.                                                      12630000
                                                                        12640000
           PERFORM P23100-NEXT-ADJUSTMENT THRU P23100-EXIT              12650000
               UNTIL END-OF-FILE.                                       12660000
                                                                        12670000
           CLOSE VSAM-ADJ-JOURNAL.                                      12680000
                                                                        12690000
       P23000-EXIT.                                                     12700000
           EXIT.                                                        12710000
           EJECT                                                        12720000
      ***************************************************************** 12730000
      *                                                               * 12740000
      *    PARAGRAPH:  P23100-NEXT-ADJUSTMENT                         * 12750000
      *                                                               * 12760000
      *    FUNCTION :  READ THE NEXT ADJUSTMENT OF THE DAY AND        * 12770000
      *                JOURNAL IT AT AVERAGE COST -- A RESTOCKED      * 12780000
      *                RETURN (REASON RTN) AS RST, ANYTHING ELSE AS   * 12790000
      *                ADJ                                            * 12800000
      *                                                               * 12810000
      *    CALLED BY:  P23000-JOURNAL-ADJUSTMENTS                     * 12820000
      *                                                               * 12830000
      ***************************************************************** 12840000
                                                                        12850000
       P23100-NEXT-ADJUSTMENT.                                          12860000
                                                                        12870000
           READ VSAM-ADJ-JOURNAL NEXT.                                  12880000
                                                                        12890000
           IF ADJJF-END                                                 12900000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            12910000
               GO TO P23100-EXIT                                        12920000
           END-IF.                                                      12930000
                                                                        12940000
           IF NOT ADJJF-OK                                              12950000
               MOVE 'READ NEXT ADJUSTMENT JOURNAL FAILED'               12960000
                   TO WPBE-MESSAGE                                      12970000
               MOVE WS-ADJJ-STATUS TO WPBE-FILE-STATUS                  12980000
               MOVE 'P23100' TO WPBE-PARAGRAPH                          12990000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13000000
           END-IF.                                                      13010000
                                                                        13020000
           IF ADJ-JOURNAL-DATE > WS-JOURNAL-DATE                        13030000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            13040000
               GO TO P23100-EXIT                                        13050000
           END-IF.                                                      13060000
                                                                        13070000
           IF ADJ-JOURNAL-PREFIX NOT = WS-JOURNAL-PREFIX                13080000
              OR ADJ-JOURNAL-ADJ-QTY = ZEROES                           13090000
               GO TO P23100-EXIT                                        13100000
           END-IF.                                                      13110000
                                                                        13120000
           IF ADJ-JOURNAL-REASON-CODE = 'RTN'                           13130000
               MOVE 'RST' TO WS-MOVE-TYPE                               13140000
           ELSE                                                         13150000
               MOVE 'ADJ' TO WS-MOVE-TYPE                               13160000
           END-IF.                                                      13170000
                                                                        13180000
           MOVE ADJ-JOURNAL-ITEM-NUMBER TO WS-MOVE-ITEM-NUMBER.         13190000
           MOVE ADJ-JOURNAL-SUPPLIER-ID TO WS-MOVE-SUPPLIER-ID.         13200000
           MOVE ADJ-JOURNAL-ADJ-QTY TO WS-MOVE-QUANTITY.                13210000
           MOVE 'N' TO WS-MOVE-VALUED-SW.                               13220000
                                                                        13230000
           PERFORM P50000-POST-MOVEMENT THRU P50000-EXIT.               13240000
                                                                        13250000
       P23100-EXIT.                                                     13260000
           EXIT.                                                        13270000
           EJECT                                                        13280000
      ***************************************************************** 13290000
      *                                                               * 13300000
      *    PARAGRAPH:  P24000-JOURNAL-RETURNS                         * 13310000
      *                                                               * 13320000
      *    FUNCTION :  JOURNAL THE RETURNS SCRAPPED OR SENT BACK TO   * 13330000
      *                THE VENDOR ON THE DAY                          * 13340000
      *                                                               * 13350000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 13360000
      *                                                               * 13370000
      ***************************************************************** 13380000
                                                                        13390000
       P24000-JOURNAL-RETURNS.                                          13400000
                                                                        13410000
           OPEN INPUT VSAM-RETURN.                                      13420000
                                                                        13430000
           IF RETURNF-EMPTY                                             13440000
               GO TO P24000-EXIT                                        13450000
           END-IF.                                                      13460000
                                                                        13470000
           IF NOT RETURNF-OK                                            13480000
               MOVE 'OPEN RETURN FILE FAILED' TO WPBE-MESSAGE           13490000
               MOVE WS-RETURN-STATUS TO WPBE-FILE-STATUS                13500000
               MOVE 'P24000' TO WPBE-PARAGRAPH                          13510000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13520000
           END-IF.                                                      13530000
                                                                        13540000
           MOVE WS-JOURNAL-PREFIX TO RETURN-PREFIX.                     13550000
           MOVE ZEROES TO RETURN-ORDER-NUMBER                           13560000
                          RETURN-ITEM-SEQUENCE.                         13570000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               13580000
                                                                        13590000
           START VSAM-RETURN                                            13600000
               KEY NOT LESS THAN RETURN-KEY.                            13610000
                                                                        13620000
           IF RETURNF-NOTFOUND OR RETURNF-END                           13630000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            13640000
           ELSE                                                         13650000
               IF NOT RETURNF-OK                                        13660000
                   MOVE 'START RETURN FILE FAILED' TO WPBE-MESSAGE      13670000
                   MOVE WS-RETURN-STATUS TO WPBE-FILE-STATUS            13680000
                   MOVE 'P24000' TO WPBE-PARAGRAPH                      13690000
                   PERFORM P99999-ABEND THRU P99999-EXIT                13700000
               END-IF                                                   13710000
           END-IF.                                                      13720000
                                                                        13730000
           PERFORM P24100-NEXT-RETURN THRU P24100-EXIT                  13740000
               UNTIL END-OF-FILE.                                       13750000
                                                                        13760000
           CLOSE VSAM-RETURN.                                           13770000
                                                                        13780000
       P24000-EXIT.                                                     13790000
           EXIT.                                                        13800000
           EJECT                                                        13810000
      ***************************************************************** 13820000
      *                                                               * 13830000
      *    PARAGRAPH:  P24100-NEXT-RETURN                             * 13840000
      *                                                               * 13850000
      *    FUNCTION :  READ THE NEXT RETURN FOR THE PREFIX AND        * 13860000
      *                JOURNAL IT AT AVERAGE COST WHEN IT WAS         * 13870000
      *                SCRAPPED OR RETURNED TO VENDOR ON THE DAY      * 13880000
      *                (A RESTOCK IS JOURNALED FROM ITS ADJUSTMENT)   * 13890000
      *                                                               * 13900000
      *    CALLED BY:  P24000-JOURNAL-RETURNS                         * 13910000
      *                                                               * 13920000
      ***************************************************************** 13930000
                                                                        13940000
       P24100-NEXT-RETURN.                                              13950000
                                                                        13960000
           READ VSAM-RETURN NEXT.                                       13970000
                                                                        13980000
           IF RETURNF-END                                               13990000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            14000000
               GO TO P24100-EXIT                                        14010000
           END-IF.                                                      14020000
                                                                        14030000
           IF NOT RETURNF-OK                                            14040000
               MOVE 'READ NEXT RETURN FAILED' TO WPBE-MESSAGE           14050000
               MOVE WS-RETURN-STATUS TO WPBE-FILE-STATUS                14060000
               MOVE 'P24100' TO WPBE-PARAGRAPH                          14070000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14080000
           END-IF.                                                      14090000
                                                                        14100000
           IF RETURN-PREFIX NOT = WS-JOURNAL-PREFIX                     14110000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            14120000
               GO TO P24100-EXIT                                        14130000
           END-IF.                                                      14140000
                                                                        14150000
           IF RETURN-DISPOSITION-DATE NOT = WS-JOURNAL-DATE             14160000
               GO TO P24100-EXIT                                        14170000
           END-IF.                                                      14180000
                                                                        14190000
           EVALUATE TRUE                                                14200000
               WHEN RETURN-SCRAPPED                                     14210000
                   MOVE 'SCR' TO WS-MOVE-TYPE                           14220000
               WHEN RETURN-TO-VENDOR                                    14230000
                   MOVE 'RTV' TO WS-MOVE-TYPE                           14240000
               WHEN OTHER                                               14250000
                   GO TO P24100-EXIT                                    14260000
           END-EVALUATE.                                                14270000
                                                                        14280000
           MOVE RETURN-ITEM-NUMBER TO WS-MOVE-ITEM-NUMBER.              14290000
           MOVE RETURN-SUPPLIER-ID TO WS-MOVE-SUPPLIER-ID.              14300000
           MOVE RETURN-QUANTITY TO WS-MOVE-QUANTITY.                    14310000
           MOVE 'N' TO WS-MOVE-VALUED-SW.                               14320000
                                                                        14330000
           PERFORM P50000-POST-MOVEMENT THRU P50000-EXIT.               14340000
                                                                        14350000
       P24100-EXIT.                                                     14360000
           EXIT.                                                        14370000
           EJECT                                                        14380000
      ***************************************************************** 14390000
      *                                                               * 14400000
      *    PARAGRAPH:  P25000-JOURNAL-TRANSFERS                       * 14410000
      *                                                               * 14420000
      *    FUNCTION :  JOURNAL THE TRANSFERS RELEASED INTO OR         * 14430000
      *                RECEIVED OUT OF TRANSIT ON THE DAY             * 14440000
      *                                                               * 14450000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 14460000
      *                                                               * 14470000
      ***************************************************************** 14480000
                                                                        14490000
       P25000-JOURNAL-TRANSFERS.                                        14500000
                                                                        14510000
           OPEN INPUT VSAM-TRANSFER.                                    14520000
                                                                        14530000
           IF XFERF-EMPTY                                               14540000
               GO TO P25000-EXIT                                        14550000
           END-IF.                                                      14560000
                                                                        14570000
           IF NOT XFERF-OK                                              14580000
               MOVE 'OPEN TRANSFER ORDER FILE FAILED' TO WPBE-MESSAGE   14590000
               MOVE WS-XFER-STATUS TO WPBE-FILE-STATUS                  14600000
               MOVE 'P25000' TO WPBE-PARAGRAPH                          14610000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14620000
           END-IF.                                                      14630000
                                                                        14640000
           MOVE WS-JOURNAL-PREFIX TO TRANSFER-ORDER-PREFIX.             14650000
           MOVE 1 TO TRANSFER-ORDER-NUMBER.                             14660000
           MOVE 'N' TO WS-END-OF-FILE-SW.                               14670000
                                                                        14680000
           START VSAM-TRANSFER                                          14690000
               KEY NOT LESS THAN TRANSFER-ORDER-KEY.                    14700000
                                                                        14710000
           IF XFERF-NOTFOUND OR XFERF-END                               14720000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            14730000
           ELSE                                                         14740000
               IF NOT XFERF-OK                                          14750000
                   MOVE 'START TRANSFER ORDER FAILED' TO WPBE-MESSAGE   14760000
                   MOVE WS-XFER-STATUS TO WPBE-FILE-STATUS              14770000
                   MOVE 'P25000' TO WPBE-PARAGRAPH                      14780000
                   PERFORM P99999-ABEND THRU P99999-EXIT                14790000
               END-IF                                                   14800000
           END-IF.                                                      14810000
                                                                        14820000
           PERFORM P25100-NEXT-TRANSFER THRU P25100-EXIT                14830000
               UNTIL END-OF-FILE.                                       14840000
                                                                        14850000
           CLOSE VSAM-TRANSFER.                                         14860000
                                                                        14870000
       P25000-EXIT.                                                     14880000
           EXIT.                                                        14890000
           EJECT                                                        14900000
      ***************************************************************** 14910000
      *                                                               * 14920000
      *    PARAGRAPH:  P25100-NEXT-TRANSFER                           * 14930000
      *                                                               * 14940000
      *    FUNCTION :  READ THE NEXT TRANSFER ORDER FOR THE PREFIX    * 14950000
      *                AND JOURNAL ITS RELEASE (XFO) AND RECEIPT      * 14960000
      *                (XFI) WHEN EITHER FELL ON THE DAY              * 14970000
      *                                                               * 14980000
      *    CALLED BY:  P25000-JOURNAL-TRANSFERS                       * 14990000
      *                                                               * 15000000
      ***************************************************************** 15010000
                                                                        15020000
       P25100-NEXT-TRANSFER.                                            15030000
                                                                        15040000
           READ VSAM-TRANSFER NEXT.                                     15050000
                                                                        15060000
           IF XFERF-END                                                 15070000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            15080000
               GO TO P25100-EXIT                                        15090000
           END-IF.                                                      15100000
                                                                        15110000
           IF NOT XFERF-OK                                              15120000
               MOVE 'READ NEXT TRANSFER ORDER FAILED' TO WPBE-MESSAGE   15130000
               MOVE WS-XFER-STATUS TO WPBE-FILE-STATUS                  15140000
               MOVE 'P25100' TO WPBE-PARAGRAPH                          15150000
               PERFORM P99999-ABEND THRU P99999-EXIT                    15160000
           END-IF.                                                      15170000
                                                                        15180000
           IF TRANSFER-ORDER-PREFIX NOT = WS-JOURNAL-PREFIX             15190000
               MOVE 'Y' TO WS-END-OF-FILE-SW                            15200000
               GO TO P25100-EXIT                                        15210000
           END-IF.                                                      15220000
                                                                        15230000
           IF TRANSFER-REQUESTED                                        15240000
               GO TO P25100-EXIT                                        15250000
           END-IF.                                                      15260000
                                                                        15270000
           MOVE TRANSFER-ITEM-NUMBER TO WS-MOVE-ITEM-NUMBER.            15280000
           MOVE TRANSFER-SUPPLIER-ID TO WS-MOVE-SUPPLIER-ID.            15290000
           MOVE TRANSFER-QUANTITY TO WS-MOVE-QUANTITY.                  15300000
                                                                        15310000
           IF TRANSFER-DATE-REQUESTED = WS-JOURNAL-DATE                 15320000
               MOVE 'XFO' TO WS-MOVE-TYPE                               15330000
               MOVE 'N' TO WS-MOVE-VALUED-SW                            15340000
               PERFORM P50000-POST-MOVEMENT THRU P50000-EXIT            15350000
           END-IF.                                                      15360000
                                                                        15370000
           IF TRANSFER-RECEIVED                                         15380000
              AND TRANSFER-DATE-RECEIVED = WS-JOURNAL-DATE              15390000
               MOVE 'XFI' TO WS-MOVE-TYPE                               15400000
               MOVE 'N' TO WS-MOVE-VALUED-SW                            15410000
               PERFORM P50000-POST-MOVEMENT THRU P50000-EXIT            15420000
           END-IF.                                                      15430000
                                                                        15440000
       P25100-EXIT.                                                     15450000
           EXIT.                                                        15460000
           EJECT                                                        15470000
      ***************************************************************** 15480000
      *                                                               * 15490000
      *    PARAGRAPH:  P30000-WRITE-JOURNAL                           * 15500000
      *                                                               * 15510000
      *    FUNCTION :  WRITE THE GL JOURNAL EXTRACT -- HEADER, A      * 15520000
      *                DEBIT AND A CREDIT LINE PER MAPPED ENTRY, AND  * 15530000
      *                THE TRAILER -- AND PROVE IT BALANCES           * 15540000
      *                                                               * 15550000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 15560000
      *                                                               * 15570000
      ***************************************************************** 15580000
                                                                        15590000
       P30000-WRITE-JOURNAL.                                            15600000
                                                                        15610000
           OPEN OUTPUT GL-JOURNAL-EXTRACT.                              15620000
                                                                        15630000
           MOVE SPACES TO WS-GL-JOURNAL-LINE.                           15640000
           MOVE 'HD' TO WS-GLJ-RECORD-TYPE.                             15650000
           MOVE WS-JD-YYMMDD TO WS-GLJ-FROM-DATE                        15660000
                                WS-GLJ-TO-DATE.                         15670000
           MOVE WS-GL-JOURNAL-LINE TO GL-JOURNAL-RECORD.                15680000
           WRITE GL-JOURNAL-RECORD.                                     15690000
                                                                        15700000
           PERFORM P30100-WRITE-ENTRY THRU P30100-EXIT                  15710000
               VARYING WS-JE-SUB FROM 1 BY 1                            15720000
                   UNTIL WS-JE-SUB > WS-JE-USED.                        15730000
                                                                        15740000
           MOVE SPACES TO WS-GL-JOURNAL-LINE.                           15750000
           MOVE 'TL' TO WS-GLJ-RECORD-TYPE.                             15760000
           MOVE WS-JD-YYMMDD TO WS-GLJ-FROM-DATE                        15770000
                                WS-GLJ-TO-DATE.                         15780000
           MOVE WS-TOTAL-DEBITS TO WS-GLJ-TOTAL-AMOUNT.                 15790000
           MOVE WS-LINES-WRITTEN TO WS-GLJ-ORDER-COUNT.                 15800000
           MOVE WS-GL-JOURNAL-LINE TO GL-JOURNAL-RECORD.                15810000
           WRITE GL-JOURNAL-RECORD.                                     15820000
                                                                        15830000
           CLOSE GL-JOURNAL-EXTRACT.                                    15840000
                                                                        15850000
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS                    15860000
               MOVE 'GL JOURNAL DOES NOT BALANCE' TO WPBE-MESSAGE       15870000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          15880000
               PERFORM P99999-ABEND THRU P99999-EXIT                    15890000
           END-IF.                                                      15900000
                                                                        15910000
       P30000-EXIT.                                                     15920000
           EXIT.                                                        15930000
           EJECT                                                        15940000
      ***************************************************************** 15950000
      *                                                               * 15960000
      *    PARAGRAPH:  P30100-WRITE-ENTRY                             * 15970000
      *                                                               * 15980000
      *    FUNCTION :  WRITE THE DEBIT AND CREDIT LINES FOR ENTRY     * 15990000
      *                WS-JE-SUB AND ROLL ITS INVENTORY EFFECT INTO   * 16000000
      *                THE MOVEMENT TYPE.  AN UNMAPPED OR NET-ZERO    * 16010000
      *                ENTRY WRITES NOTHING                           * 16020000
      *                                                               * 16030000
      *    CALLED BY:  P30000-WRITE-JOURNAL                           * 16040000
      *                                                               * 16050000
      ***************************************************************** 16060000
                                                                        16070000
       P30100-WRITE-ENTRY.                                              16080000
                                                                        16090000
           MOVE WS-JE-TYPE-SUB (WS-JE-SUB) TO WS-MT-SUB.                16100000
                                                                        16110000
           IF NOT WS-JE-MAPPED (WS-JE-SUB)                              16120000
               ADD +1 TO WS-ENTRIES-UNMAPPED                            16130000
               ADD WS-JE-VALUE (WS-JE-SUB) TO WS-UNMAPPED-VALUE         16140000
               GO TO P30100-EXIT                                        16150000
           END-IF.                                                      16160000
                                                                        16170000
           IF WS-JE-VALUE (WS-JE-SUB) = ZEROES                          16180000
               GO TO P30100-EXIT                                        16190000
           END-IF.                                                      16200000
                                                                        16210000
      ***************************************************************** 16220000
      *    A NEGATIVE NET VALUE REVERSES THE MAPPED ACCOUNTS          * 16230000
      ***************************************************************** 16240000
                                                                        16250000
           IF WS-JE-VALUE (WS-JE-SUB) > ZEROES                          16260000
               MOVE WS-JE-VALUE (WS-JE-SUB) TO WS-LINE-AMOUNT           16270000
               MOVE WS-JE-DEBIT (WS-JE-SUB) TO WS-DEBIT-ACCOUNT         16280000
               MOVE WS-JE-CREDIT (WS-JE-SUB) TO WS-CREDIT-ACCOUNT       16290000
           ELSE                                                         16300000
               COMPUTE WS-LINE-AMOUNT = ZEROES - WS-JE-VALUE (WS-JE-SUB)16310000
               MOVE WS-JE-CREDIT (WS-JE-SUB) TO WS-DEBIT-ACCOUNT        16320000
               MOVE WS-JE-DEBIT (WS-JE-SUB) TO WS-CREDIT-ACCOUNT        16330000
           END-IF.                                                      16340000
                                                                        16350000
           MOVE SPACES TO WS-GL-JOURNAL-LINE.                           16360000
           MOVE 'DT' TO WS-GLJ-RECORD-TYPE.                             16370000
           MOVE WS-MT-TYPE (WS-MT-SUB) TO WS-GLJ-PURCHASE-TYPE.         16380000
           MOVE WS-JD-YYMMDD TO WS-GLJ-FROM-DATE                        16390000
                                WS-GLJ-TO-DATE.                         16400000
           MOVE WS-LINE-AMOUNT TO WS-GLJ-TOTAL-AMOUNT.                  16410000
           MOVE WS-JE-COUNT (WS-JE-SUB) TO WS-GLJ-ORDER-COUNT.          16420000
           MOVE ZEROES TO WS-GLJ-TAX-AMOUNT                             16430000
                          WS-GLJ-FREIGHT-AMOUNT.                        16440000
           MOVE WS-DEBIT-ACCOUNT TO WS-GLJ-ACCOUNT.                     16450000
           MOVE 'D' TO WS-GLJ-DEBIT-CREDIT.                             16460000
           MOVE WS-GL-JOURNAL-LINE TO GL-JOURNAL-RECORD.                16470000
           WRITE GL-JOURNAL-RECORD.                                     16480000
           ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS.                       16490000
           ADD +1 TO WS-LINES-WRITTEN.                                  16500000
                                                                        16510000
           MOVE WS-CREDIT-ACCOUNT TO WS-GLJ-ACCOUNT.                    16520000
           MOVE 'C' TO WS-GLJ-DEBIT-CREDIT.                             16530000
           MOVE WS-GL-JOURNAL-LINE TO GL-JOURNAL-RECORD.                16540000
           WRITE GL-JOURNAL-RECORD.                                     16550000
           ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS.                      16560000
           ADD +1 TO WS-LINES-WRITTEN.                                  16570000
                                                                        16580000
           EVALUATE WS-MT-EFFECT (WS-MT-SUB)                            16590000
               WHEN '+'                                                 16600000
                   ADD WS-JE-VALUE (WS-JE-SUB)                          16610000
                       TO WS-MV-JOURNALED (WS-MT-SUB)                   16620000
               WHEN '-'                                                 16630000
                   SUBTRACT WS-JE-VALUE (WS-JE-SUB)                     16640000
                       FROM WS-MV-JOURNALED (WS-MT-SUB)                 16650000
               WHEN OTHER                                               16660000
                   CONTINUE                                             16670000
           END-EVALUATE.                                                16680000
                                                                        16690000
       P30100-EXIT.                                                     16700000
           EXIT.                                                        16710000
           EJECT                                                        16720000
      ***************************************************************** 16730000
      *                                                               * 16740000
      *    PARAGRAPH:  P35000-PRINT-REGISTER                          * 16750000
      *                                                               * 16760000
      *    FUNCTION :  PRINT THE JOURNAL ENTRIES AND THE MOVEMENT     * 16770000
      *                TOTALS                                         * 16780000
      *                                                               * 16790000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 16800000
      *                                                               * 16810000
      ***************************************************************** 16820000
                                                                        16830000
       P35000-PRINT-REGISTER.                                           16840000
                                                                        16850000
           DISPLAY WS-DL-ASTERISK.                                      16860000
           MOVE '  JOURNAL ENTRIES BY MOVEMENT TYPE AND CATEGORY'       16870000
               TO WS-DL-LINE-TEXT.                                      16880000
           DISPLAY WS-DL-LINE.                                          16890000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              16896000
           STRING '  TYP CATEGORY              COUNT'                   16902000
               '           VALUE  DEBIT      CREDIT'                    16908000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  16914000
           DISPLAY WS-DL-LINE.                                          16920000
           DISPLAY WS-DL-BLANK.                                         16930000
                                                                        16940000
           IF WS-JE-USED = ZEROES                                       16950000
               MOVE '  NO VALUED MOVEMENTS ON THE DAY'                  16956666
                   TO WS-DL-LINE-TEXT                                   16963332
               DISPLAY WS-DL-LINE                                       16970000
           END-IF.                                                      16980000
                                                                        16990000
           PERFORM P35100-PRINT-ENTRY THRU P35100-EXIT                  17000000
               VARYING WS-JE-SUB FROM 1 BY 1                            17010000
                   UNTIL WS-JE-SUB > WS-JE-USED.                        17020000
                                                                        17030000
           DISPLAY WS-DL-BLANK.                                         17040000
           MOVE WS-TOTAL-DEBITS TO WS-DL-AM-AMOUNT.                     17050000
           MOVE 'TOTAL DEBITS' TO WS-DL-AM-LABEL.                       17060000
           DISPLAY WS-DL-AMOUNT.                                        17070000
           MOVE WS-TOTAL-CREDITS TO WS-DL-AM-AMOUNT.                    17080000
           MOVE 'TOTAL CREDITS' TO WS-DL-AM-LABEL.                      17090000
           DISPLAY WS-DL-AMOUNT.                                        17100000
                                                                        17110000
           IF WS-ENTRIES-UNMAPPED > ZEROES                              17120000
               MOVE WS-UNMAPPED-VALUE TO WS-DL-AM-AMOUNT                17130000
               MOVE 'UNMAPPED -- NOT JOURNALED' TO WS-DL-AM-LABEL       17140000
               DISPLAY WS-DL-AMOUNT                                     17150000
           END-IF.                                                      17160000
                                                                        17170000
           DISPLAY WS-DL-BLANK.                                         17180000
           DISPLAY WS-DL-ASTERISK.                                      17190000
           MOVE '  MOVEMENTS BY TYPE' TO WS-DL-LINE-TEXT.               17200000
           DISPLAY WS-DL-LINE.                                          17210000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              17216000
           STRING '  TYP DESCRIPTION                COUNT'              17222000
               '           VALUE        UNCOSTED'                       17228000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  17234000
           DISPLAY WS-DL-LINE.                                          17240000
           DISPLAY WS-DL-BLANK.                                         17250000
                                                                        17260000
           PERFORM P35200-PRINT-MOVEMENT THRU P35200-EXIT               17270000
               VARYING WS-MT-SUB FROM 1 BY 1                            17280000
                   UNTIL WS-MT-SUB > WS-MT-MAX.                         17290000
                                                                        17300000
           DISPLAY WS-DL-BLANK.                                         17310000
           DISPLAY WS-DL-ASTERISK.                                      17320000
                                                                        17330000
       P35000-EXIT.                                                     17340000
           EXIT.                                                        17350000
           EJECT                                                        17360000
      ***************************************************************** 17370000
      *                                                               * 17380000
      *    PARAGRAPH:  P35100-PRINT-ENTRY                             * 17390000
      *                                                               * 17400000
      *    FUNCTION :  PRINT JOURNAL ENTRY WS-JE-SUB                  * 17410000
      *                                                               * 17420000
      *    CALLED BY:  P35000-PRINT-REGISTER                          * 17430000
      *                                                               * 17440000
      ***************************************************************** 17450000
                                                                        17460000
       P35100-PRINT-ENTRY.                                              17470000
                                                                        17480000
           MOVE WS-JE-TYPE-SUB (WS-JE-SUB) TO WS-MT-SUB.                17490000
           MOVE WS-MT-TYPE (WS-MT-SUB) TO WS-DL-EN-TYPE.                17500000
           MOVE WS-JE-CATEGORY (WS-JE-SUB) TO WS-DL-EN-CATEGORY.        17510000
           MOVE WS-JE-COUNT (WS-JE-SUB) TO WS-DL-EN-COUNT.              17520000
           MOVE WS-JE-VALUE (WS-JE-SUB) TO WS-DL-EN-VALUE.              17530000
                                                                        17540000
           IF WS-JE-MAPPED (WS-JE-SUB)                                  17550000
               MOVE WS-JE-DEBIT (WS-JE-SUB) TO WS-DL-EN-DEBIT           17560000
               MOVE WS-JE-CREDIT (WS-JE-SUB) TO WS-DL-EN-CREDIT         17570000
           ELSE                                                         17580000
               MOVE '*UNMAPPED*' TO WS-DL-EN-DEBIT                      17590000
               MOVE SPACES TO WS-DL-EN-CREDIT                           17600000
           END-IF.                                                      17610000
                                                                        17620000
           DISPLAY WS-DL-ENTRY.                                         17630000
                                                                        17640000
       P35100-EXIT.                                                     17650000
           EXIT.                                                        17660000
           EJECT                                                        17670000
      ***************************************************************** 17680000
      *                                                               * 17690000
      *    PARAGRAPH:  P35200-PRINT-MOVEMENT                          * 17700000
      *                                                               * 17710000
      *    FUNCTION :  PRINT THE TOTALS OF MOVEMENT TYPE WS-MT-SUB    * 17720000
      *                                                               * 17730000
      *    CALLED BY:  P35000-PRINT-REGISTER                          * 17740000
      *                                                               * 17750000
      ***************************************************************** 17760000
                                                                        17770000
       P35200-PRINT-MOVEMENT.                                           17780000
                                                                        17790000
           MOVE WS-MT-TYPE (WS-MT-SUB) TO WS-DL-MV-TYPE.                17800000
           MOVE WS-MT-DESCRIPTION (WS-MT-SUB) TO WS-DL-MV-DESCRIPTION.  17810000
           MOVE WS-MV-COUNT (WS-MT-SUB) TO WS-DL-MV-COUNT.              17820000
           MOVE WS-MV-VALUE (WS-MT-SUB) TO WS-DL-MV-VALUE.              17830000
           MOVE WS-MV-UNCOSTED (WS-MT-SUB) TO WS-DL-MV-UNCOSTED.        17840000
                                                                        17850000
           DISPLAY WS-DL-MOVEMENT.                                      17920000
                                                                        17930000
       P35200-EXIT.                                                     17940000
           EXIT.                                                        17950000
           EJECT                                                        17960000
      ***************************************************************** 17970000
      *                                                               * 17980000
      *    PARAGRAPH:  P40000-RECORD-DAY                              * 17990000
      *                                                               * 18000000
      *    FUNCTION :  REWRITE THE DAY'S NET INVENTORY EFFECT BY      * 18010000
      *                MOVEMENT TYPE BESIDE THE SALES_SUMMARY         * 18020000
      *                SNAPSHOT FOR THE MONTH-END TIE-OUT             * 18030000
      *                                                               * 18040000
      *    CALLED BY:  P10000-JOURNAL-DAY                             * 18050000
      *                                                               * 18060000
      ***************************************************************** 18070000
                                                                        18080000
       P40000-RECORD-DAY.                                               18090000
                                                                        18100000
      ***************************************************************** 18110000
      *    A PERIOD PDAB42 HAS ALREADY CLOSED IS LEFT ALONE -- THE    * 18120000
      *    LOCKED SNAPSHOT NEVER MOVES AGAIN                          * 18130000
      ***************************************************************** 18140000
                                                                        18150000
           EXEC SQL                                                     18160000
               SELECT  COUNT(*)                                         18170000
               INTO    :WS-LOCK-COUNT                                   18180000
               FROM    PERIOD_LOCK                                      18190000
               WHERE   PREFIX = :WS-CC-PREFIX                           18200000
                 AND   PERIOD = :WS-JOURNAL-PERIOD                      18210000
                 AND   STATUS = 'C'                                     18220000
           END-EXEC.                                                    18230000
                                                                        18240000
           IF SQLCODE NOT = +0                                          18250000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          18260000
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        18270000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         18280000
               MOVE 'SELECT PERIOD_LOCK' TO WPDE-FUNCTION               18290000
               MOVE 'P40000' TO WPDE-PARAGRAPH                          18300000
               PERFORM P99999-ABEND THRU P99999-EXIT                    18310000
           END-IF.                                                      18320000
                                                                        18330000
           IF WS-LOCK-COUNT > ZEROES                                    18340000
               MOVE '  PERIOD IS CLOSED - DAY NOT RECORDED FOR TIE-OUT' 18350000
                   TO WS-DL-LINE-TEXT                                   18360000
               DISPLAY WS-DL-LINE                                       18370000
               GO TO P40000-EXIT                                        18380000
           END-IF.                                                      18390000
                                                                        18400000
           EXEC SQL                                                     18410000
               DELETE FROM SALES_SUMMARY                                18420000
               WHERE   PREFIX = :WS-CC-PREFIX                           18430000
                 AND   PERIOD = :WS-JOURNAL-PERIOD                      18440000
                 AND   SUMMARY_TYPE = 'J'                               18450000
                 AND   SUBSTR(KEY_VALUE, 1, 8) = :WS-CC-DATE            18460000
           END-EXEC.                                                    18470000
                                                                        18480000
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   18490000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          18500000
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        18510000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         18520000
               MOVE 'DELETE SALES_SUMMARY J' TO WPDE-FUNCTION           18530000
               MOVE 'P40000' TO WPDE-PARAGRAPH                          18540000
               PERFORM P99999-ABEND THRU P99999-EXIT                    18550000
           END-IF.                                                      18560000
                                                                        18570000
           PERFORM P40100-INSERT-DAY-ROW THRU P40100-EXIT               18580000
               VARYING WS-MT-SUB FROM 1 BY 1                            18590000
                   UNTIL WS-MT-SUB > WS-MT-MAX.                         18600000
                                                                        18610000
       P40000-EXIT.                                                     18620000
           EXIT.                                                        18630000
           EJECT                                                        18640000
      ***************************************************************** 18650000
      *                                                               * 18660000
      *    PARAGRAPH:  P40100-INSERT-DAY-ROW                          * 18670000
      *                                                               * 18680000
      *    FUNCTION :  INSERT THE DAY'S ROW FOR MOVEMENT TYPE         * 18690000
      *                WS-MT-SUB -- KEY 'CCYYMMDD TTT', THE MOVEMENT  * 18700000
      *                COUNT AND THE NET INVENTORY EFFECT JOURNALED   * 18710000
      *                                                               * 18720000
      *    CALLED BY:  P40000-RECORD-DAY                              * 18730000
      *                                                               * 18740000
      ***************************************************************** 18750000
                                                                        18760000
       P40100-INSERT-DAY-ROW.                                           18770000
                                                                        18780000
           IF WS-MV-COUNT (WS-MT-SUB) = ZEROES                          18790000
               GO TO P40100-EXIT                                        18800000
           END-IF.                                                      18810000
                                                                        18820000
           MOVE WS-CC-PREFIX TO SALES-SUMMARY-PREFIX.                   18830000
           MOVE WS-JOURNAL-PERIOD TO SALES-SUMMARY-PERIOD.              18840000
           MOVE 'J' TO SALES-SUMMARY-TYPE.                              18850000
           MOVE SPACES TO SALES-SUMMARY-KEY-VALUE.                      18860000
           STRING WS-CC-DATE ' ' WS-MT-TYPE (WS-MT-SUB)                 18870000
               DELIMITED BY SIZE INTO SALES-SUMMARY-KEY-VALUE.          18880000
           MOVE WS-MV-COUNT (WS-MT-SUB) TO SALES-SUMMARY-ORDER-COUNT.   18890000
           MOVE WS-MV-JOURNALED (WS-MT-SUB)                             18900000
               TO SALES-SUMMARY-TOTAL-AMOUNT.                           18910000
           MOVE +0 TO SALES-SUMMARY-TAX-AMOUNT.                         18920000
                                                                        18930000
           EXEC SQL                                                     18940000
               INSERT INTO SALES_SUMMARY                                18950000
                       (PREFIX, PERIOD, SUMMARY_TYPE, KEY_VALUE,        18960000
                        ORDER_COUNT, TOTAL_AMOUNT, TAX_AMOUNT)          18970000
               VALUES  (:SALES-SUMMARY-PREFIX,                          18980000
                        :SALES-SUMMARY-PERIOD,                          18990000
                        :SALES-SUMMARY-TYPE,                            19000000
                        :SALES-SUMMARY-KEY-VALUE,                       19010000
                        :SALES-SUMMARY-ORDER-COUNT,                     19020000
                        :SALES-SUMMARY-TOTAL-AMOUNT,                    19030000
                        :SALES-SUMMARY-TAX-AMOUNT)                      19040000
           END-EXEC.                                                    19050000
                                                                        19060000
           IF SQLCODE NOT = +0                                          19070000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          19080000
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        19090000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         19100000
               MOVE 'INSERT SALES_SUMMARY J' TO WPDE-FUNCTION           19110000
               MOVE 'P40100' TO WPDE-PARAGRAPH                          19120000
               PERFORM P99999-ABEND THRU P99999-EXIT                    19130000
           END-IF.                                                      19140000
                                                                        19150000
           ADD +1 TO WS-ROWS-RECORDED.                                  19160000
                                                                        19170000
       P40100-EXIT.                                                     19180000
           EXIT.                                                        19190000
           EJECT                                                        19200000
      ***************************************************************** 19210000
      *                                                               * 19220000
      *    PARAGRAPH:  P50000-POST-MOVEMENT                           * 19230000
      *                                                               * 19240000
      *    FUNCTION :  COUNT THE MOVEMENT IN WS-MOVEMENT, VALUE IT AT * 19250000
      *                AVERAGE COST WHEN IT CARRIES NO COST OF ITS    * 19260000
      *                OWN, AND ADD IT TO THE JOURNAL ENTRY FOR ITS   * 19270000
      *                MOVEMENT TYPE AND ITEM CATEGORY                * 19280000
      *                                                               * 19290000
      *    CALLED BY:  P20100-NEXT-RECEIPT                            * 19300000
      *                P21100-NEXT-LANDED-COST                        * 19310000
      *                P22100-NEXT-COGS                               * 19320000
      *                P23100-NEXT-ADJUSTMENT                         * 19330000
      *                P24100-NEXT-RETURN                             * 19340000
      *                P25100-NEXT-TRANSFER                           * 19350000
      *                                                               * 19360000
      ***************************************************************** 19370000
                                                                        19380000
       P50000-POST-MOVEMENT.                                            19390000
                                                                        19400000
           PERFORM P50100-SCAN-TYPE THRU P50100-EXIT                    19410000
               VARYING WS-MT-SUB FROM 1 BY 1                            19420000
                   UNTIL WS-MT-SUB > WS-MT-MAX                          19430000
                      OR WS-MT-TYPE (WS-MT-SUB) = WS-MOVE-TYPE.         19440000
                                                                        19450000
           ADD +1 TO WS-MOVEMENTS-READ.                                 19460000
           ADD +1 TO WS-MV-COUNT (WS-MT-SUB).                           19470000
                                                                        19480000
           IF NOT MOVE-VALUED                                           19490000
               PERFORM P51000-VALUE-AT-AVERAGE THRU P51000-EXIT         19500000
               IF MOVE-UNCOSTED                                         19510000
                   ADD +1 TO WS-MOVEMENTS-UNCOSTED                      19520000
                   ADD +1 TO WS-MV-UNCOSTED (WS-MT-SUB)                 19530000
                   GO TO P50000-EXIT                                    19540000
               END-IF                                                   19550000
           END-IF.                                                      19560000
                                                                        19570000
           ADD WS-MOVE-VALUE TO WS-MV-VALUE (WS-MT-SUB).                19580000
                                                                        19590000
           IF WS-MOVE-VALUE = ZEROES                                    19600000
               GO TO P50000-EXIT                                        19610000
           END-IF.                                                      19620000
                                                                        19630000
           PERFORM P52000-GET-CATEGORY THRU P52000-EXIT.                19640000
                                                                        19650000
           PERFORM P53000-FIND-ENTRY THRU P53000-EXIT.                  19660000
                                                                        19670000
           ADD +1 TO WS-JE-COUNT (WS-JE-SUB).                           19680000
           ADD WS-MOVE-VALUE TO WS-JE-VALUE (WS-JE-SUB).                19690000
                                                                        19700000
       P50000-EXIT.                                                     19710000
           EXIT.                                                        19720000
                                                                        19730000
       P50100-SCAN-TYPE.                                                19740000
                                                                        19750000
           CONTINUE.                                                    19760000
                                                                        19770000
       P50100-EXIT.                                                     19780000
           EXIT.                                                        19790000
           EJECT                                                        19800000
      ***************************************************************** 19810000
      *                                                               * 19820000
      *    PARAGRAPH:  P51000-VALUE-AT-AVERAGE                        * 19830000
      *                                                               * 19840000
      *    FUNCTION :  VALUE THE MOVEMENT QUANTITY AT THE ITEM /      * 19850000
      *                SUPPLIER AVERAGE COST; A MOVEMENT WITH NO      * 19860000
      *                AVERAGE COST ON FILE IS MARKED UNCOSTED        * 19870000
      *                                                               * 19880000
      *    CALLED BY:  P50000-POST-MOVEMENT                           * 19890000
      *                                                               * 19900000
      ***************************************************************** 19910000
                                                                        19920000
       P51000-VALUE-AT-AVERAGE.                                         19930000
                                                                        19940000
           MOVE 'N' TO WS-MOVE-UNCOSTED-SW.                             19950000
           MOVE WS-JOURNAL-PREFIX TO ITEM-COST-PREFIX.                  19960000
           MOVE WS-MOVE-ITEM-NUMBER TO ITEM-COST-ITEM-NUMBER.           19970000
           MOVE WS-MOVE-SUPPLIER-ID TO ITEM-COST-SUPPLIER-ID.           19980000
                                                                        19990000
           READ VSAM-ITEM-COST.                                         20000000
                                                                        20010000
           IF ITMCSTF-NOTFOUND OR ITMCSTF-EMPTY                         20020000
               MOVE 'Y' TO WS-MOVE-UNCOSTED-SW                          20030000
               GO TO P51000-EXIT                                        20040000
           END-IF.                                                      20050000
                                                                        20060000
           IF NOT ITMCSTF-OK                                            20070000
               MOVE 'READ ITEM COST FAILED' TO WPBE-MESSAGE             20080000
               MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS                20090000
               MOVE 'P51000' TO WPBE-PARAGRAPH                          20100000
               PERFORM P99999-ABEND THRU P99999-EXIT                    20110000
           END-IF.                                                      20120000
                                                                        20130000
           COMPUTE WS-MOVE-VALUE ROUNDED =                              20140000
               WS-MOVE-QUANTITY * ITEM-COST-AVG-UNIT-COST.              20150000
                                                                        20160000
       P51000-EXIT.                                                     20170000
           EXIT.                                                        20180000
           EJECT                                                        20190000
      ***************************************************************** 20200000
      *                                                               * 20210000
      *    PARAGRAPH:  P52000-GET-CATEGORY                            * 20220000
      *                                                               * 20230000
      *    FUNCTION :  RESOLVE THE MOVEMENT ITEM'S CATEGORY           * 20240000
      *                                                               * 20250000
      *    CALLED BY:  P50000-POST-MOVEMENT                           * 20260000
      *                                                               * 20270000
      ***************************************************************** 20280000
                                                                        20290000
       P52000-GET-CATEGORY.                                             20300000
                                                                        20310000
           MOVE WS-CC-PREFIX TO ITEM-PREFIX.                            20320000
           MOVE WS-MOVE-ITEM-NUMBER TO ITEM-NUMBER.                     20330000
           MOVE '(UNKNOWN CATEGORY)' TO ITEM-CATEGORY-NAME.             20340000
                                                                        20350000
           EXEC SQL                                                     20360000
               SELECT  CATEGORY_NAME                                    20370000
               INTO    :ITEM-CATEGORY-NAME                              20380000
               FROM    ITEM                                             20390000
               WHERE   PREFIX = :ITEM-PREFIX                            20400000
                 AND   NUMBER = :ITEM-NUMBER                            20410000
           END-EXEC.                                                    20420000
                                                                        20430000
           EVALUATE TRUE                                                20440000
               WHEN SQLCODE = +0                                        20450000
               WHEN SQLCODE = +100                                      20460000
                   CONTINUE                                             20470000
               WHEN OTHER                                               20480000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      20490000
                   MOVE 'PDAB118' TO WPDE-PROGRAM-ID                    20500000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     20510000
                   MOVE 'SELECT ITEM CATEGORY' TO WPDE-FUNCTION         20520000
                   MOVE 'P52000' TO WPDE-PARAGRAPH                      20530000
                   PERFORM P99999-ABEND THRU P99999-EXIT                20540000
           END-EVALUATE.                                                20550000
                                                                        20560000
       P52000-EXIT.                                                     20570000
           EXIT.                                                        20580000
           EJECT                                                        20590000
      ***************************************************************** 20600000
      *                                                               * 20610000
      *    PARAGRAPH:  P53000-FIND-ENTRY                              * 20620000
      *                                                               * 20630000
      *    FUNCTION :  POINT WS-JE-SUB AT THE JOURNAL ENTRY FOR THE   * 20640000
      *                MOVEMENT TYPE AND CATEGORY, ADDING IT (AND     * 20650000
      *                MAPPING ITS ACCOUNTS) THE FIRST TIME           * 20660000
      *                                                               * 20670000
      *    CALLED BY:  P50000-POST-MOVEMENT                           * 20680000
      *                                                               * 20690000
      ***************************************************************** 20700000
                                                                        20710000
       P53000-FIND-ENTRY.                                               20720000
                                                                        20730000
           PERFORM P53100-SCAN-ENTRY THRU P53100-EXIT                   20740000
               VARYING WS-JE-SUB FROM 1 BY 1                            20750000
                   UNTIL WS-JE-SUB > WS-JE-USED                         20760000
                      OR (WS-JE-TYPE-SUB (WS-JE-SUB) = WS-MT-SUB        20770000
                      AND WS-JE-CATEGORY (WS-JE-SUB)                    20780000
                          = ITEM-CATEGORY-NAME).                        20790000
                                                                        20800000
           IF WS-JE-SUB NOT > WS-JE-USED                                20810000
               GO TO P53000-EXIT                                        20820000
           END-IF.                                                      20830000
                                                                        20840000
           IF WS-JE-USED NOT < WS-JE-MAX                                20850000
               MOVE 'JOURNAL ENTRY TABLE FULL' TO WPBE-MESSAGE          20860000
               MOVE 'P53000' TO WPBE-PARAGRAPH                          20870000
               PERFORM P99999-ABEND THRU P99999-EXIT                    20880000
           END-IF.                                                      20890000
                                                                        20900000
           ADD +1 TO WS-JE-USED.                                        20910000
           MOVE WS-JE-USED TO WS-JE-SUB.                                20920000
           MOVE WS-MT-SUB TO WS-JE-TYPE-SUB (WS-JE-SUB).                20930000
           MOVE ITEM-CATEGORY-NAME TO WS-JE-CATEGORY (WS-JE-SUB).       20940000
           MOVE +0 TO WS-JE-COUNT (WS-JE-SUB).                          20950000
           MOVE +0 TO WS-JE-VALUE (WS-JE-SUB).                          20960000
                                                                        20970000
           PERFORM P54000-MAP-ACCOUNTS THRU P54000-EXIT.                20980000
                                                                        20990000
       P53000-EXIT.                                                     21000000
           EXIT.                                                        21010000
                                                                        21020000
       P53100-SCAN-ENTRY.                                               21030000
                                                                        21040000
           CONTINUE.                                                    21050000
                                                                        21060000
       P53100-EXIT.                                                     21070000
           EXIT.                                                        21080000
           EJECT                                                        21090000
      ***************************************************************** 21100000
      *                                                               * 21110000
      *    PARAGRAPH:  P54000-MAP-ACCOUNTS                            * 21120000
      *                                                               * 21130000
      *    FUNCTION :  FIND THE ACCOUNTS FOR ENTRY WS-JE-SUB -- THE   * 21140000
      *                MAP ROW FOR ITS TYPE AND CATEGORY, ELSE THE    * 21150000
      *                ROW FOR ITS TYPE AND CATEGORY '*'              * 21160000
      *                                                               * 21170000
      *    CALLED BY:  P53000-FIND-ENTRY                              * 21180000
      *                                                               * 21190000
      ***************************************************************** 21200000
                                                                        21210000
       P54000-MAP-ACCOUNTS.                                             21220000
                                                                        21230000
           MOVE 'N' TO WS-JE-MAPPED-SW (WS-JE-SUB).                     21240000
           MOVE SPACES TO WS-JE-DEBIT (WS-JE-SUB)                       21250000
                          WS-JE-CREDIT (WS-JE-SUB).                     21260000
                                                                        21270000
           PERFORM P54100-SCAN-MAP THRU P54100-EXIT                     21280000
               VARYING WS-MAP-SUB FROM 1 BY 1                           21290000
                   UNTIL WS-MAP-SUB > WS-MAP-USED                       21300000
                      OR (WS-MP-TYPE (WS-MAP-SUB) = WS-MOVE-TYPE        21310000
                      AND WS-MP-CATEGORY (WS-MAP-SUB)                   21320000
                          = ITEM-CATEGORY-NAME).                        21330000
                                                                        21340000
           IF WS-MAP-SUB > WS-MAP-USED                                  21350000
               PERFORM P54100-SCAN-MAP THRU P54100-EXIT                 21360000
                   VARYING WS-MAP-SUB FROM 1 BY 1                       21370000
                       UNTIL WS-MAP-SUB > WS-MAP-USED                   21380000
                          OR (WS-MP-TYPE (WS-MAP-SUB) = WS-MOVE-TYPE    21390000
                          AND WS-MP-CATEGORY (WS-MAP-SUB) = '*')        21400000
           END-IF.                                                      21410000
                                                                        21420000
           IF WS-MAP-SUB > WS-MAP-USED                                  21430000
               GO TO P54000-EXIT                                        21440000
           END-IF.                                                      21450000
                                                                        21460000
           MOVE 'Y' TO WS-JE-MAPPED-SW (WS-JE-SUB).                     21470000
           MOVE WS-MP-DEBIT (WS-MAP-SUB) TO WS-JE-DEBIT (WS-JE-SUB).    21480000
           MOVE WS-MP-CREDIT (WS-MAP-SUB) TO WS-JE-CREDIT (WS-JE-SUB).  21490000
                                                                        21500000
       P54000-EXIT.                                                     21510000
           EXIT.                                                        21520000
                                                                        21530000
       P54100-SCAN-MAP.                                                 21540000
                                                                        21550000
           CONTINUE.                                                    21560000
                                                                        21570000
       P54100-EXIT.                                                     21580000
           EXIT.                                                        21590000
           EJECT                                                        21600000
      ***************************************************************** 21610000
      *                                                               * 21620000
      *    PARAGRAPH:  P70000-TIE-OUT                                 * 21630000
      *                                                               * 21640000
      *    FUNCTION :  MONTH-END TIE-OUT -- THE PRIOR PERIOD'S        * 21650000
      *                VALUATION PLUS THE PERIOD'S JOURNALED          * 21660000
      *                MOVEMENTS AGAINST THE PERIOD'S VALUATION       * 21670000
      *                                                               * 21680000
      *    CALLED BY:  P00000-MAINLINE                                * 21690000
      *                                                               * 21700000
      ***************************************************************** 21710000
                                                                        21720000
       P70000-TIE-OUT.                                                  21730000
                                                                        21740000
           IF WS-CC-PERIOD NOT NUMERIC                                  21750000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              21760000
               MOVE 'P70000' TO WPBE-PARAGRAPH                          21770000
               PERFORM P99999-ABEND THRU P99999-EXIT                    21780000
           END-IF.                                                      21790000
                                                                        21800000
      ***************************************************************** 21803137
      *    THE PERIOD MUST BE ON THE PREFIX'S FISCAL CALENDAR (OR BE  * 21806274
      *    A CALENDAR MONTH WHEN IT HAS NONE); THE PRIOR PERIOD IS    * 21809411
      *    THE ONE HOLDING THE DAY BEFORE IT STARTS                   * 21812548
      ***************************************************************** 21815685
                                                                        21818822
           MOVE SPACES TO PDAS13-PARMS.                                 21821959
           MOVE 'P' TO PDAS13-FUNCTION.                                 21825096
           MOVE WS-CC-PREFIX TO PDAS13-PREFIX.                          21828233
           MOVE WS-CC-PERIOD TO PDAS13-PERIOD.                          21831370
                                                                        21834507
           CALL 'PDAS13' USING PDAS13-PARMS.                            21837644
                                                                        21840781
           IF PDAS13-CALENDAR-ERROR                                     21843918
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          21847055
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        21850192
               MOVE PDAS13-SQLCODE TO WPDE-DB2-SQLCODE                  21853329
               MOVE 'PDAS13 PERIOD RESOLUTION' TO WPDE-FUNCTION         21856466
               MOVE 'P70000' TO WPDE-PARAGRAPH                          21859603
               PERFORM P99999-ABEND THRU P99999-EXIT                    21862740
           END-IF.                                                      21865877
                                                                        21869014
           IF NOT PDAS13-RESOLVED                                       21872151
               MOVE 'PERIOD NOT ON FISCAL CALENDAR' TO WPBE-MESSAGE     21875288
               MOVE 'P70000' TO WPBE-PARAGRAPH                          21878425
               PERFORM P99999-ABEND THRU P99999-EXIT                    21881562
           END-IF.                                                      21884699
                                                                        21887836
           COMPUTE WS-TO-DATE-INTEGER =                                 21890973
               FUNCTION INTEGER-OF-DATE (PDAS13-START-DATE) - 1.        21894110
           MOVE 'D' TO PDAS13-FUNCTION.                                 21897247
           COMPUTE PDAS13-DATE =                                        21900384
               FUNCTION DATE-OF-INTEGER (WS-TO-DATE-INTEGER).           21903521
                                                                        21906658
           CALL 'PDAS13' USING PDAS13-PARMS.                            21909795
                                                                        21912932
           IF PDAS13-CALENDAR-ERROR                                     21916069
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          21919206
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        21922343
               MOVE PDAS13-SQLCODE TO WPDE-DB2-SQLCODE                  21925480
               MOVE 'PDAS13 PERIOD RESOLUTION' TO WPDE-FUNCTION         21928617
               MOVE 'P70000' TO WPDE-PARAGRAPH                          21931754
               PERFORM P99999-ABEND THRU P99999-EXIT                    21934891
           END-IF.                                                      21938028
                                                                        21941165
           IF PDAS13-RESOLVED                                           21944302
               MOVE PDAS13-PERIOD TO WS-PRIOR-PERIOD                    21947439
           ELSE                                                         21950576
               MOVE SPACES TO WS-PRIOR-PERIOD                           21953713
           END-IF.                                                      21956850
                                                                        21960000
           DISPLAY ' '.                                                 21970000
           DISPLAY WS-DL-ASTERISK.                                      21980000
           DISPLAY WS-DL-BLANK.                                         21990000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              22000000
           STRING '  PDAB118 - INVENTORY TIE-OUT FOR PERIOD '           22010000
               WS-CC-PERIOD ' PREFIX ' WS-CC-PREFIX                     22020000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  22030000
           DISPLAY WS-DL-LINE.                                          22040000
           DISPLAY WS-DL-BLANK.                                         22050000
           DISPLAY WS-DL-ASTERISK.                                      22060000
           DISPLAY ' '.                                                 22070000
                                                                        22080000
      ***************************************************************** 22090000
      *    THIS PERIOD'S VALUATION MUST BE ON FILE TO TIE TO          * 22100000
      ***************************************************************** 22110000
                                                                        22120000
           MOVE WS-CC-PERIOD TO WS-TO-PERIOD-X.                         22130000
           PERFORM P71000-GET-VALUATION THRU P71000-EXIT.               22140000
                                                                        22150000
           IF NOT VALUATION-FOUND                                       22160000
               MOVE '  NO PDAB72 VALUATION ON FILE FOR THE PERIOD --'   22170000
                   TO WS-DL-LINE-TEXT                                   22180000
               DISPLAY WS-DL-LINE                                       22190000
               MOVE '  RUN THE VALUATION BEFORE THE TIE-OUT'            22200000
                   TO WS-DL-LINE-TEXT                                   22210000
               DISPLAY WS-DL-LINE                                       22220000
               MOVE +4 TO WS-FINAL-RETURN-CODE                          22230000
               GO TO P70000-EXIT                                        22240000
           END-IF.                                                      22250000
                                                                        22260000
           MOVE WS-TO-VALUE TO WS-CLOSING-VALUE.                        22270000
                                                                        22280000
           MOVE WS-PRIOR-PERIOD TO WS-TO-PERIOD-X.                      22290000
           PERFORM P71000-GET-VALUATION THRU P71000-EXIT.               22300000
                                                                        22310000
           IF VALUATION-FOUND                                           22320000
               MOVE WS-TO-VALUE TO WS-OPENING-VALUE                     22330000
           ELSE                                                         22340000
               MOVE +0 TO WS-OPENING-VALUE                              22350000
               MOVE '  NO PDAB72 VALUATION FOR THE PRIOR PERIOD --'     22360000
                   TO WS-DL-LINE-TEXT                                   22370000
               DISPLAY WS-DL-LINE                                       22380000
               MOVE '  OPENING BALANCE TAKEN AS ZERO'                   22390000
                   TO WS-DL-LINE-TEXT                                   22400000
               DISPLAY WS-DL-LINE                                       22410000
               DISPLAY WS-DL-BLANK                                      22420000
               MOVE +4 TO WS-FINAL-RETURN-CODE                          22430000
           END-IF.                                                      22440000
                                                                        22450000
           EXEC SQL                                                     22460000
               SELECT  COUNT(DISTINCT SUBSTR(KEY_VALUE, 1, 8))          22470000
               INTO    :WS-DAYS-JOURNALED                               22480000
               FROM    SALES_SUMMARY                                    22490000
               WHERE   PREFIX = :WS-CC-PREFIX                           22500000
                 AND   PERIOD = :WS-CC-PERIOD                           22510000
                 AND   SUMMARY_TYPE = 'J'                               22520000
           END-EXEC.                                                    22530000
                                                                        22540000
           IF SQLCODE NOT = +0                                          22550000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          22560000
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        22570000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         22580000
               MOVE 'SELECT SALES_SUMMARY J DAYS' TO WPDE-FUNCTION      22590000
               MOVE 'P70000' TO WPDE-PARAGRAPH                          22600000
               PERFORM P99999-ABEND THRU P99999-EXIT                    22610000
           END-IF.                                                      22620000
                                                                        22630000
           EXEC SQL                                                     22640000
               OPEN JRNLCUR                                             22650000
           END-EXEC.                                                    22660000
                                                                        22670000
           IF SQLCODE NOT = +0                                          22680000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          22690000
               MOVE 'PDAB118' TO WPDE-PROGRAM-ID                        22700000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         22710000
               MOVE 'OPEN JRNLCUR' TO WPDE-FUNCTION                     22720000
               MOVE 'P70000' TO WPDE-PARAGRAPH                          22730000
               PERFORM P99999-ABEND THRU P99999-EXIT                    22740000
           END-IF.                                                      22750000
                                                                        22760000
           MOVE 'N' TO WS-END-OF-DB2-SW.                                22770000
                                                                        22780000
           PERFORM P72000-FETCH-JOURNALED THRU P72000-EXIT              22790000
               UNTIL END-OF-DB2.                                        22800000
                                                                        22810000
           EXEC SQL                                                     22820000
               CLOSE JRNLCUR                                            22830000
           END-EXEC.                                                    22840000
                                                                        22850000
           COMPUTE WS-JOURNALED-BALANCE =                               22860000
               WS-OPENING-VALUE + WS-JOURNALED-NET.                     22870000
           COMPUTE WS-TIE-OUT-DIFFERENCE =                              22880000
               WS-CLOSING-VALUE - WS-JOURNALED-BALANCE.                 22890000
                                                                        22900000
           MOVE SPACES TO WS-DL-AM-LABEL.                               22910000
           STRING 'OPENING -- PDAB72 VALUATION ' WS-TO-PERIOD-X         22920000
               DELIMITED BY SIZE INTO WS-DL-AM-LABEL.                   22930000
           MOVE WS-OPENING-VALUE TO WS-DL-AM-AMOUNT.                    22940000
           DISPLAY WS-DL-AMOUNT.                                        22950000
           DISPLAY WS-DL-BLANK.                                         22960000
                                                                        22970000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              22976000
           STRING '  TYP DESCRIPTION                COUNT'              22982000
               '           VALUE'                                       22988000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  22994000
           DISPLAY WS-DL-LINE.                                          23000000
                                                                        23010000
           PERFORM P73000-PRINT-TYPE THRU P73000-EXIT                   23020000
               VARYING WS-MT-SUB FROM 1 BY 1                            23030000
                   UNTIL WS-MT-SUB > WS-MT-MAX.                         23040000
                                                                        23050000
           DISPLAY WS-DL-BLANK.                                         23060000
           MOVE SPACES TO WS-DL-AM-LABEL.                               23070000
           MOVE WS-DAYS-JOURNALED TO WS-DL-MV-COUNT.                    23080000
           STRING 'JOURNALED MOVEMENTS -- DAYS ' WS-DL-MV-COUNT         23090000
               DELIMITED BY SIZE INTO WS-DL-AM-LABEL.                   23100000
           MOVE WS-JOURNALED-NET TO WS-DL-AM-AMOUNT.                    23110000
           DISPLAY WS-DL-AMOUNT.                                        23120000
           MOVE 'JOURNALED INVENTORY BALANCE' TO WS-DL-AM-LABEL.        23130000
           MOVE WS-JOURNALED-BALANCE TO WS-DL-AM-AMOUNT.                23140000
           DISPLAY WS-DL-AMOUNT.                                        23150000
           MOVE SPACES TO WS-DL-AM-LABEL.                               23160000
           STRING 'PDAB72 VALUATION ' WS-CC-PERIOD                      23170000
               DELIMITED BY SIZE INTO WS-DL-AM-LABEL.                   23180000
           MOVE WS-CLOSING-VALUE TO WS-DL-AM-AMOUNT.                    23190000
           DISPLAY WS-DL-AMOUNT.                                        23200000
           MOVE 'DIFFERENCE' TO WS-DL-AM-LABEL.                         23210000
           MOVE WS-TIE-OUT-DIFFERENCE TO WS-DL-AM-AMOUNT.               23220000
           DISPLAY WS-DL-AMOUNT.                                        23230000
           DISPLAY WS-DL-BLANK.                                         23240000
                                                                        23250000
           IF WS-TIE-OUT-DIFFERENCE = ZEROES                            23260000
               MOVE '  JOURNALED BALANCE TIES TO THE VALUATION'         23270000
                   TO WS-DL-LINE-TEXT                                   23280000
           ELSE                                                         23290000
               MOVE '  JOURNALED BALANCE DOES NOT TIE TO THE VALUATION' 23300000
                   TO WS-DL-LINE-TEXT                                   23310000
               MOVE +4 TO WS-FINAL-RETURN-CODE                          23320000
           END-IF.                                                      23330000
                                                                        23340000
           DISPLAY WS-DL-LINE.                                          23350000
           DISPLAY WS-DL-BLANK.                                         23360000
           DISPLAY WS-DL-ASTERISK.                                      23370000
                                                                        23380000
       P70000-EXIT.                                                     23390000
           EXIT.                                                        23400000
           EJECT                                                        23410000
      ***************************************************************** 23420000
      *                                                               * 23430000
      *    PARAGRAPH:  P71000-GET-VALUATION                           * 23440000
      *                                                               * 23450000
      *    FUNCTION :  READ THE PDAB72 VALUATION LINE FOR PERIOD      * 23460000
      *                WS-TO-PERIOD-X INTO WS-TO-VALUE                * 23470000
      *                                                               * 23480000
      *    CALLED BY:  P70000-TIE-OUT                                 * 23490000
      *                                                               * 23500000
      ***************************************************************** 23510000
                                                                        23520000
       P71000-GET-VALUATION.                                            23530000
                                                                        23540000
           MOVE 'N' TO WS-VALUATION-FOUND-SW.                           23550000
           MOVE +0 TO WS-TO-VALUE.                                      23560000
                                                                        23570000
           EXEC SQL                                                     23580000
               SELECT  TOTAL_AMOUNT                                     23590000
               INTO    :SALES-SUMMARY-TOTAL-AMOUNT                      23600000
               FROM    SALES_SUMMARY                                    23610000
               WHERE   PREFIX = :WS-CC-PREFIX                           23620000
                 AND   PERIOD = :WS-TO-PERIOD-X                         23630000
                 AND   SUMMARY_TYPE = 'V'                               23640000
                 AND   KEY_VALUE = 'INVENTORY VALUATION'                23650000
           END-EXEC.                                                    23660000
                                                                        23670000
           EVALUATE TRUE                                                23680000
               WHEN SQLCODE = +0                                        23690000
                   MOVE 'Y' TO WS-VALUATION-FOUND-SW                    23700000
                   MOVE SALES-SUMMARY-TOTAL-AMOUNT TO WS-TO-VALUE       23710000
               WHEN SQLCODE = +100                                      23720000
                   CONTINUE                                             23730000
               WHEN OTHER                                               23740000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      23750000
                   MOVE 'PDAB118' TO WPDE-PROGRAM-ID                    23760000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     23770000
                   MOVE 'SELECT SALES_SUMMARY V' TO WPDE-FUNCTION       23780000
                   MOVE 'P71000' TO WPDE-PARAGRAPH                      23790000
                   PERFORM P99999-ABEND THRU P99999-EXIT                23800000
           END-EVALUATE.                                                23810000
                                                                        23820000
       P71000-EXIT.                                                     23830000
           EXIT.                                                        23840000
           EJECT                                                        23850000
      ***************************************************************** 23860000
      *                                                               * 23870000
      *    PARAGRAPH:  P72000-FETCH-JOURNALED                         * 23880000
      *                                                               * 23890000
      *    FUNCTION :  FETCH THE PERIOD'S JOURNALED TOTAL FOR THE     * 23900000
      *                NEXT MOVEMENT TYPE AND ADD IT TO THE NET       * 23910000
      *                                                               * 23920000
      *    CALLED BY:  P70000-TIE-OUT                                 * 23930000
      *                                                               * 23940000
      ***************************************************************** 23950000
                                                                        23960000
       P72000-FETCH-JOURNALED.                                          23970000
                                                                        23980000
           EXEC SQL                                                     23990000
               FETCH  JRNLCUR                                           24000000
               INTO   :WS-TO-TYPE,                                      24010000
                      :WS-TO-COUNT,                                     24020000
                      :WS-TO-AMOUNT                                     24030000
           END-EXEC.                                                    24040000
                                                                        24050000
           EVALUATE TRUE                                                24060000
               WHEN SQLCODE = +0                                        24070000
                   CONTINUE                                             24080000
               WHEN SQLCODE = +100                                      24090000
                   MOVE 'Y' TO WS-END-OF-DB2-SW                         24100000
                   GO TO P72000-EXIT                                    24110000
               WHEN OTHER                                               24120000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      24130000
                   MOVE 'PDAB118' TO WPDE-PROGRAM-ID                    24140000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     24150000
                   MOVE 'FETCH JRNLCUR' TO WPDE-FUNCTION                24160000
                   MOVE 'P72000' TO WPDE-PARAGRAPH                      24170000
                   PERFORM P99999-ABEND THRU P99999-EXIT                24180000
           END-EVALUATE.                                                24190000
                                                                        24200000
           ADD WS-TO-AMOUNT TO WS-JOURNALED-NET.                        24210000
                                                                        24220000
           PERFORM P50100-SCAN-TYPE THRU P50100-EXIT                    24230000
               VARYING WS-MT-SUB FROM 1 BY 1                            24240000
                   UNTIL WS-MT-SUB > WS-MT-MAX                          24250000
                      OR WS-MT-TYPE (WS-MT-SUB) = WS-TO-TYPE.           24260000
                                                                        24270000
           IF WS-MT-SUB NOT > WS-MT-MAX                                 24280000
               MOVE WS-TO-COUNT TO WS-MV-COUNT (WS-MT-SUB)              24290000
               MOVE WS-TO-AMOUNT TO WS-MV-JOURNALED (WS-MT-SUB)         24300000
           END-IF.                                                      24310000
                                                                        24320000
       P72000-EXIT.                                                     24330000
           EXIT.                                                        24340000
           EJECT                                                        24350000
      ***************************************************************** 24360000
      *                                                               * 24370000
      *    PARAGRAPH:  P73000-PRINT-TYPE                              * 24380000
      *                                                               * 24390000
      *    FUNCTION :  PRINT THE PERIOD'S JOURNALED MOVEMENTS AND     * 24400000
      *                INVENTORY EFFECT OF MOVEMENT TYPE WS-MT-SUB    * 24410000
      *                                                               * 24420000
      *    CALLED BY:  P70000-TIE-OUT                                 * 24430000
      *                                                               * 24440000
      ***************************************************************** 24450000
                                                                        24460000
       P73000-PRINT-TYPE.                                               24470000
                                                                        24480000
           MOVE WS-MT-TYPE (WS-MT-SUB) TO WS-DL-MV-TYPE.                24490000
           MOVE WS-MT-DESCRIPTION (WS-MT-SUB) TO WS-DL-MV-DESCRIPTION.  24500000
           MOVE WS-MV-COUNT (WS-MT-SUB) TO WS-DL-MV-COUNT.              24510000
           MOVE WS-MV-JOURNALED (WS-MT-SUB) TO WS-DL-MV-VALUE.          24520000
           MOVE ZEROES TO WS-DL-MV-UNCOSTED.                            24540000
                                                                        24550000
           DISPLAY WS-DL-MOVEMENT.                                      24560000
                                                                        24570000
       P73000-EXIT.                                                     24580000
           EXIT.                                                        24590000
           EJECT                                                        24600000
      ***************************************************************** 24610000
      *                                                               * 24620000
      *    PARAGRAPH:  P99999-ABEND                                   * 24630000
      *                                                               * 24640000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 24650000
      *                ERROR HAS BEEN ENCOUNTERED                     * 24660000
      *                                                               * 24670000
      *    CALLED BY:  VARIOUS                                        * 24680000
      *                                                               * 24690000
      ***************************************************************** 24700000
                                                                        24710000
       P99999-ABEND.                                                    24720000
                                                                        24730000
           DISPLAY ' '.                                                 24740000
           DISPLAY WPEA-ERROR-01.                                       24750000
           DISPLAY WPEA-ERROR-02.                                       24760000
           DISPLAY WPEA-ERROR-03.                                       24770000
           DISPLAY WPEA-ERROR-04.                                       24780000
           DISPLAY WPEA-ERROR-05.                                       24790000
           DISPLAY WPEA-ERROR-06.                                       24800000
                                                                        24810000
           EVALUATE TRUE                                                24820000
               WHEN PDA-DB2-ERROR                                       24830000
                   MOVE WS-PDA-DB2-ERROR-01 TO WPEA-ERROR-07-TEXT       24840000
                   DISPLAY WPEA-ERROR-07                                24850000
                   MOVE WS-PDA-DB2-ERROR-02 TO WPEA-ERROR-08-TEXT       24860000
                   DISPLAY WPEA-ERROR-08                                24870000
               WHEN OTHER                                               24880000
                   MOVE WS-PDA-BATCH-ERROR-01 TO WPEA-ERROR-07-TEXT     24890000
                   DISPLAY WPEA-ERROR-07                                24900000
                   DISPLAY WPEA-ERROR-06                                24910000
                   MOVE WS-PDA-BATCH-ERROR-02 TO WPEA-ERROR-08-TEXT     24920000
                   DISPLAY WPEA-ERROR-08                                24930000
           END-EVALUATE.                                                24940000
                                                                        24950000
           DISPLAY WPEA-ERROR-09.                                       24960000
           DISPLAY WPEA-ERROR-10.                                       24970000
           DISPLAY ' '.                                                 24980000
                                                                        24990000
           MOVE 16 TO RETURN-CODE.                                      25000000
                                                                        25010000
           GOBACK.                                                      25020000
                                                                        25030000
       P99999-EXIT.                                                     25040000
           EXIT.                                                        25050000
