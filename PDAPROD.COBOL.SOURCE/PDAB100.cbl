       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB100.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB100                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB100 OPENS A PRODUCT RECALL AGAINST    * 00100000
      *             ONE OR MORE LOTS.  IT ASSIGNS THE NEXT RECALL     * 00110000
      *             NUMBER FROM THE PREFIX CONTROL RECORD (VRECALL),  * 00120000
      *             THEN:                                             * 00130000
      *                                                               * 00140000
      *             1. FOLLOWS EACH LOT THROUGH THE LOT TRACE FILE    * 00150000
      *                (VLOTTRAN) AND COLLECTS EVERY ORDER LINE THAT  * 00160000
      *                RECEIVED IT, RESOLVING THE CUSTOMER FROM THE   * 00170000
      *                ORDER_LOG ROW.                                 * 00180000
      *             2. FREEZES THE STOCK REMAINING IN EVERY WAREHOUSE * 00190000
      *                (VLOTBAL):  THE ON-HAND QUANTITY MOVES TO THE  * 00200000
      *                FROZEN QUANTITY, THE RECALL NUMBER IS SET AND  * 00210000
      *                THE QUANTITY IS TAKEN OUT OF ITEM_SUPPLIER AND * 00220000
      *                ITEM_SUPPLIER_WHSE, JOURNALED REASON RCL       * 00230000
      *                (VADJJRNL).  A FROZEN LOT IS NEVER PICKED      * 00240000
      *                (PDAB55) OR SHIPPED (PDAB28).                  * 00250000
      *             3. WRITES THE RECALL (VRECALL) AND ONE RECALL     * 00260000
      *                LINE PER ORDER LINE (VRCLLINE), WHICH PDA027   * 00270000
      *                USES TO CREDIT RETURNED RECALLED GOODS.        * 00280000
      *             4. PRINTS ONE RECALL NOTICE PER AFFECTED CUSTOMER * 00290000
      *                LISTING THE ORDERS, LINES AND QUANTITIES       * 00300000
      *                SHIPPED FROM THE RECALLED LOTS.                * 00310000
      *                                                               * 00320000
      *             PDAB101 REPORTS THE STATUS OF OPEN RECALLS.       * 00330000
      *                                                               * 00340000
      *             CONTROL CARD LAYOUT:                              * 00350000
      *               RECALL CARD (FIRST CARD, ONE ONLY)              * 00360000
      *                 COL  1      'R'                               * 00370000
      *                 COL  2-6    PREFIX                            * 00380000
      *                 COL  7      SEVERITY CLASS (1, 2 OR 3)        * 00390000
      *                 COL  8-47   REASON FOR THE RECALL             * 00400000
      *               LOT CARDS (ONE PER LOT, AT MOST 10)             * 00410000
      *                 COL  1      'L'                               * 00420000
      *                 COL  2-11   LOT NUMBER                        * 00430000
      *                                                               * 00440000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00450000
      *             RECALL FILE            -  VSAM KSDS   (I-O)       * 00460000
      *             RECALL LINE FILE       -  VSAM KSDS   (I-O)       * 00470000
      *             LOT TRACE FILE         -  VSAM KSDS   (INPUT)     * 00480000
      *             LOT BALANCE FILE       -  VSAM KSDS   (I-O)       * 00490000
      *             ADJUSTMENT JOURNAL     -  VSAM KSDS   (OUTPUT)    * 00500000
      *             CUSTOMER FILE          -  VSAM KSDS   (INPUT)     * 00510000
      *             RECALL NOTICE PRINT    -  SEQUENTIAL  (OUTPUT)    * 00520000
      *             ORDER_LOG            -  DB2          (INPUT)      * 00530000
      *             ITEM_SUPPLIER        -  DB2          (UPDATE)     * 00540000
      *             ITEM_SUPPLIER_WHSE   -  DB2          (UPDATE)     * 00550000
      *                                                               * 00560000
      ***************************************************************** 00570000
      *             PROGRAM CHANGE LOG                                * 00580000
      *             -------------------                               * 00590000
      *                                                               * 00600000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00610000
      *  --------   --------------------  --------------------------  * 00620000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00630000
      *                                                               * 00640000
      ***************************************************************** 00650000
           EJECT                                                        00660000
       ENVIRONMENT DIVISION.                                            00670000
                                                                        00680000
       INPUT-OUTPUT SECTION.                                            00690000
                                                                        00700000
       FILE-CONTROL.                                                    00710000
                                                                        00720000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00730000
                                                                        00740000
           SELECT NOTICE-PRINT         ASSIGN TO RCLPRINT.              00750000
                                                                        00760000
           SELECT VSAM-RECALL          ASSIGN TO VRECALL                00770000
                                       ORGANIZATION IS INDEXED          00780000
                                       ACCESS IS RANDOM                 00790000
                                       RECORD KEY IS RECALL-KEY         00800000
                                       FILE STATUS IS WS-RECALL-STATUS. 00810000
                                                                        00820000
           SELECT VSAM-RECALL-LINE     ASSIGN TO VRCLLINE               00830000
                                       ORGANIZATION IS INDEXED          00840000
                                       ACCESS IS RANDOM                 00850000
                                       RECORD KEY IS RECALL-LINE-KEY    00860000
                                       FILE STATUS IS WS-RCLLIN-STATUS. 00870000
                                                                        00880000
           SELECT VSAM-LOT-TRACE       ASSIGN TO VLOTTRAN               00890000
                                       ORGANIZATION IS INDEXED          00900000
                                       ACCESS IS DYNAMIC                00910000
                                       RECORD KEY IS LOT-TRACE-KEY      00920000
                                       FILE STATUS IS WS-LOTTRC-STATUS. 00930000
                                                                        00940000
           SELECT VSAM-LOT-BALANCE     ASSIGN TO VLOTBAL                00950000
                                       ORGANIZATION IS INDEXED          00960000
                                       ACCESS IS DYNAMIC                00970000
                                       RECORD KEY IS LOT-BALANCE-KEY    00980000
                                       FILE STATUS IS WS-LOTBAL-STATUS. 00990000
                                                                        01000000
           SELECT VSAM-ADJ-JOURNAL     ASSIGN TO VADJJRNL               01010000
                                       ORGANIZATION IS INDEXED          01020000
                                       ACCESS IS RANDOM                 01030000
                                       RECORD KEY IS ADJ-JOURNAL-KEY    01040000
                                       FILE STATUS IS WS-JRNL-STATUS.   01050000
                                                                        01060000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               01070000
                                       ORGANIZATION IS INDEXED          01080000
                                       ACCESS IS RANDOM                 01090000
                                       RECORD KEY IS CUSTOMER-KEY       01100000
                                       FILE STATUS IS                   01110000
                                           WS-CUSTOMER-STATUS.          01120000
           EJECT                                                        01130000
       DATA DIVISION.                                                   01140000
                                                                        01150000
       FILE SECTION.                                                    01160000
                                                                        01170000
       FD  CONTROL-CARD                                                 01180000
           LABEL RECORDS ARE STANDARD                                   01190000
           RECORDING MODE IS F                                          01200000
           RECORD CONTAINS 80 CHARACTERS                                01210000
           BLOCK CONTAINS 27920 CHARACTERS.                             01220000
                                                                        01230000
       01  CONTROL-CARD-REC            PIC X(80).                       01240000
                                                                        01250000
       FD  NOTICE-PRINT                                                 01260000
           LABEL RECORDS ARE STANDARD                                   01270000
           RECORDING MODE IS F                                          01280000
           RECORD CONTAINS 132 CHARACTERS.                              01290000
                                                                        01300000
       01  NOTICE-PRINT-REC            PIC X(132).                      01310000
                                                                        01320000
       FD  VSAM-RECALL                                                  01330000
           RECORD CONTAINS 200 CHARACTERS.                              01340000
                                                                        01350000
           COPY VRECALL.                                                01360000
                                                                        01370000
       FD  VSAM-RECALL-LINE                                             01380000
           RECORD CONTAINS 160 CHARACTERS.                              01390000
                                                                        01400000
           COPY VRCLLINE.                                               01410000
                                                                        01420000
       FD  VSAM-LOT-TRACE                                               01430000
           RECORD CONTAINS 150 CHARACTERS.                              01440000
                                                                        01450000
           COPY VLOTTRAN.                                               01460000
                                                                        01470000
       FD  VSAM-LOT-BALANCE                                             01480000
           RECORD CONTAINS 128 CHARACTERS.                              01490000
                                                                        01500000
           COPY VLOTBAL.                                                01510000
                                                                        01520000
       FD  VSAM-ADJ-JOURNAL                                             01530000
           RECORD CONTAINS 130 CHARACTERS.                              01540000
                                                                        01550000
           COPY VADJJRNL.                                               01560000
                                                                        01570000
       FD  VSAM-CUSTOMER                                                01580000
           RECORD CONTAINS 800 CHARACTERS.                              01590000
                                                                        01600000
           COPY VCUSTOMR.                                               01610000
           EJECT                                                        01620000
       WORKING-STORAGE SECTION.                                         01630000
                                                                        01640000
      ***************************************************************** 01650000
      *    SWITCHES                                                   * 01660000
      ***************************************************************** 01670000
                                                                        01680000
       01  WS-SWITCHES.                                                 01690000
           05  WS-END-OF-CARDS-SW      PIC X     VALUE 'N'.             01700000
               88  END-OF-CARDS                  VALUE 'Y'.             01710000
           05  WS-END-OF-TRACE-SW      PIC X     VALUE 'N'.             01720000
               88  END-OF-TRACE                  VALUE 'Y'.             01730000
           05  WS-END-OF-LOTS-SW       PIC X     VALUE 'N'.             01740000
               88  END-OF-LOTS                   VALUE 'Y'.             01750000
           05  WS-LINE-FOUND-SW        PIC X     VALUE 'N'.             01760000
               88  LINE-FOUND                    VALUE 'Y'.             01770000
           05  WS-SLOT-FOUND-SW        PIC X     VALUE 'N'.             01780000
               88  SLOT-FOUND                    VALUE 'Y'.             01790000
           05  WS-LOT-RECALLED-SW      PIC X     VALUE 'N'.             01800000
               88  LOT-RECALLED                  VALUE 'Y'.             01810000
           EJECT                                                        01820000
      ***************************************************************** 01830000
      *    MISCELLANEOUS WORK FIELDS                                  * 01840000
      ***************************************************************** 01850000
                                                                        01860000
       01  WS-MISCELLANEOUS-FIELDS.                                     01870000
           03  WS-RECALL-STATUS        PIC XX    VALUE SPACES.          01880000
               88  RECALLF-OK                    VALUE '  ' '00'.       01890000
               88  RECALLF-NOTFOUND              VALUE '23'.            01900000
               88  RECALLF-EMPTY                 VALUE '47' '35'.       01910000
           03  WS-RCLLIN-STATUS        PIC XX    VALUE SPACES.          01920000
               88  RCLLINF-OK                    VALUE '  ' '00'.       01930000
               88  RCLLINF-DUPLICATE             VALUE '22'.            01940000
               88  RCLLINF-EMPTY                 VALUE '47' '35'.       01950000
           03  WS-LOTTRC-STATUS        PIC XX    VALUE SPACES.          01960000
               88  LOTTRCF-OK                    VALUE '  ' '00'.       01970000
               88  LOTTRCF-NOTFOUND              VALUE '23'.            01980000
               88  LOTTRCF-EMPTY                 VALUE '47' '35'.       01990000
               88  LOTTRCF-END                   VALUE '10'.            02000000
           03  WS-LOTBAL-STATUS        PIC XX    VALUE SPACES.          02010000
               88  LOTBALF-OK                    VALUE '  ' '00'.       02020000
               88  LOTBALF-NOTFOUND              VALUE '23'.            02030000
               88  LOTBALF-EMPTY                 VALUE '47' '35'.       02040000
               88  LOTBALF-END                   VALUE '10'.            02050000
           03  WS-JRNL-STATUS          PIC XX    VALUE SPACES.          02060000
               88  JRNLF-OK                      VALUE '  ' '00'.       02070000
               88  JRNLF-DUPLICATE               VALUE '22'.            02080000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          02090000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       02100000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            02110000
           03  WS-SHIPMENTS-READ       PIC S9(7) VALUE +0       COMP-3. 02120000
           03  WS-BALANCES-FROZEN      PIC S9(7) VALUE +0       COMP-3. 02130000
           03  WS-CUSTOMERS-NOTIFIED   PIC S9(7) VALUE +0       COMP-3. 02140000
           03  WS-UNKNOWN-CUSTOMERS    PIC S9(7) VALUE +0       COMP-3. 02150000
           03  WS-QTY-FROZEN           PIC S9(9) VALUE +0       COMP-3. 02160000
           03  WS-QTY-SHIPPED          PIC S9(9) VALUE +0       COMP-3. 02170000
           03  WS-CUST-QTY             PIC S9(9) VALUE +0       COMP-3. 02180000
           03  WS-FREEZE-QTY           PIC S9(9) VALUE +0       COMP-3. 02190000
           03  WS-RELIEF-QTY           PIC S9(9) VALUE +0       COMP.   02200000
           03  WS-QTY-BEFORE           PIC S9(9) VALUE +0       COMP.   02210000
           03  WS-NEXT-RECALL-NUMBER   PIC 9(9)  VALUE ZEROES.          02220000
           03  WS-NDX                  PIC S9(4) VALUE +0       COMP.   02230000
           03  WS-NDX2                 PIC S9(4) VALUE +0       COMP.   02240000
           03  WS-INS-NDX              PIC S9(4) VALUE +0       COMP.   02250000
           03  WS-LOT-NDX              PIC S9(4) VALUE +0       COMP.   02260000
           03  WS-LOT-COUNT            PIC S9(4) VALUE +0       COMP.   02270000
           03  WS-CHECK-LOT            PIC X(10) VALUE SPACES.          02280000
           03  WS-TRACE-CUSTOMER       PIC X(32) VALUE SPACES.          02290000
           03  WS-PREV-CUSTOMER        PIC X(32) VALUE SPACES.          02300000
           03  WS-RECALL-LOTS.                                          02310000
               05  WS-RECALL-LOT       PIC X(10) OCCURS 10 TIMES.       02320000
           03  WS-EDIT-DATE            PIC 9(8)  VALUE ZEROES.          02330000
           03  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.                   02340000
               05  WS-EDIT-YEAR        PIC X(4).                        02350000
               05  WS-EDIT-MONTH       PIC XX.                          02360000
               05  WS-EDIT-DAY         PIC XX.                          02370000
           03  WS-DATE.                                                 02380000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          02390000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          02400000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          02410000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       02420000
                                       PIC 9(8).                        02430000
           03  WS-TIME                 PIC X(8)  VALUE SPACES.          02440000
           EJECT                                                        02450000
      ***************************************************************** 02460000
      *    CONTROL CARD AREA                                          * 02470000
      ***************************************************************** 02480000
                                                                        02490000
       01  WS-CONTROL-CARD.                                             02500000
           03  WCC-CARD-TYPE           PIC X(1).                        02510000
               88  WCC-RECALL-CARD               VALUE 'R'.             02520000
               88  WCC-LOT-CARD                  VALUE 'L'.             02530000
           03  WCC-DETAIL              PIC X(79).                       02540000
           03  WCC-RECALL-R REDEFINES WCC-DETAIL.                       02550000
               05  WCC-PREFIX          PIC X(5).                        02560000
               05  WCC-SEVERITY        PIC X(1).                        02570000
                   88  WCC-SEVERITY-VALID        VALUE '1' '2' '3'.     02580000
               05  WCC-REASON          PIC X(40).                       02590000
               05  FILLER              PIC X(33).                       02600000
           03  WCC-LOT-R REDEFINES WCC-DETAIL.                          02610000
               05  WCC-LOT-NUMBER      PIC X(10).                       02620000
               05  FILLER              PIC X(69).                       02630000
                                                                        02640000
       01  WS-RECALL-CARD              PIC X(80) VALUE SPACES.          02650000
           EJECT                                                        02660000
      ***************************************************************** 02670000
      *    ORDER LINES THAT RECEIVED A RECALLED LOT, HELD IN          * 02680000
      *    CUSTOMER / ORDER / ORDER LINE SEQUENCE AS THEY ARE TRACED. * 02690000
      *    A LINE SHIPPED FROM MORE THAN ONE RECALLED LOT, OR IN MORE * 02700000
      *    THAN ONE SHIPMENT, IS ACCUMULATED INTO ONE ENTRY           * 02710000
      ***************************************************************** 02720000
                                                                        02730000
       01  WS-LINE-TABLE.                                               02740000
           03  WS-LN-MAX               PIC S9(4) VALUE +3000    COMP.   02750000
           03  WS-LN-COUNT             PIC S9(4) VALUE +0       COMP.   02760000
           03  WS-LN-ENTRY             OCCURS 3000 TIMES.               02770000
               05  WS-LN-CUSTOMER      PIC X(32).                       02780000
               05  WS-LN-ORDER         PIC 9(10).                       02790000
               05  WS-LN-ITEM-SEQ      PIC 9(5).                        02800000
               05  WS-LN-ITEM          PIC X(32).                       02810000
               05  WS-LN-LOT           PIC X(10).                       02820000
               05  WS-LN-SHIP-DATE     PIC 9(8).                        02830000
               05  WS-LN-QUANTITY      PIC S9(9)       COMP-3.          02840000
           EJECT                                                        02850000
      ***************************************************************** 02860000
      *    DISPLAY AREA                                               * 02870000
      ***************************************************************** 02880000
                                                                        02890000
       01  WS-DISPLAY-LINES.                                            02900000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02910000
           03  WS-DL-BLANK.                                             02920000
               05  FILLER         PIC X(01) VALUE '*'.                  02930000
               05  FILLER         PIC X(78) VALUE SPACES.               02940000
               05  FILLER         PIC X(01) VALUE '*'.                  02950000
           03  WS-DL-LINE.                                              02960000
               05  FILLER         PIC X(01) VALUE '*'.                  02970000
               05  WS-DL-LINE-TEXT                                      02980000
                                  PIC X(78) VALUE SPACES.               02990000
               05  FILLER         PIC X(01) VALUE '*'.                  03000000
           03  WS-DL-TOTAL.                                             03010000
               05  FILLER         PIC X(01) VALUE '*'.                  03020000
               05  FILLER         PIC X(40) VALUE SPACES.               03030000
               05  WS-DL-T-CNT    PIC ZZZ,ZZZ,ZZ9.                      03040000
               05  FILLER         PIC X(3)  VALUE ' - '.                03050000
               05  WS-DL-T-TITLE  PIC X(24) VALUE SPACES.               03060000
               05  FILLER         PIC X(01) VALUE '*'.                  03070000
           EJECT                                                        03080000
      ***************************************************************** 03090000
      *    RECALL NOTICE PRINT LINES                                  * 03100000
      ***************************************************************** 03110000
                                                                        03120000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         03130000
                                                                        03140000
       01  WS-PL-SEPARATOR             PIC X(132) VALUE ALL '='.        03150000
                                                                        03160000
       01  WS-PL-NOTICE-HEADER.                                         03170000
           03  FILLER                  PIC X(29) VALUE                  03180000
               'PRODUCT RECALL NOTICE  RECALL'.                         03190000
           03  FILLER                  PIC X(01) VALUE SPACES.          03200000
           03  WS-PL-NH-RECALL         PIC 9(09) VALUE ZEROES.          03210000
           03  FILLER                  PIC X(08) VALUE '  CLASS '.      03220000
           03  WS-PL-NH-CLASS          PIC X(01) VALUE SPACES.          03230000
           03  FILLER                  PIC X(10) VALUE '   DATED '.     03240000
           03  WS-PL-NH-MONTH          PIC XX    VALUE SPACES.          03250000
           03  FILLER                  PIC X     VALUE '/'.             03260000
           03  WS-PL-NH-DAY            PIC XX    VALUE SPACES.          03270000
           03  FILLER                  PIC X     VALUE '/'.             03280000
           03  WS-PL-NH-YEAR           PIC X(4)  VALUE SPACES.          03290000
           03  FILLER                  PIC X(64) VALUE SPACES.          03300000
                                                                        03310000
       01  WS-PL-REASON-LINE.                                           03320000
           03  FILLER                  PIC X(16) VALUE                  03330000
               'REASON          '.                                      03340000
           03  WS-PL-RL-REASON         PIC X(40) VALUE SPACES.          03350000
           03  FILLER                  PIC X(76) VALUE SPACES.          03360000
                                                                        03370000
       01  WS-PL-CUST-LINE.                                             03380000
           03  FILLER                  PIC X(16) VALUE                  03390000
               'CUSTOMER        '.                                      03400000
           03  WS-PL-CU-CUSTOMER       PIC X(32) VALUE SPACES.          03410000
           03  FILLER                  PIC X(02) VALUE SPACES.          03420000
           03  WS-PL-CU-NAME           PIC X(64) VALUE SPACES.          03430000
           03  FILLER                  PIC X(18) VALUE SPACES.          03440000
                                                                        03450000
       01  WS-PL-COLUMN-HEADER.                                         03460000
           03  FILLER                  PIC X(12) VALUE 'ORDER       '.  03470000
           03  FILLER                  PIC X(07) VALUE 'LINE   '.       03480000
           03  FILLER                  PIC X(34) VALUE 'ITEM'.          03490000
           03  FILLER                  PIC X(12) VALUE 'LOT'.           03500000
           03  FILLER                  PIC X(12) VALUE 'SHIPPED'.       03510000
           03  FILLER                  PIC X(11) VALUE                  03520000
               '   QUANTITY'.                                           03530000
           03  FILLER                  PIC X(44) VALUE SPACES.          03540000
                                                                        03550000
       01  WS-PL-DETAIL.                                                03560000
           03  WS-PL-DT-ORDER          PIC 9(10) VALUE ZEROES.          03570000
           03  FILLER                  PIC X(02) VALUE SPACES.          03580000
           03  WS-PL-DT-ITEM-SEQ       PIC 9(05) VALUE ZEROES.          03590000
           03  FILLER                  PIC X(02) VALUE SPACES.          03600000
           03  WS-PL-DT-ITEM           PIC X(32) VALUE SPACES.          03610000
           03  FILLER                  PIC X(02) VALUE SPACES.          03620000
           03  WS-PL-DT-LOT            PIC X(10) VALUE SPACES.          03630000
           03  FILLER                  PIC X(02) VALUE SPACES.          03640000
           03  WS-PL-DT-MONTH          PIC XX    VALUE SPACES.          03650000
           03  FILLER                  PIC X     VALUE '/'.             03660000
           03  WS-PL-DT-DAY            PIC XX    VALUE SPACES.          03670000
           03  FILLER                  PIC X     VALUE '/'.             03680000
           03  WS-PL-DT-YEAR           PIC X(4)  VALUE SPACES.          03690000
           03  FILLER                  PIC X(02) VALUE SPACES.          03700000
           03  WS-PL-DT-QUANTITY       PIC ZZZ,ZZZ,ZZ9.                 03710000
           03  FILLER                  PIC X(44) VALUE SPACES.          03720000
                                                                        03730000
       01  WS-PL-NOTICE-TOTAL.                                          03740000
           03  FILLER                  PIC X(77) VALUE                  03750000
               'TOTAL QUANTITY RECALLED'.                               03760000
           03  WS-PL-NT-QUANTITY       PIC ZZZ,ZZZ,ZZ9.                 03770000
           03  FILLER                  PIC X(44) VALUE SPACES.          03780000
                                                                        03790000
       01  WS-PL-INSTRUCTION-1.                                         03800000
           03  FILLER                  PIC X(66) VALUE                  03810000
               'STOP ALL USE AND SALE OF THE GOODS LISTED ABOVE.'.      03820000
           03  FILLER                  PIC X(66) VALUE SPACES.          03830000
                                                                        03840000
       01  WS-PL-INSTRUCTION-2.                                         03850000
           03  FILLER                  PIC X(66) VALUE                  03860000
               'RETURN THEM, QUOTING THE ORDER AND LINE, FOR CREDIT.'.  03870000
           03  FILLER                  PIC X(66) VALUE SPACES.          03880000
           EJECT                                                        03890000
      ***************************************************************** 03900000
      *    DB2  DEFINITIONS                                           * 03910000
      ***************************************************************** 03920000
                                                                        03930000
      ***************************************************************** 03940000
      *         SQL COMMUNICATIONS AREA                               * 03950000
      ***************************************************************** 03960000
                                                                        03970000
           EXEC SQL                                                     03980000
              INCLUDE SQLCA                                             03990000
           END-EXEC.                                                    04000000
           EJECT                                                        04010000
           EXEC SQL                                                     04020000
              INCLUDE DORDLOG                                           04030000
           END-EXEC.                                                    04040000
           EJECT                                                        04050000
           EXEC SQL                                                     04060000
              INCLUDE DITMSUP                                           04070000
           END-EXEC.                                                    04080000
           EJECT                                                        04090000
           EXEC SQL                                                     04100000
              INCLUDE DITMSWH                                           04110000
           END-EXEC.                                                    04120000
           EJECT                                                        04130000
      ***************************************************************** 04140000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 04150000
      ***************************************************************** 04160000
                                                                        04170000
           COPY PDAERRWS.                                               04180000
                                                                        04190000
       01  WS-PDA-BATCH-ERROR-01.                                       04200000
           05  FILLER             PIC X     VALUE SPACES.               04210000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             04220000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          04230000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB100'.            04240000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      04250000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               04260000
                                                                        04270000
       01  WS-PDA-BATCH-ERROR-02.                                       04280000
           05  FILLER             PIC X(8)  VALUE SPACES.               04290000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               04300000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   04310000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               04320000
           EJECT                                                        04330000
      ***************************************************************** 04340000
      *    P R O C E D U R E    D I V I S I O N                       * 04350000
      ***************************************************************** 04360000
                                                                        04370000
       PROCEDURE DIVISION.                                              04380000
                                                                        04390000
      ***************************************************************** 04400000
      *                                                               * 04410000
      *    PARAGRAPH:  P00000-MAINLINE                                * 04420000
      *                                                               * 04430000
      *    FUNCTION :  PROGRAM ENTRY.  READ THE RECALL AND LOT CARDS, * 04440000
      *                TRACE THE LOTS, FREEZE THE REMAINING STOCK,    * 04450000
      *                RECORD THE RECALL AND PRINT THE NOTICES        * 04460000
      *                                                               * 04470000
      *    CALLED BY:  NONE                                           * 04480000
      *                                                               * 04490000
      ***************************************************************** 04500000
                                                                        04510000
       P00000-MAINLINE.                                                 04520000
                                                                        04530000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  04540000
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-TIME.                  04550000
                                                                        04560000
           PERFORM P05000-READ-CARDS THRU P05000-EXIT.                  04570000
                                                                        04580000
           PERFORM P08000-OPEN-FILES THRU P08000-EXIT.                  04590000
                                                                        04600000
           PERFORM P10000-ASSIGN-NUMBER THRU P10000-EXIT.               04610000
                                                                        04620000
           PERFORM P20000-TRACE-LOT THRU P20000-EXIT                    04630000
               VARYING WS-LOT-NDX FROM 1 BY 1                           04640000
                   UNTIL WS-LOT-NDX > WS-LOT-COUNT.                     04650000
                                                                        04660000
           PERFORM P30000-FREEZE-STOCK THRU P30000-EXIT.                04670000
                                                                        04680000
           PERFORM P50000-NOTIFY-LINE THRU P50000-EXIT                  04690000
               VARYING WS-NDX FROM 1 BY 1                               04700000
                   UNTIL WS-NDX > WS-LN-COUNT.                          04710000
                                                                        04720000
           IF WS-LN-COUNT > ZEROES                                      04730000
               PERFORM P53000-NOTICE-TOTAL THRU P53000-EXIT             04740000
           END-IF.                                                      04750000
                                                                        04760000
           PERFORM P40000-WRITE-RECALL THRU P40000-EXIT.                04770000
                                                                        04780000
           CLOSE VSAM-RECALL                                            04790000
                 VSAM-RECALL-LINE                                       04800000
                 VSAM-LOT-TRACE                                         04810000
                 VSAM-LOT-BALANCE                                       04820000
                 VSAM-ADJ-JOURNAL                                       04830000
                 VSAM-CUSTOMER                                          04840000
                 NOTICE-PRINT.                                          04850000
                                                                        04860000
           DISPLAY ' '.                                                 04870000
           DISPLAY WS-DL-ASTERISK.                                      04880000
           DISPLAY WS-DL-BLANK.                                         04890000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04900000
           STRING '  PDAB100 - PRODUCT RECALL ' WS-NEXT-RECALL-NUMBER   04910000
               ' OPENED, CLASS ' WCC-SEVERITY                           04920000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  04930000
           DISPLAY WS-DL-LINE.                                          04940000
           DISPLAY WS-DL-BLANK.                                         04950000
           DISPLAY WS-DL-ASTERISK.                                      04960000
                                                                        04970000
           MOVE WS-LOT-COUNT TO WS-DL-T-CNT.                            04980000
           MOVE 'LOTS RECALLED' TO WS-DL-T-TITLE.                       04990000
           DISPLAY WS-DL-TOTAL.                                         05000000
                                                                        05010000
           MOVE WS-SHIPMENTS-READ TO WS-DL-T-CNT.                       05020000
           MOVE 'SHIPMENTS TRACED' TO WS-DL-T-TITLE.                    05030000
           DISPLAY WS-DL-TOTAL.                                         05040000
                                                                        05050000
           MOVE WS-LN-COUNT TO WS-DL-T-CNT.                             05060000
           MOVE 'ORDER LINES RECALLED' TO WS-DL-T-TITLE.                05070000
           DISPLAY WS-DL-TOTAL.                                         05080000
                                                                        05090000
           MOVE WS-CUSTOMERS-NOTIFIED TO WS-DL-T-CNT.                   05100000
           MOVE 'CUSTOMER NOTICES PRINTED' TO WS-DL-T-TITLE.            05110000
           DISPLAY WS-DL-TOTAL.                                         05120000
                                                                        05130000
           MOVE WS-UNKNOWN-CUSTOMERS TO WS-DL-T-CNT.                    05140000
           MOVE 'LINES WITHOUT CUSTOMER' TO WS-DL-T-TITLE.              05150000
           DISPLAY WS-DL-TOTAL.                                         05160000
                                                                        05170000
           MOVE WS-QTY-SHIPPED TO WS-DL-T-CNT.                          05180000
           MOVE 'QUANTITY SHIPPED' TO WS-DL-T-TITLE.                    05190000
           DISPLAY WS-DL-TOTAL.                                         05200000
                                                                        05210000
           MOVE WS-BALANCES-FROZEN TO WS-DL-T-CNT.                      05220000
           MOVE 'LOT BALANCES FROZEN' TO WS-DL-T-TITLE.                 05230000
           DISPLAY WS-DL-TOTAL.                                         05240000
                                                                        05250000
           MOVE WS-QTY-FROZEN TO WS-DL-T-CNT.                           05260000
           MOVE 'QUANTITY FROZEN' TO WS-DL-T-TITLE.                     05270000
           DISPLAY WS-DL-TOTAL.                                         05280000
                                                                        05290000
           DISPLAY WS-DL-ASTERISK.                                      05300000
           DISPLAY ' '.                                                 05310000
                                                                        05320000
           IF WS-UNKNOWN-CUSTOMERS > ZEROES                             05330000
               MOVE 4 TO RETURN-CODE                                    05340000
           ELSE                                                         05350000
               MOVE ZEROES TO RETURN-CODE                               05360000
           END-IF.                                                      05370000
                                                                        05380000
           GOBACK.                                                      05390000
                                                                        05400000
       P00000-EXIT.                                                     05410000
           EXIT.                                                        05420000
           EJECT                                                        05430000
      ***************************************************************** 05440000
      *                                                               * 05450000
      *    PARAGRAPH:  P05000-READ-CARDS                              * 05460000
      *                                                               * 05470000
      *    FUNCTION :  READ AND VALIDATE THE RECALL CARD AND THE LOT  * 05480000
      *                CARDS.  ANY ERROR IN THE CARDS STOPS THE RUN   * 05490000
      *                BEFORE ANYTHING IS FROZEN                      * 05500000
      *                                                               * 05510000
      *    CALLED BY:  P00000-MAINLINE                                * 05520000
      *                                                               * 05530000
      ***************************************************************** 05540000
                                                                        05550000
       P05000-READ-CARDS.                                               05560000
                                                                        05570000
           OPEN INPUT CONTROL-CARD.                                     05580000
                                                                        05590000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05600000
               AT END                                                   05610000
                   MOVE 'RECALL CARD MISSING' TO WPBE-MESSAGE           05620000
                   MOVE 'P05000' TO WPBE-PARAGRAPH                      05630000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               05640000
                                                                        05650000
           IF NOT WCC-RECALL-CARD                                       05660000
              OR WCC-PREFIX NOT NUMERIC                                 05670000
              OR NOT WCC-SEVERITY-VALID                                 05680000
              OR WCC-REASON = SPACES                                    05690000
               MOVE 'RECALL CARD INVALID' TO WPBE-MESSAGE               05700000
               MOVE 'P05000' TO WPBE-PARAGRAPH                          05710000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05720000
           END-IF.                                                      05730000
                                                                        05740000
           MOVE WS-CONTROL-CARD TO WS-RECALL-CARD.                      05750000
           MOVE SPACES TO WS-RECALL-LOTS.                               05760000
                                                                        05770000
           PERFORM P06000-READ-LOT-CARD THRU P06000-EXIT                05780000
               UNTIL END-OF-CARDS.                                      05790000
                                                                        05800000
           CLOSE CONTROL-CARD.                                          05810000
                                                                        05820000
           MOVE WS-RECALL-CARD TO WS-CONTROL-CARD.                      05830000
                                                                        05840000
           IF WS-LOT-COUNT = ZEROES                                     05850000
               MOVE 'NO LOT CARDS FOR THE RECALL' TO WPBE-MESSAGE       05860000
               MOVE 'P05000' TO WPBE-PARAGRAPH                          05870000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05880000
           END-IF.                                                      05890000
                                                                        05900000
       P05000-EXIT.                                                     05910000
           EXIT.                                                        05920000
           EJECT                                                        05930000
      ***************************************************************** 05940000
      *                                                               * 05950000
      *    PARAGRAPH:  P06000-READ-LOT-CARD                           * 05960000
      *                                                               * 05970000
      *    FUNCTION :  READ THE NEXT LOT CARD AND ADD THE LOT TO THE  * 05980000
      *                RECALL.  A LOT NAMED TWICE IS TAKEN ONCE       * 05990000
      *                                                               * 06000000
      *    CALLED BY:  P05000-READ-CARDS                              * 06010000
      *                                                               * 06020000
      ***************************************************************** 06030000
                                                                        06040000
       P06000-READ-LOT-CARD.                                            06050000
                                                                        06060000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       06070000
               AT END                                                   06080000
                   MOVE 'Y' TO WS-END-OF-CARDS-SW                       06090000
                   GO TO P06000-EXIT.                                   06100000
                                                                        06110000
           IF NOT WCC-LOT-CARD                                          06120000
              OR WCC-LOT-NUMBER = SPACES                                06130000
               MOVE 'LOT CARD INVALID' TO WPBE-MESSAGE                  06140000
               MOVE 'P06000' TO WPBE-PARAGRAPH                          06150000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06160000
           END-IF.                                                      06170000
                                                                        06180000
           MOVE WCC-LOT-NUMBER TO WS-CHECK-LOT.                         06190000
           MOVE 'N' TO WS-LOT-RECALLED-SW.                              06200000
                                                                        06210000
           PERFORM P07000-CHECK-LOT THRU P07000-EXIT                    06220000
               VARYING WS-NDX FROM 1 BY 1                               06230000
                   UNTIL WS-NDX > WS-LOT-COUNT                          06240000
                      OR LOT-RECALLED.                                  06250000
                                                                        06260000
           IF LOT-RECALLED                                              06270000
               GO TO P06000-EXIT                                        06280000
           END-IF.                                                      06290000
                                                                        06300000
           IF WS-LOT-COUNT NOT < 10                                     06310000
               MOVE 'MORE THAN 10 LOTS FOR THE RECALL' TO WPBE-MESSAGE  06320000
               MOVE 'P06000' TO WPBE-PARAGRAPH                          06330000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06340000
           END-IF.                                                      06350000
                                                                        06360000
           ADD +1 TO WS-LOT-COUNT.                                      06370000
           MOVE WCC-LOT-NUMBER TO WS-RECALL-LOT (WS-LOT-COUNT).         06380000
                                                                        06390000
       P06000-EXIT.                                                     06400000
           EXIT.                                                        06410000
                                                                        06420000
      ***************************************************************** 06430000
      *    IS THE LOT BEING CHECKED (LOT CARD OR LOT BALANCE) ONE OF  * 06440000
      *    THE RECALLED LOTS                                          * 06450000
      ***************************************************************** 06460000
                                                                        06470000
       P07000-CHECK-LOT.                                                06480000
                                                                        06490000
           IF WS-RECALL-LOT (WS-NDX) = WS-CHECK-LOT                     06500000
               MOVE 'Y' TO WS-LOT-RECALLED-SW                           06510000
           END-IF.                                                      06520000
                                                                        06530000
       P07000-EXIT.                                                     06540000
           EXIT.                                                        06550000
           EJECT                                                        06560000
      ***************************************************************** 06570000
      *                                                               * 06580000
      *    PARAGRAPH:  P08000-OPEN-FILES                              * 06590000
      *                                                               * 06600000
      *    FUNCTION :  OPEN THE VSAM FILES AND THE NOTICE PRINT FILE  * 06610000
      *                                                               * 06620000
      *    CALLED BY:  P00000-MAINLINE                                * 06630000
      *                                                               * 06640000
      ***************************************************************** 06650000
                                                                        06660000
       P08000-OPEN-FILES.                                               06670000
                                                                        06680000
           OPEN I-O VSAM-RECALL.                                        06690000
                                                                        06700000
           IF NOT RECALLF-OK AND NOT RECALLF-EMPTY                      06710000
               MOVE 'OPEN RECALL FILE FAILED' TO WPBE-MESSAGE           06720000
               MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS                06730000
               MOVE 'P08000' TO WPBE-PARAGRAPH                          06740000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06750000
           END-IF.                                                      06760000
                                                                        06770000
           OPEN I-O VSAM-RECALL-LINE.                                   06780000
                                                                        06790000
           IF NOT RCLLINF-OK AND NOT RCLLINF-EMPTY                      06800000
               MOVE 'OPEN RECALL LINE FILE FAILED' TO WPBE-MESSAGE      06810000
               MOVE WS-RCLLIN-STATUS TO WPBE-FILE-STATUS                06820000
               MOVE 'P08000' TO WPBE-PARAGRAPH                          06830000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06840000
           END-IF.                                                      06850000
                                                                        06860000
           OPEN INPUT VSAM-LOT-TRACE.                                   06870000
                                                                        06880000
           IF NOT LOTTRCF-OK AND NOT LOTTRCF-EMPTY                      06890000
               MOVE 'OPEN LOT TRACE FILE FAILED' TO WPBE-MESSAGE        06900000
               MOVE WS-LOTTRC-STATUS TO WPBE-FILE-STATUS                06910000
               MOVE 'P08000' TO WPBE-PARAGRAPH                          06920000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06930000
           END-IF.                                                      06940000
                                                                        06950000
           OPEN I-O VSAM-LOT-BALANCE.                                   06960000
                                                                        06970000
           IF NOT LOTBALF-OK AND NOT LOTBALF-EMPTY                      06980000
               MOVE 'OPEN LOT BALANCE FILE FAILED' TO WPBE-MESSAGE      06990000
               MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS                07000000
               MOVE 'P08000' TO WPBE-PARAGRAPH                          07010000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07020000
           END-IF.                                                      07030000
                                                                        07040000
           OPEN I-O VSAM-ADJ-JOURNAL.                                   07050000
                                                                        07060000
           IF NOT JRNLF-OK                                              07070000
               MOVE 'OPEN ADJ JOURNAL FAILED' TO WPBE-MESSAGE           07080000
               MOVE WS-JRNL-STATUS TO WPBE-FILE-STATUS                  07090000
               MOVE 'P08000' TO WPBE-PARAGRAPH                          07100000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07110000
           END-IF.                                                      07120000
                                                                        07130000
           OPEN INPUT VSAM-CUSTOMER.                                    07140000
                                                                        07150000
           IF NOT CUSTOMER-OK                                           07160000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         07170000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              07180000
               MOVE 'P08000' TO WPBE-PARAGRAPH                          07190000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07200000
           END-IF.                                                      07210000
                                                                        07220000
           OPEN OUTPUT NOTICE-PRINT.                                    07230000
                                                                        07240000
       P08000-EXIT.                                                     07250000
           EXIT.                                                        07260000
           EJECT                                                        07270000
      ***************************************************************** 07280000
      *                                                               * 07290000
      *    PARAGRAPH:  P10000-ASSIGN-NUMBER                           * 07300000
      *                                                               * 07310000
      *    FUNCTION :  ASSIGN THE NEXT RECALL NUMBER FROM THE PREFIX  * 07320000
      *                CONTROL RECORD (RECALL NUMBER ZERO), CREATING  * 07330000
      *                THE CONTROL RECORD ON THE FIRST RECALL         * 07340000
      *                                                               * 07350000
      *    CALLED BY:  P00000-MAINLINE                                * 07360000
      *                                                               * 07370000
      ***************************************************************** 07380000
                                                                        07390000
       P10000-ASSIGN-NUMBER.                                            07400000
                                                                        07410000
           MOVE WCC-PREFIX TO RECALL-PRE.                               07420000
           MOVE ZEROES TO RECALL-NUMBER.                                07430000
                                                                        07440000
           READ VSAM-RECALL.                                            07450000
                                                                        07460000
           IF RECALLF-NOTFOUND OR RECALLF-EMPTY                         07470000
               MOVE SPACES TO RECALL-RECORD                             07480000
               MOVE WCC-PREFIX TO RECALL-PRE                            07490000
               MOVE ZEROES TO RECALL-NUMBER                             07500000
                              RECALL-LAST-NUMBER                        07510000
                              RECALL-DATE-OPENED                        07520000
                              RECALL-DATE-CLOSED                        07530000
                              RECALL-LOT-COUNT                          07540000
                              RECALL-QTY-FROZEN                         07550000
                              RECALL-QTY-SHIPPED                        07560000
                              RECALL-QTY-RECOVERED                      07570000
                              RECALL-CUSTOMER-COUNT                     07580000
               MOVE 'C' TO RECALL-STATUS                                07590000
               WRITE RECALL-RECORD                                      07600000
               READ VSAM-RECALL                                         07610000
           END-IF.                                                      07620000
                                                                        07630000
           IF NOT RECALLF-OK                                            07640000
               MOVE 'READ RECALL CONTROL FAILED' TO WPBE-MESSAGE        07650000
               MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS                07660000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          07670000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07680000
           END-IF.                                                      07690000
                                                                        07700000
           ADD 1 TO RECALL-LAST-NUMBER.                                 07710000
           MOVE RECALL-LAST-NUMBER TO WS-NEXT-RECALL-NUMBER.            07720000
                                                                        07730000
           REWRITE RECALL-RECORD.                                       07740000
                                                                        07750000
           IF NOT RECALLF-OK                                            07760000
               MOVE 'REWRITE RECALL CONTROL FAILED' TO WPBE-MESSAGE     07770000
               MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS                07780000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          07790000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07800000
           END-IF.                                                      07810000
                                                                        07820000
       P10000-EXIT.                                                     07830000
           EXIT.                                                        07840000
           EJECT                                                        07850000
      ***************************************************************** 07860000
      *                                                               * 07870000
      *    PARAGRAPH:  P20000-TRACE-LOT                               * 07880000
      *                                                               * 07890000
      *    FUNCTION :  FOLLOW ONE RECALLED LOT THROUGH THE LOT TRACE  * 07900000
      *                FILE, COLLECTING EVERY SHIPMENT OF IT          * 07910000
      *                                                               * 07920000
      *    CALLED BY:  P00000-MAINLINE                                * 07930000
      *                                                               * 07940000
      ***************************************************************** 07950000
                                                                        07960000
       P20000-TRACE-LOT.                                                07970000
                                                                        07980000
           IF LOTTRCF-EMPTY                                             07990000
               GO TO P20000-EXIT                                        08000000
           END-IF.                                                      08010000
                                                                        08020000
           MOVE WCC-PREFIX TO LOT-TRACE-PRE.                            08030000
           MOVE WS-RECALL-LOT (WS-LOT-NDX) TO LOT-TRACE-LOT-NUMBER.     08040000
           MOVE ZEROES TO LOT-TRACE-DATE.                               08050000
           MOVE ZEROES TO LOT-TRACE-SEQ.                                08060000
                                                                        08070000
           START VSAM-LOT-TRACE                                         08080000
               KEY NOT LESS THAN LOT-TRACE-KEY.                         08090000
                                                                        08100000
           IF LOTTRCF-NOTFOUND OR LOTTRCF-END                           08110000
               GO TO P20000-EXIT                                        08120000
           END-IF.                                                      08130000
                                                                        08140000
           IF NOT LOTTRCF-OK                                            08150000
               MOVE 'START LOT TRACE FAILED' TO WPBE-MESSAGE            08160000
               MOVE WS-LOTTRC-STATUS TO WPBE-FILE-STATUS                08170000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          08180000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08190000
           END-IF.                                                      08200000
                                                                        08210000
           MOVE 'N' TO WS-END-OF-TRACE-SW.                              08220000
                                                                        08230000
           PERFORM P21000-READ-TRACE THRU P21000-EXIT                   08240000
               UNTIL END-OF-TRACE.                                      08250000
                                                                        08260000
       P20000-EXIT.                                                     08270000
           EXIT.                                                        08280000
           EJECT                                                        08290000
      ***************************************************************** 08300000
      *                                                               * 08310000
      *    PARAGRAPH:  P21000-READ-TRACE                              * 08320000
      *                                                               * 08330000
      *    FUNCTION :  READ THE NEXT MOVEMENT OF THE LOT.  A SHIPMENT * 08340000
      *                RESOLVES ITS CUSTOMER FROM THE ORDER_LOG ROW   * 08350000
      *                AND IS ADDED TO THE ORDER LINE TABLE           * 08360000
      *                                                               * 08370000
      *    CALLED BY:  P20000-TRACE-LOT                               * 08380000
      *                                                               * 08390000
      ***************************************************************** 08400000
                                                                        08410000
       P21000-READ-TRACE.                                               08420000
                                                                        08430000
           READ VSAM-LOT-TRACE NEXT.                                    08440000
                                                                        08450000
           IF LOTTRCF-END                                               08460000
               MOVE 'Y' TO WS-END-OF-TRACE-SW                           08470000
               GO TO P21000-EXIT                                        08480000
           END-IF.                                                      08490000
                                                                        08500000
           IF NOT LOTTRCF-OK                                            08510000
               MOVE 'READ NEXT LOT TRACE FAILED' TO WPBE-MESSAGE        08520000
               MOVE WS-LOTTRC-STATUS TO WPBE-FILE-STATUS                08530000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          08540000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08550000
           END-IF.                                                      08560000
                                                                        08570000
           IF LOT-TRACE-PRE NOT = WCC-PREFIX                            08580000
              OR LOT-TRACE-LOT-NUMBER NOT = WS-RECALL-LOT (WS-LOT-NDX)  08590000
               MOVE 'Y' TO WS-END-OF-TRACE-SW                           08600000
               GO TO P21000-EXIT                                        08610000
           END-IF.                                                      08620000
                                                                        08630000
           IF NOT LOT-TRACE-SHIPMENT                                    08640000
               GO TO P21000-EXIT                                        08650000
           END-IF.                                                      08660000
                                                                        08670000
           ADD +1 TO WS-SHIPMENTS-READ.                                 08680000
           ADD LOT-TRACE-QUANTITY TO WS-QTY-SHIPPED.                    08690000
                                                                        08700000
           PERFORM P22000-RESOLVE-CUSTOMER THRU P22000-EXIT.            08710000
                                                                        08720000
      ***************************************************************** 08730000
      *    ACCUMULATE INTO THE ORDER LINE'S ENTRY WHEN IT IS ALREADY  * 08740000
      *    IN THE TABLE, OTHERWISE INSERT IT IN SEQUENCE              * 08750000
      ***************************************************************** 08760000
                                                                        08770000
           MOVE 'N' TO WS-LINE-FOUND-SW.                                08780000
                                                                        08790000
           PERFORM P23000-FIND-LINE THRU P23000-EXIT                    08800000
               VARYING WS-NDX FROM 1 BY 1                               08810000
                   UNTIL WS-NDX > WS-LN-COUNT                           08820000
                      OR LINE-FOUND.                                    08830000
                                                                        08840000
           IF LINE-FOUND                                                08850000
               SUBTRACT +1 FROM WS-NDX                                  08860000
               ADD LOT-TRACE-QUANTITY TO WS-LN-QUANTITY (WS-NDX)        08870000
               IF LOT-TRACE-DATE > WS-LN-SHIP-DATE (WS-NDX)             08880000
                   MOVE LOT-TRACE-DATE TO WS-LN-SHIP-DATE (WS-NDX)      08890000
               END-IF                                                   08900000
               GO TO P21000-EXIT                                        08910000
           END-IF.                                                      08920000
                                                                        08930000
           IF WS-LN-COUNT NOT < WS-LN-MAX                               08940000
               MOVE 'RECALL ORDER LINE TABLE FULL' TO WPBE-MESSAGE      08950000
               MOVE 'P21000' TO WPBE-PARAGRAPH                          08960000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08970000
           END-IF.                                                      08980000
                                                                        08990000
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                09000000
           MOVE +1 TO WS-INS-NDX.                                       09010000
                                                                        09020000
           PERFORM P24000-FIND-SLOT THRU P24000-EXIT                    09030000
               UNTIL SLOT-FOUND                                         09040000
                  OR WS-INS-NDX > WS-LN-COUNT.                          09050000
                                                                        09060000
           MOVE WS-LN-COUNT TO WS-NDX2.                                 09070000
                                                                        09080000
           PERFORM P24500-SHIFT-TAIL THRU P24500-EXIT                   09090000
               UNTIL WS-NDX2 < WS-INS-NDX.                              09100000
                                                                        09110000
           MOVE WS-TRACE-CUSTOMER TO WS-LN-CUSTOMER (WS-INS-NDX).       09120000
           MOVE LOT-TRACE-REFERENCE TO WS-LN-ORDER (WS-INS-NDX).        09130000
           MOVE LOT-TRACE-ITEM-SEQ TO WS-LN-ITEM-SEQ (WS-INS-NDX).      09140000
           MOVE LOT-TRACE-ITEM-NUMBER TO WS-LN-ITEM (WS-INS-NDX).       09150000
           MOVE LOT-TRACE-LOT-NUMBER TO WS-LN-LOT (WS-INS-NDX).         09160000
           MOVE LOT-TRACE-DATE TO WS-LN-SHIP-DATE (WS-INS-NDX).         09170000
           MOVE LOT-TRACE-QUANTITY TO WS-LN-QUANTITY (WS-INS-NDX).      09180000
                                                                        09190000
           ADD +1 TO WS-LN-COUNT.                                       09200000
                                                                        09210000
       P21000-EXIT.                                                     09220000
           EXIT.                                                        09230000
           EJECT                                                        09240000
      ***************************************************************** 09250000
      *                                                               * 09260000
      *    PARAGRAPH:  P22000-RESOLVE-CUSTOMER                        * 09270000
      *                                                               * 09280000
      *    FUNCTION :  RESOLVE THE CUSTOMER OF THE SHIPPED ORDER      * 09290000
      *                FROM ITS ORDER_LOG ROW.  A SHIPMENT WITH NO    * 09300000
      *                ORDER_LOG ROW IS KEPT WITH A BLANK CUSTOMER    * 09310000
      *                                                               * 09320000
      *    CALLED BY:  P21000-READ-TRACE                              * 09330000
      *                                                               * 09340000
      ***************************************************************** 09350000
                                                                        09360000
       P22000-RESOLVE-CUSTOMER.                                         09370000
                                                                        09380000
           MOVE LOT-TRACE-PRE TO ORDER-LOG-PREFIX.                      09390000
           MOVE LOT-TRACE-REFERENCE TO ORDER-LOG-NUMBER.                09400000
                                                                        09410000
           EXEC SQL                                                     09420000
               SELECT  CUSTOMER_ID                                      09430000
               INTO    :ORDER-LOG-CUSTOMER-ID                           09440000
               FROM    ORDER_LOG                                        09450000
               WHERE   PREFIX = :ORDER-LOG-PREFIX                       09460000
                 AND   NUMBER = :ORDER-LOG-NUMBER                       09470000
           END-EXEC.                                                    09480000
                                                                        09490000
           EVALUATE TRUE                                                09500000
               WHEN SQLCODE = +0                                        09510000
                   MOVE ORDER-LOG-CUSTOMER-ID TO WS-TRACE-CUSTOMER      09520000
               WHEN SQLCODE = +100                                      09530000
                   MOVE SPACES TO WS-TRACE-CUSTOMER                     09540000
               WHEN OTHER                                               09550000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09560000
                   MOVE 'PDAB100' TO WPDE-PROGRAM-ID                    09570000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09580000
                   MOVE 'SELECT ORDER_LOG' TO WPDE-FUNCTION             09590000
                   MOVE 'P22000' TO WPDE-PARAGRAPH                      09600000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09610000
           END-EVALUATE.                                                09620000
                                                                        09630000
       P22000-EXIT.                                                     09640000
           EXIT.                                                        09650000
                                                                        09660000
      ***************************************************************** 09670000
      *    IS THE SHIPMENT FOR AN ORDER LINE ALREADY IN THE TABLE     * 09680000
      ***************************************************************** 09690000
                                                                        09700000
       P23000-FIND-LINE.                                                09710000
                                                                        09720000
           IF WS-LN-ORDER (WS-NDX) = LOT-TRACE-REFERENCE                09730000
              AND WS-LN-ITEM-SEQ (WS-NDX) = LOT-TRACE-ITEM-SEQ          09740000
              AND WS-LN-ITEM (WS-NDX) = LOT-TRACE-ITEM-NUMBER           09750000
               MOVE 'Y' TO WS-LINE-FOUND-SW                             09760000
           END-IF.                                                      09770000
                                                                        09780000
       P23000-EXIT.                                                     09790000
           EXIT.                                                        09800000
                                                                        09810000
      ***************************************************************** 09820000
      *    FIND THE SORTED POSITION AND SHIFT THE TAIL DOWN           * 09830000
      ***************************************************************** 09840000
                                                                        09850000
       P24000-FIND-SLOT.                                                09860000
                                                                        09870000
           IF WS-TRACE-CUSTOMER < WS-LN-CUSTOMER (WS-INS-NDX)           09880000
              OR (WS-TRACE-CUSTOMER = WS-LN-CUSTOMER (WS-INS-NDX)       09890000
                 AND LOT-TRACE-REFERENCE < WS-LN-ORDER (WS-INS-NDX))    09900000
              OR (WS-TRACE-CUSTOMER = WS-LN-CUSTOMER (WS-INS-NDX)       09910000
                 AND LOT-TRACE-REFERENCE = WS-LN-ORDER (WS-INS-NDX)     09920000
                 AND LOT-TRACE-ITEM-SEQ < WS-LN-ITEM-SEQ (WS-INS-NDX))  09930000
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             09940000
           ELSE                                                         09950000
               ADD +1 TO WS-INS-NDX                                     09960000
           END-IF.                                                      09970000
                                                                        09980000
       P24000-EXIT.                                                     09990000
           EXIT.                                                        10000000
                                                                        10010000
       P24500-SHIFT-TAIL.                                               10020000
                                                                        10030000
           COMPUTE WS-NDX = WS-NDX2 + 1.                                10040000
           MOVE WS-LN-ENTRY (WS-NDX2) TO WS-LN-ENTRY (WS-NDX).          10050000
           SUBTRACT +1 FROM WS-NDX2.                                    10060000
                                                                        10070000
       P24500-EXIT.                                                     10080000
           EXIT.                                                        10090000
           EJECT                                                        10100000
      ***************************************************************** 10110000
      *                                                               * 10120000
      *    PARAGRAPH:  P30000-FREEZE-STOCK                            * 10130000
      *                                                               * 10140000
      *    FUNCTION :  PASS THE PREFIX'S LOT BALANCES AND FREEZE      * 10150000
      *                EVERY BALANCE OF A RECALLED LOT, IN EVERY      * 10160000
      *                WAREHOUSE                                      * 10170000
      *                                                               * 10180000
      *    CALLED BY:  P00000-MAINLINE                                * 10190000
      *                                                               * 10200000
      ***************************************************************** 10210000
                                                                        10220000
       P30000-FREEZE-STOCK.                                             10230000
                                                                        10240000
           IF LOTBALF-EMPTY                                             10250000
               GO TO P30000-EXIT                                        10260000
           END-IF.                                                      10270000
                                                                        10280000
           MOVE LOW-VALUES TO LOT-BALANCE-KEY.                          10290000
           MOVE WCC-PREFIX TO LOT-BAL-PRE.                              10300000
                                                                        10310000
           START VSAM-LOT-BALANCE                                       10320000
               KEY NOT LESS THAN LOT-BALANCE-KEY.                       10330000
                                                                        10340000
           IF LOTBALF-NOTFOUND OR LOTBALF-END                           10350000
               GO TO P30000-EXIT                                        10360000
           END-IF.                                                      10370000
                                                                        10380000
           IF NOT LOTBALF-OK                                            10390000
               MOVE 'START LOT BALANCE FAILED' TO WPBE-MESSAGE          10400000
               MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS                10410000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          10420000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10430000
           END-IF.                                                      10440000
                                                                        10450000
           PERFORM P31000-READ-BALANCE THRU P31000-EXIT                 10460000
               UNTIL END-OF-LOTS.                                       10470000
                                                                        10480000
       P30000-EXIT.                                                     10490000
           EXIT.                                                        10500000
           EJECT                                                        10510000
      ***************************************************************** 10520000
      *                                                               * 10530000
      *    PARAGRAPH:  P31000-READ-BALANCE                            * 10540000
      *                                                               * 10550000
      *    FUNCTION :  READ THE NEXT LOT BALANCE OF THE PREFIX AND,   * 10560000
      *                WHEN IT IS A RECALLED LOT STILL HOLDING STOCK, * 10570000
      *                FREEZE IT:  MOVE THE ON-HAND QUANTITY TO THE   * 10580000
      *                FROZEN QUANTITY, SET THE RECALL NUMBER AND     * 10590000
      *                TAKE THE QUANTITY OUT OF STOCK                 * 10600000
      *                                                               * 10610000
      *    CALLED BY:  P30000-FREEZE-STOCK                            * 10620000
      *                                                               * 10630000
      ***************************************************************** 10640000
                                                                        10650000
       P31000-READ-BALANCE.                                             10660000
                                                                        10670000
           READ VSAM-LOT-BALANCE NEXT.                                  10680000
                                                                        10690000
           IF LOTBALF-END                                               10700000
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            10710000
               GO TO P31000-EXIT                                        10720000
           END-IF.                                                      10730000
                                                                        10740000
           IF NOT LOTBALF-OK                                            10750000
               MOVE 'READ NEXT LOT BALANCE FAILED' TO WPBE-MESSAGE      10760000
               MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS                10770000
               MOVE 'P31000' TO WPBE-PARAGRAPH                          10780000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10790000
           END-IF.                                                      10800000
                                                                        10810000
           IF LOT-BAL-PRE NOT = WCC-PREFIX                              10820000
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            10830000
               GO TO P31000-EXIT                                        10840000
           END-IF.                                                      10850000
                                                                        10860000
           IF LOT-BAL-QTY-ON-HAND NOT > ZEROES                          10870000
               GO TO P31000-EXIT                                        10880000
           END-IF.                                                      10890000
                                                                        10900000
           MOVE LOT-BAL-LOT-NUMBER TO WS-CHECK-LOT.                     10910000
           MOVE 'N' TO WS-LOT-RECALLED-SW.                              10920000
                                                                        10930000
           PERFORM P07000-CHECK-LOT THRU P07000-EXIT                    10940000
               VARYING WS-NDX FROM 1 BY 1                               10950000
                   UNTIL WS-NDX > WS-LOT-COUNT                          10960000
                      OR LOT-RECALLED.                                  10970000
                                                                        10980000
           IF NOT LOT-RECALLED                                          10990000
               GO TO P31000-EXIT                                        11000000
           END-IF.                                                      11010000
                                                                        11020000
           MOVE LOT-BAL-QTY-ON-HAND TO WS-FREEZE-QTY.                   11030000
                                                                        11040000
           IF LOT-BAL-QTY-FROZEN NUMERIC                                11050000
               ADD WS-FREEZE-QTY TO LOT-BAL-QTY-FROZEN                  11060000
           ELSE                                                         11070000
               MOVE WS-FREEZE-QTY TO LOT-BAL-QTY-FROZEN                 11080000
           END-IF.                                                      11090000
                                                                        11100000
           MOVE WS-NEXT-RECALL-NUMBER TO LOT-BAL-RECALL-NUMBER.         11110000
           MOVE +0 TO LOT-BAL-QTY-ON-HAND.                              11120000
                                                                        11130000
           REWRITE LOT-BALANCE-RECORD.                                  11140000
                                                                        11150000
           IF NOT LOTBALF-OK                                            11160000
               MOVE 'REWRITE LOT BALANCE FAILED' TO WPBE-MESSAGE        11170000
               MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS                11180000
               MOVE 'P31000' TO WPBE-PARAGRAPH                          11190000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11200000
           END-IF.                                                      11210000
                                                                        11220000
           PERFORM P32000-RELIEVE-STOCK THRU P32000-EXIT.               11230000
                                                                        11240000
           ADD +1 TO WS-BALANCES-FROZEN.                                11250000
           ADD WS-FREEZE-QTY TO WS-QTY-FROZEN.                          11260000
                                                                        11270000
       P31000-EXIT.                                                     11280000
           EXIT.                                                        11290000
           EJECT                                                        11300000
      ***************************************************************** 11310000
      *                                                               * 11320000
      *    PARAGRAPH:  P32000-RELIEVE-STOCK                           * 11330000
      *                                                               * 11340000
      *    FUNCTION :  TAKE THE FROZEN QUANTITY OUT OF THE COMPANY    * 11350000
      *                BALANCE AND THE WAREHOUSE ROW, NEVER BELOW     * 11360000
      *                ZERO, JOURNALED THROUGH THE ADJUSTMENT JOURNAL * 11370000
      *                                                               * 11380000
      *    CALLED BY:  P31000-READ-BALANCE                            * 11390000
      *                                                               * 11400000
      ***************************************************************** 11410000
                                                                        11420000
       P32000-RELIEVE-STOCK.                                            11430000
                                                                        11440000
           MOVE LOT-BAL-PRE TO ITEM-SUPPLIER-ITEM-PREFIX.               11450000
           MOVE LOT-BAL-ITEM-NUMBER TO ITEM-SUPPLIER-ITEM-NUMBER.       11460000
           MOVE LOT-BAL-PRE TO ITEM-SUPPLIER-SUPPLIER-PREFIX.           11470000
           MOVE LOT-BAL-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.       11480000
                                                                        11490000
      ***************************************************************** 11500000
      *    COMPANY BALANCE, CAPTURING BEFORE / AFTER FOR THE JOURNAL  * 11510000
      ***************************************************************** 11520000
                                                                        11530000
           EXEC SQL                                                     11540000
               SELECT  QUANTITY_ON_HAND                                 11550000
               INTO    :WS-QTY-BEFORE                                   11560000
               FROM    ITEM_SUPPLIER                                    11570000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     11580000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     11590000
                 AND   SUPPLIER_PREFIX =                                11600000
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX               11610000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     11620000
           END-EXEC.                                                    11630000
                                                                        11640000
           EVALUATE TRUE                                                11650000
               WHEN SQLCODE = +0                                        11660000
                   CONTINUE                                             11670000
               WHEN SQLCODE = +100                                      11680000
                   GO TO P32000-EXIT                                    11690000
               WHEN OTHER                                               11700000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      11710000
                   MOVE 'PDAB100' TO WPDE-PROGRAM-ID                    11720000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     11730000
                   MOVE 'SELECT ITEM_SUPPLIER' TO WPDE-FUNCTION         11740000
                   MOVE 'P32000' TO WPDE-PARAGRAPH                      11750000
                   PERFORM P99999-ABEND THRU P99999-EXIT                11760000
           END-EVALUATE.                                                11770000
                                                                        11780000
           IF WS-FREEZE-QTY > WS-QTY-BEFORE                             11790000
               MOVE WS-QTY-BEFORE TO WS-RELIEF-QTY                      11800000
           ELSE                                                         11810000
               MOVE WS-FREEZE-QTY TO WS-RELIEF-QTY                      11820000
           END-IF.                                                      11830000
                                                                        11840000
           IF WS-RELIEF-QTY > ZEROES                                    11850000
               MOVE WS-RELIEF-QTY TO ITEM-SUPPLIER-QUANTITY-ON-HAND     11860000
               EXEC SQL                                                 11870000
                   UPDATE  ITEM_SUPPLIER                                11880000
                   SET     QUANTITY_ON_HAND = QUANTITY_ON_HAND -        11890000
                               :ITEM-SUPPLIER-QUANTITY-ON-HAND          11900000
                   WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX 11910000
                     AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER 11920000
                     AND   SUPPLIER_PREFIX =                            11930000
                               :ITEM-SUPPLIER-SUPPLIER-PREFIX           11940000
                     AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID 11950000
               END-EXEC                                                 11960000
               IF SQLCODE NOT = +0                                      11970000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      11980000
                   MOVE 'PDAB100' TO WPDE-PROGRAM-ID                    11990000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     12000000
                   MOVE 'UPDATE ITEM_SUPPLIER' TO WPDE-FUNCTION         12010000
                   MOVE 'P32000' TO WPDE-PARAGRAPH                      12020000
                   PERFORM P99999-ABEND THRU P99999-EXIT                12030000
               END-IF                                                   12040000
           END-IF.                                                      12050000
                                                                        12060000
      ***************************************************************** 12070000
      *    THE LOT'S WAREHOUSE ROW, WHEN ONE EXISTS                   * 12080000
      ***************************************************************** 12090000
                                                                        12100000
           MOVE LOT-BAL-PRE TO ISW-ITEM-PREFIX.                         12110000
           MOVE LOT-BAL-ITEM-NUMBER TO ISW-ITEM-NUMBER.                 12120000
           MOVE LOT-BAL-PRE TO ISW-SUPPLIER-PREFIX.                     12130000
           MOVE LOT-BAL-SUPPLIER-ID TO ISW-SUPPLIER-ID.                 12140000
           MOVE LOT-BAL-WHSE TO ISW-WAREHOUSE-ID.                       12150000
           MOVE WS-FREEZE-QTY TO ISW-QUANTITY-ON-HAND.                  12160000
                                                                        12170000
           EXEC SQL                                                     12180000
               UPDATE  ITEM_SUPPLIER_WHSE                               12190000
               SET     QUANTITY_ON_HAND =                               12200000
                           CASE WHEN QUANTITY_ON_HAND >                 12210000
                                         :ISW-QUANTITY-ON-HAND          12220000
                                THEN QUANTITY_ON_HAND -                 12230000
                                         :ISW-QUANTITY-ON-HAND          12240000
                                ELSE 0                                  12250000
                           END                                          12260000
               WHERE   ITEM_PREFIX      = :ISW-ITEM-PREFIX              12270000
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER              12280000
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX          12290000
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID              12300000
                 AND   WAREHOUSE_ID     = :ISW-WAREHOUSE-ID             12310000
           END-EXEC.                                                    12320000
                                                                        12330000
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   12340000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          12350000
               MOVE 'PDAB100' TO WPDE-PROGRAM-ID                        12360000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         12370000
               MOVE 'UPDATE WHSE ROW' TO WPDE-FUNCTION                  12380000
               MOVE 'P32000' TO WPDE-PARAGRAPH                          12390000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12400000
           END-IF.                                                      12410000
                                                                        12420000
           PERFORM P33000-WRITE-JOURNAL THRU P33000-EXIT.               12430000
                                                                        12440000
       P32000-EXIT.                                                     12450000
           EXIT.                                                        12460000
           EJECT                                                        12470000
      ***************************************************************** 12480000
      *                                                               * 12490000
      *    PARAGRAPH:  P33000-WRITE-JOURNAL                           * 12500000
      *                                                               * 12510000
      *    FUNCTION :  JOURNAL THE FREEZE THROUGH THE ADJUSTMENT      * 12520000
      *                JOURNAL, REASON RCL, BUMPING THE SEQUENCE ON A * 12530000
      *                DUPLICATE KEY                                  * 12540000
      *                                                               * 12550000
      *    CALLED BY:  P32000-RELIEVE-STOCK                           * 12560000
      *                                                               * 12570000
      ***************************************************************** 12580000
                                                                        12590000
       P33000-WRITE-JOURNAL.                                            12600000
                                                                        12610000
           MOVE SPACES TO ADJ-JOURNAL-RECORD.                           12620000
           MOVE WS-DATE-CCYYMMDD TO ADJ-JOURNAL-DATE.                   12630000
           MOVE WS-TIME TO ADJ-JOURNAL-TIME.                            12640000
           MOVE ZEROES TO ADJ-JOURNAL-SEQ.                              12650000
           MOVE LOT-BAL-PREFIX TO ADJ-JOURNAL-PREFIX.                   12660000
           MOVE LOT-BAL-ITEM-NUMBER TO ADJ-JOURNAL-ITEM-NUMBER.         12670000
           MOVE LOT-BAL-SUPPLIER-ID TO ADJ-JOURNAL-SUPPLIER-ID.         12680000
           MOVE 'RCL' TO ADJ-JOURNAL-REASON-CODE.                       12690000
           MOVE WS-QTY-BEFORE TO ADJ-JOURNAL-QTY-BEFORE.                12700000
           COMPUTE ADJ-JOURNAL-QTY-AFTER =                              12710000
               WS-QTY-BEFORE - WS-RELIEF-QTY.                           12720000
           COMPUTE ADJ-JOURNAL-ADJ-QTY = ZEROES - WS-RELIEF-QTY.        12730000
           MOVE 'PDAB100' TO ADJ-JOURNAL-USERID.                        12740000
           MOVE LOT-BAL-WHSE TO ADJ-JOURNAL-WHSE.                       12750000
                                                                        12760000
       P33000-WRITE.                                                    12770000
                                                                        12780000
           WRITE ADJ-JOURNAL-RECORD.                                    12790000
                                                                        12800000
           IF JRNLF-DUPLICATE                                           12810000
               IF ADJ-JOURNAL-SEQ < 998                                 12820000
                   ADD 1 TO ADJ-JOURNAL-SEQ                             12830000
                   GO TO P33000-WRITE                                   12840000
               END-IF                                                   12850000
           END-IF.                                                      12860000
                                                                        12870000
           IF NOT JRNLF-OK                                              12880000
               MOVE 'WRITE ADJ JOURNAL FAILED' TO WPBE-MESSAGE          12890000
               MOVE WS-JRNL-STATUS TO WPBE-FILE-STATUS                  12900000
               MOVE 'P33000' TO WPBE-PARAGRAPH                          12910000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12920000
           END-IF.                                                      12930000
                                                                        12940000
       P33000-EXIT.                                                     12950000
           EXIT.                                                        12960000
           EJECT                                                        12970000
      ***************************************************************** 12980000
      *                                                               * 12990000
      *    PARAGRAPH:  P40000-WRITE-RECALL                            * 13000000
      *                                                               * 13010000
      *    FUNCTION :  WRITE THE RECALL RECORD, OPEN, WITH ITS LOTS   * 13020000
      *                AND THE QUANTITIES FROZEN AND SHIPPED          * 13030000
      *                                                               * 13040000
      *    CALLED BY:  P00000-MAINLINE                                * 13050000
      *                                                               * 13060000
      ***************************************************************** 13070000
                                                                        13080000
       P40000-WRITE-RECALL.                                             13090000
                                                                        13100000
           MOVE SPACES TO RECALL-RECORD.                                13110000
           MOVE WCC-PREFIX TO RECALL-PRE.                               13120000
           MOVE WS-NEXT-RECALL-NUMBER TO RECALL-NUMBER.                 13130000
           MOVE WCC-REASON TO RECALL-REASON.                            13140000
           MOVE WCC-SEVERITY TO RECALL-SEVERITY.                        13150000
           MOVE 'O' TO RECALL-STATUS.                                   13160000
           MOVE WS-DATE-CCYYMMDD TO RECALL-DATE-OPENED.                 13170000
           MOVE ZEROES TO RECALL-DATE-CLOSED.                           13180000
           MOVE WS-LOT-COUNT TO RECALL-LOT-COUNT.                       13190000
           MOVE WS-RECALL-LOTS TO RECALL-LOTS.                          13200000
           MOVE WS-QTY-FROZEN TO RECALL-QTY-FROZEN.                     13210000
           MOVE WS-QTY-SHIPPED TO RECALL-QTY-SHIPPED.                   13220000
           MOVE +0 TO RECALL-QTY-RECOVERED.                             13230000
           MOVE WS-CUSTOMERS-NOTIFIED TO RECALL-CUSTOMER-COUNT.         13240000
                                                                        13250000
           WRITE RECALL-RECORD.                                         13260000
                                                                        13270000
           IF NOT RECALLF-OK                                            13280000
               MOVE 'WRITE RECALL FAILED' TO WPBE-MESSAGE               13290000
               MOVE WS-RECALL-STATUS TO WPBE-FILE-STATUS                13300000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          13310000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13320000
           END-IF.                                                      13330000
                                                                        13340000
       P40000-EXIT.                                                     13350000
           EXIT.                                                        13360000
           EJECT                                                        13370000
      ***************************************************************** 13380000
      *                                                               * 13390000
      *    PARAGRAPH:  P50000-NOTIFY-LINE                             * 13400000
      *                                                               * 13410000
      *    FUNCTION :  RECORD ONE RECALLED ORDER LINE AND PRINT IT ON * 13420000
      *                ITS CUSTOMER'S NOTICE, STARTING A NEW NOTICE   * 13430000
      *                WHEN THE CUSTOMER CHANGES                      * 13440000
      *                                                               * 13450000
      *    CALLED BY:  P00000-MAINLINE                                * 13460000
      *                                                               * 13470000
      ***************************************************************** 13480000
                                                                        13490000
       P50000-NOTIFY-LINE.                                              13500000
                                                                        13510000
           IF WS-NDX = 1                                                13520000
              OR WS-LN-CUSTOMER (WS-NDX) NOT = WS-PREV-CUSTOMER         13530000
               IF WS-NDX > 1                                            13540000
                   PERFORM P53000-NOTICE-TOTAL THRU P53000-EXIT         13550000
               END-IF                                                   13560000
               MOVE WS-LN-CUSTOMER (WS-NDX) TO WS-PREV-CUSTOMER         13570000
               PERFORM P52000-NOTICE-HEADER THRU P52000-EXIT            13580000
           END-IF.                                                      13590000
                                                                        13600000
           PERFORM P51000-WRITE-LINE THRU P51000-EXIT.                  13610000
                                                                        13620000
           MOVE WS-LN-ORDER (WS-NDX) TO WS-PL-DT-ORDER.                 13630000
           MOVE WS-LN-ITEM-SEQ (WS-NDX) TO WS-PL-DT-ITEM-SEQ.           13640000
           MOVE WS-LN-ITEM (WS-NDX) TO WS-PL-DT-ITEM.                   13650000
           MOVE WS-LN-LOT (WS-NDX) TO WS-PL-DT-LOT.                     13660000
           MOVE WS-LN-SHIP-DATE (WS-NDX) TO WS-EDIT-DATE.               13670000
           MOVE WS-EDIT-MONTH TO WS-PL-DT-MONTH.                        13680000
           MOVE WS-EDIT-DAY TO WS-PL-DT-DAY.                            13690000
           MOVE WS-EDIT-YEAR TO WS-PL-DT-YEAR.                          13700000
           MOVE WS-LN-QUANTITY (WS-NDX) TO WS-PL-DT-QUANTITY.           13710000
                                                                        13720000
           WRITE NOTICE-PRINT-REC FROM WS-PL-DETAIL.                    13730000
                                                                        13740000
           ADD WS-LN-QUANTITY (WS-NDX) TO WS-CUST-QTY.                  13750000
                                                                        13760000
           IF WS-LN-CUSTOMER (WS-NDX) = SPACES                          13770000
               ADD +1 TO WS-UNKNOWN-CUSTOMERS                           13780000
           END-IF.                                                      13790000
                                                                        13800000
       P50000-EXIT.                                                     13810000
           EXIT.                                                        13820000
           EJECT                                                        13830000
      ***************************************************************** 13840000
      *                                                               * 13850000
      *    PARAGRAPH:  P51000-WRITE-LINE                              * 13860000
      *                                                               * 13870000
      *    FUNCTION :  WRITE THE RECALL LINE FOR THE ORDER LINE.  TWO * 13880000
      *                ITEMS OF ONE ORDER TRACED BEFORE THE TRACE     * 13890000
      *                CARRIED THE LINE SEQUENCE SHARE ONE RECALL     * 13900000
      *                LINE AND THEIR QUANTITIES ARE ADDED TOGETHER   * 13910000
      *                                                               * 13920000
      *    CALLED BY:  P50000-NOTIFY-LINE                             * 13930000
      *                                                               * 13940000
      ***************************************************************** 13950000
                                                                        13960000
       P51000-WRITE-LINE.                                               13970000
                                                                        13980000
           MOVE SPACES TO RECALL-LINE-RECORD.                           13990000
           MOVE WCC-PREFIX TO RCL-LINE-PRE.                             14000000
           MOVE WS-LN-ORDER (WS-NDX) TO RCL-LINE-ORDER-NUMBER.          14010000
           MOVE WS-LN-ITEM-SEQ (WS-NDX) TO RCL-LINE-ITEM-SEQ.           14020000
           MOVE WS-NEXT-RECALL-NUMBER TO RCL-LINE-RECALL-NUMBER.        14030000
           MOVE WS-LN-CUSTOMER (WS-NDX) TO RCL-LINE-CUSTOMER-ID.        14040000
           MOVE WS-LN-ITEM (WS-NDX) TO RCL-LINE-ITEM-NUMBER.            14050000
           MOVE WS-LN-LOT (WS-NDX) TO RCL-LINE-LOT-NUMBER.              14060000
           MOVE WS-LN-SHIP-DATE (WS-NDX) TO RCL-LINE-SHIP-DATE.         14070000
           MOVE WS-LN-QUANTITY (WS-NDX) TO RCL-LINE-QTY-SHIPPED.        14080000
           MOVE +0 TO RCL-LINE-QTY-RECOVERED.                           14090000
           MOVE WS-DATE-CCYYMMDD TO RCL-LINE-DATE-NOTIFIED.             14100000
           MOVE ZEROES TO RCL-LINE-DATE-RESPONDED.                      14110000
                                                                        14120000
           WRITE RECALL-LINE-RECORD.                                    14130000
                                                                        14140000
           IF RCLLINF-DUPLICATE                                         14150000
               READ VSAM-RECALL-LINE                                    14160000
               IF RCLLINF-OK                                            14170000
                   ADD WS-LN-QUANTITY (WS-NDX) TO RCL-LINE-QTY-SHIPPED  14180000
                   REWRITE RECALL-LINE-RECORD                           14190000
               END-IF                                                   14200000
           END-IF.                                                      14210000
                                                                        14220000
           IF NOT RCLLINF-OK                                            14230000
               MOVE 'WRITE RECALL LINE FAILED' TO WPBE-MESSAGE          14240000
               MOVE WS-RCLLIN-STATUS TO WPBE-FILE-STATUS                14250000
               MOVE 'P51000' TO WPBE-PARAGRAPH                          14260000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14270000
           END-IF.                                                      14280000
                                                                        14290000
       P51000-EXIT.                                                     14300000
           EXIT.                                                        14310000
           EJECT                                                        14320000
      ***************************************************************** 14330000
      *                                                               * 14340000
      *    PARAGRAPH:  P52000-NOTICE-HEADER                           * 14350000
      *                                                               * 14360000
      *    FUNCTION :  START THE RECALL NOTICE FOR A CUSTOMER         * 14370000
      *                                                               * 14380000
      *    CALLED BY:  P50000-NOTIFY-LINE                             * 14390000
      *                                                               * 14400000
      ***************************************************************** 14410000
                                                                        14420000
       P52000-NOTICE-HEADER.                                            14430000
                                                                        14440000
           WRITE NOTICE-PRINT-REC FROM WS-PL-SEPARATOR.                 14450000
                                                                        14460000
           MOVE WS-NEXT-RECALL-NUMBER TO WS-PL-NH-RECALL.               14470000
           MOVE WCC-SEVERITY TO WS-PL-NH-CLASS.                         14480000
           MOVE WS-DATE-MONTH TO WS-PL-NH-MONTH.                        14490000
           MOVE WS-DATE-DAY TO WS-PL-NH-DAY.                            14500000
           MOVE WS-DATE-YEAR TO WS-PL-NH-YEAR.                          14510000
           WRITE NOTICE-PRINT-REC FROM WS-PL-NOTICE-HEADER.             14520000
                                                                        14530000
           MOVE WCC-REASON TO WS-PL-RL-REASON.                          14540000
           WRITE NOTICE-PRINT-REC FROM WS-PL-REASON-LINE.               14550000
                                                                        14560000
      ***************************************************************** 14570000
      *    SHOW THE CUSTOMER NAME WHEN THE CUSTOMER RECORD EXISTS     * 14580000
      ***************************************************************** 14590000
                                                                        14600000
           MOVE WS-PREV-CUSTOMER TO WS-PL-CU-CUSTOMER.                  14610000
                                                                        14620000
           IF WS-PREV-CUSTOMER = SPACES                                 14630000
               MOVE 'CUSTOMER NOT ON ORDER_LOG - REVIEW MANUALLY'       14640000
                   TO WS-PL-CU-NAME                                     14650000
           ELSE                                                         14660000
               MOVE WCC-PREFIX TO CUSTOMER-PRE                          14670000
               MOVE WS-PREV-CUSTOMER TO CUSTOMER-ID                     14680000
               READ VSAM-CUSTOMER                                       14690000
               IF CUSTOMER-OK                                           14700000
                   MOVE CUSTOMER-NAME TO WS-PL-CU-NAME                  14710000
               ELSE                                                     14720000
                   MOVE SPACES TO WS-PL-CU-NAME                         14730000
               END-IF                                                   14740000
               ADD +1 TO WS-CUSTOMERS-NOTIFIED                          14750000
           END-IF.                                                      14760000
                                                                        14770000
           WRITE NOTICE-PRINT-REC FROM WS-PL-CUST-LINE.                 14780000
           WRITE NOTICE-PRINT-REC FROM WS-PL-BLANK.                     14790000
           WRITE NOTICE-PRINT-REC FROM WS-PL-COLUMN-HEADER.             14800000
                                                                        14810000
           MOVE +0 TO WS-CUST-QTY.                                      14820000
                                                                        14830000
       P52000-EXIT.                                                     14840000
           EXIT.                                                        14850000
           EJECT                                                        14860000
      ***************************************************************** 14870000
      *                                                               * 14880000
      *    PARAGRAPH:  P53000-NOTICE-TOTAL                            * 14890000
      *                                                               * 14900000
      *    FUNCTION :  FINISH A CUSTOMER'S RECALL NOTICE WITH THE     * 14910000
      *                TOTAL QUANTITY AND THE RETURN INSTRUCTIONS     * 14920000
      *                                                               * 14930000
      *    CALLED BY:  P00000-MAINLINE                                * 14940000
      *                P50000-NOTIFY-LINE                             * 14950000
      *                                                               * 14960000
      ***************************************************************** 14970000
                                                                        14980000
       P53000-NOTICE-TOTAL.                                             14990000
                                                                        15000000
           MOVE WS-CUST-QTY TO WS-PL-NT-QUANTITY.                       15010000
           WRITE NOTICE-PRINT-REC FROM WS-PL-BLANK.                     15020000
           WRITE NOTICE-PRINT-REC FROM WS-PL-NOTICE-TOTAL.              15030000
           WRITE NOTICE-PRINT-REC FROM WS-PL-BLANK.                     15040000
           WRITE NOTICE-PRINT-REC FROM WS-PL-INSTRUCTION-1.             15050000
           WRITE NOTICE-PRINT-REC FROM WS-PL-INSTRUCTION-2.             15060000
           WRITE NOTICE-PRINT-REC FROM WS-PL-BLANK.                     15070000
                                                                        15080000
       P53000-EXIT.                                                     15090000
           EXIT.                                                        15100000
           EJECT                                                        15110000
      ***************************************************************** 15120000
      *                                                               * 15130000
      *    PARAGRAPH:  P99999-ABEND                                   * 15140000
      *                                                               * 15150000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 15160000
      *                ERROR HAS BEEN ENCOUNTERED                     * 15170000
      *                                                               * 15180000
      *    CALLED BY:  VARIOUS                                        * 15190000
      *                                                               * 15200000
      ***************************************************************** 15210000
                                                                        15220000
       P99999-ABEND.                                                    15230000
                                                                        15240000
           DISPLAY ' '.                                                 15250000
           DISPLAY WPEA-ERROR-01.                                       15260000
           DISPLAY WPEA-ERROR-02.                                       15270000
           DISPLAY WPEA-ERROR-03.                                       15280000
           DISPLAY WPEA-ERROR-04.                                       15290000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               15300000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               15310000
           DISPLAY WPEA-ERROR-04.                                       15320000
           DISPLAY WPEA-ERROR-03.                                       15330000
           DISPLAY WPEA-ERROR-02.                                       15340000
           DISPLAY WPEA-ERROR-01.                                       15350000
           DISPLAY ' '.                                                 15360000
                                                                        15370000
           MOVE 16 TO RETURN-CODE.                                      15380000
                                                                        15390000
           GOBACK.                                                      15400000
                                                                        15410000
       P99999-EXIT.                                                     15420000
           EXIT.                                                        15430000
