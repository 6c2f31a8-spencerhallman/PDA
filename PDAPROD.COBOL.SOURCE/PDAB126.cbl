       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB126.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB126                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB126 IS THE NIGHTLY INVENTORY POSITION * 00100000
      *             SNAPSHOT.  ITEM_SUPPLIER AND ITEM_SUPPLIER_WHSE   * 00110000
      *             HOLD ONLY TODAY'S QUANTITIES; THIS RUN COPIES     * 00120000
      *             THEM TO INVENTORY_SNAPSHOT UNDER THE CONTROL CARD * 00130000
      *             DATE SO STOCK MOVEMENT CAN BE FOLLOWED OVER TIME  * 00140000
      *             (WEEKLY DAYS-OF-SUPPLY REPORT, PDAB127).          * 00150000
      *                                                               * 00160000
      *             EACH ITEM_SUPPLIER_WHSE ROW IS COPIED AS A        * 00170000
      *             WAREHOUSE ROW (ON HAND AND RESERVED).  EACH       * 00180000
      *             ITEM / SUPPLIER GETS ONE COMPANY ROW (WAREHOUSE   * 00190000
      *             BLANK) CARRYING THE ITEM_SUPPLIER ON HAND AND     * 00200000
      *             RESERVED, THE QUANTITY ON OPEN BACKORDERS AND THE * 00210000
      *             QUANTITY STILL DUE IN ON RELEASED PURCHASE ORDER  * 00220000
      *             LINES.  THE BACKORDERS AND PURCHASE ORDER LINES   * 00230000
      *             ARE SUMMED BY ITEM / SUPPLIER IN A TABLE HELD IN  * 00240000
      *             KEY ORDER AND MATCHED AGAINST ITEM_SUPPLIER; AN   * 00250000
      *             ITEM / SUPPLIER WITH BACKORDERS OR PURCHASE       * 00260000
      *             ORDERS BUT NO ITEM_SUPPLIER ROW STILL GETS A      * 00270000
      *             COMPANY ROW, WITH NOTHING ON HAND, AND IS         * 00280000
      *             COUNTED.  AN ITEM / SUPPLIER THAT WILL NOT FIT IN * 00290000
      *             THE TABLE IS DROPPED AND COUNTED.                 * 00300000
      *                                                               * 00310000
      *             ANY SNAPSHOT ALREADY TAKEN FOR THE CARD DATE IS   * 00320000
      *             REPLACED, SO THE RUN MAY BE REPEATED.  OLD DATES  * 00330000
      *             ARE PURGED BY PDAB69 (STORE INVSNAP); KEEP AT     * 00340000
      *             LEAST 91 DAYS FOR THE 13 WEEK TREND.              * 00350000
      *                                                               * 00360000
      *             CONTROL CARD LAYOUT:                              * 00370000
      *               COL  1-13   DATE=CCYYMMDD  (SNAPSHOT DATE)      * 00380000
      *                                                               * 00390000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00400000
      *             BACKORDER FILE       -  VSAM KSDS    (INPUT)      * 00410000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (INPUT)      * 00420000
      *             ITEM_SUPPLIER        -  DB2          (READ-ONLY)  * 00430000
      *             ITEM_SUPPLIER_WHSE   -  DB2          (READ-ONLY)  * 00440000
      *             INVENTORY_SNAPSHOT   -  DB2          (UPDATE)     * 00450000
      *                                                               * 00460000
      ***************************************************************** 00470000
      *             PROGRAM CHANGE LOG                                * 00480000
      *             -------------------                               * 00490000
      *                                                               * 00500000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00510000
      *  --------   --------------------  --------------------------  * 00520000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00530000
      *                                                               * 00540000
      ***************************************************************** 00550000
           EJECT                                                        00560000
       ENVIRONMENT DIVISION.                                            00570000
                                                                        00580000
       INPUT-OUTPUT SECTION.                                            00590000
                                                                        00600000
       FILE-CONTROL.                                                    00610000
                                                                        00620000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00630000
                                                                        00640000
           SELECT VSAM-BACKORDER       ASSIGN TO VBACKORD               00650000
                                       ORGANIZATION IS INDEXED          00660000
                                       ACCESS IS SEQUENTIAL             00670000
                                       RECORD KEY IS BACKORDER-KEY      00680000
                                       FILE STATUS IS WS-BACKORD-STATUS.00690000
                                                                        00700000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00710000
                                       ORGANIZATION IS INDEXED          00720000
                                       ACCESS IS SEQUENTIAL             00730000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00740000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00750000
           EJECT                                                        00760000
       DATA DIVISION.                                                   00770000
                                                                        00780000
       FILE SECTION.                                                    00790000
                                                                        00800000
       FD  CONTROL-CARD                                                 00810000
           LABEL RECORDS ARE STANDARD                                   00820000
           RECORDING MODE IS F                                          00830000
           RECORD CONTAINS 80 CHARACTERS                                00840000
           BLOCK CONTAINS 27920 CHARACTERS.                             00850000
                                                                        00860000
       01  CONTROL-CARD-REC            PIC X(80).                       00870000
                                                                        00880000
       FD  VSAM-BACKORDER                                               00890000
           RECORD CONTAINS 150 CHARACTERS.                              00900000
                                                                        00910000
           COPY VBACKORD.                                               00920000
                                                                        00930000
       FD  VSAM-PURCHASE-ORDER                                          00940000
           RECORD CONTAINS 200 CHARACTERS.                              00950000
                                                                        00960000
           COPY VPURCHOR.                                               00970000
           EJECT                                                        00980000
       WORKING-STORAGE SECTION.                                         00990000
                                                                        01000000
      ***************************************************************** 01010000
      *    SWITCHES                                                   * 01020000
      ***************************************************************** 01030000
                                                                        01040000
       01  WS-SWITCHES.                                                 01050000
           05  WS-END-OF-BACKORD-SW    PIC X     VALUE 'N'.             01060000
               88  END-OF-BACKORD                VALUE 'Y'.             01070000
           05  WS-END-OF-PURCHOR-SW    PIC X     VALUE 'N'.             01080000
               88  END-OF-PURCHOR                VALUE 'Y'.             01090000
           05  WS-KEY-FOUND-SW         PIC X     VALUE 'N'.             01100000
               88  KEY-FOUND                     VALUE 'Y'.             01110000
           05  WS-END-OF-WHSE-SW       PIC X     VALUE 'N'.             01120000
               88  END-OF-WHSE                   VALUE 'Y'.             01130000
           EJECT                                                        01140000
      ***************************************************************** 01150000
      *    MISCELLANEOUS WORK FIELDS                                  * 01160000
      ***************************************************************** 01170000
                                                                        01180000
       01  WS-MISCELLANEOUS-FIELDS.                                     01190000
           03  WS-BACKORD-STATUS       PIC XX    VALUE SPACES.          01200000
               88  BACKORDF-OK                   VALUE '  ' '00'.       01210000
               88  BACKORDF-EMPTY                VALUE '47' '35'.       01220000
               88  BACKORDF-END                  VALUE '10'.            01230000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01240000
               88  PURCHORD-OK                   VALUE '  ' '00'.       01250000
               88  PURCHORD-EMPTY                VALUE '47' '35'.       01260000
               88  PURCHORD-END                  VALUE '10'.            01270000
           03  WS-BACKORDERS-READ      PIC S9(9) VALUE +0       COMP-3. 01280000
           03  WS-BACKORDERS-OPEN      PIC S9(9) VALUE +0       COMP-3. 01290000
           03  WS-PO-LINES-READ        PIC S9(9) VALUE +0       COMP-3. 01300000
           03  WS-PO-LINES-OPEN        PIC S9(9) VALUE +0       COMP-3. 01310000
           03  WS-SUPPLIER-ROWS        PIC S9(9) VALUE +0       COMP-3. 01320000
           03  WS-WHSE-ROWS            PIC S9(9) VALUE +0       COMP-3. 01330000
           03  WS-COMPANY-ROWS         PIC S9(9) VALUE +0       COMP-3. 01340000
           03  WS-UNMATCHED-ROWS       PIC S9(9) VALUE +0       COMP-3. 01350000
           03  WS-ROWS-DELETED         PIC S9(9) VALUE +0       COMP-3. 01360000
           03  WS-OPEN-QTY-DROPPED     PIC S9(9) VALUE +0       COMP-3. 01370000
           03  WS-LOW                  PIC S9(8) VALUE +0       COMP.   01380000
           03  WS-HIGH                 PIC S9(8) VALUE +0       COMP.   01390000
           03  WS-MID                  PIC S9(8) VALUE +0       COMP.   01400000
           03  WS-NDX                  PIC S9(8) VALUE +0       COMP.   01410000
           03  WS-NDX2                 PIC S9(8) VALUE +0       COMP.   01420000
      *                                                                 01430000
      *    MATCH KEYS -- HIGH-VALUES WHEN THE SIDE IS EXHAUSTED         01440000
      *                                                                 01450000
           03  WS-STOCK-KEY.                                            01460000
               05  WS-STOCK-PREFIX     PIC X(5)  VALUE SPACES.          01470000
               05  WS-STOCK-ITEM       PIC X(32) VALUE SPACES.          01480000
               05  WS-STOCK-SUPPLIER   PIC X(32) VALUE SPACES.          01490000
           03  WS-STOCK-ON-HAND        PIC S9(9) VALUE +0       COMP.   01500000
           03  WS-STOCK-RESERVED       PIC S9(9) VALUE +0       COMP.   01510000
           03  WS-ACTIVITY-KEY.                                         01520000
               05  WS-ACT-PREFIX       PIC X(5)  VALUE SPACES.          01530000
               05  WS-ACT-ITEM         PIC X(32) VALUE SPACES.          01540000
               05  WS-ACT-SUPPLIER     PIC X(32) VALUE SPACES.          01550000
           03  WS-ACT-BACKORDERED      PIC S9(9) VALUE +0       COMP-3. 01560000
           03  WS-ACT-ON-ORDER         PIC S9(9) VALUE +0       COMP-3. 01570000
      *                                                                 01580000
      *    THE COMPANY ROW TO BE INSERTED                               01590000
      *                                                                 01600000
           03  WS-OUT-KEY.                                              01610000
               05  WS-OUT-PREFIX       PIC X(5)  VALUE SPACES.          01620000
               05  WS-OUT-ITEM         PIC X(32) VALUE SPACES.          01630000
               05  WS-OUT-SUPPLIER     PIC X(32) VALUE SPACES.          01640000
           03  WS-OUT-ON-HAND          PIC S9(9) VALUE +0       COMP.   01650000
           03  WS-OUT-RESERVED         PIC S9(9) VALUE +0       COMP.   01660000
           03  WS-OUT-BACKORDERED      PIC S9(9) VALUE +0       COMP-3. 01670000
           03  WS-OUT-ON-ORDER         PIC S9(9) VALUE +0       COMP-3. 01680000
           EJECT                                                        01690000
      ***************************************************************** 01700000
      *    ONE OPEN BACKORDER OR OPEN PURCHASE ORDER LINE -- THE      * 01710000
      *    QUANTITY THAT DOES NOT APPLY IS ZERO                       * 01720000
      ***************************************************************** 01730000
                                                                        01740000
       01  WS-OPEN-QTY.                                                 01750000
           05  WS-OP-KEY.                                               01760000
               10  WS-OP-PREFIX        PIC X(05).                       01770000
               10  WS-OP-ITEM-NUMBER   PIC X(32).                       01780000
               10  WS-OP-SUPPLIER-ID   PIC X(32).                       01790000
           05  WS-OP-BACKORDERED       PIC S9(09)      COMP-3.          01800000
           05  WS-OP-ON-ORDER          PIC S9(09)      COMP-3.          01810000
                                                                        01820000
      ***************************************************************** 01830000
      *    OPEN QUANTITIES SUMMED IN PREFIX / ITEM / SUPPLIER         * 01840000
      *    SEQUENCE                                                   * 01850000
      ***************************************************************** 01860000
                                                                        01870000
       01  WS-OPEN-QTY-TABLE.                                           01880000
           03  WS-OQ-MAX               PIC S9(8) VALUE +20000   COMP.   01890000
           03  WS-OQ-USED              PIC S9(8) VALUE +0       COMP.   01900000
           03  WS-OQ-ENTRY             OCCURS 20000 TIMES.              01910000
               05  WS-OQ-KEY           PIC X(69).                       01920000
               05  WS-OQ-BACKORDERED   PIC S9(09)      COMP-3.          01930000
               05  WS-OQ-ON-ORDER      PIC S9(09)      COMP-3.          01940000
           EJECT                                                        01950000
      ***************************************************************** 01960000
      *    CONTROL CARD LAYOUT                                        * 01970000
      ***************************************************************** 01980000
                                                                        01990000
       01  WS-CONTROL-CARD.                                             02000000
           03  WS-CC-DATE-KEYWORD      PIC X(5)  VALUE SPACES.          02010000
           03  WS-CC-DATE              PIC X(8)  VALUE SPACES.          02020000
           03  WS-CC-DATE-N REDEFINES WS-CC-DATE.                       02030000
               05  WS-CC-YEAR          PIC 9(4).                        02040000
               05  WS-CC-MONTH         PIC 9(2).                        02050000
               05  WS-CC-DAY           PIC 9(2).                        02060000
           03  FILLER                  PIC X(67) VALUE SPACES.          02070000
           EJECT                                                        02080000
      ***************************************************************** 02090000
      *    DISPLAY AREA                                               * 02100000
      ***************************************************************** 02110000
                                                                        02120000
       01  WS-DISPLAY-LINES.                                            02130000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02140000
           03  WS-DL-BLANK.                                             02150000
               05  FILLER         PIC X(01) VALUE '*'.                  02160000
               05  FILLER         PIC X(78) VALUE SPACES.               02170000
               05  FILLER         PIC X(01) VALUE '*'.                  02180000
           03  WS-DL-LINE.                                              02190000
               05  FILLER         PIC X(01) VALUE '*'.                  02200000
               05  WS-DL-LINE-TEXT                                      02210000
                                  PIC X(78) VALUE SPACES.               02220000
               05  FILLER         PIC X(01) VALUE '*'.                  02230000
           EJECT                                                        02240000
      ***************************************************************** 02250000
      *    DB2  DEFINITIONS                                           * 02260000
      ***************************************************************** 02270000
                                                                        02280000
      ***************************************************************** 02290000
      *         SQL COMMUNICATIONS AREA                               * 02300000
      ***************************************************************** 02310000
                                                                        02320000
           EXEC SQL                                                     02330000
              INCLUDE SQLCA                                             02340000
           END-EXEC.                                                    02350000
           EJECT                                                        02360000
           EXEC SQL                                                     02370000
              INCLUDE DITMSUP                                           02380000
           END-EXEC.                                                    02390000
           EJECT                                                        02400000
           EXEC SQL                                                     02410000
              INCLUDE DITMSWH                                           02420000
           END-EXEC.                                                    02430000
           EJECT                                                        02440000
           EXEC SQL                                                     02450000
              INCLUDE DINVSNAP                                          02460000
           END-EXEC.                                                    02470000
           EJECT                                                        02480000
      ***************************************************************** 02490000
      *    ITEM / SUPPLIER STOCK IN THE SAME ORDER AS THE OPEN        * 02500000
      *    QUANTITY TABLE                                             * 02510000
      ***************************************************************** 02520000
                                                                        02530000
           EXEC SQL DECLARE STOCKCSR CURSOR FOR                         02540000
               SELECT   ITEM_PREFIX,                                    02550000
                        ITEM_NUMBER,                                    02560000
                        SUPPLIER_ID,                                    02570000
                        QUANTITY_ON_HAND,                               02580000
                        QUANTITY_RESERVED                               02590000
               FROM     ITEM_SUPPLIER                                   02600000
               ORDER BY ITEM_PREFIX,                                    02610000
                        ITEM_NUMBER,                                    02620000
                        SUPPLIER_ID                                     02630000
           END-EXEC.                                                    02640000
                                                                        02650000
      ***************************************************************** 02660000
      *    EVERY WAREHOUSE STOCK BALANCE                              * 02670000
      ***************************************************************** 02680000
                                                                        02690000
           EXEC SQL DECLARE WHSECSR CURSOR FOR                          02700000
               SELECT   ITEM_PREFIX,                                    02710000
                        ITEM_NUMBER,                                    02720000
                        SUPPLIER_ID,                                    02730000
                        WAREHOUSE_ID,                                   02740000
                        QUANTITY_ON_HAND,                               02750000
                        QUANTITY_RESERVED                               02760000
               FROM     ITEM_SUPPLIER_WHSE                              02770000
           END-EXEC.                                                    02780000
           EJECT                                                        02790000
      ***************************************************************** 02800000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 02810000
      ***************************************************************** 02820000
                                                                        02830000
           COPY PDAERRWS.                                               02840000
                                                                        02850000
       01  WS-PDA-BATCH-ERROR-01.                                       02860000
           05  FILLER             PIC X     VALUE SPACES.               02870000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02880000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02890000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB126'.            02900000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02910000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02920000
                                                                        02930000
       01  WS-PDA-BATCH-ERROR-02.                                       02940000
           05  FILLER             PIC X(8)  VALUE SPACES.               02950000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02960000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02970000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02980000
           EJECT                                                        02990000
      ***************************************************************** 03000000
      *    P R O C E D U R E    D I V I S I O N                       * 03010000
      ***************************************************************** 03020000
                                                                        03030000
       PROCEDURE DIVISION.                                              03040000
                                                                        03050000
      ***************************************************************** 03060000
      *                                                               * 03070000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03080000
      *                                                               * 03090000
      *    FUNCTION :  PROGRAM ENTRY.  EDIT THE CONTROL CARD, CLEAR   * 03100000
      *                ANY EARLIER SNAPSHOT FOR THE DATE, THEN TAKE   * 03110000
      *                THE COMPANY AND WAREHOUSE ROWS                 * 03120000
      *                                                               * 03130000
      *    CALLED BY:  NONE                                           * 03140000
      *                                                               * 03150000
      ***************************************************************** 03160000
                                                                        03170000
       P00000-MAINLINE.                                                 03180000
                                                                        03190000
           OPEN INPUT CONTROL-CARD.                                     03200000
                                                                        03210000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       03220000
               AT END                                                   03230000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          03240000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03250000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               03260000
                                                                        03270000
           CLOSE CONTROL-CARD.                                          03280000
                                                                        03290000
           IF WS-CC-DATE-KEYWORD NOT = 'DATE='                          03300000
              OR WS-CC-DATE NOT NUMERIC                                 03310000
              OR WS-CC-MONTH < 01                                       03320000
              OR WS-CC-MONTH > 12                                       03330000
              OR WS-CC-DAY < 01                                         03340000
              OR WS-CC-DAY > 31                                         03350000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              03360000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03370000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03380000
           END-IF.                                                      03390000
                                                                        03400000
           DISPLAY ' '.                                                 03410000
           DISPLAY WS-DL-ASTERISK.                                      03420000
           DISPLAY WS-DL-BLANK.                                         03430000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              03440000
           STRING '  PDAB126 - INVENTORY POSITION SNAPSHOT, DATE '      03450000
                  WS-CC-DATE                                            03460000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  03470000
           DISPLAY WS-DL-LINE.                                          03480000
           DISPLAY WS-DL-BLANK.                                         03490000
           DISPLAY WS-DL-ASTERISK.                                      03500000
           DISPLAY ' '.                                                 03510000
                                                                        03520000
      ***************************************************************** 03530000
      *    A RERUN FOR THE SAME DATE REPLACES THE EARLIER SNAPSHOT -- * 03540000
      *    THE DELETE AND THE NEW ROWS COMMIT TOGETHER AT THE END OF  * 03550000
      *    THE RUN                                                    * 03560000
      ***************************************************************** 03570000
                                                                        03580000
           MOVE WS-CC-DATE TO INV-SNAP-SNAPSHOT-DATE.                   03590000
                                                                        03600000
           EXEC SQL                                                     03610000
               DELETE                                                   03620000
               FROM    INVENTORY_SNAPSHOT                               03630000
               WHERE   SNAPSHOT_DATE = :INV-SNAP-SNAPSHOT-DATE          03640000
           END-EXEC.                                                    03650000
                                                                        03660000
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100                   03670000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          03680000
               MOVE 'PDAB126' TO WPDE-PROGRAM-ID                        03690000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         03700000
               MOVE 'DELETE INVENTORY_SNAPSHOT' TO WPDE-FUNCTION        03710000
               MOVE 'P00000' TO WPDE-PARAGRAPH                          03720000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03730000
           END-IF.                                                      03740000
                                                                        03750000
           MOVE SQLERRD(3) TO WS-ROWS-DELETED.                          03760000
                                                                        03770000
           PERFORM P10000-SUM-OPEN-QTY THRU P10000-EXIT.                03780000
                                                                        03790000
           PERFORM P30000-COMPANY-ROWS THRU P30000-EXIT.                03800000
                                                                        03810000
           PERFORM P40000-WAREHOUSE-ROWS THRU P40000-EXIT.              03820000
                                                                        03830000
           DISPLAY ' '.                                                 03840000
           DISPLAY 'PDAB126 - BACKORDERS READ       '                   03850000
               WS-BACKORDERS-READ.                                      03860000
           DISPLAY 'PDAB126 - BACKORDERS OPEN       '                   03870000
               WS-BACKORDERS-OPEN.                                      03880000
           DISPLAY 'PDAB126 - PO LINES READ         '                   03890000
               WS-PO-LINES-READ.                                        03900000
           DISPLAY 'PDAB126 - PO LINES OPEN         '                   03910000
               WS-PO-LINES-OPEN.                                        03920000
           DISPLAY 'PDAB126 - OPEN QTY PAST LIMIT   '                   03930000
               WS-OPEN-QTY-DROPPED.                                     03940000
           DISPLAY 'PDAB126 - ITEM/SUPPLIER ROWS    '                   03950000
               WS-SUPPLIER-ROWS.                                        03960000
           DISPLAY 'PDAB126 - EARLIER ROWS DELETED  '                   03970000
               WS-ROWS-DELETED.                                         03980000
           DISPLAY 'PDAB126 - COMPANY ROWS ADDED    '                   03990000
               WS-COMPANY-ROWS.                                         04000000
           DISPLAY 'PDAB126 -   NOT ON ITEM_SUPPLIER'                   04010000
               WS-UNMATCHED-ROWS.                                       04020000
           DISPLAY 'PDAB126 - WAREHOUSE ROWS ADDED  '                   04030000
               WS-WHSE-ROWS.                                            04040000
           DISPLAY ' '.                                                 04050000
                                                                        04060000
           MOVE ZEROES TO RETURN-CODE.                                  04070000
                                                                        04080000
           GOBACK.                                                      04090000
                                                                        04100000
       P00000-EXIT.                                                     04110000
           EXIT.                                                        04120000
           EJECT                                                        04130000
      ***************************************************************** 04140000
      *                                                               * 04150000
      *    PARAGRAPH:  P10000-SUM-OPEN-QTY                            * 04160000
      *                                                               * 04170000
      *    FUNCTION :  SUM THE OPEN BACKORDERS AND THE OPEN PURCHASE  * 04180000
      *                ORDER LINES BY ITEM / SUPPLIER                 * 04190000
      *                                                               * 04200000
      *    CALLED BY:  P00000-MAINLINE                                * 04210000
      *                                                               * 04220000
      ***************************************************************** 04230000
                                                                        04240000
       P10000-SUM-OPEN-QTY.                                             04250000
                                                                        04260000
           OPEN INPUT VSAM-BACKORDER.                                   04270000
                                                                        04280000
           IF BACKORDF-EMPTY                                            04290000
               GO TO P10000-PURCHASE-ORDERS                             04300000
           END-IF.                                                      04310000
                                                                        04320000
           IF NOT BACKORDF-OK                                           04330000
               MOVE 'OPEN BACKORDER FILE FAILED' TO WPBE-MESSAGE        04340000
               MOVE WS-BACKORD-STATUS TO WPBE-FILE-STATUS               04350000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          04360000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04370000
           END-IF.                                                      04380000
                                                                        04390000
           PERFORM P11000-READ-BACKORDER THRU P11000-EXIT               04400000
               UNTIL END-OF-BACKORD.                                    04410000
                                                                        04420000
           CLOSE VSAM-BACKORDER.                                        04430000
                                                                        04440000
       P10000-PURCHASE-ORDERS.                                          04450000
                                                                        04460000
           OPEN INPUT VSAM-PURCHASE-ORDER.                              04470000
                                                                        04480000
           IF PURCHORD-EMPTY                                            04490000
               GO TO P10000-EXIT                                        04500000
           END-IF.                                                      04510000
                                                                        04520000
           IF NOT PURCHORD-OK                                           04530000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   04540000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               04550000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          04560000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04570000
           END-IF.                                                      04580000
                                                                        04590000
           PERFORM P12000-READ-PURCHASE-ORDER THRU P12000-EXIT          04600000
               UNTIL END-OF-PURCHOR.                                    04610000
                                                                        04620000
           CLOSE VSAM-PURCHASE-ORDER.                                   04630000
                                                                        04640000
       P10000-EXIT.                                                     04650000
           EXIT.                                                        04660000
           EJECT                                                        04670000
      ***************************************************************** 04680000
      *                                                               * 04690000
      *    PARAGRAPH:  P11000-READ-BACKORDER                          * 04700000
      *                                                               * 04710000
      *    FUNCTION :  READ ONE BACKORDER AND ADD IT TO ITS ITEM /    * 04720000
      *                SUPPLIER WHEN IT IS STILL OPEN (SEQUENCE ZERO  * 04730000
      *                IS THE PREFIX CONTROL RECORD)                  * 04740000
      *                                                               * 04750000
      *    CALLED BY:  P10000-SUM-OPEN-QTY                            * 04760000
      *                                                               * 04770000
      ***************************************************************** 04780000
                                                                        04790000
       P11000-READ-BACKORDER.                                           04800000
                                                                        04810000
           READ VSAM-BACKORDER.                                         04820000
                                                                        04830000
           IF BACKORDF-END                                              04840000
               MOVE 'Y' TO WS-END-OF-BACKORD-SW                         04850000
               GO TO P11000-EXIT                                        04860000
           END-IF.                                                      04870000
                                                                        04880000
           IF NOT BACKORDF-OK                                           04890000
               MOVE 'READ BACKORDER FILE FAILED' TO WPBE-MESSAGE        04900000
               MOVE WS-BACKORD-STATUS TO WPBE-FILE-STATUS               04910000
               MOVE 'P11000' TO WPBE-PARAGRAPH                          04920000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04930000
           END-IF.                                                      04940000
                                                                        04950000
           ADD +1 TO WS-BACKORDERS-READ.                                04960000
                                                                        04970000
           IF BACKORDER-SEQUENCE = ZEROES                               04980000
              OR NOT BACKORDER-OPEN                                     04990000
               GO TO P11000-EXIT                                        05000000
           END-IF.                                                      05010000
                                                                        05020000
           ADD +1 TO WS-BACKORDERS-OPEN.                                05030000
                                                                        05040000
           MOVE BACKORDER-ITEM-PRE TO WS-OP-PREFIX.                     05050000
           MOVE BACKORDER-ITEM-NUMBER TO WS-OP-ITEM-NUMBER.             05060000
           MOVE BACKORDER-SUPPLIER-ID TO WS-OP-SUPPLIER-ID.             05070000
           MOVE BACKORDER-QUANTITY TO WS-OP-BACKORDERED.                05080000
           MOVE +0 TO WS-OP-ON-ORDER.                                   05090000
                                                                        05100000
           PERFORM P13000-ADD-TO-TABLE THRU P13000-EXIT.                05110000
                                                                        05120000
       P11000-EXIT.                                                     05130000
           EXIT.                                                        05140000
           EJECT                                                        05150000
      ***************************************************************** 05160000
      *                                                               * 05170000
      *    PARAGRAPH:  P12000-READ-PURCHASE-ORDER                     * 05180000
      *                                                               * 05190000
      *    FUNCTION :  READ ONE PURCHASE ORDER LINE AND ADD THE       * 05200000
      *                QUANTITY STILL DUE IN ON A RELEASED (OPEN OR   * 05210000
      *                PARTIAL) LINE.  A LINE THE SUPPLIER REJECTED   * 05220000
      *                WILL NOT ARRIVE AND A DROP-SHIP LINE IS NEVER  * 05230000
      *                STOCK, SO NEITHER IS COUNTED                   * 05240000
      *                                                               * 05250000
      *    CALLED BY:  P10000-SUM-OPEN-QTY                            * 05260000
      *                                                               * 05270000
      ***************************************************************** 05280000
                                                                        05290000
       P12000-READ-PURCHASE-ORDER.                                      05300000
                                                                        05310000
           READ VSAM-PURCHASE-ORDER.                                    05320000
                                                                        05330000
           IF PURCHORD-END                                              05340000
               MOVE 'Y' TO WS-END-OF-PURCHOR-SW                         05350000
               GO TO P12000-EXIT                                        05360000
           END-IF.                                                      05370000
                                                                        05380000
           IF NOT PURCHORD-OK                                           05390000
               MOVE 'READ PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   05400000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               05410000
               MOVE 'P12000' TO WPBE-PARAGRAPH                          05420000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05430000
           END-IF.                                                      05440000
                                                                        05450000
           ADD +1 TO WS-PO-LINES-READ.                                  05460000
                                                                        05470000
           IF PURCHASE-ORDER-NUMBER = ZEROES                            05480000
              OR NOT (PURCHASE-ORDER-OPEN OR PURCHASE-ORDER-PARTIAL)    05490000
              OR PURCHASE-ORDER-ACK-REJECTED                            05500000
              OR PURCHASE-ORDER-FROM-DROP-SHIP                          05510000
              OR PURCHASE-ORDER-QTY-RECEIVED NOT <                      05520000
                 PURCHASE-ORDER-QUANTITY                                05530000
               GO TO P12000-EXIT                                        05540000
           END-IF.                                                      05550000
                                                                        05560000
           ADD +1 TO WS-PO-LINES-OPEN.                                  05570000
                                                                        05580000
           MOVE PURCHASE-ORDER-ITEM-PRE TO WS-OP-PREFIX.                05590000
           MOVE PURCHASE-ORDER-ITEM-NUMBER TO WS-OP-ITEM-NUMBER.        05600000
           MOVE PURCHASE-ORDER-SUPPLIER-ID TO WS-OP-SUPPLIER-ID.        05610000
           MOVE +0 TO WS-OP-BACKORDERED.                                05620000
           COMPUTE WS-OP-ON-ORDER = PURCHASE-ORDER-QUANTITY             05630000
                                  - PURCHASE-ORDER-QTY-RECEIVED.        05640000
                                                                        05650000
           PERFORM P13000-ADD-TO-TABLE THRU P13000-EXIT.                05660000
                                                                        05670000
       P12000-EXIT.                                                     05680000
           EXIT.                                                        05690000
           EJECT                                                        05700000
      ***************************************************************** 05710000
      *                                                               * 05720000
      *    PARAGRAPH:  P13000-ADD-TO-TABLE                            * 05730000
      *                                                               * 05740000
      *    FUNCTION :  ADD THE OPEN QUANTITY TO THE TABLE ENTRY FOR   * 05750000
      *                ITS ITEM / SUPPLIER.  THE ENTRY IS LOOKED FOR  * 05760000
      *                BY HALVING THE TABLE; A NEW KEY IS INSERTED AT * 05770000
      *                ITS SORTED POSITION, SHIFTING THE TAIL DOWN    * 05780000
      *                                                               * 05790000
      *    CALLED BY:  P11000-READ-BACKORDER                          * 05800000
      *                P12000-READ-PURCHASE-ORDER                     * 05810000
      *                                                               * 05820000
      ***************************************************************** 05830000
                                                                        05840000
       P13000-ADD-TO-TABLE.                                             05850000
                                                                        05860000
           MOVE 'N' TO WS-KEY-FOUND-SW.                                 05870000
           MOVE +1 TO WS-LOW.                                           05880000
           MOVE WS-OQ-USED TO WS-HIGH.                                  05890000
                                                                        05900000
           PERFORM P13100-PROBE THRU P13100-EXIT                        05910000
               UNTIL KEY-FOUND                                          05920000
                  OR WS-LOW > WS-HIGH.                                  05930000
                                                                        05940000
           IF KEY-FOUND                                                 05950000
               ADD WS-OP-BACKORDERED TO WS-OQ-BACKORDERED (WS-MID)      05960000
               ADD WS-OP-ON-ORDER TO WS-OQ-ON-ORDER (WS-MID)            05970000
               GO TO P13000-EXIT                                        05980000
           END-IF.                                                      05990000
                                                                        06000000
           IF WS-OQ-USED NOT < WS-OQ-MAX                                06010000
               ADD +1 TO WS-OPEN-QTY-DROPPED                            06020000
               GO TO P13000-EXIT                                        06030000
           END-IF.                                                      06040000
                                                                        06050000
           MOVE WS-OQ-USED TO WS-NDX2.                                  06060000
                                                                        06070000
           PERFORM P13200-SHIFT-TAIL THRU P13200-EXIT                   06080000
               UNTIL WS-NDX2 < WS-LOW.                                  06090000
                                                                        06100000
           MOVE WS-OP-KEY TO WS-OQ-KEY (WS-LOW).                        06110000
           MOVE WS-OP-BACKORDERED TO WS-OQ-BACKORDERED (WS-LOW).        06120000
           MOVE WS-OP-ON-ORDER TO WS-OQ-ON-ORDER (WS-LOW).              06130000
                                                                        06140000
           ADD +1 TO WS-OQ-USED.                                        06150000
                                                                        06160000
       P13000-EXIT.                                                     06170000
           EXIT.                                                        06180000
                                                                        06190000
       P13100-PROBE.                                                    06200000
                                                                        06210000
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.                     06220000
                                                                        06230000
           IF WS-OQ-KEY (WS-MID) = WS-OP-KEY                            06240000
               MOVE 'Y' TO WS-KEY-FOUND-SW                              06250000
           ELSE                                                         06260000
               IF WS-OQ-KEY (WS-MID) < WS-OP-KEY                        06270000
                   COMPUTE WS-LOW = WS-MID + 1                          06280000
               ELSE                                                     06290000
                   COMPUTE WS-HIGH = WS-MID - 1                         06300000
               END-IF                                                   06310000
           END-IF.                                                      06320000
                                                                        06330000
       P13100-EXIT.                                                     06340000
           EXIT.                                                        06350000
                                                                        06360000
       P13200-SHIFT-TAIL.                                               06370000
                                                                        06380000
           COMPUTE WS-NDX = WS-NDX2 + 1.                                06390000
           MOVE WS-OQ-ENTRY (WS-NDX2) TO WS-OQ-ENTRY (WS-NDX).          06400000
           SUBTRACT +1 FROM WS-NDX2.                                    06410000
                                                                        06420000
       P13200-EXIT.                                                     06430000
           EXIT.                                                        06440000
           EJECT                                                        06450000
      ***************************************************************** 06460000
      *                                                               * 06470000
      *    PARAGRAPH:  P30000-COMPANY-ROWS                            * 06480000
      *                                                               * 06490000
      *    FUNCTION :  MATCH THE ITEM / SUPPLIER STOCK AGAINST THE    * 06500000
      *                SUMMED OPEN QUANTITIES, IN KEY ORDER, AND      * 06510000
      *                INSERT ONE COMPANY ROW PER ITEM / SUPPLIER ON  * 06520000
      *                EITHER SIDE                                    * 06530000
      *                                                               * 06540000
      *    CALLED BY:  P00000-MAINLINE                                * 06550000
      *                                                               * 06560000
      ***************************************************************** 06570000
                                                                        06580000
       P30000-COMPANY-ROWS.                                             06590000
                                                                        06600000
           EXEC SQL                                                     06610000
               OPEN STOCKCSR                                            06620000
           END-EXEC.                                                    06630000
                                                                        06640000
           IF SQLCODE NOT = +0                                          06650000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06660000
               MOVE 'PDAB126' TO WPDE-PROGRAM-ID                        06670000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06680000
               MOVE 'OPEN STOCKCSR CURSOR' TO WPDE-FUNCTION             06690000
               MOVE 'P30000' TO WPDE-PARAGRAPH                          06700000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06710000
           END-IF.                                                      06720000
                                                                        06730000
           PERFORM P31000-NEXT-STOCK THRU P31000-EXIT.                  06740000
                                                                        06750000
           MOVE +0 TO WS-NDX.                                           06760000
                                                                        06770000
           PERFORM P32000-NEXT-ACTIVITY THRU P32000-EXIT.               06780000
                                                                        06790000
           PERFORM P33000-MATCH THRU P33000-EXIT                        06800000
               UNTIL WS-STOCK-KEY = HIGH-VALUES                         06810000
                 AND WS-ACTIVITY-KEY = HIGH-VALUES.                     06820000
                                                                        06830000
           EXEC SQL                                                     06840000
               CLOSE STOCKCSR                                           06850000
           END-EXEC.                                                    06860000
                                                                        06870000
           IF SQLCODE NOT = +0                                          06880000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          06890000
               MOVE 'PDAB126' TO WPDE-PROGRAM-ID                        06900000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         06910000
               MOVE 'CLOSE STOCKCSR CURSOR' TO WPDE-FUNCTION            06920000
               MOVE 'P30000' TO WPDE-PARAGRAPH                          06930000
               PERFORM P99999-ABEND THRU P99999-EXIT                    06940000
           END-IF.                                                      06950000
                                                                        06960000
       P30000-EXIT.                                                     06970000
           EXIT.                                                        06980000
           EJECT                                                        06990000
      ***************************************************************** 07000000
      *                                                               * 07010000
      *    PARAGRAPH:  P31000-NEXT-STOCK                              * 07020000
      *                                                               * 07030000
      *    FUNCTION :  FETCH THE NEXT ITEM / SUPPLIER STOCK ROW;      * 07040000
      *                HIGH-VALUES KEY AT THE END                     * 07050000
      *                                                               * 07060000
      *    CALLED BY:  P30000-COMPANY-ROWS                            * 07070000
      *                P33000-MATCH                                   * 07080000
      *                                                               * 07090000
      ***************************************************************** 07100000
                                                                        07110000
       P31000-NEXT-STOCK.                                               07120000
                                                                        07130000
           EXEC SQL                                                     07140000
               FETCH  STOCKCSR                                          07150000
               INTO   :ITEM-SUPPLIER-ITEM-PREFIX,                       07160000
                      :ITEM-SUPPLIER-ITEM-NUMBER,                       07170000
                      :ITEM-SUPPLIER-SUPPLIER-ID,                       07180000
                      :ITEM-SUPPLIER-QUANTITY-ON-HAND,                  07190000
                      :ITEM-SUPPLIER-QTY-RESERVED                       07200000
           END-EXEC.                                                    07210000
                                                                        07220000
           EVALUATE TRUE                                                07230000
               WHEN SQLCODE = +0                                        07240000
                   CONTINUE                                             07250000
               WHEN SQLCODE = +100                                      07260000
                   MOVE HIGH-VALUES TO WS-STOCK-KEY                     07270000
                   GO TO P31000-EXIT                                    07280000
               WHEN OTHER                                               07290000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07300000
                   MOVE 'PDAB126' TO WPDE-PROGRAM-ID                    07310000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07320000
                   MOVE 'FETCH STOCKCSR CURSOR' TO WPDE-FUNCTION        07330000
                   MOVE 'P31000' TO WPDE-PARAGRAPH                      07340000
                   PERFORM P99999-ABEND THRU P99999-EXIT                07350000
           END-EVALUATE.                                                07360000
                                                                        07370000
           ADD +1 TO WS-SUPPLIER-ROWS.                                  07380000
                                                                        07390000
           MOVE ITEM-SUPPLIER-ITEM-PREFIX TO WS-STOCK-PREFIX.           07400000
           MOVE ITEM-SUPPLIER-ITEM-NUMBER TO WS-STOCK-ITEM.             07410000
           MOVE ITEM-SUPPLIER-SUPPLIER-ID TO WS-STOCK-SUPPLIER.         07420000
           MOVE ITEM-SUPPLIER-QUANTITY-ON-HAND TO WS-STOCK-ON-HAND.     07430000
           MOVE ITEM-SUPPLIER-QTY-RESERVED TO WS-STOCK-RESERVED.        07440000
                                                                        07450000
       P31000-EXIT.                                                     07460000
           EXIT.                                                        07470000
           EJECT                                                        07480000
      ***************************************************************** 07490000
      *                                                               * 07500000
      *    PARAGRAPH:  P32000-NEXT-ACTIVITY                           * 07510000
      *                                                               * 07520000
      *    FUNCTION :  TAKE THE NEXT ITEM / SUPPLIER'S OPEN           * 07530000
      *                QUANTITIES FROM THE TABLE; HIGH-VALUES KEY AT  * 07540000
      *                THE END                                        * 07550000
      *                                                               * 07560000
      *    CALLED BY:  P30000-COMPANY-ROWS                            * 07570000
      *                P33000-MATCH                                   * 07580000
      *                                                               * 07590000
      ***************************************************************** 07600000
                                                                        07610000
       P32000-NEXT-ACTIVITY.                                            07620000
                                                                        07630000
           ADD +1 TO WS-NDX.                                            07640000
                                                                        07650000
           IF WS-NDX > WS-OQ-USED                                       07660000
               MOVE HIGH-VALUES TO WS-ACTIVITY-KEY                      07670000
               GO TO P32000-EXIT                                        07680000
           END-IF.                                                      07690000
                                                                        07700000
           MOVE WS-OQ-KEY (WS-NDX) TO WS-ACTIVITY-KEY.                  07710000
           MOVE WS-OQ-BACKORDERED (WS-NDX) TO WS-ACT-BACKORDERED.       07720000
           MOVE WS-OQ-ON-ORDER (WS-NDX) TO WS-ACT-ON-ORDER.             07730000
                                                                        07740000
       P32000-EXIT.                                                     07750000
           EXIT.                                                        07760000
           EJECT                                                        07770000
      ***************************************************************** 07780000
      *                                                               * 07790000
      *    PARAGRAPH:  P33000-MATCH                                   * 07800000
      *                                                               * 07810000
      *    FUNCTION :  WRITE THE COMPANY ROW FOR THE LOWER OF THE TWO * 07820000
      *                KEYS (BOTH WHEN THEY ARE EQUAL) AND ADVANCE    * 07830000
      *                THE SIDE OR SIDES USED                         * 07840000
      *                                                               * 07850000
      *    CALLED BY:  P30000-COMPANY-ROWS                            * 07860000
      *                                                               * 07870000
      ***************************************************************** 07880000
                                                                        07890000
       P33000-MATCH.                                                    07900000
                                                                        07910000
           EVALUATE TRUE                                                07920000
               WHEN WS-STOCK-KEY < WS-ACTIVITY-KEY                      07930000
                   MOVE WS-STOCK-KEY TO WS-OUT-KEY                      07940000
                   MOVE WS-STOCK-ON-HAND TO WS-OUT-ON-HAND              07950000
                   MOVE WS-STOCK-RESERVED TO WS-OUT-RESERVED            07960000
                   MOVE +0 TO WS-OUT-BACKORDERED                        07970000
                              WS-OUT-ON-ORDER                           07980000
                   PERFORM P34000-INSERT-COMPANY THRU P34000-EXIT       07990000
                   PERFORM P31000-NEXT-STOCK THRU P31000-EXIT           08000000
               WHEN WS-STOCK-KEY = WS-ACTIVITY-KEY                      08010000
                   MOVE WS-STOCK-KEY TO WS-OUT-KEY                      08020000
                   MOVE WS-STOCK-ON-HAND TO WS-OUT-ON-HAND              08030000
                   MOVE WS-STOCK-RESERVED TO WS-OUT-RESERVED            08040000
                   MOVE WS-ACT-BACKORDERED TO WS-OUT-BACKORDERED        08050000
                   MOVE WS-ACT-ON-ORDER TO WS-OUT-ON-ORDER              08060000
                   PERFORM P34000-INSERT-COMPANY THRU P34000-EXIT       08070000
                   PERFORM P31000-NEXT-STOCK THRU P31000-EXIT           08080000
                   PERFORM P32000-NEXT-ACTIVITY THRU P32000-EXIT        08090000
               WHEN OTHER                                               08100000
                   MOVE WS-ACTIVITY-KEY TO WS-OUT-KEY                   08110000
                   MOVE +0 TO WS-OUT-ON-HAND                            08120000
                              WS-OUT-RESERVED                           08130000
                   MOVE WS-ACT-BACKORDERED TO WS-OUT-BACKORDERED        08140000
                   MOVE WS-ACT-ON-ORDER TO WS-OUT-ON-ORDER              08150000
                   ADD +1 TO WS-UNMATCHED-ROWS                          08160000
                   PERFORM P34000-INSERT-COMPANY THRU P34000-EXIT       08170000
                   PERFORM P32000-NEXT-ACTIVITY THRU P32000-EXIT        08180000
           END-EVALUATE.                                                08190000
                                                                        08200000
       P33000-EXIT.                                                     08210000
           EXIT.                                                        08220000
           EJECT                                                        08230000
      ***************************************************************** 08240000
      *                                                               * 08250000
      *    PARAGRAPH:  P34000-INSERT-COMPANY                          * 08260000
      *                                                               * 08270000
      *    FUNCTION :  INSERT THE COMPANY ROW (WAREHOUSE BLANK) BUILT * 08280000
      *                IN THE OUTPUT FIELDS                           * 08290000
      *                                                               * 08300000
      *    CALLED BY:  P33000-MATCH                                   * 08310000
      *                                                               * 08320000
      ***************************************************************** 08330000
                                                                        08340000
       P34000-INSERT-COMPANY.                                           08350000
                                                                        08360000
           MOVE WS-CC-DATE TO INV-SNAP-SNAPSHOT-DATE.                   08370000
           MOVE WS-OUT-PREFIX TO INV-SNAP-ITEM-PREFIX.                  08380000
           MOVE WS-OUT-ITEM TO INV-SNAP-ITEM-NUMBER.                    08390000
           MOVE WS-OUT-SUPPLIER TO INV-SNAP-SUPPLIER-ID.                08400000
           MOVE SPACES TO INV-SNAP-WAREHOUSE-ID.                        08410000
           MOVE WS-OUT-ON-HAND TO INV-SNAP-QUANTITY-ON-HAND.            08420000
           MOVE WS-OUT-RESERVED TO INV-SNAP-QUANTITY-RESERVED.          08430000
           MOVE WS-OUT-BACKORDERED TO INV-SNAP-QUANTITY-BACKORDERED.    08440000
           MOVE WS-OUT-ON-ORDER TO INV-SNAP-QUANTITY-ON-ORDER.          08450000
                                                                        08460000
           PERFORM P50000-INSERT-SNAPSHOT THRU P50000-EXIT.             08470000
                                                                        08480000
           ADD +1 TO WS-COMPANY-ROWS.                                   08490000
                                                                        08500000
       P34000-EXIT.                                                     08510000
           EXIT.                                                        08520000
           EJECT                                                        08530000
      ***************************************************************** 08540000
      *                                                               * 08550000
      *    PARAGRAPH:  P40000-WAREHOUSE-ROWS                          * 08560000
      *                                                               * 08570000
      *    FUNCTION :  COPY EVERY ITEM_SUPPLIER_WHSE BALANCE AS A     * 08580000
      *                WAREHOUSE ROW                                  * 08590000
      *                                                               * 08600000
      *    CALLED BY:  P00000-MAINLINE                                * 08610000
      *                                                               * 08620000
      ***************************************************************** 08630000
                                                                        08640000
       P40000-WAREHOUSE-ROWS.                                           08650000
                                                                        08660000
           EXEC SQL                                                     08670000
               OPEN WHSECSR                                             08680000
           END-EXEC.                                                    08690000
                                                                        08700000
           IF SQLCODE NOT = +0                                          08710000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          08720000
               MOVE 'PDAB126' TO WPDE-PROGRAM-ID                        08730000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         08740000
               MOVE 'OPEN WHSECSR CURSOR' TO WPDE-FUNCTION              08750000
               MOVE 'P40000' TO WPDE-PARAGRAPH                          08760000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08770000
           END-IF.                                                      08780000
                                                                        08790000
           PERFORM P41000-FETCH-WHSE THRU P41000-EXIT                   08800000
               UNTIL END-OF-WHSE.                                       08810000
                                                                        08820000
           EXEC SQL                                                     08830000
               CLOSE WHSECSR                                            08840000
           END-EXEC.                                                    08850000
                                                                        08860000
           IF SQLCODE NOT = +0                                          08870000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          08880000
               MOVE 'PDAB126' TO WPDE-PROGRAM-ID                        08890000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         08900000
               MOVE 'CLOSE WHSECSR CURSOR' TO WPDE-FUNCTION             08910000
               MOVE 'P40000' TO WPDE-PARAGRAPH                          08920000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08930000
           END-IF.                                                      08940000
                                                                        08950000
       P40000-EXIT.                                                     08960000
           EXIT.                                                        08970000
           EJECT                                                        08980000
      ***************************************************************** 08990000
      *                                                               * 09000000
      *    PARAGRAPH:  P41000-FETCH-WHSE                              * 09010000
      *                                                               * 09020000
      *    FUNCTION :  FETCH ONE WAREHOUSE BALANCE AND INSERT ITS     * 09030000
      *                SNAPSHOT ROW                                   * 09040000
      *                                                               * 09050000
      *    CALLED BY:  P40000-WAREHOUSE-ROWS                          * 09060000
      *                                                               * 09070000
      ***************************************************************** 09080000
                                                                        09090000
       P41000-FETCH-WHSE.                                               09100000
                                                                        09110000
           EXEC SQL                                                     09120000
               FETCH  WHSECSR                                           09130000
               INTO   :ISW-ITEM-PREFIX,                                 09140000
                      :ISW-ITEM-NUMBER,                                 09150000
                      :ISW-SUPPLIER-ID,                                 09160000
                      :ISW-WAREHOUSE-ID,                                09170000
                      :ISW-QUANTITY-ON-HAND,                            09180000
                      :ISW-QUANTITY-RESERVED                            09190000
           END-EXEC.                                                    09200000
                                                                        09210000
           EVALUATE TRUE                                                09220000
               WHEN SQLCODE = +0                                        09230000
                   CONTINUE                                             09240000
               WHEN SQLCODE = +100                                      09250000
                   MOVE 'Y' TO WS-END-OF-WHSE-SW                        09260000
                   GO TO P41000-EXIT                                    09270000
               WHEN OTHER                                               09280000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09290000
                   MOVE 'PDAB126' TO WPDE-PROGRAM-ID                    09300000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09310000
                   MOVE 'FETCH WHSECSR CURSOR' TO WPDE-FUNCTION         09320000
                   MOVE 'P41000' TO WPDE-PARAGRAPH                      09330000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09340000
           END-EVALUATE.                                                09350000
                                                                        09360000
           MOVE WS-CC-DATE TO INV-SNAP-SNAPSHOT-DATE.                   09370000
           MOVE ISW-ITEM-PREFIX TO INV-SNAP-ITEM-PREFIX.                09380000
           MOVE ISW-ITEM-NUMBER TO INV-SNAP-ITEM-NUMBER.                09390000
           MOVE ISW-SUPPLIER-ID TO INV-SNAP-SUPPLIER-ID.                09400000
           MOVE ISW-WAREHOUSE-ID TO INV-SNAP-WAREHOUSE-ID.              09410000
           MOVE ISW-QUANTITY-ON-HAND TO INV-SNAP-QUANTITY-ON-HAND.      09420000
           MOVE ISW-QUANTITY-RESERVED TO INV-SNAP-QUANTITY-RESERVED.    09430000
           MOVE +0 TO INV-SNAP-QUANTITY-BACKORDERED                     09440000
                      INV-SNAP-QUANTITY-ON-ORDER.                       09450000
                                                                        09460000
           PERFORM P50000-INSERT-SNAPSHOT THRU P50000-EXIT.             09470000
                                                                        09480000
           ADD +1 TO WS-WHSE-ROWS.                                      09490000
                                                                        09500000
       P41000-EXIT.                                                     09510000
           EXIT.                                                        09520000
           EJECT                                                        09530000
      ***************************************************************** 09540000
      *                                                               * 09550000
      *    PARAGRAPH:  P50000-INSERT-SNAPSHOT                         * 09560000
      *                                                               * 09570000
      *    FUNCTION :  INSERT THE SNAPSHOT ROW BUILT BY THE CALLER    * 09580000
      *                                                               * 09590000
      *    CALLED BY:  P34000-INSERT-COMPANY                          * 09600000
      *                P41000-FETCH-WHSE                              * 09610000
      *                                                               * 09620000
      ***************************************************************** 09630000
                                                                        09640000
       P50000-INSERT-SNAPSHOT.                                          09650000
                                                                        09660000
           EXEC SQL                                                     09670000
               INSERT INTO INVENTORY_SNAPSHOT                           09680000
                      (SNAPSHOT_DATE,                                   09690000
                       ITEM_PREFIX,                                     09700000
                       ITEM_NUMBER,                                     09710000
                       SUPPLIER_ID,                                     09720000
                       WAREHOUSE_ID,                                    09730000
                       QUANTITY_ON_HAND,                                09740000
                       QUANTITY_RESERVED,                               09750000
                       QUANTITY_BACKORDERED,                            09760000
                       QUANTITY_ON_ORDER)                               09770000
               VALUES (:INV-SNAP-SNAPSHOT-DATE,                         09780000
                       :INV-SNAP-ITEM-PREFIX,                           09790000
                       :INV-SNAP-ITEM-NUMBER,                           09800000
                       :INV-SNAP-SUPPLIER-ID,                           09810000
                       :INV-SNAP-WAREHOUSE-ID,                          09820000
                       :INV-SNAP-QUANTITY-ON-HAND,                      09830000
                       :INV-SNAP-QUANTITY-RESERVED,                     09840000
                       :INV-SNAP-QUANTITY-BACKORDERED,                  09850000
                       :INV-SNAP-QUANTITY-ON-ORDER)                     09860000
           END-EXEC.                                                    09870000
                                                                        09880000
           IF SQLCODE NOT = +0                                          09890000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          09900000
               MOVE 'PDAB126' TO WPDE-PROGRAM-ID                        09910000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         09920000
               MOVE 'INSERT INVENTORY_SNAPSHOT' TO WPDE-FUNCTION        09930000
               MOVE 'P50000' TO WPDE-PARAGRAPH                          09940000
               PERFORM P99999-ABEND THRU P99999-EXIT                    09950000
           END-IF.                                                      09960000
                                                                        09970000
       P50000-EXIT.                                                     09980000
           EXIT.                                                        09990000
           EJECT                                                        10000000
      ***************************************************************** 10010000
      *                                                               * 10020000
      *    PARAGRAPH:  P99999-ABEND                                   * 10030000
      *                                                               * 10040000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 10050000
      *                ERROR HAS BEEN ENCOUNTERED                     * 10060000
      *                                                               * 10070000
      *    CALLED BY:  VARIOUS                                        * 10080000
      *                                                               * 10090000
      ***************************************************************** 10100000
                                                                        10110000
       P99999-ABEND.                                                    10120000
                                                                        10130000
           DISPLAY ' '.                                                 10140000
           DISPLAY WPEA-ERROR-01.                                       10150000
           DISPLAY WPEA-ERROR-02.                                       10160000
           DISPLAY WPEA-ERROR-03.                                       10170000
           DISPLAY WPEA-ERROR-04.                                       10180000
                                                                        10190000
           IF PDA-DB2-ERROR                                             10200000
               DISPLAY WS-PDA-DB2-ERROR-01                              10210000
               DISPLAY WS-PDA-DB2-ERROR-02                              10220000
           ELSE                                                         10230000
               DISPLAY WS-PDA-BATCH-ERROR-01                            10240000
               DISPLAY WS-PDA-BATCH-ERROR-02                            10250000
           END-IF.                                                      10260000
                                                                        10270000
           DISPLAY WPEA-ERROR-04.                                       10280000
           DISPLAY WPEA-ERROR-03.                                       10290000
           DISPLAY WPEA-ERROR-02.                                       10300000
           DISPLAY WPEA-ERROR-01.                                       10310000
           DISPLAY ' '.                                                 10320000
                                                                        10330000
           MOVE 16 TO RETURN-CODE.                                      10340000
                                                                        10350000
           GOBACK.                                                      10360000
                                                                        10370000
       P99999-EXIT.                                                     10380000
           EXIT.                                                        10390000
