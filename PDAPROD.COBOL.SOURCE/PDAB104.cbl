       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB104.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB104                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB104 IS THE KIT PRE-ASSEMBLY WORK      * 00100000
      *             ORDER BATCH PROGRAM.  FAST-MOVING KITS ARE BUILT  * 00110000
      *             AHEAD OF DEMAND INSTEAD OF ON THE PACK BENCH.     * 00120000
      *             AN OPEN REQUEST (CARD PAIR O THEN I) CHECKS THAT  * 00130000
      *             THE WAREHOUSE HAS EVERY KIT_COMPONENT IN STOCK    * 00140000
      *             FOR THE BUILD QUANTITY, RESERVES THE COMPONENT    * 00150000
      *             QUANTITIES (QUANTITY_RESERVED ON                  * 00160000
      *             ITEM_SUPPLIER_WHSE AND ITEM_SUPPLIER), ASSIGNS    * 00170000
      *             THE NEXT WORK ORDER NUMBER FROM THE PREFIX        * 00180000
      *             CONTROL RECORD AND WRITES THE WORK ORDER IN OPEN  * 00190000
      *             STATUS.  A COMPLETION CARD (C) CONSUMES THE       * 00200000
      *             RESERVED COMPONENTS, ADDS THE FINISHED KIT        * 00210000
      *             QUANTITY TO THE KIT WAREHOUSE ROW (CREATING IT    * 00220000
      *             IF NEEDED) AND TO ITEM_SUPPLIER, AND ROLLS THE    * 00230000
      *             BUILT UNIT COST -- THE COMPONENT AVERAGE COSTS    * 00240000
      *             PER KIT -- INTO THE KIT AVERAGE COST ON VITEMCST  * 00250000
      *             THE SAME WAY PURCHASE RECEIVING (PDAB23) DOES.    * 00260000
      *             A CANCEL CARD (X) RELEASES THE RESERVATION.  AN   * 00270000
      *             OPEN WORK ORDER REPORT IS PRINTED AFTER THE       * 00280000
      *             CARDS.  ORDER ENTRY (PDA007) SHIPS A KIT WITH     * 00290000
      *             FINISHED STOCK AS ONE LINE RATHER THAN EXPLODING  * 00300000
      *             IT INTO ITS COMPONENTS.                           * 00310000
      *                                                               * 00320000
      *             CONTROL CARD LAYOUTS:                             * 00330000
      *               OPEN CARD (FIRST CARD OF A PAIR):               * 00340000
      *                 COL  1      'O'                               * 00350000
      *                 COL  3- 7   PREFIX            (NUMERIC)       * 00360000
      *                 COL  9-16   BUILD WAREHOUSE ID                * 00370000
      *                 COL 18-26   KIT QUANTITY      (NUMERIC)       * 00380000
      *               ITEM CARD (SECOND CARD OF A PAIR):              * 00390000
      *                 COL  1      'I'                               * 00400000
      *                 COL  3-34   KIT ITEM NUMBER                   * 00410000
      *                 COL 36-67   KIT SUPPLIER ID                   * 00420000
      *               COMPLETION OR CANCEL CARD:                      * 00430000
      *                 COL  1      'C' COMPLETE / 'X' CANCEL         * 00440000
      *                 COL  3- 7   PREFIX            (NUMERIC)       * 00450000
      *                 COL  9-17   WORK ORDER NUMBER (NUMERIC)       * 00460000
      *                                                               * 00470000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00480000
      *             KIT WORK ORDER FILE  -  VSAM KSDS    (UPDATE)     * 00490000
      *             ITEM COST FILE       -  VSAM KSDS    (UPDATE)     * 00500000
      *             KIT_COMPONENT        -  DB2          (INPUT)      * 00510000
      *             ITEM_SUPPLIER        -  DB2          (UPDATE)     * 00520000
      *             ITEM_SUPPLIER_WHSE   -  DB2          (UPDATE)     * 00530000
      *                                                               * 00540000
      ***************************************************************** 00550000
      *             PROGRAM CHANGE LOG                                * 00560000
      *             -------------------                               * 00570000
      *                                                               * 00580000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00590000
      *  --------   --------------------  --------------------------  * 00600000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00610000
      *                                                               * 00620000
      ***************************************************************** 00630000
           EJECT                                                        00640000
       ENVIRONMENT DIVISION.                                            00650000
                                                                        00660000
       INPUT-OUTPUT SECTION.                                            00670000
                                                                        00680000
       FILE-CONTROL.                                                    00690000
                                                                        00700000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00710000
                                                                        00720000
           SELECT VSAM-KIT-WORK-ORDER  ASSIGN TO VKITWO                 00730000
                                       ORGANIZATION IS INDEXED          00740000
                                       ACCESS IS DYNAMIC                00750000
                                       RECORD KEY IS KIT-WORK-ORDER-KEY 00760000
                                       FILE STATUS IS WS-KITWO-STATUS.  00770000
                                                                        00780000
           SELECT VSAM-ITEM-COST       ASSIGN TO VITEMCST               00790000
                                       ORGANIZATION IS INDEXED          00800000
                                       ACCESS IS RANDOM                 00810000
                                       RECORD KEY IS ITEM-COST-KEY      00820000
                                       FILE STATUS IS WS-ITMCST-STATUS. 00830000
           EJECT                                                        00840000
       DATA DIVISION.                                                   00850000
                                                                        00860000
       FILE SECTION.                                                    00870000
                                                                        00880000
       FD  CONTROL-CARD                                                 00890000
           LABEL RECORDS ARE STANDARD                                   00900000
           RECORDING MODE IS F                                          00910000
           RECORD CONTAINS 80 CHARACTERS                                00920000
           BLOCK CONTAINS 27920 CHARACTERS.                             00930000
                                                                        00940000
       01  CONTROL-CARD-REC            PIC X(80).                       00950000
                                                                        00960000
       FD  VSAM-KIT-WORK-ORDER                                          00970000
           RECORD CONTAINS 128 CHARACTERS.                              00980000
                                                                        00990000
           COPY VKITWO.                                                 01000000
                                                                        01010000
       FD  VSAM-ITEM-COST                                               01020000
           RECORD CONTAINS 96 CHARACTERS.                               01030000
                                                                        01040000
           COPY VITEMCST.                                               01050000
           EJECT                                                        01060000
       WORKING-STORAGE SECTION.                                         01070000
                                                                        01080000
      ***************************************************************** 01090000
      *    SWITCHES                                                   * 01100000
      ***************************************************************** 01110000
                                                                        01120000
       01  WS-SWITCHES.                                                 01130000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01140000
               88  END-OF-PROCESS                VALUE 'Y'.             01150000
           05  WS-END-OF-REPORT-SW     PIC X     VALUE 'N'.             01160000
               88  END-OF-REPORT                 VALUE 'Y'.             01170000
           05  WS-END-OF-KIT-SW        PIC X     VALUE 'N'.             01180000
               88  END-OF-KIT                    VALUE 'Y'.             01190000
           05  WS-KIT-SHORT-SW         PIC X     VALUE 'N'.             01200000
               88  KIT-COMPONENT-SHORT           VALUE 'Y'.             01210000
           05  WS-PASS-SW              PIC X     VALUE 'V'.             01220000
               88  PASS-VERIFY                   VALUE 'V'.             01230000
               88  PASS-RESERVE                  VALUE 'R'.             01240000
               88  PASS-RELEASE                  VALUE 'U'.             01250000
               88  PASS-CONSUME                  VALUE 'C'.             01260000
           EJECT                                                        01270000
      ***************************************************************** 01280000
      *    MISCELLANEOUS WORK FIELDS                                  * 01290000
      ***************************************************************** 01300000
                                                                        01310000
       01  WS-MISCELLANEOUS-FIELDS.                                     01320000
           03  WS-KITWO-STATUS         PIC XX    VALUE SPACES.          01330000
               88  KITWOF-OK                     VALUE '  ' '00'.       01340000
               88  KITWOF-NOTFOUND               VALUE '23'.            01350000
               88  KITWOF-EMPTY                  VALUE '47' '35'.       01360000
               88  KITWOF-END                    VALUE '10'.            01370000
           03  WS-ITMCST-STATUS        PIC XX    VALUE SPACES.          01380000
               88  ITMCSTF-OK                    VALUE '  ' '00'.       01390000
               88  ITMCSTF-NOTFOUND              VALUE '23'.            01400000
               88  ITMCSTF-EMPTY                 VALUE '47' '35'.       01410000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01420000
           03  WS-ORDERS-OPENED        PIC S9(7) VALUE +0       COMP-3. 01430000
           03  WS-ORDERS-COMPLETED     PIC S9(7) VALUE +0       COMP-3. 01440000
           03  WS-ORDERS-CANCELLED     PIC S9(7) VALUE +0       COMP-3. 01450000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01460000
           03  WS-COMPONENTS-UNCOSTED  PIC S9(7) VALUE +0       COMP-3. 01470000
           03  WS-OPEN-ORDERS          PIC S9(7) VALUE +0       COMP-3. 01480000
           03  WS-KITWO-NUMBER         PIC 9(9)  VALUE ZEROES.          01490000
           03  WS-KIT-QUANTITY         PIC 9(9)  VALUE ZEROES.          01500000
           03  WS-BUILT-UNIT-COST      PIC S9(8)V99                     01510000
                                                 VALUE +0       COMP-3. 01520000
           03  WS-COST-EXTENSION       PIC S9(13)V99                    01530000
                                                 VALUE +0       COMP-3. 01540000
           03  WS-COST-NEW-BASIS       PIC S9(9) VALUE +0       COMP-3. 01550000
           03  WS-DATE.                                                 01560000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01570000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01580000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01590000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01600000
                                       PIC 9(8).                        01610000
                                                                        01620000
      ***************************************************************** 01630000
      *    DB2 HOST VARIABLES                                         * 01640000
      ***************************************************************** 01650000
                                                                        01660000
       01  WS-HOST-VARIABLES.                                           01670000
           03  WS-COMP-NEED            PIC S9(9) VALUE +0       COMP.   01680000
           03  WS-COMP-AVAILABLE       PIC S9(9) VALUE +0       COMP.   01690000
           03  WS-COMP-COUNT           PIC S9(9) VALUE +0       COMP.   01700000
           EJECT                                                        01710000
      ***************************************************************** 01720000
      *    CONTROL CARD AREAS                                         * 01730000
      ***************************************************************** 01740000
                                                                        01750000
       01  WS-CONTROL-CARD.                                             01760000
           03  WCC-ACTION              PIC X(1).                        01770000
               88  WCC-OPEN                      VALUE 'O'.             01780000
               88  WCC-ITEM-CARD                 VALUE 'I'.             01790000
               88  WCC-COMPLETE                  VALUE 'C'.             01800000
               88  WCC-CANCEL                    VALUE 'X'.             01810000
           03  FILLER                  PIC X(1).                        01820000
           03  WCC-DETAIL              PIC X(78).                       01830000
                                                                        01840000
       01  WS-OPEN-CARD REDEFINES WS-CONTROL-CARD.                      01850000
           03  FILLER                  PIC X(2).                        01860000
           03  WOC-PREFIX              PIC X(5).                        01870000
           03  FILLER                  PIC X(1).                        01880000
           03  WOC-WAREHOUSE-ID        PIC X(8).                        01890000
           03  FILLER                  PIC X(1).                        01900000
           03  WOC-QUANTITY            PIC X(9).                        01910000
           03  FILLER                  PIC X(54).                       01920000
                                                                        01930000
       01  WS-ITEM-CARD REDEFINES WS-CONTROL-CARD.                      01940000
           03  FILLER                  PIC X(2).                        01950000
           03  WIC-ITEM-NUMBER         PIC X(32).                       01960000
           03  FILLER                  PIC X(1).                        01970000
           03  WIC-SUPPLIER-ID         PIC X(32).                       01980000
           03  FILLER                  PIC X(13).                       01990000
                                                                        02000000
       01  WS-CLOSE-CARD REDEFINES WS-CONTROL-CARD.                     02010000
           03  FILLER                  PIC X(2).                        02020000
           03  WCL-PREFIX              PIC X(5).                        02030000
           03  FILLER                  PIC X(1).                        02040000
           03  WCL-KITWO-NUMBER        PIC X(9).                        02050000
           03  FILLER                  PIC X(63).                       02060000
                                                                        02070000
       01  WS-CONTROL-CARD-NUM.                                         02080000
           03  WCN-PREFIX              PIC 9(5)  VALUE ZEROES.          02090000
           03  WCN-QUANTITY            PIC 9(9)  VALUE ZEROES.          02100000
           03  WCN-KITWO-NUMBER        PIC 9(9)  VALUE ZEROES.          02110000
           EJECT                                                        02120000
      ***************************************************************** 02130000
      *    DISPLAY AREA                                               * 02140000
      ***************************************************************** 02150000
                                                                        02160000
       01  WS-DISPLAY-LINES.                                            02170000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         02180000
           03  WS-DL-BLANK.                                             02190000
               05  FILLER         PIC X(01) VALUE '*'.                  02200000
               05  FILLER         PIC X(78) VALUE SPACES.               02210000
               05  FILLER         PIC X(01) VALUE '*'.                  02220000
           03  WS-DL-LINE.                                              02230000
               05  FILLER         PIC X(01) VALUE '*'.                  02240000
               05  WS-DL-LINE-TEXT                                      02250000
                                  PIC X(78) VALUE SPACES.               02260000
               05  FILLER         PIC X(01) VALUE '*'.                  02270000
           03  WS-DL-RUN-DATE.                                          02280000
               05  FILLER         PIC X(01) VALUE '*'.                  02290000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               02300000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               02310000
               05  FILLER         PIC X(01) VALUE '/'.                  02320000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               02330000
               05  FILLER         PIC X(01) VALUE '/'.                  02340000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               02350000
               05  FILLER         PIC X(56) VALUE SPACES.               02360000
               05  FILLER         PIC X(01) VALUE '*'.                  02370000
           03  WS-DL-TOTAL.                                             02380000
               05  FILLER         PIC X(01) VALUE '*'.                  02390000
               05  FILLER         PIC X(45) VALUE SPACES.               02400000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02410000
               05  FILLER         PIC X(3)  VALUE ' - '.                02420000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               02430000
               05  FILLER         PIC X(01) VALUE '*'.                  02440000
           EJECT                                                        02450000
      ***************************************************************** 02460000
      *    WORK ORDER REGISTER AND OPEN WORK ORDER REPORT LINES       * 02470000
      ***************************************************************** 02480000
                                                                        02490000
       01  WS-DL-WORK-ORDER.                                            02500000
           03  FILLER                  PIC X(01) VALUE '*'.             02510000
           03  WS-DL-WO-ACTION         PIC X(10) VALUE SPACES.          02520000
           03  WS-DL-WO-NUMBER         PIC 9(09) VALUE ZEROES.          02530000
           03  FILLER                  PIC X(01) VALUE ' '.             02540000
           03  WS-DL-WO-ITEM           PIC X(16) VALUE SPACES.          02550000
           03  FILLER                  PIC X(01) VALUE ' '.             02560000
           03  WS-DL-WO-WHSE           PIC X(08) VALUE SPACES.          02570000
           03  FILLER                  PIC X(05) VALUE ' QTY '.         02580000
           03  WS-DL-WO-QTY            PIC ZZZ,ZZZ,ZZ9.                 02590000
           03  FILLER                  PIC X(06) VALUE ' COST '.        02600000
           03  WS-DL-WO-COST           PIC ZZ,ZZ9.99.                   02610000
           03  FILLER                  PIC X(01) VALUE ' '.             02620000
           03  WS-DL-WO-STATUS         PIC X(01) VALUE SPACES.          02630000
           03  FILLER                  PIC X(01) VALUE '*'.             02640000
                                                                        02650000
       01  WS-DL-REJECT.                                                02660000
           03  FILLER                  PIC X(01) VALUE '*'.             02670000
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.   02680000
           03  WS-DL-RJ-CARD           PIC X(31) VALUE SPACES.          02690000
           03  FILLER                  PIC X(03) VALUE ' - '.           02700000
           03  WS-DL-RJ-REASON         PIC X(31) VALUE SPACES.          02710000
           03  FILLER                  PIC X(01) VALUE '*'.             02720000
                                                                        02730000
       01  WS-DL-UNCOSTED.                                              02740000
           03  FILLER                  PIC X(01) VALUE '*'.             02750000
           03  FILLER                  PIC X(24)                        02760000
                   VALUE '  NO AVERAGE COST FOR  '.                     02770000
           03  WS-DL-UC-ITEM           PIC X(32) VALUE SPACES.          02780000
           03  FILLER                  PIC X(22)                        02790000
                   VALUE ' - COSTED AT ZERO'.                           02800000
           03  FILLER                  PIC X(01) VALUE '*'.             02810000
           EJECT                                                        02820000
      ***************************************************************** 02830000
      *    DB2  DEFINITIONS                                           * 02840000
      ***************************************************************** 02850000
                                                                        02860000
      ***************************************************************** 02870000
      *         SQL COMMUNICATIONS AREA                               * 02880000
      ***************************************************************** 02890000
                                                                        02900000
           EXEC SQL                                                     02910000
              INCLUDE SQLCA                                             02920000
           END-EXEC.                                                    02930000
           EJECT                                                        02940000
           EXEC SQL                                                     02950000
              INCLUDE DKITCOMP                                          02960000
           END-EXEC.                                                    02970000
           EJECT                                                        02980000
           EXEC SQL                                                     02990000
              INCLUDE DITMSUP                                           03000000
           END-EXEC.                                                    03010000
           EJECT                                                        03020000
           EXEC SQL                                                     03030000
              INCLUDE DITMSWH                                           03040000
           END-EXEC.                                                    03050000
           EJECT                                                        03060000
      ***************************************************************** 03070000
      *    BILL OF MATERIAL FOR THE WORK ORDER KIT                    * 03080000
      ***************************************************************** 03090000
                                                                        03100000
           EXEC SQL DECLARE KITCOMP CURSOR FOR                          03110000
               SELECT   COMPONENT_ITEM_NUMBER,                          03120000
                        SUPPLIER_ID,                                    03130000
                        QUANTITY_PER_KIT                                03140000
               FROM     KIT_COMPONENT                                   03150000
               WHERE    PREFIX          = :KIT-COMP-PREFIX              03160000
                 AND    KIT_ITEM_NUMBER = :KIT-COMP-KIT-ITEM-NUMBER     03170000
               ORDER BY COMPONENT_ITEM_NUMBER                           03180000
           END-EXEC.                                                    03190000
           EJECT                                                        03200000
      ***************************************************************** 03210000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03220000
      ***************************************************************** 03230000
                                                                        03240000
           COPY PDAERRWS.                                               03250000
                                                                        03260000
       01  WS-PDA-BATCH-ERROR-01.                                       03270000
           05  FILLER             PIC X     VALUE SPACES.               03280000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03290000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03300000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB104'.            03310000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03320000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03330000
                                                                        03340000
       01  WS-PDA-BATCH-ERROR-02.                                       03350000
           05  FILLER             PIC X(8)  VALUE SPACES.               03360000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03370000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03380000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03390000
           EJECT                                                        03400000
      ***************************************************************** 03410000
      *    P R O C E D U R E    D I V I S I O N                       * 03420000
      ***************************************************************** 03430000
                                                                        03440000
       PROCEDURE DIVISION.                                              03450000
                                                                        03460000
      ***************************************************************** 03470000
      *                                                               * 03480000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03490000
      *                                                               * 03500000
      *    FUNCTION :  PROGRAM ENTRY.  OPEN THE FILES, PROCESS EVERY  * 03510000
      *                CONTROL CARD, PRINT THE OPEN WORK ORDERS AND   * 03520000
      *                THE ENDING COUNTS                              * 03530000
      *                                                               * 03540000
      *    CALLED BY:  NONE                                           * 03550000
      *                                                               * 03560000
      ***************************************************************** 03570000
                                                                        03580000
       P00000-MAINLINE.                                                 03590000
                                                                        03600000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  03610000
                                                                        03620000
           DISPLAY ' '.                                                 03630000
           DISPLAY WS-DL-ASTERISK.                                      03640000
           DISPLAY WS-DL-BLANK.                                         03650000
           MOVE '  PDAB104 - KIT PRE-ASSEMBLY WORK ORDERS'              03660000
               TO WS-DL-LINE-TEXT.                                      03670000
           DISPLAY WS-DL-LINE.                                          03680000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      03690000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        03700000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            03710000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          03720000
           DISPLAY WS-DL-RUN-DATE.                                      03730000
           DISPLAY WS-DL-BLANK.                                         03740000
           DISPLAY WS-DL-ASTERISK.                                      03750000
           DISPLAY ' '.                                                 03760000
                                                                        03770000
           OPEN INPUT CONTROL-CARD.                                     03780000
                                                                        03790000
           OPEN I-O VSAM-KIT-WORK-ORDER.                                03800000
                                                                        03810000
           IF NOT KITWOF-OK AND NOT KITWOF-EMPTY                        03820000
               MOVE 'OPEN KIT WORK ORDER FILE FAILED' TO WPBE-MESSAGE   03830000
               MOVE WS-KITWO-STATUS TO WPBE-FILE-STATUS                 03840000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03850000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03860000
           END-IF.                                                      03870000
                                                                        03880000
           OPEN I-O VSAM-ITEM-COST.                                     03890000
                                                                        03900000
           IF NOT ITMCSTF-OK AND NOT ITMCSTF-EMPTY                      03910000
               MOVE 'OPEN ITEM COST FILE FAILED' TO WPBE-MESSAGE        03920000
               MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS                03930000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03940000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03950000
           END-IF.                                                      03960000
                                                                        03970000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 03980000
               UNTIL END-OF-PROCESS.                                    03990000
                                                                        04000000
           CLOSE CONTROL-CARD.                                          04010000
                                                                        04020000
           DISPLAY ' '.                                                 04030000
           DISPLAY WS-DL-ASTERISK.                                      04040000
                                                                        04050000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  04060000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           04070000
           DISPLAY WS-DL-TOTAL.                                         04080000
                                                                        04090000
           MOVE 'WORK ORDERS OPENED' TO WS-DL-T-TITLE.                  04100000
           MOVE WS-ORDERS-OPENED TO WS-DL-T-CNT.                        04110000
           DISPLAY WS-DL-TOTAL.                                         04120000
                                                                        04130000
           MOVE 'WORK ORDERS COMPLETED' TO WS-DL-T-TITLE.               04140000
           MOVE WS-ORDERS-COMPLETED TO WS-DL-T-CNT.                     04150000
           DISPLAY WS-DL-TOTAL.                                         04160000
                                                                        04170000
           MOVE 'WORK ORDERS CANCELLED' TO WS-DL-T-TITLE.               04180000
           MOVE WS-ORDERS-CANCELLED TO WS-DL-T-CNT.                     04190000
           DISPLAY WS-DL-TOTAL.                                         04200000
                                                                        04210000
           MOVE 'COMPONENTS UNCOSTED' TO WS-DL-T-TITLE.                 04220000
           MOVE WS-COMPONENTS-UNCOSTED TO WS-DL-T-CNT.                  04230000
           DISPLAY WS-DL-TOTAL.                                         04240000
                                                                        04250000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      04260000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       04270000
           DISPLAY WS-DL-TOTAL.                                         04280000
                                                                        04290000
           DISPLAY WS-DL-ASTERISK.                                      04300000
           DISPLAY ' '.                                                 04310000
                                                                        04320000
           PERFORM P80000-OPEN-ORDER-REPORT THRU P80000-EXIT.           04330000
                                                                        04340000
           CLOSE VSAM-KIT-WORK-ORDER                                    04350000
                 VSAM-ITEM-COST.                                        04360000
                                                                        04370000
           MOVE ZEROES TO RETURN-CODE.                                  04380000
                                                                        04390000
           GOBACK.                                                      04400000
                                                                        04410000
       P00000-EXIT.                                                     04420000
           EXIT.                                                        04430000
           EJECT                                                        04440000
      ***************************************************************** 04450000
      *                                                               * 04460000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 04470000
      *                                                               * 04480000
      *    FUNCTION :  READ THE NEXT CONTROL CARD AND ROUTE IT BY     * 04490000
      *                ACTION CODE.  AN ITEM CARD IS ONLY VALID       * 04500000
      *                DIRECTLY BEHIND ITS OPEN CARD AND IS READ      * 04510000
      *                THERE                                          * 04520000
      *                                                               * 04530000
      *    CALLED BY:  P00000-MAINLINE                                * 04540000
      *                                                               * 04550000
      ***************************************************************** 04560000
                                                                        04570000
       P10000-PROCESS-CARD.                                             04580000
                                                                        04590000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       04600000
               AT END                                                   04610000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     04620000
                   GO TO P10000-EXIT.                                   04630000
                                                                        04640000
           ADD +1 TO WS-CARDS-READ.                                     04650000
                                                                        04660000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       04670000
                                                                        04680000
           EVALUATE TRUE                                                04690000
               WHEN WCC-OPEN                                            04700000
                   PERFORM P20000-PROCESS-OPEN THRU P20000-EXIT         04710000
               WHEN WCC-COMPLETE                                        04720000
               WHEN WCC-CANCEL                                          04730000
                   PERFORM P40000-PROCESS-CLOSE THRU P40000-EXIT        04740000
               WHEN OTHER                                               04750000
                   MOVE 'UNKNOWN OR MISPLACED ACTION'                   04760000
                       TO WS-DL-RJ-REASON                               04770000
                   DISPLAY WS-DL-REJECT                                 04780000
                   ADD +1 TO WS-CARDS-REJECTED                          04790000
           END-EVALUATE.                                                04800000
                                                                        04810000
       P10000-EXIT.                                                     04820000
           EXIT.                                                        04830000
           EJECT                                                        04840000
      ***************************************************************** 04850000
      *                                                               * 04860000
      *    PARAGRAPH:  P20000-PROCESS-OPEN                            * 04870000
      *                                                               * 04880000
      *    FUNCTION :  VALIDATE THE OPEN CARD PAIR, VERIFY EVERY      * 04890000
      *                COMPONENT IS IN STOCK AT THE BUILD WAREHOUSE,  * 04900000
      *                RESERVE THE COMPONENTS AND WRITE THE WORK      * 04910000
      *                ORDER                                          * 04920000
      *                                                               * 04930000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 04940000
      *                                                               * 04950000
      ***************************************************************** 04960000
                                                                        04970000
       P20000-PROCESS-OPEN.                                             04980000
                                                                        04990000
           IF WOC-PREFIX NOT NUMERIC                                    05000000
              OR WOC-QUANTITY NOT NUMERIC                               05010000
               MOVE 'CARD FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON        05020000
               DISPLAY WS-DL-REJECT                                     05030000
               ADD +1 TO WS-CARDS-REJECTED                              05040000
               GO TO P20000-EXIT                                        05050000
           END-IF.                                                      05060000
                                                                        05070000
           MOVE WOC-PREFIX TO WCN-PREFIX.                               05080000
           MOVE WOC-QUANTITY TO WCN-QUANTITY.                           05090000
                                                                        05100000
           IF WCN-QUANTITY = ZEROES                                     05110000
               MOVE 'QUANTITY IS ZERO' TO WS-DL-RJ-REASON               05120000
               DISPLAY WS-DL-REJECT                                     05130000
               ADD +1 TO WS-CARDS-REJECTED                              05140000
               GO TO P20000-EXIT                                        05150000
           END-IF.                                                      05160000
                                                                        05170000
           IF WOC-WAREHOUSE-ID = SPACES                                 05180000
               MOVE 'BUILD WAREHOUSE MISSING' TO WS-DL-RJ-REASON        05190000
               DISPLAY WS-DL-REJECT                                     05200000
               ADD +1 TO WS-CARDS-REJECTED                              05210000
               GO TO P20000-EXIT                                        05220000
           END-IF.                                                      05230000
                                                                        05240000
      ***************************************************************** 05250000
      *    THE ITEM CARD MUST FOLLOW THE OPEN CARD                    * 05260000
      ***************************************************************** 05270000
                                                                        05280000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       05290000
               AT END                                                   05300000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     05310000
                   MOVE 'OPEN WITHOUT ITEM CARD' TO WS-DL-RJ-REASON     05320000
                   DISPLAY WS-DL-REJECT                                 05330000
                   ADD +1 TO WS-CARDS-REJECTED                          05340000
                   GO TO P20000-EXIT.                                   05350000
                                                                        05360000
           ADD +1 TO WS-CARDS-READ.                                     05370000
                                                                        05380000
           IF NOT WCC-ITEM-CARD                                         05390000
               MOVE 'OPEN WITHOUT ITEM CARD' TO WS-DL-RJ-REASON         05400000
               DISPLAY WS-DL-REJECT                                     05410000
               ADD +2 TO WS-CARDS-REJECTED                              05420000
               GO TO P20000-EXIT                                        05430000
           END-IF.                                                      05440000
                                                                        05450000
           MOVE WS-CONTROL-CARD TO WS-DL-RJ-CARD.                       05460000
                                                                        05470000
           IF WIC-ITEM-NUMBER = SPACES                                  05480000
              OR WIC-SUPPLIER-ID = SPACES                               05490000
               MOVE 'KIT ITEM OR SUPPLIER MISSING' TO WS-DL-RJ-REASON   05500000
               DISPLAY WS-DL-REJECT                                     05510000
               ADD +1 TO WS-CARDS-REJECTED                              05520000
               GO TO P20000-EXIT                                        05530000
           END-IF.                                                      05540000
                                                                        05550000
      ***************************************************************** 05560000
      *    THE ITEM MUST BE A KIT AND THE KIT MUST BE STOCKED UNDER   * 05570000
      *    THE SUPPLIER -- FINISHED KITS ARE SOLD FROM THAT ROW       * 05580000
      ***************************************************************** 05590000
                                                                        05600000
           MOVE WOC-PREFIX TO KIT-COMP-PREFIX.                          05610000
           MOVE WIC-ITEM-NUMBER TO KIT-COMP-KIT-ITEM-NUMBER.            05620000
                                                                        05630000
           EXEC SQL                                                     05640000
               SELECT  COUNT(*)                                         05650000
               INTO    :WS-COMP-COUNT                                   05660000
               FROM    KIT_COMPONENT                                    05670000
               WHERE   PREFIX          = :KIT-COMP-PREFIX               05680000
                 AND   KIT_ITEM_NUMBER = :KIT-COMP-KIT-ITEM-NUMBER      05690000
           END-EXEC.                                                    05700000
                                                                        05710000
           IF SQLCODE NOT = +0                                          05720000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          05730000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        05740000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         05750000
               MOVE 'SELECT KIT_COMPONENT' TO WPDE-FUNCTION             05760000
               MOVE 'P20000' TO WPDE-PARAGRAPH                          05770000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05780000
           END-IF.                                                      05790000
                                                                        05800000
           IF WS-COMP-COUNT = ZEROES                                    05810000
               MOVE 'ITEM IS NOT A KIT' TO WS-DL-RJ-REASON              05820000
               DISPLAY WS-DL-REJECT                                     05830000
               ADD +1 TO WS-CARDS-REJECTED                              05840000
               GO TO P20000-EXIT                                        05850000
           END-IF.                                                      05860000
                                                                        05870000
           MOVE WOC-PREFIX TO ITEM-SUPPLIER-ITEM-PREFIX                 05880000
                              ITEM-SUPPLIER-SUPPLIER-PREFIX.            05890000
           MOVE WIC-ITEM-NUMBER TO ITEM-SUPPLIER-ITEM-NUMBER.           05900000
           MOVE WIC-SUPPLIER-ID TO ITEM-SUPPLIER-SUPPLIER-ID.           05910000
                                                                        05920000
           EXEC SQL                                                     05930000
               SELECT  QUANTITY_ON_HAND                                 05940000
               INTO    :ITEM-SUPPLIER-QUANTITY-ON-HAND                  05950000
               FROM    ITEM_SUPPLIER                                    05960000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     05970000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     05980000
                 AND   SUPPLIER_PREFIX =                                05990000
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX               06000000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     06010000
           END-EXEC.                                                    06020000
                                                                        06030000
           EVALUATE TRUE                                                06040000
               WHEN SQLCODE = +0                                        06050000
                   CONTINUE                                             06060000
               WHEN SQLCODE = +100                                      06070000
                   MOVE 'KIT NOT STOCKED BY SUPPLIER'                   06080000
                       TO WS-DL-RJ-REASON                               06090000
                   DISPLAY WS-DL-REJECT                                 06100000
                   ADD +1 TO WS-CARDS-REJECTED                          06110000
                   GO TO P20000-EXIT                                    06120000
               WHEN OTHER                                               06130000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      06140000
                   MOVE 'PDAB104' TO WPDE-PROGRAM-ID                    06150000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     06160000
                   MOVE 'SELECT ITEM_SUPPLIER' TO WPDE-FUNCTION         06170000
                   MOVE 'P20000' TO WPDE-PARAGRAPH                      06180000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06190000
           END-EVALUATE.                                                06200000
                                                                        06210000
      ***************************************************************** 06220000
      *    FIRST PASS -- EVERY COMPONENT MUST HAVE UNRESERVED STOCK   * 06230000
      *    AT THE BUILD WAREHOUSE FOR THE WHOLE BUILD, OTHERWISE      * 06240000
      *    NOTHING IS RESERVED AND THE WORK ORDER IS REFUSED          * 06250000
      ***************************************************************** 06260000
                                                                        06270000
           MOVE WOC-WAREHOUSE-ID TO ISW-WAREHOUSE-ID.                   06280000
           MOVE WCN-QUANTITY TO WS-KIT-QUANTITY.                        06290000
           MOVE 'N' TO WS-KIT-SHORT-SW.                                 06300000
           MOVE 'V' TO WS-PASS-SW.                                      06310000
                                                                        06320000
           PERFORM P50000-COMPONENT-PASS THRU P50000-EXIT.              06330000
                                                                        06340000
           IF KIT-COMPONENT-SHORT                                       06350000
               MOVE 'COMPONENT SHORT AT WAREHOUSE'                      06360000
                   TO WS-DL-RJ-REASON                                   06370000
               DISPLAY WS-DL-REJECT                                     06380000
               ADD +1 TO WS-CARDS-REJECTED                              06390000
               GO TO P20000-EXIT                                        06400000
           END-IF.                                                      06410000
                                                                        06420000
      ***************************************************************** 06430000
      *    SECOND PASS -- RESERVE THE COMPONENTS                      * 06440000
      ***************************************************************** 06450000
                                                                        06460000
           MOVE 'R' TO WS-PASS-SW.                                      06470000
                                                                        06480000
           PERFORM P50000-COMPONENT-PASS THRU P50000-EXIT.              06490000
                                                                        06500000
           PERFORM P30000-WRITE-WORK-ORDER THRU P30000-EXIT.            06510000
                                                                        06520000
       P20000-EXIT.                                                     06530000
           EXIT.                                                        06540000
           EJECT                                                        06550000
      ***************************************************************** 06560000
      *                                                               * 06570000
      *    PARAGRAPH:  P30000-WRITE-WORK-ORDER                        * 06580000
      *                                                               * 06590000
      *    FUNCTION :  ASSIGN THE NEXT WORK ORDER NUMBER FROM THE     * 06600000
      *                PREFIX CONTROL RECORD AND WRITE THE WORK       * 06610000
      *                ORDER IN OPEN STATUS                           * 06620000
      *                                                               * 06630000
      *    CALLED BY:  P20000-PROCESS-OPEN                            * 06640000
      *                                                               * 06650000
      ***************************************************************** 06660000
                                                                        06670000
       P30000-WRITE-WORK-ORDER.                                         06680000
                                                                        06690000
           MOVE WCN-PREFIX TO KIT-WORK-ORDER-PREFIX.                    06700000
           MOVE ZEROES TO KIT-WORK-ORDER-NUMBER.                        06710000
                                                                        06720000
           READ VSAM-KIT-WORK-ORDER.                                    06730000
                                                                        06740000
           IF KITWOF-NOTFOUND OR KITWOF-EMPTY                           06750000
               MOVE WCN-PREFIX TO KIT-WORK-ORDER-PREFIX                 06760000
               MOVE ZEROES TO KIT-WORK-ORDER-NUMBER                     06770000
               MOVE SPACES TO KIT-WO-ITEM-NUMBER                        06780000
                              KIT-WO-SUPPLIER-ID                        06790000
                              KIT-WO-WAREHOUSE-ID                       06800000
               MOVE 1 TO KIT-WO-QUANTITY                                06810000
               MOVE 'O' TO KIT-WO-STATUS                                06820000
               MOVE ZEROES TO KIT-WO-DATE-OPENED                        06830000
                              KIT-WO-DATE-CLOSED                        06840000
                              KIT-WO-BUILT-UNIT-COST                    06850000
               WRITE KIT-WORK-ORDER-RECORD                              06860000
               MOVE 1 TO WS-KITWO-NUMBER                                06870000
           ELSE                                                         06880000
               IF KITWOF-OK                                             06890000
                   ADD 1 TO KIT-WO-QUANTITY                             06900000
                   MOVE KIT-WO-QUANTITY TO WS-KITWO-NUMBER              06910000
                   REWRITE KIT-WORK-ORDER-RECORD                        06920000
               ELSE                                                     06930000
                   MOVE 'READ WORK ORDER CONTROL FAILED'                06940000
                       TO WPBE-MESSAGE                                  06950000
                   MOVE WS-KITWO-STATUS TO WPBE-FILE-STATUS             06960000
                   MOVE 'P30000' TO WPBE-PARAGRAPH                      06970000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06980000
               END-IF                                                   06990000
           END-IF.                                                      07000000
                                                                        07010000
           IF NOT KITWOF-OK                                             07020000
               MOVE 'WRITE WORK ORDER CONTROL FAILED' TO WPBE-MESSAGE   07030000
               MOVE WS-KITWO-STATUS TO WPBE-FILE-STATUS                 07040000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          07050000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07060000
           END-IF.                                                      07070000
                                                                        07080000
           MOVE WCN-PREFIX TO KIT-WORK-ORDER-PREFIX.                    07090000
           MOVE WS-KITWO-NUMBER TO KIT-WORK-ORDER-NUMBER.               07100000
           MOVE WIC-ITEM-NUMBER TO KIT-WO-ITEM-NUMBER.                  07110000
           MOVE WIC-SUPPLIER-ID TO KIT-WO-SUPPLIER-ID.                  07120000
           MOVE WOC-WAREHOUSE-ID TO KIT-WO-WAREHOUSE-ID.                07130000
           MOVE WCN-QUANTITY TO KIT-WO-QUANTITY.                        07140000
           MOVE 'O' TO KIT-WO-STATUS.                                   07150000
           MOVE WS-DATE-CCYYMMDD TO KIT-WO-DATE-OPENED.                 07160000
           MOVE ZEROES TO KIT-WO-DATE-CLOSED                            07170000
                          KIT-WO-BUILT-UNIT-COST.                       07180000
                                                                        07190000
           WRITE KIT-WORK-ORDER-RECORD.                                 07200000
                                                                        07210000
           IF NOT KITWOF-OK                                             07220000
               MOVE 'WRITE KIT WORK ORDER FAILED' TO WPBE-MESSAGE       07230000
               MOVE WS-KITWO-STATUS TO WPBE-FILE-STATUS                 07240000
               MOVE 'P30000' TO WPBE-PARAGRAPH                          07250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07260000
           END-IF.                                                      07270000
                                                                        07280000
           MOVE ' OPENED   ' TO WS-DL-WO-ACTION.                        07290000
           PERFORM P85000-DISPLAY-WORK-ORDER THRU P85000-EXIT.          07300000
                                                                        07310000
           ADD +1 TO WS-ORDERS-OPENED.                                  07320000
                                                                        07330000
       P30000-EXIT.                                                     07340000
           EXIT.                                                        07350000
           EJECT                                                        07360000
      ***************************************************************** 07370000
      *                                                               * 07380000
      *    PARAGRAPH:  P40000-PROCESS-CLOSE                           * 07390000
      *                                                               * 07400000
      *    FUNCTION :  VALIDATE THE COMPLETION OR CANCEL CARD, POST   * 07410000
      *                THE BUILD OR RELEASE THE RESERVATION, AND      * 07420000
      *                CLOSE THE WORK ORDER                           * 07430000
      *                                                               * 07440000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 07450000
      *                                                               * 07460000
      ***************************************************************** 07470000
                                                                        07480000
       P40000-PROCESS-CLOSE.                                            07490000
                                                                        07500000
           IF WCL-PREFIX NOT NUMERIC                                    07510000
              OR WCL-KITWO-NUMBER NOT NUMERIC                           07520000
               MOVE 'CARD FIELDS NOT NUMERIC' TO WS-DL-RJ-REASON        07530000
               DISPLAY WS-DL-REJECT                                     07540000
               ADD +1 TO WS-CARDS-REJECTED                              07550000
               GO TO P40000-EXIT                                        07560000
           END-IF.                                                      07570000
                                                                        07580000
           MOVE WCL-PREFIX TO WCN-PREFIX.                               07590000
           MOVE WCL-KITWO-NUMBER TO WCN-KITWO-NUMBER.                   07600000
                                                                        07610000
           IF WCN-KITWO-NUMBER = ZEROES                                 07620000
               MOVE 'WORK ORDER NUMBER IS ZERO' TO WS-DL-RJ-REASON      07630000
               DISPLAY WS-DL-REJECT                                     07640000
               ADD +1 TO WS-CARDS-REJECTED                              07650000
               GO TO P40000-EXIT                                        07660000
           END-IF.                                                      07670000
                                                                        07680000
           MOVE WCN-PREFIX TO KIT-WORK-ORDER-PREFIX.                    07690000
           MOVE WCN-KITWO-NUMBER TO KIT-WORK-ORDER-NUMBER.              07700000
                                                                        07710000
           READ VSAM-KIT-WORK-ORDER.                                    07720000
                                                                        07730000
           IF KITWOF-NOTFOUND                                           07740000
               MOVE 'WORK ORDER NOT ON FILE' TO WS-DL-RJ-REASON         07750000
               DISPLAY WS-DL-REJECT                                     07760000
               ADD +1 TO WS-CARDS-REJECTED                              07770000
               GO TO P40000-EXIT                                        07780000
           END-IF.                                                      07790000
                                                                        07800000
           IF NOT KITWOF-OK                                             07810000
               MOVE 'READ KIT WORK ORDER FAILED' TO WPBE-MESSAGE        07820000
               MOVE WS-KITWO-STATUS TO WPBE-FILE-STATUS                 07830000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          07840000
               PERFORM P99999-ABEND THRU P99999-EXIT                    07850000
           END-IF.                                                      07860000
                                                                        07870000
           IF NOT KIT-WO-OPEN                                           07880000
               MOVE 'WORK ORDER NOT OPEN' TO WS-DL-RJ-REASON            07890000
               DISPLAY WS-DL-REJECT                                     07900000
               ADD +1 TO WS-CARDS-REJECTED                              07910000
               GO TO P40000-EXIT                                        07920000
           END-IF.                                                      07930000
                                                                        07940000
           MOVE KIT-WORK-ORDER-PRE TO KIT-COMP-PREFIX.                  07950000
           MOVE KIT-WO-ITEM-NUMBER TO KIT-COMP-KIT-ITEM-NUMBER.         07960000
           MOVE KIT-WO-WAREHOUSE-ID TO ISW-WAREHOUSE-ID.                07970000
           MOVE KIT-WO-QUANTITY TO WS-KIT-QUANTITY.                     07980000
           MOVE ZEROES TO WS-BUILT-UNIT-COST.                           07990000
                                                                        08000000
           IF WCC-CANCEL                                                08010000
               MOVE 'U' TO WS-PASS-SW                                   08020000
               PERFORM P50000-COMPONENT-PASS THRU P50000-EXIT           08030000
               MOVE 'X' TO KIT-WO-STATUS                                08040000
               MOVE ' CANCELLED' TO WS-DL-WO-ACTION                     08050000
               ADD +1 TO WS-ORDERS-CANCELLED                            08060000
           ELSE                                                         08070000
               MOVE 'C' TO WS-PASS-SW                                   08080000
               PERFORM P50000-COMPONENT-PASS THRU P50000-EXIT           08090000
               PERFORM P60000-ADD-KIT-STOCK THRU P60000-EXIT            08100000
               PERFORM P70000-POST-KIT-COST THRU P70000-EXIT            08110000
               MOVE WS-BUILT-UNIT-COST TO KIT-WO-BUILT-UNIT-COST        08120000
               MOVE 'C' TO KIT-WO-STATUS                                08130000
               MOVE ' COMPLETED' TO WS-DL-WO-ACTION                     08140000
               ADD +1 TO WS-ORDERS-COMPLETED                            08150000
           END-IF.                                                      08160000
                                                                        08170000
           MOVE WS-DATE-CCYYMMDD TO KIT-WO-DATE-CLOSED.                 08180000
                                                                        08190000
           REWRITE KIT-WORK-ORDER-RECORD.                               08200000
                                                                        08210000
           IF NOT KITWOF-OK                                             08220000
               MOVE 'REWRITE KIT WORK ORDER FAILED' TO WPBE-MESSAGE     08230000
               MOVE WS-KITWO-STATUS TO WPBE-FILE-STATUS                 08240000
               MOVE 'P40000' TO WPBE-PARAGRAPH                          08250000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08260000
           END-IF.                                                      08270000
                                                                        08280000
           PERFORM P85000-DISPLAY-WORK-ORDER THRU P85000-EXIT.          08290000
                                                                        08300000
       P40000-EXIT.                                                     08310000
           EXIT.                                                        08320000
           EJECT                                                        08330000
      ***************************************************************** 08340000
      *                                                               * 08350000
      *    PARAGRAPH:  P50000-COMPONENT-PASS                          * 08360000
      *                                                               * 08370000
      *    FUNCTION :  RUN ONE PASS OVER THE KIT BILL OF MATERIAL --  * 08380000
      *                VERIFY, RESERVE, RELEASE OR CONSUME PER        * 08390000
      *                WS-PASS-SW.  KIT-COMP-PREFIX, KIT ITEM,        * 08400000
      *                ISW-WAREHOUSE-ID AND WS-KIT-QUANTITY ARE SET   * 08410000
      *                BY THE CALLER                                  * 08420000
      *                                                               * 08430000
      *    CALLED BY:  P20000-PROCESS-OPEN                            * 08440000
      *                P40000-PROCESS-CLOSE                           * 08450000
      *                                                               * 08460000
      ***************************************************************** 08470000
                                                                        08480000
       P50000-COMPONENT-PASS.                                           08490000
                                                                        08500000
           MOVE 'N' TO WS-END-OF-KIT-SW.                                08510000
                                                                        08520000
           EXEC SQL OPEN KITCOMP END-EXEC.                              08530000
                                                                        08540000
           IF SQLCODE NOT = +0                                          08550000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          08560000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        08570000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         08580000
               MOVE 'OPEN KITCOMP CURSOR' TO WPDE-FUNCTION              08590000
               MOVE 'P50000' TO WPDE-PARAGRAPH                          08600000
               PERFORM P99999-ABEND THRU P99999-EXIT                    08610000
           END-IF.                                                      08620000
                                                                        08630000
           PERFORM P51000-PROCESS-COMPONENT THRU P51000-EXIT            08640000
               UNTIL END-OF-KIT OR KIT-COMPONENT-SHORT.                 08650000
                                                                        08660000
           EXEC SQL CLOSE KITCOMP END-EXEC.                             08670000
                                                                        08680000
       P50000-EXIT.                                                     08690000
           EXIT.                                                        08700000
           EJECT                                                        08710000
      ***************************************************************** 08720000
      *                                                               * 08730000
      *    PARAGRAPH:  P51000-PROCESS-COMPONENT                       * 08740000
      *                                                               * 08750000
      *    FUNCTION :  FETCH ONE KIT COMPONENT, EXTEND ITS QUANTITY   * 08760000
      *                FOR THE BUILD AND APPLY THE CURRENT PASS       * 08770000
      *                                                               * 08780000
      *    CALLED BY:  P50000-COMPONENT-PASS                          * 08790000
      *                                                               * 08800000
      ***************************************************************** 08810000
                                                                        08820000
       P51000-PROCESS-COMPONENT.                                        08830000
                                                                        08840000
           EXEC SQL                                                     08850000
               FETCH KITCOMP                                            08860000
               INTO  :KIT-COMP-COMP-ITEM-NUMBER,                        08870000
                     :KIT-COMP-SUPPLIER-ID,                             08880000
                     :KIT-COMP-QUANTITY-PER-KIT                         08890000
           END-EXEC.                                                    08900000
                                                                        08910000
           EVALUATE TRUE                                                08920000
               WHEN SQLCODE = +0                                        08930000
                   CONTINUE                                             08940000
               WHEN SQLCODE = +100                                      08950000
                   MOVE 'Y' TO WS-END-OF-KIT-SW                         08960000
                   GO TO P51000-EXIT                                    08970000
               WHEN OTHER                                               08980000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      08990000
                   MOVE 'PDAB104' TO WPDE-PROGRAM-ID                    09000000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09010000
                   MOVE 'FETCH KITCOMP CURSOR' TO WPDE-FUNCTION         09020000
                   MOVE 'P51000' TO WPDE-PARAGRAPH                      09030000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09040000
           END-EVALUATE.                                                09050000
                                                                        09060000
           MOVE KIT-COMP-PREFIX TO ISW-ITEM-PREFIX                      09070000
                                   ISW-SUPPLIER-PREFIX                  09080000
                                   ITEM-SUPPLIER-ITEM-PREFIX            09090000
                                   ITEM-SUPPLIER-SUPPLIER-PREFIX.       09100000
           MOVE KIT-COMP-COMP-ITEM-NUMBER TO ISW-ITEM-NUMBER            09110000
                                             ITEM-SUPPLIER-ITEM-NUMBER. 09120000
           MOVE KIT-COMP-SUPPLIER-ID TO ISW-SUPPLIER-ID                 09130000
                                        ITEM-SUPPLIER-SUPPLIER-ID.      09140000
                                                                        09150000
           COMPUTE WS-COMP-NEED =                                       09160000
               WS-KIT-QUANTITY * KIT-COMP-QUANTITY-PER-KIT.             09170000
                                                                        09180000
           EVALUATE TRUE                                                09190000
               WHEN PASS-VERIFY                                         09200000
                   PERFORM P52000-VERIFY-COMPONENT THRU P52000-EXIT     09210000
               WHEN PASS-RESERVE                                        09220000
                   PERFORM P53000-RESERVE-COMPONENT THRU P53000-EXIT    09230000
               WHEN PASS-RELEASE                                        09240000
                   PERFORM P54000-RELEASE-COMPONENT THRU P54000-EXIT    09250000
               WHEN PASS-CONSUME                                        09260000
                   PERFORM P55000-CONSUME-COMPONENT THRU P55000-EXIT    09270000
                   PERFORM P56000-COST-COMPONENT THRU P56000-EXIT       09280000
           END-EVALUATE.                                                09290000
                                                                        09300000
       P51000-EXIT.                                                     09310000
           EXIT.                                                        09320000
           EJECT                                                        09330000
      ***************************************************************** 09340000
      *                                                               * 09350000
      *    PARAGRAPH:  P52000-VERIFY-COMPONENT                        * 09360000
      *                                                               * 09370000
      *    FUNCTION :  FLAG THE KIT SHORT WHEN THE BUILD WAREHOUSE    * 09380000
      *                DOES NOT HAVE THE COMPONENT NEED UNRESERVED    * 09390000
      *                                                               * 09400000
      *    CALLED BY:  P51000-PROCESS-COMPONENT                       * 09410000
      *                                                               * 09420000
      ***************************************************************** 09430000
                                                                        09440000
       P52000-VERIFY-COMPONENT.                                         09450000
                                                                        09460000
           EXEC SQL                                                     09470000
               SELECT  QUANTITY_ON_HAND - QUANTITY_RESERVED             09480000
               INTO    :WS-COMP-AVAILABLE                               09490000
               FROM    ITEM_SUPPLIER_WHSE                               09500000
               WHERE   ITEM_PREFIX      = :ISW-ITEM-PREFIX              09510000
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER              09520000
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX          09530000
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID              09540000
                 AND   WAREHOUSE_ID     = :ISW-WAREHOUSE-ID             09550000
           END-EXEC.                                                    09560000
                                                                        09570000
           EVALUATE TRUE                                                09580000
               WHEN SQLCODE = +0                                        09590000
                   IF WS-COMP-NEED > WS-COMP-AVAILABLE                  09600000
                       MOVE 'Y' TO WS-KIT-SHORT-SW                      09610000
                   END-IF                                               09620000
               WHEN SQLCODE = +100                                      09630000
                   MOVE 'Y' TO WS-KIT-SHORT-SW                          09640000
               WHEN OTHER                                               09650000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      09660000
                   MOVE 'PDAB104' TO WPDE-PROGRAM-ID                    09670000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     09680000
                   MOVE 'SELECT COMPONENT WHSE' TO WPDE-FUNCTION        09690000
                   MOVE 'P52000' TO WPDE-PARAGRAPH                      09700000
                   PERFORM P99999-ABEND THRU P99999-EXIT                09710000
           END-EVALUATE.                                                09720000
                                                                        09730000
       P52000-EXIT.                                                     09740000
           EXIT.                                                        09750000
           EJECT                                                        09760000
      ***************************************************************** 09770000
      *                                                               * 09780000
      *    PARAGRAPH:  P53000-RESERVE-COMPONENT                       * 09790000
      *                                                               * 09800000
      *    FUNCTION :  SET THE COMPONENT NEED ASIDE ON THE BUILD      * 09810000
      *                WAREHOUSE ROW AND THE COMPANY-WIDE ROW         * 09820000
      *                                                               * 09830000
      *    CALLED BY:  P51000-PROCESS-COMPONENT                       * 09840000
      *                                                               * 09850000
      ***************************************************************** 09860000
                                                                        09870000
       P53000-RESERVE-COMPONENT.                                        09880000
                                                                        09890000
           EXEC SQL                                                     09900000
               UPDATE  ITEM_SUPPLIER_WHSE                               09910000
               SET     QUANTITY_RESERVED = QUANTITY_RESERVED +          09920000
                           :WS-COMP-NEED                                09930000
               WHERE   ITEM_PREFIX      = :ISW-ITEM-PREFIX              09940000
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER              09950000
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX          09960000
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID              09970000
                 AND   WAREHOUSE_ID     = :ISW-WAREHOUSE-ID             09980000
           END-EXEC.                                                    09990000
                                                                        10000000
           IF SQLCODE NOT = +0                                          10010000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          10020000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        10030000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         10040000
               MOVE 'RESERVE COMPONENT WHSE' TO WPDE-FUNCTION           10050000
               MOVE 'P53000' TO WPDE-PARAGRAPH                          10060000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10070000
           END-IF.                                                      10080000
                                                                        10090000
           EXEC SQL                                                     10100000
               UPDATE  ITEM_SUPPLIER                                    10110000
               SET     QUANTITY_RESERVED = QUANTITY_RESERVED +          10120000
                           :WS-COMP-NEED                                10130000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     10140000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     10150000
                 AND   SUPPLIER_PREFIX =                                10160000
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX               10170000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     10180000
           END-EXEC.                                                    10190000
                                                                        10200000
           IF SQLCODE NOT = +0                                          10210000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          10220000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        10230000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         10240000
               MOVE 'RESERVE COMPONENT' TO WPDE-FUNCTION                10250000
               MOVE 'P53000' TO WPDE-PARAGRAPH                          10260000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10270000
           END-IF.                                                      10280000
                                                                        10290000
       P53000-EXIT.                                                     10300000
           EXIT.                                                        10310000
           EJECT                                                        10320000
      ***************************************************************** 10330000
      *                                                               * 10340000
      *    PARAGRAPH:  P54000-RELEASE-COMPONENT                       * 10350000
      *                                                               * 10360000
      *    FUNCTION :  RETURN THE RESERVED COMPONENT NEED OF A        * 10370000
      *                CANCELLED WORK ORDER TO AVAILABLE STOCK        * 10380000
      *                                                               * 10390000
      *    CALLED BY:  P51000-PROCESS-COMPONENT                       * 10400000
      *                                                               * 10410000
      ***************************************************************** 10420000
                                                                        10430000
       P54000-RELEASE-COMPONENT.                                        10440000
                                                                        10450000
           EXEC SQL                                                     10460000
               UPDATE  ITEM_SUPPLIER_WHSE                               10470000
               SET     QUANTITY_RESERVED = QUANTITY_RESERVED -          10480000
                           :WS-COMP-NEED                                10490000
               WHERE   ITEM_PREFIX      = :ISW-ITEM-PREFIX              10500000
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER              10510000
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX          10520000
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID              10530000
                 AND   WAREHOUSE_ID     = :ISW-WAREHOUSE-ID             10540000
           END-EXEC.                                                    10550000
                                                                        10560000
           IF SQLCODE NOT = +0                                          10570000
              AND SQLCODE NOT = +100                                    10580000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          10590000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        10600000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         10610000
               MOVE 'RELEASE COMPONENT WHSE' TO WPDE-FUNCTION           10620000
               MOVE 'P54000' TO WPDE-PARAGRAPH                          10630000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10640000
           END-IF.                                                      10650000
                                                                        10660000
           EXEC SQL                                                     10670000
               UPDATE  ITEM_SUPPLIER                                    10680000
               SET     QUANTITY_RESERVED = QUANTITY_RESERVED -          10690000
                           :WS-COMP-NEED                                10700000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     10710000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     10720000
                 AND   SUPPLIER_PREFIX =                                10730000
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX               10740000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     10750000
           END-EXEC.                                                    10760000
                                                                        10770000
           IF SQLCODE NOT = +0                                          10780000
              AND SQLCODE NOT = +100                                    10790000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          10800000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        10810000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         10820000
               MOVE 'RELEASE COMPONENT' TO WPDE-FUNCTION                10830000
               MOVE 'P54000' TO WPDE-PARAGRAPH                          10840000
               PERFORM P99999-ABEND THRU P99999-EXIT                    10850000
           END-IF.                                                      10860000
                                                                        10870000
       P54000-EXIT.                                                     10880000
           EXIT.                                                        10890000
           EJECT                                                        10900000
      ***************************************************************** 10910000
      *                                                               * 10920000
      *    PARAGRAPH:  P55000-CONSUME-COMPONENT                       * 10930000
      *                                                               * 10940000
      *    FUNCTION :  TAKE THE RESERVED COMPONENT NEED OUT OF STOCK  * 10950000
      *                AT THE BUILD WAREHOUSE AND COMPANY-WIDE, AND   * 10960000
      *                CLEAR ITS RESERVATION                          * 10970000
      *                                                               * 10980000
      *    CALLED BY:  P51000-PROCESS-COMPONENT                       * 10990000
      *                                                               * 11000000
      ***************************************************************** 11010000
                                                                        11020000
       P55000-CONSUME-COMPONENT.                                        11030000
                                                                        11040000
           EXEC SQL                                                     11050000
               UPDATE  ITEM_SUPPLIER_WHSE                               11060000
               SET     QUANTITY_ON_HAND  = QUANTITY_ON_HAND -           11070000
                           :WS-COMP-NEED,                               11080000
                       QUANTITY_RESERVED = QUANTITY_RESERVED -          11090000
                           :WS-COMP-NEED                                11100000
               WHERE   ITEM_PREFIX      = :ISW-ITEM-PREFIX              11110000
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER              11120000
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX          11130000
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID              11140000
                 AND   WAREHOUSE_ID     = :ISW-WAREHOUSE-ID             11150000
           END-EXEC.                                                    11160000
                                                                        11170000
           IF SQLCODE NOT = +0                                          11180000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          11190000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        11200000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         11210000
               MOVE 'CONSUME COMPONENT WHSE' TO WPDE-FUNCTION           11220000
               MOVE 'P55000' TO WPDE-PARAGRAPH                          11230000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11240000
           END-IF.                                                      11250000
                                                                        11260000
           EXEC SQL                                                     11270000
               UPDATE  ITEM_SUPPLIER                                    11280000
               SET     QUANTITY_ON_HAND  = QUANTITY_ON_HAND -           11290000
                           :WS-COMP-NEED,                               11300000
                       QUANTITY_RESERVED = QUANTITY_RESERVED -          11310000
                           :WS-COMP-NEED                                11320000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     11330000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     11340000
                 AND   SUPPLIER_PREFIX =                                11350000
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX               11360000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     11370000
           END-EXEC.                                                    11380000
                                                                        11390000
           IF SQLCODE NOT = +0                                          11400000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          11410000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        11420000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         11430000
               MOVE 'CONSUME COMPONENT' TO WPDE-FUNCTION                11440000
               MOVE 'P55000' TO WPDE-PARAGRAPH                          11450000
               PERFORM P99999-ABEND THRU P99999-EXIT                    11460000
           END-IF.                                                      11470000
                                                                        11480000
       P55000-EXIT.                                                     11490000
           EXIT.                                                        11500000
           EJECT                                                        11510000
      ***************************************************************** 11520000
      *                                                               * 11530000
      *    PARAGRAPH:  P56000-COST-COMPONENT                          * 11540000
      *                                                               * 11550000
      *    FUNCTION :  ADD THE COMPONENT AVERAGE COST PER KIT TO THE  * 11560000
      *                BUILT UNIT COST.  A COMPONENT NEVER RECEIVED   * 11570000
      *                THROUGH PURCHASING HAS NO AVERAGE COST AND IS  * 11580000
      *                COSTED AT ZERO AND LISTED                      * 11590000
      *                                                               * 11600000
      *    CALLED BY:  P51000-PROCESS-COMPONENT                       * 11610000
      *                                                               * 11620000
      ***************************************************************** 11630000
                                                                        11640000
       P56000-COST-COMPONENT.                                           11650000
                                                                        11660000
           MOVE KIT-WORK-ORDER-PREFIX TO ITEM-COST-PREFIX.              11670000
           MOVE KIT-COMP-COMP-ITEM-NUMBER TO ITEM-COST-ITEM-NUMBER.     11680000
           MOVE KIT-COMP-SUPPLIER-ID TO ITEM-COST-SUPPLIER-ID.          11690000
                                                                        11700000
           READ VSAM-ITEM-COST.                                         11710000
                                                                        11720000
           IF ITMCSTF-OK                                                11730000
               COMPUTE WS-BUILT-UNIT-COST ROUNDED =                     11740000
                   WS-BUILT-UNIT-COST +                                 11750000
                   (ITEM-COST-AVG-UNIT-COST * KIT-COMP-QUANTITY-PER-KIT)11760000
           ELSE                                                         11770000
               IF ITMCSTF-NOTFOUND OR ITMCSTF-EMPTY                     11780000
                   MOVE KIT-COMP-COMP-ITEM-NUMBER TO WS-DL-UC-ITEM      11790000
                   DISPLAY WS-DL-UNCOSTED                               11800000
                   ADD +1 TO WS-COMPONENTS-UNCOSTED                     11810000
               ELSE                                                     11820000
                   MOVE 'READ ITEM COST FAILED' TO WPBE-MESSAGE         11830000
                   MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS            11840000
                   MOVE 'P56000' TO WPBE-PARAGRAPH                      11850000
                   PERFORM P99999-ABEND THRU P99999-EXIT                11860000
               END-IF                                                   11870000
           END-IF.                                                      11880000
                                                                        11890000
       P56000-EXIT.                                                     11900000
           EXIT.                                                        11910000
           EJECT                                                        11920000
      ***************************************************************** 11930000
      *                                                               * 11940000
      *    PARAGRAPH:  P60000-ADD-KIT-STOCK                           * 11950000
      *                                                               * 11960000
      *    FUNCTION :  ADD THE FINISHED KIT QUANTITY TO THE KIT ROW   * 11970000
      *                AT THE BUILD WAREHOUSE (CREATING THE ROW WHEN  * 11980000
      *                THE WAREHOUSE HAS NEVER STOCKED THE KIT) AND   * 11990000
      *                TO THE COMPANY-WIDE KIT ROW                    * 12000000
      *                                                               * 12010000
      *    CALLED BY:  P40000-PROCESS-CLOSE                           * 12020000
      *                                                               * 12030000
      ***************************************************************** 12040000
                                                                        12050000
       P60000-ADD-KIT-STOCK.                                            12060000
                                                                        12070000
           MOVE KIT-WORK-ORDER-PRE TO ISW-ITEM-PREFIX                   12080000
                                      ISW-SUPPLIER-PREFIX               12090000
                                      ITEM-SUPPLIER-ITEM-PREFIX         12100000
                                      ITEM-SUPPLIER-SUPPLIER-PREFIX.    12110000
           MOVE KIT-WO-ITEM-NUMBER TO ISW-ITEM-NUMBER                   12120000
                                      ITEM-SUPPLIER-ITEM-NUMBER.        12130000
           MOVE KIT-WO-SUPPLIER-ID TO ISW-SUPPLIER-ID                   12140000
                                      ITEM-SUPPLIER-SUPPLIER-ID.        12150000
           MOVE KIT-WO-WAREHOUSE-ID TO ISW-WAREHOUSE-ID.                12160000
           MOVE KIT-WO-QUANTITY TO ISW-QUANTITY-ON-HAND                 12170000
                                   ITEM-SUPPLIER-QUANTITY-ON-HAND.      12180000
                                                                        12190000
           EXEC SQL                                                     12200000
               UPDATE  ITEM_SUPPLIER                                    12210000
               SET     QUANTITY_ON_HAND = QUANTITY_ON_HAND +            12220000
                           :ITEM-SUPPLIER-QUANTITY-ON-HAND              12230000
               WHERE   ITEM_PREFIX     = :ITEM-SUPPLIER-ITEM-PREFIX     12240000
                 AND   ITEM_NUMBER     = :ITEM-SUPPLIER-ITEM-NUMBER     12250000
                 AND   SUPPLIER_PREFIX =                                12260000
                           :ITEM-SUPPLIER-SUPPLIER-PREFIX               12270000
                 AND   SUPPLIER_ID     = :ITEM-SUPPLIER-SUPPLIER-ID     12280000
           END-EXEC.                                                    12290000
                                                                        12300000
           IF SQLCODE NOT = +0                                          12310000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          12320000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        12330000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         12340000
               MOVE 'UPDATE KIT ITEM_SUPPLIER' TO WPDE-FUNCTION         12350000
               MOVE 'P60000' TO WPDE-PARAGRAPH                          12360000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12370000
           END-IF.                                                      12380000
                                                                        12390000
           EXEC SQL                                                     12400000
               UPDATE  ITEM_SUPPLIER_WHSE                               12410000
               SET     QUANTITY_ON_HAND = QUANTITY_ON_HAND +            12420000
                           :ISW-QUANTITY-ON-HAND                        12430000
               WHERE   ITEM_PREFIX      = :ISW-ITEM-PREFIX              12440000
                 AND   ITEM_NUMBER      = :ISW-ITEM-NUMBER              12450000
                 AND   SUPPLIER_PREFIX  = :ISW-SUPPLIER-PREFIX          12460000
                 AND   SUPPLIER_ID      = :ISW-SUPPLIER-ID              12470000
                 AND   WAREHOUSE_ID     = :ISW-WAREHOUSE-ID             12480000
           END-EXEC.                                                    12490000
                                                                        12500000
           EVALUATE TRUE                                                12510000
               WHEN SQLCODE = +0                                        12520000
                   GO TO P60000-EXIT                                    12530000
               WHEN SQLCODE = +100                                      12540000
                   CONTINUE                                             12550000
               WHEN OTHER                                               12560000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      12570000
                   MOVE 'PDAB104' TO WPDE-PROGRAM-ID                    12580000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     12590000
                   MOVE 'UPDATE KIT WAREHOUSE' TO WPDE-FUNCTION         12600000
                   MOVE 'P60000' TO WPDE-PARAGRAPH                      12610000
                   PERFORM P99999-ABEND THRU P99999-EXIT                12620000
           END-EVALUATE.                                                12630000
                                                                        12640000
      ***************************************************************** 12650000
      *    FIRST FINISHED STOCK OF THIS KIT AT THE BUILD WAREHOUSE    * 12660000
      ***************************************************************** 12670000
                                                                        12680000
           EXEC SQL                                                     12690000
               INSERT INTO ITEM_SUPPLIER_WHSE                           12700000
                   ( ITEM_PREFIX,                                       12710000
                     ITEM_NUMBER,                                       12720000
                     SUPPLIER_PREFIX,                                   12730000
                     SUPPLIER_ID,                                       12740000
                     WAREHOUSE_ID,                                      12750000
                     QUANTITY_ON_HAND )                                 12760000
               VALUES                                                   12770000
                   ( :ISW-ITEM-PREFIX,                                  12780000
                     :ISW-ITEM-NUMBER,                                  12790000
                     :ISW-SUPPLIER-PREFIX,                              12800000
                     :ISW-SUPPLIER-ID,                                  12810000
                     :ISW-WAREHOUSE-ID,                                 12820000
                     :ISW-QUANTITY-ON-HAND )                            12830000
           END-EXEC.                                                    12840000
                                                                        12850000
           IF SQLCODE NOT = +0                                          12860000
               MOVE 'DB2' TO WS-PDA-ERROR-TYPE                          12870000
               MOVE 'PDAB104' TO WPDE-PROGRAM-ID                        12880000
               MOVE SQLCODE TO WPDE-DB2-SQLCODE                         12890000
               MOVE 'INSERT ITEM_SUPPLIER_WHSE' TO WPDE-FUNCTION        12900000
               MOVE 'P60000' TO WPDE-PARAGRAPH                          12910000
               PERFORM P99999-ABEND THRU P99999-EXIT                    12920000
           END-IF.                                                      12930000
                                                                        12940000
       P60000-EXIT.                                                     12950000
           EXIT.                                                        12960000
           EJECT                                                        12970000
      ***************************************************************** 12980000
      *                                                               * 12990000
      *    PARAGRAPH:  P70000-POST-KIT-COST                           * 13000000
      *                                                               * 13010000
      *    FUNCTION :  ROLL THE BUILT UNIT COST INTO THE KIT ROLLING  * 13020000
      *                AVERAGE COST, WEIGHTED BY THE BUILD QUANTITY,  * 13030000
      *                AS PURCHASE RECEIVING DOES FOR A RECEIPT       * 13040000
      *                                                               * 13050000
      *    CALLED BY:  P40000-PROCESS-CLOSE                           * 13060000
      *                                                               * 13070000
      ***************************************************************** 13080000
                                                                        13090000
       P70000-POST-KIT-COST.                                            13100000
                                                                        13110000
           MOVE KIT-WORK-ORDER-PREFIX TO ITEM-COST-PREFIX.              13120000
           MOVE KIT-WO-ITEM-NUMBER TO ITEM-COST-ITEM-NUMBER.            13130000
           MOVE KIT-WO-SUPPLIER-ID TO ITEM-COST-SUPPLIER-ID.            13140000
                                                                        13150000
           READ VSAM-ITEM-COST.                                         13160000
                                                                        13170000
           IF ITMCSTF-OK                                                13180000
               COMPUTE WS-COST-NEW-BASIS =                              13190000
                   ITEM-COST-QTY-BASIS + KIT-WO-QUANTITY                13200000
               COMPUTE WS-COST-EXTENSION =                              13210000
                   (ITEM-COST-AVG-UNIT-COST * ITEM-COST-QTY-BASIS)      13220000
                   + (WS-BUILT-UNIT-COST * KIT-WO-QUANTITY)             13230000
               IF WS-COST-NEW-BASIS > ZEROES                            13240000
                   COMPUTE ITEM-COST-AVG-UNIT-COST ROUNDED =            13250000
                       WS-COST-EXTENSION / WS-COST-NEW-BASIS            13260000
               END-IF                                                   13270000
               MOVE WS-COST-NEW-BASIS TO ITEM-COST-QTY-BASIS            13280000
               REWRITE ITEM-COST-RECORD                                 13290000
           ELSE                                                         13300000
               IF ITMCSTF-NOTFOUND OR ITMCSTF-EMPTY                     13310000
                   MOVE KIT-WORK-ORDER-PREFIX TO ITEM-COST-PREFIX       13320000
                   MOVE KIT-WO-ITEM-NUMBER TO ITEM-COST-ITEM-NUMBER     13330000
                   MOVE KIT-WO-SUPPLIER-ID TO ITEM-COST-SUPPLIER-ID     13340000
                   MOVE WS-BUILT-UNIT-COST TO ITEM-COST-AVG-UNIT-COST   13350000
                   MOVE KIT-WO-QUANTITY TO ITEM-COST-QTY-BASIS          13360000
                   WRITE ITEM-COST-RECORD                               13370000
               ELSE                                                     13380000
                   MOVE 'READ ITEM COST FAILED' TO WPBE-MESSAGE         13390000
                   MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS            13400000
                   MOVE 'P70000' TO WPBE-PARAGRAPH                      13410000
                   PERFORM P99999-ABEND THRU P99999-EXIT                13420000
               END-IF                                                   13430000
           END-IF.                                                      13440000
                                                                        13450000
           IF NOT ITMCSTF-OK                                            13460000
               MOVE 'WRITE ITEM COST FAILED' TO WPBE-MESSAGE            13470000
               MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS                13480000
               MOVE 'P70000' TO WPBE-PARAGRAPH                          13490000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13500000
           END-IF.                                                      13510000
                                                                        13520000
       P70000-EXIT.                                                     13530000
           EXIT.                                                        13540000
           EJECT                                                        13550000
      ***************************************************************** 13560000
      *                                                               * 13570000
      *    PARAGRAPH:  P80000-OPEN-ORDER-REPORT                       * 13580000
      *                                                               * 13590000
      *    FUNCTION :  LIST EVERY KIT WORK ORDER STILL OPEN           * 13600000
      *                                                               * 13610000
      *    CALLED BY:  P00000-MAINLINE                                * 13620000
      *                                                               * 13630000
      ***************************************************************** 13640000
                                                                        13650000
       P80000-OPEN-ORDER-REPORT.                                        13660000
                                                                        13670000
           DISPLAY ' '.                                                 13680000
           DISPLAY WS-DL-ASTERISK.                                      13690000
           MOVE '  OPEN KIT WORK ORDERS (COMPONENTS RESERVED)'          13700000
               TO WS-DL-LINE-TEXT.                                      13710000
           DISPLAY WS-DL-LINE.                                          13720000
           DISPLAY WS-DL-BLANK.                                         13730000
                                                                        13740000
           MOVE LOW-VALUES TO KIT-WORK-ORDER-KEY.                       13750000
                                                                        13760000
           START VSAM-KIT-WORK-ORDER                                    13770000
               KEY NOT LESS THAN KIT-WORK-ORDER-KEY.                    13780000
                                                                        13790000
           IF KITWOF-NOTFOUND OR KITWOF-END OR KITWOF-EMPTY             13800000
               MOVE '  KIT WORK ORDER FILE IS EMPTY'                    13810000
                   TO WS-DL-LINE-TEXT                                   13820000
               DISPLAY WS-DL-LINE                                       13830000
               DISPLAY WS-DL-ASTERISK                                   13840000
               GO TO P80000-EXIT                                        13850000
           END-IF.                                                      13860000
                                                                        13870000
           IF NOT KITWOF-OK                                             13880000
               MOVE 'START KIT WORK ORDER FILE FAILED' TO WPBE-MESSAGE  13890000
               MOVE WS-KITWO-STATUS TO WPBE-FILE-STATUS                 13900000
               MOVE 'P80000' TO WPBE-PARAGRAPH                          13910000
               PERFORM P99999-ABEND THRU P99999-EXIT                    13920000
           END-IF.                                                      13930000
                                                                        13940000
           PERFORM P81000-REPORT-WORK-ORDER THRU P81000-EXIT            13950000
               UNTIL END-OF-REPORT.                                     13960000
                                                                        13970000
           DISPLAY WS-DL-BLANK.                                         13980000
                                                                        13990000
           MOVE 'WORK ORDERS OPEN' TO WS-DL-T-TITLE.                    14000000
           MOVE WS-OPEN-ORDERS TO WS-DL-T-CNT.                          14010000
           DISPLAY WS-DL-TOTAL.                                         14020000
                                                                        14030000
           DISPLAY WS-DL-ASTERISK.                                      14040000
           DISPLAY ' '.                                                 14050000
                                                                        14060000
       P80000-EXIT.                                                     14070000
           EXIT.                                                        14080000
           EJECT                                                        14090000
      ***************************************************************** 14100000
      *                                                               * 14110000
      *    PARAGRAPH:  P81000-REPORT-WORK-ORDER                       * 14120000
      *                                                               * 14130000
      *    FUNCTION :  READ THE NEXT KIT WORK ORDER AND LIST IT WHEN  * 14140000
      *                IT IS STILL OPEN.  CONTROL RECORDS (NUMBER     * 14150000
      *                ZERO) ARE SKIPPED                              * 14160000
      *                                                               * 14170000
      *    CALLED BY:  P80000-OPEN-ORDER-REPORT                       * 14180000
      *                                                               * 14190000
      ***************************************************************** 14200000
                                                                        14210000
       P81000-REPORT-WORK-ORDER.                                        14220000
                                                                        14230000
           READ VSAM-KIT-WORK-ORDER NEXT.                               14240000
                                                                        14250000
           IF KITWOF-END                                                14260000
               MOVE 'Y' TO WS-END-OF-REPORT-SW                          14270000
               GO TO P81000-EXIT                                        14280000
           END-IF.                                                      14290000
                                                                        14300000
           IF NOT KITWOF-OK                                             14310000
               MOVE 'READ NEXT KIT WORK ORDER FAILED' TO WPBE-MESSAGE   14320000
               MOVE WS-KITWO-STATUS TO WPBE-FILE-STATUS                 14330000
               MOVE 'P81000' TO WPBE-PARAGRAPH                          14340000
               PERFORM P99999-ABEND THRU P99999-EXIT                    14350000
           END-IF.                                                      14360000
                                                                        14370000
           IF KIT-WORK-ORDER-NUMBER = ZEROES                            14380000
              OR NOT KIT-WO-OPEN                                        14390000
               GO TO P81000-EXIT                                        14400000
           END-IF.                                                      14410000
                                                                        14420000
           MOVE ' OPEN     ' TO WS-DL-WO-ACTION.                        14430000
           PERFORM P85000-DISPLAY-WORK-ORDER THRU P85000-EXIT.          14440000
                                                                        14450000
           ADD +1 TO WS-OPEN-ORDERS.                                    14460000
                                                                        14470000
       P81000-EXIT.                                                     14480000
           EXIT.                                                        14490000
           EJECT                                                        14500000
      ***************************************************************** 14510000
      *                                                               * 14520000
      *    PARAGRAPH:  P85000-DISPLAY-WORK-ORDER                      * 14530000
      *                                                               * 14540000
      *    FUNCTION :  LIST THE CURRENT KIT WORK ORDER UNDER THE      * 14550000
      *                ACTION ALREADY MOVED TO WS-DL-WO-ACTION        * 14560000
      *                                                               * 14570000
      *    CALLED BY:  P30000-WRITE-WORK-ORDER                        * 14580000
      *                P40000-PROCESS-CLOSE                           * 14590000
      *                P81000-REPORT-WORK-ORDER                       * 14600000
      *                                                               * 14610000
      ***************************************************************** 14620000
                                                                        14630000
       P85000-DISPLAY-WORK-ORDER.                                       14640000
                                                                        14650000
           MOVE KIT-WORK-ORDER-NUMBER TO WS-DL-WO-NUMBER.               14660000
           MOVE KIT-WO-ITEM-NUMBER TO WS-DL-WO-ITEM.                    14670000
           MOVE KIT-WO-WAREHOUSE-ID TO WS-DL-WO-WHSE.                   14680000
           MOVE KIT-WO-QUANTITY TO WS-DL-WO-QTY.                        14690000
           MOVE KIT-WO-BUILT-UNIT-COST TO WS-DL-WO-COST.                14700000
           MOVE KIT-WO-STATUS TO WS-DL-WO-STATUS.                       14710000
           DISPLAY WS-DL-WORK-ORDER.                                    14720000
                                                                        14730000
       P85000-EXIT.                                                     14740000
           EXIT.                                                        14750000
           EJECT                                                        14760000
      ***************************************************************** 14770000
      *                                                               * 14780000
      *    PARAGRAPH:  P99999-ABEND                                   * 14790000
      *                                                               * 14800000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 14810000
      *                ERROR HAS BEEN ENCOUNTERED                     * 14820000
      *                                                               * 14830000
      *    CALLED BY:  VARIOUS                                        * 14840000
      *                                                               * 14850000
      ***************************************************************** 14860000
                                                                        14870000
       P99999-ABEND.                                                    14880000
                                                                        14890000
           DISPLAY ' '.                                                 14900000
           DISPLAY WPEA-ERROR-01.                                       14910000
           DISPLAY WPEA-ERROR-02.                                       14920000
           DISPLAY WPEA-ERROR-03.                                       14930000
           DISPLAY WPEA-ERROR-04.                                       14940000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               14950000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               14960000
           DISPLAY WPEA-ERROR-04.                                       14970000
           DISPLAY WPEA-ERROR-03.                                       14980000
           DISPLAY WPEA-ERROR-02.                                       14990000
           DISPLAY WPEA-ERROR-01.                                       15000000
           DISPLAY ' '.                                                 15010000
                                                                        15020000
           MOVE 16 TO RETURN-CODE.                                      15030000
                                                                        15040000
           GOBACK.                                                      15050000
                                                                        15060000
       P99999-EXIT.                                                     15070000
           EXIT.                                                        15080000
