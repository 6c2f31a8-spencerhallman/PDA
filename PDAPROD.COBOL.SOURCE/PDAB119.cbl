       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB119.                                             00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB119                                           * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB119 IS THE MONTHLY ORDER CANCELLATION * 00098333
      *             ANALYSIS.  IT SCANS ORDER1DB AND ORDER2DB FOR THE * 00106666
      *             ORDERS OF THE PREFIX NAMED ON THE CONTROL CARD    * 00114999
      *             THAT WERE CANCELLED (PDA010 OR PDA110 ACTION -X-) * 00123332
      *             IN THE PERIOD, BY                                 * 00131665
      *             ORDER-CANCEL-DATE, AND LISTS EACH ONE WITH ITS    * 00140000
      *             CUSTOMER, ORDER DATE, REASON CODE, OPERATOR AND   * 00150000
      *             DOLLARS.                                          * 00160000
      *                                                               * 00170000
      *             THE ANALYSIS THEN GIVES CANCELLED ORDERS AND      * 00180000
      *             DOLLARS, WITH EACH ENTRY'S SHARE OF THE PERIOD,   * 00190000
      *             BY CANCELLATION REASON (DESCRIPTION FROM THE      * 00200000
      *             ORDER_CANCEL_REASON TABLE), BY CUSTOMER AND BY    * 00210000
      *             OPERATOR, WITH A TOTAL FOR ALL CANCELLED ORDERS.  * 00230000
      *                                                               * 00250000
      *             CONTROL CARD LAYOUT:                              * 00260000
      *               COL  1-13   PERIOD=CCYYMM                       * 00270000
      *               COL 14-26   ' PREFIX=NNNNN'                     * 00280000
      *                                                               * 00290000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00297500
      *             ORDER DATABASE (ORDER1DB) - IMS HIDAM (READ-ONLY) * 00305000
      *             ORDER DATABASE (ORDER2DB) - IMS HIDAM (READ-ONLY) * 00312500
      *             CANCELLATION REPORT    -  SEQUENTIAL  (OUTPUT)    * 00320000
      *             ORDER_CANCEL_REASON    -  DB2         (READ-ONLY) * 00330000
      *                                                               * 00340000
      ***************************************************************** 00350000
      *             PROGRAM CHANGE LOG                                * 00360000
      *             -------------------                               * 00370000
      *                                                               * 00380000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00390000
      *  --------   --------------------  --------------------------  * 00400000
      *  10/15/26   R. MCALLEN            NEW PROGRAM - MONTHLY ORDER * 00410000
      *                                   CANCELLATION ANALYSIS       * 00420000
      *  10/15/26   R. MCALLEN            ORDER2DB IS SCANNED TOO -   * 00423333
      *                                   PDA110 NOW CANCELS ORDERS   * 00426666
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00430000
      *                                                               * 00440000
      ***************************************************************** 00450000
           EJECT                                                        00460000
       ENVIRONMENT DIVISION.                                            00470000
                                                                        00480000
       INPUT-OUTPUT SECTION.                                            00490000
                                                                        00500000
       FILE-CONTROL.                                                    00510000
                                                                        00520000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00530000
                                                                        00540000
           SELECT CANCEL-PRINT         ASSIGN TO CXLPRT.                00550000
           EJECT                                                        00560000
       DATA DIVISION.                                                   00570000
                                                                        00580000
       FILE SECTION.                                                    00590000
                                                                        00600000
       FD  CONTROL-CARD                                                 00610000
           LABEL RECORDS ARE STANDARD                                   00620000
           RECORDING MODE IS F                                          00630000
           RECORD CONTAINS 80 CHARACTERS                                00640000
           BLOCK CONTAINS 27920 CHARACTERS.                             00650000
                                                                        00660000
       01  CONTROL-CARD-REC            PIC X(80).                       00670000
                                                                        00680000
       FD  CANCEL-PRINT                                                 00690000
           LABEL RECORDS ARE STANDARD                                   00700000
           RECORDING MODE IS F                                          00710000
           RECORD CONTAINS 132 CHARACTERS.                              00720000
                                                                        00730000
       01  CANCEL-PRINT-REC            PIC X(132).                      00740000
           EJECT                                                        00750000
       WORKING-STORAGE SECTION.                                         00760000
                                                                        00770000
      ***************************************************************** 00780000
      *    SWITCHES                                                   * 00790000
      ***************************************************************** 00800000
                                                                        00810000
       01  WS-SWITCHES.                                                 00820000
           05  WS-END-OF-ORDER1-SW     PIC X     VALUE 'N'.             00830000
               88  END-OF-ORDER1                 VALUE 'Y'.             00840000
           05  WS-END-OF-ORDER2-SW     PIC X     VALUE 'N'.             00843333
               88  END-OF-ORDER2                 VALUE 'Y'.             00846666
           EJECT                                                        00850000
      ***************************************************************** 00860000
      *    MISCELLANEOUS WORK FIELDS                                  * 00870000
      ***************************************************************** 00880000
                                                                        00890000
       01  WS-MISCELLANEOUS-FIELDS.                                     00900000
           03  WS-OP-STATUS            PIC XX    VALUE SPACES.          00910000
               88  OP-GOOD-RETURN                VALUE '  '.            00920000
               88  OP-END-OF-DATABASE            VALUE 'GB'.            00930000
               88  OP-SEGMENT-NOT-FOUND          VALUE 'GE'.            00940000
           03  WS-ORDERS-READ          PIC S9(7) VALUE +0       COMP-3. 00950000
           03  WS-PREFIX-CANCELLED     PIC S9(7) VALUE +0       COMP-3. 00960000
           03  WS-ORDERS-CANCELLED     PIC S9(7) VALUE +0       COMP-3. 00970000
           03  WS-DOLLARS-CANCELLED    PIC S9(11)V99                    00980000
                                                 VALUE +0       COMP-3. 00990000
           03  WS-DIM                  PIC S9(4) VALUE +0       COMP.   01000000
           03  WS-DIM-MAX              PIC S9(4) VALUE +4       COMP.   01010000
           03  WS-SUB1                 PIC S9(4) VALUE +0       COMP.   01020000
           03  WS-PCT                  PIC S9(3)V99                     01030000
                                                 VALUE +0       COMP-3. 01040000
           03  WS-FROM-DATE            PIC 9(8)  VALUE ZEROES.          01050000
           03  WS-TO-DATE              PIC 9(8)  VALUE ZEROES.          01060000
           03  WS-DATE.                                                 01070000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01080000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01090000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01100000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01110000
                                       PIC 9(8).                        01120000
           EJECT                                                        01130000
      ***************************************************************** 01140000
      *    CONTROL CARD LAYOUT                                        * 01150000
      ***************************************************************** 01160000
                                                                        01170000
       01  WS-CONTROL-CARD.                                             01180000
           03  WS-CC-PERIOD-KEYWORD    PIC X(7)  VALUE SPACES.          01190000
           03  WS-CC-PERIOD            PIC X(6)  VALUE SPACES.          01200000
           03  FILLER                  PIC X(8)  VALUE SPACES.          01210000
           03  WS-CC-PREFIX            PIC X(5)  VALUE SPACES.          01220000
           03  WS-CC-PREFIX-N REDEFINES WS-CC-PREFIX                    01230000
                                       PIC 9(5).                        01240000
           03  FILLER                  PIC X(54) VALUE SPACES.          01250000
           EJECT                                                        01260000
      ***************************************************************** 01270000
      *    THE ORDER'S KEY IN EACH REPORTING DIMENSION -- REASON      * 01280000
      *    CODE, CUSTOMER, OPERATOR AND THE SINGLE ALL-ORDERS TOTAL   * 01290000
      *    -- IN DIMENSION SEQUENCE                                   * 01300000
      ***************************************************************** 01310000
                                                                        01320000
       01  WS-ORDER-KEYS.                                               01330000
           03  WS-KEY-REASON           PIC X(32) VALUE SPACES.          01340000
           03  WS-KEY-CUSTOMER         PIC X(32) VALUE SPACES.          01350000
           03  WS-KEY-OPERATOR         PIC X(32) VALUE SPACES.          01360000
           03  WS-KEY-TOTAL            PIC X(32) VALUE SPACES.          01370000
                                                                        01380000
       01  WS-ORDER-KEY-TABLE REDEFINES WS-ORDER-KEYS.                  01390000
           03  WS-ORDER-KEY            PIC X(32) OCCURS 4 TIMES.        01400000
                                                                        01410000
       01  WS-REASON-KEY-WORK.                                          01420000
           03  WS-RKW-CODE             PIC X(03) VALUE SPACES.          01430000
           03  FILLER                  PIC X(29) VALUE SPACES.          01440000
                                                                        01450000
       01  WS-DIMENSION-TITLES.                                         01460000
           03  FILLER                  PIC X(40) VALUE                  01470000
               'CANCELLATIONS BY REASON'.                               01480000
           03  FILLER                  PIC X(40) VALUE                  01490000
               'CANCELLATIONS BY CUSTOMER'.                             01500000
           03  FILLER                  PIC X(40) VALUE                  01510000
               'CANCELLATIONS BY OPERATOR'.                             01520000
           03  FILLER                  PIC X(40) VALUE                  01530000
               'CANCELLATIONS FOR ALL ORDERS'.                          01540000
                                                                        01550000
       01  WS-DIMENSION-TITLE-TABLE REDEFINES WS-DIMENSION-TITLES.      01560000
           03  WS-DIM-TITLE            PIC X(40) OCCURS 4 TIMES.        01570000
           EJECT                                                        01580000
      ***************************************************************** 01590000
      *    CANCELLATION ACCUMULATORS -- ONE SET OF ENTRIES PER        * 01600000
      *    DIMENSION                                                  * 01610000
      ***************************************************************** 01620000
                                                                        01630000
       01  WS-CANCEL-TABLE.                                             01640000
           03  WS-CX-MAX               PIC S9(4) VALUE +200     COMP.   01650000
           03  WS-CX-DIMENSION         OCCURS 4 TIMES.                  01660000
               05  WS-CX-USED          PIC S9(4)       COMP.            01670000
               05  WS-CX-ENTRY         OCCURS 200 TIMES.                01680000
                   10  WS-CX-NAME      PIC X(32).                       01690000
                   10  WS-CX-ORDERS    PIC S9(7)       COMP-3.          01700000
                   10  WS-CX-DOLLARS   PIC S9(11)V99   COMP-3.          01710000
           EJECT                                                        01720000
      ***************************************************************** 01730000
      *    DISPLAY AREA                                               * 01740000
      ***************************************************************** 01750000
                                                                        01760000
       01  WS-DISPLAY-LINES.                                            01770000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01780000
           03  WS-DL-BLANK.                                             01790000
               05  FILLER         PIC X(01) VALUE '*'.                  01800000
               05  FILLER         PIC X(78) VALUE SPACES.               01810000
               05  FILLER         PIC X(01) VALUE '*'.                  01820000
           03  WS-DL-LINE.                                              01830000
               05  FILLER         PIC X(01) VALUE '*'.                  01840000
               05  WS-DL-LINE-TEXT                                      01850000
                                  PIC X(78) VALUE SPACES.               01860000
               05  FILLER         PIC X(01) VALUE '*'.                  01870000
           03  WS-DL-TOTAL.                                             01880000
               05  FILLER         PIC X(01) VALUE '*'.                  01890000
               05  FILLER         PIC X(46) VALUE SPACES.               01900000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01910000
               05  FILLER         PIC X(3)  VALUE ' - '.                01920000
               05  WS-DL-T-TITLE  PIC X(22) VALUE SPACES.               01930000
               05  FILLER         PIC X(01) VALUE '*'.                  01940000
           EJECT                                                        01950000
      ***************************************************************** 01960000
      *    CANCELLATION REPORT PRINT LINES                            * 01970000
      ***************************************************************** 01980000
                                                                        01990000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         02000000
                                                                        02010000
       01  WS-PL-HEADER.                                                02020000
           03  FILLER                  PIC X(35) VALUE                  02030000
               'MONTHLY ORDER CANCELLATION ANALYSIS'.                   02040000
           03  FILLER                  PIC X(09) VALUE '  PERIOD '.     02050000
           03  WS-PL-HD-PERIOD         PIC X(06) VALUE SPACES.          02060000
           03  FILLER                  PIC X(09) VALUE '  PREFIX '.     02070000
           03  WS-PL-HD-PREFIX         PIC X(05) VALUE SPACES.          02080000
           03  FILLER                  PIC X(07) VALUE '  RUN  '.       02090000
           03  WS-PL-HD-MONTH          PIC XX    VALUE SPACES.          02100000
           03  FILLER                  PIC X     VALUE '/'.             02110000
           03  WS-PL-HD-DAY            PIC XX    VALUE SPACES.          02120000
           03  FILLER                  PIC X     VALUE '/'.             02130000
           03  WS-PL-HD-YEAR           PIC X(4)  VALUE SPACES.          02140000
           03  FILLER                  PIC X(51) VALUE SPACES.          02150000
                                                                        02160000
       01  WS-PL-SECTION.                                               02170000
           03  WS-PL-SC-TITLE          PIC X(40) VALUE SPACES.          02180000
           03  FILLER                  PIC X(92) VALUE SPACES.          02190000
                                                                        02200000
       01  WS-PL-DETAIL-HEADER.                                         02210000
           03  FILLER                  PIC X(16) VALUE                  02220000
               'ORDER'.                                                 02230000
           03  FILLER                  PIC X(02) VALUE SPACES.          02240000
           03  FILLER                  PIC X(32) VALUE 'CUSTOMER'.      02250000
           03  FILLER                  PIC X(02) VALUE SPACES.          02260000
           03  FILLER                  PIC X(06) VALUE 'ORDERD'.        02270000
           03  FILLER                  PIC X(02) VALUE SPACES.          02280000
           03  FILLER                  PIC X(08) VALUE 'CANCELLD'.      02290000
           03  FILLER                  PIC X(02) VALUE SPACES.          02300000
           03  FILLER                  PIC X(03) VALUE 'RSN'.           02310000
           03  FILLER                  PIC X(02) VALUE SPACES.          02320000
           03  FILLER                  PIC X(08) VALUE 'OPERATOR'.      02330000
           03  FILLER                  PIC X(02) VALUE SPACES.          02340000
           03  FILLER                  PIC X(13) VALUE                  02350000
               '      DOLLARS'.                                         02360000
           03  FILLER                  PIC X(34) VALUE SPACES.          02370000
                                                                        02380000
       01  WS-PL-DETAIL.                                                02390000
           03  WS-PL-DT-PREFIX         PIC 9(05) VALUE ZEROES.          02400000
           03  FILLER                  PIC X(01) VALUE '-'.             02410000
           03  WS-PL-DT-ORDER          PIC 9(10) VALUE ZEROES.          02420000
           03  FILLER                  PIC X(02) VALUE SPACES.          02430000
           03  WS-PL-DT-CUSTOMER       PIC X(32) VALUE SPACES.          02440000
           03  FILLER                  PIC X(02) VALUE SPACES.          02450000
           03  WS-PL-DT-ORDER-DATE     PIC X(06) VALUE SPACES.          02460000
           03  FILLER                  PIC X(02) VALUE SPACES.          02470000
           03  WS-PL-DT-CANCEL-DATE    PIC 9(08) VALUE ZEROES.          02480000
           03  FILLER                  PIC X(02) VALUE SPACES.          02490000
           03  WS-PL-DT-REASON         PIC X(03) VALUE SPACES.          02500000
           03  FILLER                  PIC X(02) VALUE SPACES.          02510000
           03  WS-PL-DT-OPERATOR       PIC X(08) VALUE SPACES.          02520000
           03  FILLER                  PIC X(02) VALUE SPACES.          02530000
           03  WS-PL-DT-DOLLARS        PIC ZZ,ZZZ,ZZ9.99-.              02540000
           03  FILLER                  PIC X(33) VALUE SPACES.          02550000
                                                                        02560000
       01  WS-PL-COLUMN-HEADER.                                         02570000
           03  FILLER                  PIC X(02) VALUE SPACES.          02580000
           03  FILLER                  PIC X(40) VALUE SPACES.          02590000
           03  FILLER                  PIC X(02) VALUE SPACES.          02600000
           03  FILLER                  PIC X(07) VALUE ' ORDERS'.       02610000
           03  FILLER                  PIC X(03) VALUE SPACES.          02620000
           03  FILLER                  PIC X(06) VALUE 'ORDR %'.        02630000
           03  FILLER                  PIC X(03) VALUE SPACES.          02640000
           03  FILLER                  PIC X(18) VALUE                  02650000
               '           DOLLARS'.                                    02660000
           03  FILLER                  PIC X(03) VALUE SPACES.          02670000
           03  FILLER                  PIC X(06) VALUE 'DOLL %'.        02680000
           03  FILLER                  PIC X(42) VALUE SPACES.          02690000
                                                                        02700000
       01  WS-PL-SUMMARY.                                               02710000
           03  FILLER                  PIC X(02) VALUE SPACES.          02720000
           03  WS-PL-SM-NAME           PIC X(40) VALUE SPACES.          02730000
           03  FILLER                  PIC X(02) VALUE SPACES.          02740000
           03  WS-PL-SM-ORDERS         PIC ZZZ,ZZ9.                     02750000
           03  FILLER                  PIC X(03) VALUE SPACES.          02760000
           03  WS-PL-SM-ORDER-PCT      PIC ZZ9.99.                      02770000
           03  FILLER                  PIC X(03) VALUE SPACES.          02780000
           03  WS-PL-SM-DOLLARS        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.          02790000
           03  FILLER                  PIC X(03) VALUE SPACES.          02800000
           03  WS-PL-SM-DOLLAR-PCT     PIC ZZ9.99.                      02810000
           03  FILLER                  PIC X(42) VALUE SPACES.          02820000
                                                                        02830000
       01  WS-PL-NONE.                                                  02840000
           03  FILLER                  PIC X(40) VALUE                  02850000
               'NO ORDERS WERE CANCELLED IN THE PERIOD'.                02860000
           03  FILLER                  PIC X(92) VALUE SPACES.          02870000
           EJECT                                                        02880000
      ***************************************************************** 02890000
      *    IMS FUNCTION AND SSA DEFINITIONS                           * 02900000
      ***************************************************************** 02910000
                                                                        02920000
       01  WS-GN                       PIC X(4)  VALUE 'GN  '.          02930000
                                                                        02940000
       01  ORDER-SSA-UNQUAL.                                            02950000
           03  FILLER                  PIC X(8)  VALUE 'ORDER'.         02960000
           03  FILLER                  PIC X     VALUE SPACES.          02970000
           EJECT                                                        02980000
      ***************************************************************** 02990000
      *    IMS RECORD AREAS                                           * 03000000
      ***************************************************************** 03010000
                                                                        03020000
           COPY ORDER.                                                  03030000
           EJECT                                                        03040000
      ***************************************************************** 03050000
      *    DB2  DEFINITIONS                                           * 03060000
      ***************************************************************** 03070000
                                                                        03080000
      ***************************************************************** 03090000
      *         SQL COMMUNICATIONS AREA                               * 03100000
      ***************************************************************** 03110000
                                                                        03120000
           EXEC SQL                                                     03130000
              INCLUDE SQLCA                                             03140000
           END-EXEC.                                                    03150000
           EJECT                                                        03160000
           EXEC SQL                                                     03170000
              INCLUDE DCANRSN                                           03180000
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
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB119'.            03310000
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
      *    LINKAGE SECTION                                            * 03420000
      ***************************************************************** 03430000
                                                                        03440000
       LINKAGE SECTION.                                                 03450000
                                                                        03460000
      ****************************************************************  03470000
      *****  I-O PCB                                                    03480000
      ****************************************************************  03490000
                                                                        03500000
       01  IO-PCB.                                                      03510000
           05  FILLER                  PIC X(10) VALUE SPACES.          03520000
           05  IO-STATUS               PIC XX    VALUE SPACES.          03530000
           05  FILLER                  PIC X(20) VALUE SPACES.          03540000
                                                                        03550000
      ****************************************************************  03560000
      *****  ORDER1DB PCB (CICS PATH)                                   03570000
      ****************************************************************  03580000
                                                                        03590000
           COPY PCBORDER.                                               03600000
                                                                        03600714
      ****************************************************************  03601428
      *****  ORDER2DB PCB (IMS PATH)                                    03602142
      ****************************************************************  03602856
                                                                        03603570
       01  ORDER2-PCB.                                                  03604284
           05  OP2-DBDNAME             PIC X(8)  VALUE SPACES.          03604998
           05  OP2-SEG-LEVEL           PIC XX    VALUE SPACES.          03605712
           05  OP2-STATUS              PIC XX    VALUE SPACES.          03606426
           05  FILLER                  PIC X(8)  VALUE SPACES.          03607140
           05  OP2-SEG-NAME            PIC X(8)  VALUE SPACES.          03607854
           05  FILLER                  PIC X(8)  VALUE SPACES.          03608568
           05  OP2-FEEDBACK-AREA       PIC X(80) VALUE SPACES.          03609282
           EJECT                                                        03610000
      ***************************************************************** 03620000
      *    P R O C E D U R E    D I V I S I O N                       * 03630000
      ***************************************************************** 03640000
                                                                        03650000
       PROCEDURE DIVISION.                                              03660000
                                                                        03670000
      ***************************************************************** 03680000
      *                                                               * 03690000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03700000
      *                                                               * 03710000
      *    FUNCTION :  PROGRAM ENTRY.  LIST THE PERIOD'S CANCELLED    * 03720000
      *                ORDERS FROM ORDER1DB AND ORDER2DB AND PRINT    * 03730000
      *                THE ANALYSIS SECTIONS                          * 03740000
      *                                                               * 03750000
      *    CALLED BY:  NONE                                           * 03760000
      *                                                               * 03770000
      ***************************************************************** 03780000
                                                                        03790000
       P00000-MAINLINE.                                                 03800000
                                                                        03810000
           ENTRY 'DLITCBL' USING                                        03820000
                           IO-PCB                                       03827500
                           ORDER-PCB                                    03835000
                           ORDER2-PCB.                                  03842500
                                                                        03850000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  03860000
                                                                        03870000
           OPEN INPUT CONTROL-CARD.                                     03880000
                                                                        03890000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       03900000
               AT END                                                   03910000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          03920000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03930000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               03940000
                                                                        03950000
           CLOSE CONTROL-CARD.                                          03960000
                                                                        03970000
           IF WS-CC-PERIOD-KEYWORD NOT = 'PERIOD='                      03980000
              OR WS-CC-PERIOD NOT NUMERIC                               03990000
              OR WS-CC-PREFIX NOT NUMERIC                               04000000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              04010000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          04020000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04030000
           END-IF.                                                      04040000
                                                                        04050000
           MOVE ZEROES TO WS-FROM-DATE                                  04060000
                          WS-TO-DATE.                                   04070000
           MOVE WS-CC-PERIOD TO WS-FROM-DATE(1:6).                      04080000
           MOVE 01 TO WS-FROM-DATE(7:2).                                04090000
           MOVE WS-CC-PERIOD TO WS-TO-DATE(1:6).                        04100000
           MOVE 31 TO WS-TO-DATE(7:2).                                  04110000
                                                                        04120000
           PERFORM P01000-CLEAR-DIMENSION THRU P01000-EXIT              04130000
               VARYING WS-DIM FROM 1 BY 1                               04140000
                   UNTIL WS-DIM > WS-DIM-MAX.                           04150000
                                                                        04160000
           OPEN OUTPUT CANCEL-PRINT.                                    04170000
                                                                        04180000
           MOVE WS-CC-PERIOD TO WS-PL-HD-PERIOD.                        04190000
           MOVE WS-CC-PREFIX TO WS-PL-HD-PREFIX.                        04200000
           MOVE WS-DATE-MONTH TO WS-PL-HD-MONTH.                        04210000
           MOVE WS-DATE-DAY TO WS-PL-HD-DAY.                            04220000
           MOVE WS-DATE-YEAR TO WS-PL-HD-YEAR.                          04230000
                                                                        04240000
           WRITE CANCEL-PRINT-REC FROM WS-PL-HEADER.                    04250000
           WRITE CANCEL-PRINT-REC FROM WS-PL-BLANK.                     04260000
           MOVE 'CANCELLED ORDERS' TO WS-PL-SC-TITLE.                   04270000
           WRITE CANCEL-PRINT-REC FROM WS-PL-SECTION.                   04280000
           WRITE CANCEL-PRINT-REC FROM WS-PL-BLANK.                     04290000
           WRITE CANCEL-PRINT-REC FROM WS-PL-DETAIL-HEADER.             04300000
                                                                        04310000
           PERFORM P10000-SCAN-ORDER1 THRU P10000-EXIT                  04315000
               UNTIL END-OF-ORDER1.                                     04320000
                                                                        04325000
           PERFORM P20000-SCAN-ORDER2 THRU P20000-EXIT                  04330000
               UNTIL END-OF-ORDER2.                                     04335000
                                                                        04340000
           IF WS-ORDERS-CANCELLED = ZEROES                              04350000
               WRITE CANCEL-PRINT-REC FROM WS-PL-BLANK                  04360000
               WRITE CANCEL-PRINT-REC FROM WS-PL-NONE                   04370000
           ELSE                                                         04380000
               PERFORM P60000-PRINT-DIMENSION THRU P60000-EXIT          04390000
                   VARYING WS-DIM FROM 1 BY 1                           04400000
                       UNTIL WS-DIM > WS-DIM-MAX                        04410000
           END-IF.                                                      04420000
                                                                        04430000
           CLOSE CANCEL-PRINT.                                          04440000
                                                                        04450000
           DISPLAY ' '.                                                 04460000
           DISPLAY WS-DL-ASTERISK.                                      04470000
           DISPLAY WS-DL-BLANK.                                         04480000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04490000
           STRING '  PDAB119 - ORDER CANCELLATIONS FOR PERIOD '         04500000
               WS-CC-PERIOD                                             04510000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  04520000
           DISPLAY WS-DL-LINE.                                          04530000
           DISPLAY WS-DL-BLANK.                                         04540000
           DISPLAY WS-DL-ASTERISK.                                      04550000
                                                                        04560000
           MOVE WS-ORDERS-READ TO WS-DL-T-CNT.                          04570000
           MOVE 'ORDER ROOTS READ' TO WS-DL-T-TITLE.                    04580000
           DISPLAY WS-DL-TOTAL.                                         04590000
                                                                        04600000
           MOVE WS-PREFIX-CANCELLED TO WS-DL-T-CNT.                     04610000
           MOVE 'PREFIX ORDERS CANCELLED' TO WS-DL-T-TITLE.             04620000
           DISPLAY WS-DL-TOTAL.                                         04630000
                                                                        04640000
           MOVE WS-ORDERS-CANCELLED TO WS-DL-T-CNT.                     04650000
           MOVE 'CANCELLED IN PERIOD' TO WS-DL-T-TITLE.                 04660000
           DISPLAY WS-DL-TOTAL.                                         04670000
                                                                        04680000
           DISPLAY WS-DL-ASTERISK.                                      04690000
           DISPLAY ' '.                                                 04700000
                                                                        04710000
           MOVE ZEROES TO RETURN-CODE.                                  04720000
                                                                        04730000
           GOBACK.                                                      04740000
                                                                        04750000
       P00000-EXIT.                                                     04760000
           EXIT.                                                        04770000
           EJECT                                                        04780000
      ***************************************************************** 04790000
      *                                                               * 04800000
      *    PARAGRAPH:  P01000-CLEAR-DIMENSION                         * 04810000
      *                                                               * 04820000
      *    FUNCTION :  EMPTY ONE DIMENSION OF THE CANCELLATION        * 04830000
      *                ACCUMULATORS                                   * 04840000
      *                                                               * 04850000
      *    CALLED BY:  P00000-MAINLINE                                * 04860000
      *                                                               * 04870000
      ***************************************************************** 04880000
                                                                        04890000
       P01000-CLEAR-DIMENSION.                                          04900000
                                                                        04910000
           MOVE +0 TO WS-CX-USED (WS-DIM).                              04920000
                                                                        04930000
       P01000-EXIT.                                                     04940000
           EXIT.                                                        04950000
           EJECT                                                        04960000
      ***************************************************************** 04970000
      *                                                               * 04980000
      *    PARAGRAPH:  P10000-SCAN-ORDER1                             * 04990000
      *                                                               * 05000000
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER1DB AND      * 05010000
      *                ANALYZE IT WHEN IT IS A CANCELLED ORDER OF THE * 05020000
      *                PREFIX                                         * 05030000
      *                                                               * 05040000
      *    CALLED BY:  P00000-MAINLINE                                * 05050000
      *                                                               * 05060000
      ***************************************************************** 05070000
                                                                        05080000
       P10000-SCAN-ORDER1.                                              05090000
                                                                        05100000
           CALL 'CBLTDLI' USING                                         05110000
                          WS-GN                                         05120000
                          ORDER-PCB                                     05130000
                          ORDER-SEGMENT                                 05140000
                          ORDER-SSA-UNQUAL                              05150000
           END-CALL.                                                    05160000
                                                                        05170000
           MOVE OP-STATUS TO WS-OP-STATUS.                              05180000
                                                                        05190000
           EVALUATE TRUE                                                05200000
               WHEN OP-GOOD-RETURN                                      05210000
                   ADD +1 TO WS-ORDERS-READ                             05220000
                   PERFORM P30000-ANALYZE-ORDER THRU P30000-EXIT        05230000
               WHEN OP-END-OF-DATABASE                                  05240000
               WHEN OP-SEGMENT-NOT-FOUND                                05250000
                   MOVE 'Y' TO WS-END-OF-ORDER1-SW                      05260000
               WHEN OTHER                                               05270000
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      05280000
                   MOVE 'PDAB119' TO WPIE-PROGRAM-ID                    05290000
                   MOVE 'P10000' TO WPIE-PARAGRAPH                      05300000
                   MOVE OP-STATUS TO WPIE-STATUS-CODE                   05310000
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    05320000
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    05330000
                   MOVE 'ORDER1DB' TO WPIE-DATABASE-NAME                05340000
                   MOVE 'GN ORDER ROOT SEGMENT' TO WPIE-COMMAND         05350000
                   PERFORM P99999-ABEND THRU P99999-EXIT                05360000
           END-EVALUATE.                                                05370000
                                                                        05380000
       P10000-EXIT.                                                     05390000
           EXIT.                                                        05400000
           EJECT                                                        05410000
      ***************************************************************** 05410217
      *                                                               * 05410434
      *    PARAGRAPH:  P20000-SCAN-ORDER2                             * 05410651
      *                                                               * 05410868
      *    FUNCTION :  GET THE NEXT ORDER ROOT FROM ORDER2DB AND      * 05411085
      *                ANALYZE IT WHEN IT IS A CANCELLED ORDER OF THE * 05411302
      *                PREFIX                                         * 05411519
      *                                                               * 05411736
      *    CALLED BY:  P00000-MAINLINE                                * 05411953
      *                                                               * 05412170
      ***************************************************************** 05412387
                                                                        05412604
       P20000-SCAN-ORDER2.                                              05412821
                                                                        05413038
           CALL 'CBLTDLI' USING                                         05413255
                          WS-GN                                         05413472
                          ORDER2-PCB                                    05413689
                          ORDER-SEGMENT                                 05413906
                          ORDER-SSA-UNQUAL                              05414123
           END-CALL.                                                    05414340
                                                                        05414557
           MOVE OP2-STATUS TO WS-OP-STATUS.                             05414774
                                                                        05414991
           EVALUATE TRUE                                                05415208
               WHEN OP-GOOD-RETURN                                      05415425
                   ADD +1 TO WS-ORDERS-READ                             05415642
                   PERFORM P30000-ANALYZE-ORDER THRU P30000-EXIT        05415859
               WHEN OP-END-OF-DATABASE                                  05416076
               WHEN OP-SEGMENT-NOT-FOUND                                05416293
                   MOVE 'Y' TO WS-END-OF-ORDER2-SW                      05416510
               WHEN OTHER                                               05416727
                   MOVE 'IMS' TO WS-PDA-ERROR-TYPE                      05416944
                   MOVE 'PDAB119' TO WPIE-PROGRAM-ID                    05417161
                   MOVE 'P20000' TO WPIE-PARAGRAPH                      05417378
                   MOVE OP2-STATUS TO WPIE-STATUS-CODE                  05417595
                   MOVE 'GN  ' TO WPIE-FUNCTION-CODE                    05417812
                   MOVE 'ORDER' TO WPIE-SEGMENT-NAME                    05418029
                   MOVE 'ORDER2DB' TO WPIE-DATABASE-NAME                05418246
                   MOVE 'GN ORDER ROOT SEGMENT' TO WPIE-COMMAND         05418463
                   PERFORM P99999-ABEND THRU P99999-EXIT                05418680
           END-EVALUATE.                                                05418897
                                                                        05419114
       P20000-EXIT.                                                     05419331
           EXIT.                                                        05419548
           EJECT                                                        05419765
      ***************************************************************** 05420000
      *                                                               * 05430000
      *    PARAGRAPH:  P30000-ANALYZE-ORDER                           * 05440000
      *                                                               * 05450000
      *    FUNCTION :  LIST ONE ORDER OF THE PREFIX CANCELLED IN THE  * 05460000
      *                PERIOD AND ADD IT TO EVERY DIMENSION           * 05470000
      *                                                               * 05480000
      *    CALLED BY:  P10000-SCAN-ORDER1                             * 05486666
      *                P20000-SCAN-ORDER2                             * 05493332
      *                                                               * 05500000
      ***************************************************************** 05510000
                                                                        05520000
       P30000-ANALYZE-ORDER.                                            05530000
                                                                        05540000
           IF ORDER-PREFIX NOT = WS-CC-PREFIX-N                         05550000
              OR ORDER-STATUS NOT = 'CANCELLED'                         05560000
               GO TO P30000-EXIT                                        05570000
           END-IF.                                                      05580000
                                                                        05590000
           ADD +1 TO WS-PREFIX-CANCELLED.                               05600000
                                                                        05610000
           IF ORDER-CANCEL-DATE NOT NUMERIC                             05620000
              OR ORDER-CANCEL-DATE < WS-FROM-DATE                       05630000
              OR ORDER-CANCEL-DATE > WS-TO-DATE                         05640000
               GO TO P30000-EXIT                                        05650000
           END-IF.                                                      05660000
                                                                        05670000
           ADD +1 TO WS-ORDERS-CANCELLED.                               05680000
           ADD ORDER-TOTAL-AMOUNT TO WS-DOLLARS-CANCELLED.              05690000
                                                                        05700000
           PERFORM P40000-PRINT-DETAIL THRU P40000-EXIT.                05710000
                                                                        05720000
           PERFORM P45000-BUILD-KEYS THRU P45000-EXIT.                  05730000
                                                                        05740000
           PERFORM P50000-ACCUM-DIMENSION THRU P50000-EXIT              05750000
               VARYING WS-DIM FROM 1 BY 1                               05760000
                   UNTIL WS-DIM > WS-DIM-MAX.                           05770000
                                                                        05780000
       P30000-EXIT.                                                     05790000
           EXIT.                                                        05800000
           EJECT                                                        05810000
      ***************************************************************** 05820000
      *                                                               * 05830000
      *    PARAGRAPH:  P40000-PRINT-DETAIL                            * 05840000
      *                                                               * 05850000
      *    FUNCTION :  LIST ONE CANCELLED ORDER ON THE REPORT         * 05860000
      *                                                               * 05870000
      *    CALLED BY:  P30000-ANALYZE-ORDER                           * 05880000
      *                                                               * 05890000
      ***************************************************************** 05900000
                                                                        05910000
       P40000-PRINT-DETAIL.                                             05920000
                                                                        05930000
           MOVE ORDER-PREFIX TO WS-PL-DT-PREFIX.                        05940000
           MOVE ORDER-NUMBER TO WS-PL-DT-ORDER.                         05950000
           MOVE ORDER-CUSTOMER-ID TO WS-PL-DT-CUSTOMER.                 05960000
           MOVE ORDER-DATE-YYMMDD TO WS-PL-DT-ORDER-DATE.               05970000
           MOVE ORDER-CANCEL-DATE TO WS-PL-DT-CANCEL-DATE.              05980000
           MOVE ORDER-CANCEL-REASON TO WS-PL-DT-REASON.                 05990000
           MOVE ORDER-CANCEL-USERID TO WS-PL-DT-OPERATOR.               06000000
           MOVE ORDER-TOTAL-AMOUNT TO WS-PL-DT-DOLLARS.                 06010000
                                                                        06020000
           WRITE CANCEL-PRINT-REC FROM WS-PL-DETAIL.                    06030000
                                                                        06040000
       P40000-EXIT.                                                     06050000
           EXIT.                                                        06060000
           EJECT                                                        06070000
      ***************************************************************** 06080000
      *                                                               * 06090000
      *    PARAGRAPH:  P45000-BUILD-KEYS                              * 06100000
      *                                                               * 06110000
      *    FUNCTION :  SET THE ORDER'S KEY IN EACH DIMENSION          * 06120000
      *                                                               * 06130000
      *    CALLED BY:  P30000-ANALYZE-ORDER                           * 06140000
      *                                                               * 06150000
      ***************************************************************** 06160000
                                                                        06170000
       P45000-BUILD-KEYS.                                               06180000
                                                                        06190000
           MOVE SPACES TO WS-ORDER-KEYS.                                06200000
                                                                        06210000
           IF ORDER-CANCEL-REASON > SPACES                              06220000
               MOVE ORDER-CANCEL-REASON TO WS-KEY-REASON                06230000
           ELSE                                                         06240000
               MOVE '(NO REASON)' TO WS-KEY-REASON                      06250000
           END-IF.                                                      06260000
                                                                        06270000
           IF ORDER-CUSTOMER-ID > SPACES                                06280000
               MOVE ORDER-CUSTOMER-ID TO WS-KEY-CUSTOMER                06290000
           ELSE                                                         06300000
               MOVE '(NO CUSTOMER)' TO WS-KEY-CUSTOMER                  06310000
           END-IF.                                                      06320000
                                                                        06330000
           IF ORDER-CANCEL-USERID > SPACES                              06340000
               MOVE ORDER-CANCEL-USERID TO WS-KEY-OPERATOR              06350000
           ELSE                                                         06360000
               MOVE '(NO OPERATOR)' TO WS-KEY-OPERATOR                  06370000
           END-IF.                                                      06380000
                                                                        06390000
           MOVE 'ALL CANCELLED ORDERS' TO WS-KEY-TOTAL.                 06400000
                                                                        06410000
       P45000-EXIT.                                                     06420000
           EXIT.                                                        06430000
           EJECT                                                        06440000
      ***************************************************************** 06450000
      *                                                               * 06460000
      *    PARAGRAPH:  P50000-ACCUM-DIMENSION                         * 06470000
      *                                                               * 06480000
      *    FUNCTION :  FIND OR ADD THE ORDER'S ENTRY IN ONE DIMENSION * 06490000
      *                AND ACCUMULATE THE ORDER AND ITS DOLLARS       * 06500000
      *                                                               * 06510000
      *    CALLED BY:  P30000-ANALYZE-ORDER                           * 06520000
      *                                                               * 06530000
      ***************************************************************** 06540000
                                                                        06550000
       P50000-ACCUM-DIMENSION.                                          06560000
                                                                        06570000
           PERFORM P51000-SCAN-DIMENSION THRU P51000-EXIT               06580000
               VARYING WS-SUB1 FROM 1 BY 1                              06590000
                   UNTIL WS-SUB1 > WS-CX-USED (WS-DIM)                  06600000
                      OR WS-ORDER-KEY (WS-DIM) =                        06610000
                         WS-CX-NAME (WS-DIM, WS-SUB1).                  06620000
                                                                        06630000
           IF WS-SUB1 > WS-CX-USED (WS-DIM)                             06640000
               IF WS-CX-USED (WS-DIM) < WS-CX-MAX                       06650000
                   ADD +1 TO WS-CX-USED (WS-DIM)                        06660000
                   MOVE WS-CX-USED (WS-DIM) TO WS-SUB1                  06670000
                   MOVE WS-ORDER-KEY (WS-DIM)                           06680000
                       TO WS-CX-NAME (WS-DIM, WS-SUB1)                  06690000
                   MOVE +0 TO WS-CX-ORDERS (WS-DIM, WS-SUB1)            06700000
                              WS-CX-DOLLARS (WS-DIM, WS-SUB1)           06710000
               ELSE                                                     06720000
                   MOVE WS-CX-MAX TO WS-SUB1                            06730000
               END-IF                                                   06740000
           END-IF.                                                      06750000
                                                                        06760000
           ADD +1 TO WS-CX-ORDERS (WS-DIM, WS-SUB1).                    06770000
           ADD ORDER-TOTAL-AMOUNT TO WS-CX-DOLLARS (WS-DIM, WS-SUB1).   06780000
                                                                        06790000
       P50000-EXIT.                                                     06800000
           EXIT.                                                        06810000
                                                                        06820000
       P51000-SCAN-DIMENSION.                                           06830000
                                                                        06840000
           CONTINUE.                                                    06850000
                                                                        06860000
       P51000-EXIT.                                                     06870000
           EXIT.                                                        06880000
           EJECT                                                        06890000
      ***************************************************************** 06900000
      *                                                               * 06910000
      *    PARAGRAPH:  P60000-PRINT-DIMENSION                         * 06920000
      *                                                               * 06930000
      *    FUNCTION :  PRINT ONE ANALYSIS SECTION -- TITLE, COLUMN    * 06940000
      *                HEADINGS AND A LINE PER ENTRY                  * 06950000
      *                                                               * 06960000
      *    CALLED BY:  P00000-MAINLINE                                * 06970000
      *                                                               * 06980000
      ***************************************************************** 06990000
                                                                        07000000
       P60000-PRINT-DIMENSION.                                          07010000
                                                                        07020000
           MOVE WS-DIM-TITLE (WS-DIM) TO WS-PL-SC-TITLE.                07030000
                                                                        07040000
           WRITE CANCEL-PRINT-REC FROM WS-PL-BLANK.                     07050000
           WRITE CANCEL-PRINT-REC FROM WS-PL-SECTION.                   07060000
           WRITE CANCEL-PRINT-REC FROM WS-PL-BLANK.                     07070000
           WRITE CANCEL-PRINT-REC FROM WS-PL-COLUMN-HEADER.             07080000
                                                                        07090000
           PERFORM P61000-PRINT-ENTRY THRU P61000-EXIT                  07100000
               VARYING WS-SUB1 FROM 1 BY 1                              07110000
                   UNTIL WS-SUB1 > WS-CX-USED (WS-DIM).                 07120000
                                                                        07130000
       P60000-EXIT.                                                     07140000
           EXIT.                                                        07150000
           EJECT                                                        07160000
      ***************************************************************** 07170000
      *                                                               * 07180000
      *    PARAGRAPH:  P61000-PRINT-ENTRY                             * 07190000
      *                                                               * 07200000
      *    FUNCTION :  PRINT ONE ENTRY'S ORDERS AND DOLLARS, EACH     * 07210000
      *                WITH ITS SHARE OF THE PERIOD'S CANCELLATIONS   * 07220000
      *                                                               * 07230000
      *    CALLED BY:  P60000-PRINT-DIMENSION                         * 07240000
      *                                                               * 07250000
      ***************************************************************** 07260000
                                                                        07270000
       P61000-PRINT-ENTRY.                                              07280000
                                                                        07290000
           IF WS-DIM = 1                                                07300000
               PERFORM P62000-REASON-NAME THRU P62000-EXIT              07310000
           ELSE                                                         07320000
               MOVE WS-CX-NAME (WS-DIM, WS-SUB1) TO WS-PL-SM-NAME       07330000
           END-IF.                                                      07340000
                                                                        07350000
           MOVE WS-CX-ORDERS (WS-DIM, WS-SUB1) TO WS-PL-SM-ORDERS.      07360000
           MOVE WS-CX-DOLLARS (WS-DIM, WS-SUB1) TO WS-PL-SM-DOLLARS.    07370000
                                                                        07380000
           COMPUTE WS-PCT ROUNDED =                                     07390000
               (WS-CX-ORDERS (WS-DIM, WS-SUB1) * 100)                   07400000
                / WS-ORDERS-CANCELLED.                                  07410000
           MOVE WS-PCT TO WS-PL-SM-ORDER-PCT.                           07420000
                                                                        07430000
           IF WS-DOLLARS-CANCELLED NOT = ZEROES                         07440000
               COMPUTE WS-PCT ROUNDED =                                 07450000
                   (WS-CX-DOLLARS (WS-DIM, WS-SUB1) * 100)              07460000
                    / WS-DOLLARS-CANCELLED                              07470000
           ELSE                                                         07480000
               MOVE +0 TO WS-PCT                                        07490000
           END-IF.                                                      07500000
                                                                        07510000
           MOVE WS-PCT TO WS-PL-SM-DOLLAR-PCT.                          07520000
                                                                        07530000
           WRITE CANCEL-PRINT-REC FROM WS-PL-SUMMARY.                   07540000
                                                                        07550000
       P61000-EXIT.                                                     07560000
           EXIT.                                                        07570000
           EJECT                                                        07580000
      ***************************************************************** 07590000
      *                                                               * 07600000
      *    PARAGRAPH:  P62000-REASON-NAME                             * 07610000
      *                                                               * 07620000
      *    FUNCTION :  NAME THE REASON ENTRY FROM THE                 * 07630000
      *                ORDER_CANCEL_REASON TABLE                      * 07640000
      *                                                               * 07650000
      *    CALLED BY:  P61000-PRINT-ENTRY                             * 07660000
      *                                                               * 07670000
      ***************************************************************** 07680000
                                                                        07690000
       P62000-REASON-NAME.                                              07700000
                                                                        07710000
           MOVE WS-CX-NAME (WS-DIM, WS-SUB1) TO WS-REASON-KEY-WORK.     07720000
                                                                        07730000
           IF WS-REASON-KEY-WORK = '(NO REASON)'                        07740000
               MOVE WS-REASON-KEY-WORK TO WS-PL-SM-NAME                 07750000
               GO TO P62000-EXIT                                        07760000
           END-IF.                                                      07770000
                                                                        07780000
           MOVE WS-CC-PREFIX TO CAN-REASON-PREFIX.                      07790000
           MOVE WS-RKW-CODE TO CAN-REASON-CODE.                         07800000
                                                                        07810000
           EXEC SQL                                                     07820000
               SELECT  DESCRIPTION                                      07830000
               INTO    :CAN-REASON-DESCRIPTION                          07840000
               FROM    ORDER_CANCEL_REASON                              07850000
               WHERE   PREFIX          = :CAN-REASON-PREFIX AND         07860000
                       CODE            = :CAN-REASON-CODE               07870000
           END-EXEC.                                                    07880000
                                                                        07890000
           EVALUATE TRUE                                                07900000
               WHEN SQLCODE = +0                                        07910000
                   CONTINUE                                             07920000
               WHEN SQLCODE = +100                                      07930000
                   MOVE 'REASON NOT ON FILE' TO CAN-REASON-DESCRIPTION  07940000
               WHEN OTHER                                               07950000
                   MOVE 'DB2' TO WS-PDA-ERROR-TYPE                      07960000
                   MOVE 'PDAB119' TO WPDE-PROGRAM-ID                    07970000
                   MOVE SQLCODE TO WPDE-DB2-SQLCODE                     07980000
                   MOVE 'SELECT ORDER_CANCEL_REASON' TO WPDE-FUNCTION   07990000
                   MOVE 'P62000' TO WPDE-PARAGRAPH                      08000000
                   PERFORM P99999-ABEND THRU P99999-EXIT                08010000
           END-EVALUATE.                                                08020000
                                                                        08030000
           MOVE SPACES TO WS-PL-SM-NAME.                                08040000
           STRING WS-RKW-CODE ' ' CAN-REASON-DESCRIPTION                08050000
               DELIMITED BY SIZE INTO WS-PL-SM-NAME.                    08060000
                                                                        08070000
       P62000-EXIT.                                                     08080000
           EXIT.                                                        08090000
           EJECT                                                        08100000
      ***************************************************************** 08110000
      *                                                               * 08120000
      *    PARAGRAPH:  P99999-ABEND                                   * 08130000
      *                                                               * 08140000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 08150000
      *                ERROR HAS BEEN ENCOUNTERED                     * 08160000
      *                                                               * 08170000
      *    CALLED BY:  VARIOUS                                        * 08180000
      *                                                               * 08190000
      ***************************************************************** 08200000
                                                                        08210000
       P99999-ABEND.                                                    08220000
                                                                        08230000
           DISPLAY ' '.                                                 08240000
           DISPLAY WPEA-ERROR-01.                                       08250000
           DISPLAY WPEA-ERROR-02.                                       08260000
           DISPLAY WPEA-ERROR-03.                                       08270000
           DISPLAY WPEA-ERROR-04.                                       08280000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               08290000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               08300000
           DISPLAY WPEA-ERROR-04.                                       08310000
           DISPLAY WPEA-ERROR-03.                                       08320000
           DISPLAY WPEA-ERROR-02.                                       08330000
           DISPLAY WPEA-ERROR-01.                                       08340000
           DISPLAY ' '.                                                 08350000
                                                                        08360000
           MOVE 16 TO RETURN-CODE.                                      08370000
                                                                        08380000
           GOBACK.                                                      08390000
                                                                        08400000
       P99999-EXIT.                                                     08410000
           EXIT.                                                        08420000
