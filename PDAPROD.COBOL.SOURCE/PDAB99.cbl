       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB99.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB99                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB99 IS THE WEEKLY EXPIRING LOTS        * 00100000
      *             REPORT.  IT READS THE LOT BALANCE FILE (VLOTBAL)  * 00110000
      *             FROM FRONT TO BACK AND LISTS EVERY LOT STILL      * 00120000
      *             HOLDING STOCK WHOSE EXPIRATION DATE (KEYED ON THE * 00130000
      *             RECEIPT CARD, PDAB23) FALLS ON OR BEFORE THE RUN  * 00140000
      *             DATE PLUS THE NUMBER OF DAYS ON THE CONTROL CARD. * 00150000
      *             LOTS ALREADY EXPIRED ARE LISTED AS EXPIRED; THEY  * 00160000
      *             ARE NO LONGER PICKED (PDAB55) OR SHIPPED (PDAB28) * 00170000
      *             AND SHOULD BE PULLED FROM STOCK.  LOTS WITHOUT AN * 00180000
      *             EXPIRATION DATE ARE NOT LISTED.                   * 00190000
      *                                                               * 00200000
      *             THE REPORT IS IN WAREHOUSE, EXPIRATION DATE AND   * 00210000
      *             ITEM SEQUENCE.  EACH LOT'S ON-HAND QUANTITY IS    * 00220000
      *             VALUED AT THE ITEM / SUPPLIER ROLLING AVERAGE     * 00230000
      *             UNIT COST (VITEMCST), WITH QUANTITY AND VALUE     * 00240000
      *             TOTALS BY WAREHOUSE AND FOR THE REPORT.           * 00250000
      *                                                               * 00260000
      *             CONTROL CARD LAYOUT:                              * 00270000
      *               COL  1-8    DAYS=NNN  (BLANK NNN = 030 DAYS)    * 00280000
      *                                                               * 00290000
      * FILES   :   CONTROL CARDS          -  SEQUENTIAL  (INPUT)     * 00300000
      *             LOT BALANCE FILE       -  VSAM KSDS   (INPUT)     * 00310000
      *             ITEM AVERAGE COST FILE -  VSAM KSDS   (INPUT)     * 00320000
      *             EXPIRING LOTS REPORT   -  SEQUENTIAL  (OUTPUT)    * 00330000
      *                                                               * 00340000
      ***************************************************************** 00350000
      *             PROGRAM CHANGE LOG                                * 00360000
      *             -------------------                               * 00370000
      *                                                               * 00380000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00390000
      *  --------   --------------------  --------------------------  * 00400000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00410000
      *                                                               * 00420000
      ***************************************************************** 00430000
           EJECT                                                        00440000
       ENVIRONMENT DIVISION.                                            00450000
                                                                        00460000
       INPUT-OUTPUT SECTION.                                            00470000
                                                                        00480000
       FILE-CONTROL.                                                    00490000
                                                                        00500000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00510000
                                                                        00520000
           SELECT EXPIRE-PRINT         ASSIGN TO LOTEXPRT.              00530000
                                                                        00540000
           SELECT VSAM-LOT-BALANCE     ASSIGN TO VLOTBAL                00550000
                                       ORGANIZATION IS INDEXED          00560000
                                       ACCESS IS SEQUENTIAL             00570000
                                       RECORD KEY IS LOT-BALANCE-KEY    00580000
                                       FILE STATUS IS WS-LOTBAL-STATUS. 00590000
                                                                        00600000
           SELECT VSAM-ITEM-COST       ASSIGN TO VITEMCST               00610000
                                       ORGANIZATION IS INDEXED          00620000
                                       ACCESS IS RANDOM                 00630000
                                       RECORD KEY IS ITEM-COST-KEY      00640000
                                       FILE STATUS IS WS-ITMCST-STATUS. 00650000
           EJECT                                                        00660000
       DATA DIVISION.                                                   00670000
                                                                        00680000
       FILE SECTION.                                                    00690000
                                                                        00700000
       FD  CONTROL-CARD                                                 00710000
           LABEL RECORDS ARE STANDARD                                   00720000
           RECORDING MODE IS F                                          00730000
           RECORD CONTAINS 80 CHARACTERS                                00740000
           BLOCK CONTAINS 27920 CHARACTERS.                             00750000
                                                                        00760000
       01  CONTROL-CARD-REC            PIC X(80).                       00770000
                                                                        00780000
       FD  EXPIRE-PRINT                                                 00790000
           LABEL RECORDS ARE STANDARD                                   00800000
           RECORDING MODE IS F                                          00810000
           RECORD CONTAINS 132 CHARACTERS.                              00820000
                                                                        00830000
       01  EXPIRE-PRINT-REC            PIC X(132).                      00840000
                                                                        00850000
       FD  VSAM-LOT-BALANCE                                             00860000
           RECORD CONTAINS 128 CHARACTERS.                              00870000
                                                                        00880000
           COPY VLOTBAL.                                                00890000
                                                                        00900000
       FD  VSAM-ITEM-COST                                               00910000
           RECORD CONTAINS 96 CHARACTERS.                               00920000
                                                                        00930000
           COPY VITEMCST.                                               00940000
           EJECT                                                        00950000
       WORKING-STORAGE SECTION.                                         00960000
                                                                        00970000
      ***************************************************************** 00980000
      *    SWITCHES                                                   * 00990000
      ***************************************************************** 01000000
                                                                        01010000
       01  WS-SWITCHES.                                                 01020000
           05  WS-END-OF-LOTS-SW       PIC X     VALUE 'N'.             01030000
               88  END-OF-LOTS                   VALUE 'Y'.             01040000
           05  WS-SLOT-FOUND-SW        PIC X     VALUE 'N'.             01050000
               88  SLOT-FOUND                    VALUE 'Y'.             01060000
           05  WS-FIRST-LOT-SW         PIC X     VALUE 'Y'.             01070000
               88  FIRST-LOT                     VALUE 'Y'.             01080000
           EJECT                                                        01090000
      ***************************************************************** 01100000
      *    MISCELLANEOUS WORK FIELDS                                  * 01110000
      ***************************************************************** 01120000
                                                                        01130000
       01  WS-MISCELLANEOUS-FIELDS.                                     01140000
           03  WS-LOTBAL-STATUS        PIC XX    VALUE SPACES.          01150000
               88  LOTBALF-OK                    VALUE '  ' '00'.       01160000
               88  LOTBALF-END                   VALUE '10'.            01170000
               88  LOTBALF-EMPTY                 VALUE '47' '35'.       01180000
           03  WS-ITMCST-STATUS        PIC XX    VALUE SPACES.          01190000
               88  ITMCSTF-OK                    VALUE '  ' '00'.       01200000
               88  ITMCSTF-NOTFOUND              VALUE '23'.            01210000
               88  ITMCSTF-EMPTY                 VALUE '47' '35'.       01220000
           03  WS-LOTS-READ            PIC S9(7) VALUE +0       COMP-3. 01230000
           03  WS-LOTS-LISTED          PIC S9(7) VALUE +0       COMP-3. 01240000
           03  WS-LOTS-EXPIRED         PIC S9(7) VALUE +0       COMP-3. 01250000
           03  WS-LOTS-UNCOSTED        PIC S9(7) VALUE +0       COMP-3. 01260000
           03  WS-LOTS-DROPPED         PIC S9(7) VALUE +0       COMP-3. 01270000
           03  WS-NDX                  PIC S9(4) VALUE +0       COMP.   01280000
           03  WS-NDX2                 PIC S9(4) VALUE +0       COMP.   01290000
           03  WS-INS-NDX              PIC S9(4) VALUE +0       COMP.   01300000
           03  WS-DAYS-AHEAD           PIC 9(3)  VALUE 030.             01310000
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.   01320000
           03  WS-EXPIRE-INTEGER       PIC S9(9) VALUE +0       COMP.   01330000
           03  WS-DAYS-LEFT            PIC S9(5) VALUE +0       COMP-3. 01340000
           03  WS-DAYS-LEFT-EDIT       PIC ZZZZZZ9.                     01350000
           03  WS-CUTOFF-DATE          PIC 9(8)  VALUE ZEROES.          01360000
           03  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.               01370000
               05  WS-CUTOFF-YEAR      PIC X(4).                        01380000
               05  WS-CUTOFF-MONTH     PIC XX.                          01390000
               05  WS-CUTOFF-DAY       PIC XX.                          01400000
           03  WS-EXPIRE-DATE          PIC 9(8)  VALUE ZEROES.          01410000
           03  WS-EXPIRE-DATE-R REDEFINES WS-EXPIRE-DATE.               01420000
               05  WS-EXPIRE-YEAR      PIC X(4).                        01430000
               05  WS-EXPIRE-MONTH     PIC XX.                          01440000
               05  WS-EXPIRE-DAY       PIC XX.                          01450000
           03  WS-LOT-VALUE            PIC S9(11)V99                    01460000
                                                 VALUE +0       COMP-3. 01470000
           03  WS-WAREHOUSE-QTY        PIC S9(11)                       01480000
                                                 VALUE +0       COMP-3. 01490000
           03  WS-WAREHOUSE-VALUE      PIC S9(11)V99                    01500000
                                                 VALUE +0       COMP-3. 01510000
           03  WS-GRAND-QTY            PIC S9(11)                       01520000
                                                 VALUE +0       COMP-3. 01530000
           03  WS-GRAND-VALUE          PIC S9(11)V99                    01540000
                                                 VALUE +0       COMP-3. 01550000
           03  WS-PREV-WAREHOUSE       PIC X(8)  VALUE SPACES.          01560000
           03  WS-DATE.                                                 01570000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01580000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01590000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01600000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01610000
                                       PIC 9(8).                        01620000
           EJECT                                                        01630000
      ***************************************************************** 01640000
      *    CONTROL CARD LAYOUT                                        * 01650000
      ***************************************************************** 01660000
                                                                        01670000
       01  WS-CONTROL-CARD.                                             01680000
           03  WS-CC-DAYS-KEYWORD      PIC X(5)  VALUE SPACES.          01690000
           03  WS-CC-DAYS              PIC X(3)  VALUE SPACES.          01700000
           03  WS-CC-DAYS-N REDEFINES WS-CC-DAYS                        01710000
                                       PIC 9(3).                        01720000
           03  FILLER                  PIC X(72) VALUE SPACES.          01730000
           EJECT                                                        01740000
      ***************************************************************** 01750000
      *    EXPIRING LOTS, HELD IN WAREHOUSE / EXPIRATION DATE / ITEM  * 01760000
      *    SEQUENCE AS THEY ARE READ                                  * 01770000
      ***************************************************************** 01780000
                                                                        01790000
       01  WS-EXPIRE-TABLE.                                             01800000
           03  WS-EX-MAX               PIC S9(4) VALUE +2000    COMP.   01810000
           03  WS-EX-COUNT             PIC S9(4) VALUE +0       COMP.   01820000
           03  WS-EX-ENTRY             OCCURS 2000 TIMES.               01830000
               05  WS-EX-WHSE          PIC X(8).                        01840000
               05  WS-EX-EXPIRE        PIC 9(8).                        01850000
               05  WS-EX-ITEM          PIC X(32).                       01860000
               05  WS-EX-SUPPLIER      PIC X(32).                       01870000
               05  WS-EX-LOT           PIC X(10).                       01880000
               05  WS-EX-QUANTITY      PIC S9(9)       COMP-3.          01890000
               05  WS-EX-VALUE         PIC S9(11)V99   COMP-3.          01900000
           EJECT                                                        01910000
      ***************************************************************** 01920000
      *    DISPLAY AREA                                               * 01930000
      ***************************************************************** 01940000
                                                                        01950000
       01  WS-DISPLAY-LINES.                                            01960000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01970000
           03  WS-DL-BLANK.                                             01980000
               05  FILLER         PIC X(01) VALUE '*'.                  01990000
               05  FILLER         PIC X(78) VALUE SPACES.               02000000
               05  FILLER         PIC X(01) VALUE '*'.                  02010000
           03  WS-DL-LINE.                                              02020000
               05  FILLER         PIC X(01) VALUE '*'.                  02030000
               05  WS-DL-LINE-TEXT                                      02040000
                                  PIC X(78) VALUE SPACES.               02050000
               05  FILLER         PIC X(01) VALUE '*'.                  02060000
           03  WS-DL-TOTAL.                                             02070000
               05  FILLER         PIC X(01) VALUE '*'.                  02080000
               05  FILLER         PIC X(46) VALUE SPACES.               02090000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          02100000
               05  FILLER         PIC X(3)  VALUE ' - '.                02110000
               05  WS-DL-T-TITLE  PIC X(22) VALUE SPACES.               02120000
               05  FILLER         PIC X(01) VALUE '*'.                  02130000
           EJECT                                                        02140000
      ***************************************************************** 02150000
      *    EXPIRING LOTS REPORT PRINT LINES                           * 02160000
      ***************************************************************** 02170000
                                                                        02180000
       01  WS-PL-BLANK                 PIC X(132) VALUE SPACES.         02190000
                                                                        02200000
       01  WS-PL-HEADER.                                                02210000
           03  FILLER                  PIC X(21) VALUE                  02220000
               'LOTS EXPIRING WITHIN '.                                 02230000
           03  WS-PL-HD-DAYS           PIC ZZ9.                         02240000
           03  FILLER                  PIC X(15) VALUE                  02250000
               ' DAYS - THROUGH'.                                       02260000
           03  FILLER                  PIC X(01) VALUE SPACES.          02270000
           03  WS-PL-HD-CUT-MONTH      PIC XX    VALUE SPACES.          02280000
           03  FILLER                  PIC X     VALUE '/'.             02290000
           03  WS-PL-HD-CUT-DAY        PIC XX    VALUE SPACES.          02300000
           03  FILLER                  PIC X     VALUE '/'.             02310000
           03  WS-PL-HD-CUT-YEAR       PIC X(4)  VALUE SPACES.          02320000
           03  FILLER                  PIC X(07) VALUE '  RUN  '.       02330000
           03  WS-PL-HD-MONTH          PIC XX    VALUE SPACES.          02340000
           03  FILLER                  PIC X     VALUE '/'.             02350000
           03  WS-PL-HD-DAY            PIC XX    VALUE SPACES.          02360000
           03  FILLER                  PIC X     VALUE '/'.             02370000
           03  WS-PL-HD-YEAR           PIC X(4)  VALUE SPACES.          02380000
           03  FILLER                  PIC X(65) VALUE SPACES.          02390000
                                                                        02400000
       01  WS-PL-COLUMN-HEADER.                                         02410000
           03  FILLER                  PIC X(08) VALUE 'WHSE'.          02420000
           03  FILLER                  PIC X(02) VALUE SPACES.          02430000
           03  FILLER                  PIC X(20) VALUE 'ITEM'.          02440000
           03  FILLER                  PIC X(02) VALUE SPACES.          02450000
           03  FILLER                  PIC X(14) VALUE 'SUPPLIER'.      02460000
           03  FILLER                  PIC X(02) VALUE SPACES.          02470000
           03  FILLER                  PIC X(10) VALUE 'LOT'.           02480000
           03  FILLER                  PIC X(02) VALUE SPACES.          02490000
           03  FILLER                  PIC X(10) VALUE 'EXPIRES'.       02500000
           03  FILLER                  PIC X(02) VALUE SPACES.          02510000
           03  FILLER                  PIC X(07) VALUE 'DAYS'.          02520000
           03  FILLER                  PIC X(02) VALUE SPACES.          02530000
           03  FILLER                  PIC X(11) VALUE                  02540000
               '   QUANTITY'.                                           02550000
           03  FILLER                  PIC X(02) VALUE SPACES.          02560000
           03  FILLER                  PIC X(18) VALUE                  02570000
               '        COST VALUE'.                                    02580000
           03  FILLER                  PIC X(20) VALUE SPACES.          02590000
                                                                        02600000
       01  WS-PL-DETAIL.                                                02610000
           03  WS-PL-DT-WHSE           PIC X(08) VALUE SPACES.          02620000
           03  FILLER                  PIC X(02) VALUE SPACES.          02630000
           03  WS-PL-DT-ITEM           PIC X(20) VALUE SPACES.          02640000
           03  FILLER                  PIC X(02) VALUE SPACES.          02650000
           03  WS-PL-DT-SUPPLIER       PIC X(14) VALUE SPACES.          02660000
           03  FILLER                  PIC X(02) VALUE SPACES.          02670000
           03  WS-PL-DT-LOT            PIC X(10) VALUE SPACES.          02680000
           03  FILLER                  PIC X(02) VALUE SPACES.          02690000
           03  WS-PL-DT-EXPIRES.                                        02700000
               05  WS-PL-DT-EXP-MONTH  PIC XX    VALUE SPACES.          02710000
               05  FILLER              PIC X     VALUE '/'.             02720000
               05  WS-PL-DT-EXP-DAY    PIC XX    VALUE SPACES.          02730000
               05  FILLER              PIC X     VALUE '/'.             02740000
               05  WS-PL-DT-EXP-YEAR   PIC X(4)  VALUE SPACES.          02750000
           03  FILLER                  PIC X(02) VALUE SPACES.          02760000
           03  WS-PL-DT-DAYS           PIC X(07) VALUE SPACES.          02770000
           03  FILLER                  PIC X(02) VALUE SPACES.          02780000
           03  WS-PL-DT-QUANTITY       PIC ZZZ,ZZZ,ZZ9.                 02790000
           03  FILLER                  PIC X(02) VALUE SPACES.          02800000
           03  WS-PL-DT-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.          02810000
           03  FILLER                  PIC X(20) VALUE SPACES.          02820000
                                                                        02830000
       01  WS-PL-TOTAL.                                                 02840000
           03  WS-PL-TT-LABEL          PIC X(78) VALUE SPACES.          02850000
           03  WS-PL-TT-QUANTITY       PIC ZZ,ZZZ,ZZZ,ZZ9.              02860000
           03  FILLER                  PIC X(02) VALUE SPACES.          02870000
           03  WS-PL-TT-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.          02880000
           03  FILLER                  PIC X(20) VALUE SPACES.          02890000
                                                                        02900000
       01  WS-PL-NONE.                                                  02910000
           03  FILLER                  PIC X(50) VALUE                  02920000
               'NO LOTS WITH STOCK EXPIRE WITHIN THE PERIOD'.           02930000
           03  FILLER                  PIC X(82) VALUE SPACES.          02940000
                                                                        02950000
       01  WS-PL-DROPPED.                                               02960000
           03  FILLER                  PIC X(20) VALUE                  02970000
               '*** WARNING ***     '.                                  02980000
           03  WS-PL-DR-COUNT          PIC ZZZ,ZZ9.                     02990000
           03  FILLER                  PIC X(50) VALUE                  03000000
               ' FURTHER EXPIRING LOTS NOT LISTED - TABLE FULL'.        03010000
           03  FILLER                  PIC X(55) VALUE SPACES.          03020000
           EJECT                                                        03030000
      ***************************************************************** 03040000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 03050000
      ***************************************************************** 03060000
                                                                        03070000
           COPY PDAERRWS.                                               03080000
                                                                        03090000
       01  WS-PDA-BATCH-ERROR-01.                                       03100000
           05  FILLER             PIC X     VALUE SPACES.               03110000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             03120000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          03130000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB99'.             03140000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      03150000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               03160000
                                                                        03170000
       01  WS-PDA-BATCH-ERROR-02.                                       03180000
           05  FILLER             PIC X(8)  VALUE SPACES.               03190000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               03200000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   03210000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               03220000
           EJECT                                                        03230000
      ***************************************************************** 03240000
      *    P R O C E D U R E    D I V I S I O N                       * 03250000
      ***************************************************************** 03260000
                                                                        03270000
       PROCEDURE DIVISION.                                              03280000
                                                                        03290000
      ***************************************************************** 03300000
      *                                                               * 03310000
      *    PARAGRAPH:  P00000-MAINLINE                                * 03320000
      *                                                               * 03330000
      *    FUNCTION :  PROGRAM ENTRY.  COLLECT THE LOTS EXPIRING      * 03340000
      *                INSIDE THE WINDOW AND PRINT THEM BY WAREHOUSE  * 03350000
      *                                                               * 03360000
      *    CALLED BY:  NONE                                           * 03370000
      *                                                               * 03380000
      ***************************************************************** 03390000
                                                                        03400000
       P00000-MAINLINE.                                                 03410000
                                                                        03420000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  03430000
                                                                        03440000
           OPEN INPUT CONTROL-CARD.                                     03450000
                                                                        03460000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       03470000
               AT END                                                   03480000
                   MOVE 'CONTROL CARD MISSING' TO WPBE-MESSAGE          03490000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03500000
                   PERFORM P99999-ABEND THRU P99999-EXIT.               03510000
                                                                        03520000
           CLOSE CONTROL-CARD.                                          03530000
                                                                        03540000
           IF WS-CC-DAYS-KEYWORD NOT = 'DAYS='                          03550000
               MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE              03560000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03570000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03580000
           END-IF.                                                      03590000
                                                                        03600000
           IF WS-CC-DAYS NOT = SPACES                                   03610000
               IF WS-CC-DAYS NUMERIC                                    03620000
                   MOVE WS-CC-DAYS-N TO WS-DAYS-AHEAD                   03630000
               ELSE                                                     03640000
                   MOVE 'CONTROL CARD INVALID' TO WPBE-MESSAGE          03650000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03660000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03670000
               END-IF                                                   03680000
           END-IF.                                                      03690000
                                                                        03700000
           COMPUTE WS-DATE-INTEGER =                                    03710000
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD).             03720000
           COMPUTE WS-CUTOFF-DATE =                                     03730000
               FUNCTION DATE-OF-INTEGER                                 03740000
                   (WS-DATE-INTEGER + WS-DAYS-AHEAD).                   03750000
                                                                        03760000
           OPEN INPUT VSAM-LOT-BALANCE.                                 03770000
                                                                        03780000
           IF LOTBALF-EMPTY                                             03790000
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            03800000
           ELSE                                                         03810000
               IF NOT LOTBALF-OK                                        03820000
                   MOVE 'OPEN LOT BALANCE FILE FAILED' TO WPBE-MESSAGE  03830000
                   MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS            03840000
                   MOVE 'P00000' TO WPBE-PARAGRAPH                      03850000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03860000
               END-IF                                                   03870000
           END-IF.                                                      03880000
                                                                        03890000
           OPEN INPUT VSAM-ITEM-COST.                                   03900000
                                                                        03910000
           IF NOT ITMCSTF-OK AND NOT ITMCSTF-EMPTY                      03920000
               MOVE 'OPEN ITEM COST FILE FAILED' TO WPBE-MESSAGE        03930000
               MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS                03940000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          03950000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03960000
           END-IF.                                                      03970000
                                                                        03980000
           PERFORM P10000-READ-LOT THRU P10000-EXIT                     03990000
               UNTIL END-OF-LOTS.                                       04000000
                                                                        04010000
           IF NOT LOTBALF-EMPTY                                         04020000
               CLOSE VSAM-LOT-BALANCE                                   04030000
           END-IF.                                                      04040000
                                                                        04050000
           CLOSE VSAM-ITEM-COST.                                        04060000
                                                                        04070000
           OPEN OUTPUT EXPIRE-PRINT.                                    04080000
                                                                        04090000
           MOVE WS-DAYS-AHEAD TO WS-PL-HD-DAYS.                         04100000
           MOVE WS-CUTOFF-MONTH TO WS-PL-HD-CUT-MONTH.                  04110000
           MOVE WS-CUTOFF-DAY TO WS-PL-HD-CUT-DAY.                      04120000
           MOVE WS-CUTOFF-YEAR TO WS-PL-HD-CUT-YEAR.                    04130000
           MOVE WS-DATE-MONTH TO WS-PL-HD-MONTH.                        04140000
           MOVE WS-DATE-DAY TO WS-PL-HD-DAY.                            04150000
           MOVE WS-DATE-YEAR TO WS-PL-HD-YEAR.                          04160000
                                                                        04170000
           WRITE EXPIRE-PRINT-REC FROM WS-PL-HEADER.                    04180000
           WRITE EXPIRE-PRINT-REC FROM WS-PL-BLANK.                     04190000
           WRITE EXPIRE-PRINT-REC FROM WS-PL-COLUMN-HEADER.             04200000
                                                                        04210000
           IF WS-EX-COUNT = ZEROES                                      04220000
               WRITE EXPIRE-PRINT-REC FROM WS-PL-BLANK                  04230000
               WRITE EXPIRE-PRINT-REC FROM WS-PL-NONE                   04240000
           ELSE                                                         04250000
               PERFORM P30000-PRINT-LOT THRU P30000-EXIT                04260000
                   VARYING WS-NDX FROM 1 BY 1                           04270000
                       UNTIL WS-NDX > WS-EX-COUNT                       04280000
               PERFORM P40000-WAREHOUSE-BREAK THRU P40000-EXIT          04290000
               MOVE 'TOTAL EXPIRING LOTS' TO WS-PL-TT-LABEL             04300000
               MOVE WS-GRAND-QTY TO WS-PL-TT-QUANTITY                   04310000
               MOVE WS-GRAND-VALUE TO WS-PL-TT-VALUE                    04320000
               WRITE EXPIRE-PRINT-REC FROM WS-PL-TOTAL                  04330000
           END-IF.                                                      04340000
                                                                        04350000
           IF WS-LOTS-DROPPED > ZEROES                                  04360000
               MOVE WS-LOTS-DROPPED TO WS-PL-DR-COUNT                   04370000
               WRITE EXPIRE-PRINT-REC FROM WS-PL-BLANK                  04380000
               WRITE EXPIRE-PRINT-REC FROM WS-PL-DROPPED                04390000
           END-IF.                                                      04400000
                                                                        04410000
           CLOSE EXPIRE-PRINT.                                          04420000
                                                                        04430000
           DISPLAY ' '.                                                 04440000
           DISPLAY WS-DL-ASTERISK.                                      04450000
           DISPLAY WS-DL-BLANK.                                         04460000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              04470000
           STRING '  PDAB99 - LOTS EXPIRING THROUGH ' WS-CUTOFF-DATE    04480000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  04490000
           DISPLAY WS-DL-LINE.                                          04500000
           DISPLAY WS-DL-BLANK.                                         04510000
           DISPLAY WS-DL-ASTERISK.                                      04520000
                                                                        04530000
           MOVE WS-LOTS-READ TO WS-DL-T-CNT.                            04540000
           MOVE 'LOT BALANCES READ' TO WS-DL-T-TITLE.                   04550000
           DISPLAY WS-DL-TOTAL.                                         04560000
                                                                        04570000
           MOVE WS-LOTS-LISTED TO WS-DL-T-CNT.                          04580000
           MOVE 'EXPIRING LOTS LISTED' TO WS-DL-T-TITLE.                04590000
           DISPLAY WS-DL-TOTAL.                                         04600000
                                                                        04610000
           MOVE WS-LOTS-EXPIRED TO WS-DL-T-CNT.                         04620000
           MOVE 'LOTS ALREADY EXPIRED' TO WS-DL-T-TITLE.                04630000
           DISPLAY WS-DL-TOTAL.                                         04640000
                                                                        04650000
           MOVE WS-LOTS-UNCOSTED TO WS-DL-T-CNT.                        04660000
           MOVE 'LOTS WITHOUT COST' TO WS-DL-T-TITLE.                   04670000
           DISPLAY WS-DL-TOTAL.                                         04680000
                                                                        04690000
           MOVE WS-LOTS-DROPPED TO WS-DL-T-CNT.                         04700000
           MOVE 'LOTS NOT LISTED' TO WS-DL-T-TITLE.                     04710000
           DISPLAY WS-DL-TOTAL.                                         04720000
                                                                        04730000
           DISPLAY WS-DL-ASTERISK.                                      04740000
           DISPLAY ' '.                                                 04750000
                                                                        04760000
           IF WS-LOTS-DROPPED > ZEROES                                  04770000
               MOVE 4 TO RETURN-CODE                                    04780000
           ELSE                                                         04790000
               MOVE ZEROES TO RETURN-CODE                               04800000
           END-IF.                                                      04810000
                                                                        04820000
           GOBACK.                                                      04830000
                                                                        04840000
       P00000-EXIT.                                                     04850000
           EXIT.                                                        04860000
           EJECT                                                        04870000
      ***************************************************************** 04880000
      *                                                               * 04890000
      *    PARAGRAPH:  P10000-READ-LOT                                * 04900000
      *                                                               * 04910000
      *    FUNCTION :  READ THE NEXT LOT BALANCE AND KEEP IT WHEN IT  * 04920000
      *                HOLDS STOCK AND EXPIRES INSIDE THE WINDOW      * 04930000
      *                                                               * 04940000
      *    CALLED BY:  P00000-MAINLINE                                * 04950000
      *                                                               * 04960000
      ***************************************************************** 04970000
                                                                        04980000
       P10000-READ-LOT.                                                 04990000
                                                                        05000000
           READ VSAM-LOT-BALANCE NEXT.                                  05010000
                                                                        05020000
           IF LOTBALF-END                                               05030000
               MOVE 'Y' TO WS-END-OF-LOTS-SW                            05040000
               GO TO P10000-EXIT                                        05050000
           END-IF.                                                      05060000
                                                                        05070000
           IF NOT LOTBALF-OK                                            05080000
               MOVE 'READ NEXT LOT BALANCE FAILED' TO WPBE-MESSAGE      05090000
               MOVE WS-LOTBAL-STATUS TO WPBE-FILE-STATUS                05100000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          05110000
               PERFORM P99999-ABEND THRU P99999-EXIT                    05120000
           END-IF.                                                      05130000
                                                                        05140000
           ADD +1 TO WS-LOTS-READ.                                      05150000
                                                                        05160000
           IF LOT-BAL-QTY-ON-HAND NOT > ZEROES                          05170000
              OR LOT-BAL-EXPIRE-DATE NOT NUMERIC                        05180000
              OR LOT-BAL-EXPIRE-DATE = ZEROES                           05190000
              OR LOT-BAL-EXPIRE-DATE > WS-CUTOFF-DATE                   05200000
               GO TO P10000-EXIT                                        05210000
           END-IF.                                                      05220000
                                                                        05230000
           IF WS-EX-COUNT NOT < WS-EX-MAX                               05240000
               ADD +1 TO WS-LOTS-DROPPED                                05250000
               GO TO P10000-EXIT                                        05260000
           END-IF.                                                      05270000
                                                                        05280000
           PERFORM P20000-VALUE-LOT THRU P20000-EXIT.                   05290000
                                                                        05300000
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                05310000
           MOVE +1 TO WS-INS-NDX.                                       05320000
                                                                        05330000
           PERFORM P11000-FIND-SLOT THRU P11000-EXIT                    05340000
               UNTIL SLOT-FOUND                                         05350000
                  OR WS-INS-NDX > WS-EX-COUNT.                          05360000
                                                                        05370000
           MOVE WS-EX-COUNT TO WS-NDX2.                                 05380000
                                                                        05390000
           PERFORM P11500-SHIFT-TAIL THRU P11500-EXIT                   05400000
               UNTIL WS-NDX2 < WS-INS-NDX.                              05410000
                                                                        05420000
           MOVE LOT-BAL-WHSE TO WS-EX-WHSE (WS-INS-NDX).                05430000
           MOVE LOT-BAL-EXPIRE-DATE TO WS-EX-EXPIRE (WS-INS-NDX).       05440000
           MOVE LOT-BAL-ITEM-NUMBER TO WS-EX-ITEM (WS-INS-NDX).         05450000
           MOVE LOT-BAL-SUPPLIER-ID TO WS-EX-SUPPLIER (WS-INS-NDX).     05460000
           MOVE LOT-BAL-LOT-NUMBER TO WS-EX-LOT (WS-INS-NDX).           05470000
           MOVE LOT-BAL-QTY-ON-HAND TO WS-EX-QUANTITY (WS-INS-NDX).     05480000
           MOVE WS-LOT-VALUE TO WS-EX-VALUE (WS-INS-NDX).               05490000
                                                                        05500000
           ADD +1 TO WS-EX-COUNT.                                       05510000
                                                                        05520000
       P10000-EXIT.                                                     05530000
           EXIT.                                                        05540000
                                                                        05550000
      ***************************************************************** 05560000
      *    FIND THE SORTED POSITION AND SHIFT THE TAIL DOWN           * 05570000
      ***************************************************************** 05580000
                                                                        05590000
       P11000-FIND-SLOT.                                                05600000
                                                                        05610000
           IF LOT-BAL-WHSE < WS-EX-WHSE (WS-INS-NDX)                    05620000
              OR (LOT-BAL-WHSE = WS-EX-WHSE (WS-INS-NDX)                05630000
                 AND LOT-BAL-EXPIRE-DATE < WS-EX-EXPIRE (WS-INS-NDX))   05640000
              OR (LOT-BAL-WHSE = WS-EX-WHSE (WS-INS-NDX)                05650000
                 AND LOT-BAL-EXPIRE-DATE = WS-EX-EXPIRE (WS-INS-NDX)    05660000
                 AND LOT-BAL-ITEM-NUMBER < WS-EX-ITEM (WS-INS-NDX))     05670000
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             05680000
           ELSE                                                         05690000
               ADD +1 TO WS-INS-NDX                                     05700000
           END-IF.                                                      05710000
                                                                        05720000
       P11000-EXIT.                                                     05730000
           EXIT.                                                        05740000
                                                                        05750000
       P11500-SHIFT-TAIL.                                               05760000
                                                                        05770000
           COMPUTE WS-NDX = WS-NDX2 + 1.                                05780000
           MOVE WS-EX-ENTRY (WS-NDX2) TO WS-EX-ENTRY (WS-NDX).          05790000
           SUBTRACT +1 FROM WS-NDX2.                                    05800000
                                                                        05810000
       P11500-EXIT.                                                     05820000
           EXIT.                                                        05830000
           EJECT                                                        05840000
      ***************************************************************** 05850000
      *                                                               * 05860000
      *    PARAGRAPH:  P20000-VALUE-LOT                               * 05870000
      *                                                               * 05880000
      *    FUNCTION :  LOOK UP THE ROLLING AVERAGE COST FOR THE LOT'S * 05890000
      *                ITEM / SUPPLIER AND EXTEND THE ON-HAND         * 05900000
      *                QUANTITY                                       * 05910000
      *                                                               * 05920000
      *    CALLED BY:  P10000-READ-LOT                                * 05930000
      *                                                               * 05940000
      ***************************************************************** 05950000
                                                                        05960000
       P20000-VALUE-LOT.                                                05970000
                                                                        05980000
           MOVE LOT-BAL-PREFIX TO ITEM-COST-PREFIX.                     05990000
           MOVE LOT-BAL-ITEM-NUMBER TO ITEM-COST-ITEM-NUMBER.           06000000
           MOVE LOT-BAL-SUPPLIER-ID TO ITEM-COST-SUPPLIER-ID.           06010000
                                                                        06020000
           READ VSAM-ITEM-COST.                                         06030000
                                                                        06040000
           EVALUATE TRUE                                                06050000
               WHEN ITMCSTF-OK                                          06060000
                   COMPUTE WS-LOT-VALUE =                               06070000
                       ITEM-COST-AVG-UNIT-COST * LOT-BAL-QTY-ON-HAND    06080000
               WHEN ITMCSTF-NOTFOUND                                    06090000
               WHEN ITMCSTF-EMPTY                                       06100000
                   MOVE +0 TO WS-LOT-VALUE                              06110000
                   ADD +1 TO WS-LOTS-UNCOSTED                           06120000
               WHEN OTHER                                               06130000
                   MOVE 'READ ITEM COST FAILED' TO WPBE-MESSAGE         06140000
                   MOVE WS-ITMCST-STATUS TO WPBE-FILE-STATUS            06150000
                   MOVE 'P20000' TO WPBE-PARAGRAPH                      06160000
                   PERFORM P99999-ABEND THRU P99999-EXIT                06170000
           END-EVALUATE.                                                06180000
                                                                        06190000
       P20000-EXIT.                                                     06200000
           EXIT.                                                        06210000
           EJECT                                                        06220000
      ***************************************************************** 06230000
      *                                                               * 06240000
      *    PARAGRAPH:  P30000-PRINT-LOT                               * 06250000
      *                                                               * 06260000
      *    FUNCTION :  PRINT ONE EXPIRING LOT, BREAKING ON WAREHOUSE  * 06270000
      *                                                               * 06280000
      *    CALLED BY:  P00000-MAINLINE                                * 06290000
      *                                                               * 06300000
      ***************************************************************** 06310000
                                                                        06320000
       P30000-PRINT-LOT.                                                06330000
                                                                        06340000
           IF FIRST-LOT                                                 06350000
               MOVE 'N' TO WS-FIRST-LOT-SW                              06360000
               MOVE WS-EX-WHSE (WS-NDX) TO WS-PREV-WAREHOUSE            06370000
           END-IF.                                                      06380000
                                                                        06390000
           IF WS-EX-WHSE (WS-NDX) NOT = WS-PREV-WAREHOUSE               06400000
               PERFORM P40000-WAREHOUSE-BREAK THRU P40000-EXIT          06410000
               MOVE WS-EX-WHSE (WS-NDX) TO WS-PREV-WAREHOUSE            06420000
           END-IF.                                                      06430000
                                                                        06440000
           MOVE WS-EX-WHSE (WS-NDX) TO WS-PL-DT-WHSE.                   06450000
           MOVE WS-EX-ITEM (WS-NDX) TO WS-PL-DT-ITEM.                   06460000
           MOVE WS-EX-SUPPLIER (WS-NDX) TO WS-PL-DT-SUPPLIER.           06470000
           MOVE WS-EX-LOT (WS-NDX) TO WS-PL-DT-LOT.                     06480000
           MOVE WS-EX-EXPIRE (WS-NDX) TO WS-EXPIRE-DATE.                06490000
           MOVE WS-EXPIRE-MONTH TO WS-PL-DT-EXP-MONTH.                  06500000
           MOVE WS-EXPIRE-DAY TO WS-PL-DT-EXP-DAY.                      06510000
           MOVE WS-EXPIRE-YEAR TO WS-PL-DT-EXP-YEAR.                    06520000
                                                                        06530000
           COMPUTE WS-EXPIRE-INTEGER =                                  06540000
               FUNCTION INTEGER-OF-DATE (WS-EX-EXPIRE (WS-NDX)).        06550000
           COMPUTE WS-DAYS-LEFT = WS-EXPIRE-INTEGER - WS-DATE-INTEGER.  06560000
                                                                        06570000
           IF WS-DAYS-LEFT NOT > ZEROES                                 06580000
               MOVE 'EXPIRED' TO WS-PL-DT-DAYS                          06590000
               ADD +1 TO WS-LOTS-EXPIRED                                06600000
           ELSE                                                         06610000
               MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT                   06620000
               MOVE WS-DAYS-LEFT-EDIT TO WS-PL-DT-DAYS                  06630000
           END-IF.                                                      06640000
                                                                        06650000
           MOVE WS-EX-QUANTITY (WS-NDX) TO WS-PL-DT-QUANTITY.           06660000
           MOVE WS-EX-VALUE (WS-NDX) TO WS-PL-DT-VALUE.                 06670000
                                                                        06680000
           WRITE EXPIRE-PRINT-REC FROM WS-PL-DETAIL.                    06690000
                                                                        06700000
           ADD +1 TO WS-LOTS-LISTED.                                    06710000
           ADD WS-EX-QUANTITY (WS-NDX) TO WS-WAREHOUSE-QTY              06720000
                                          WS-GRAND-QTY.                 06730000
           ADD WS-EX-VALUE (WS-NDX) TO WS-WAREHOUSE-VALUE               06740000
                                       WS-GRAND-VALUE.                  06750000
                                                                        06760000
       P30000-EXIT.                                                     06770000
           EXIT.                                                        06780000
           EJECT                                                        06790000
      ***************************************************************** 06800000
      *                                                               * 06810000
      *    PARAGRAPH:  P40000-WAREHOUSE-BREAK                         * 06820000
      *                                                               * 06830000
      *    FUNCTION :  PRINT THE WAREHOUSE SUBTOTAL AND RESET IT      * 06840000
      *                                                               * 06850000
      *    CALLED BY:  P00000-MAINLINE                                * 06860000
      *                P30000-PRINT-LOT                               * 06870000
      *                                                               * 06880000
      ***************************************************************** 06890000
                                                                        06900000
       P40000-WAREHOUSE-BREAK.                                          06910000
                                                                        06920000
           MOVE SPACES TO WS-PL-TT-LABEL.                               06930000
           STRING 'WAREHOUSE ' WS-PREV-WAREHOUSE ' TOTAL'               06940000
               DELIMITED BY SIZE INTO WS-PL-TT-LABEL.                   06950000
           MOVE WS-WAREHOUSE-QTY TO WS-PL-TT-QUANTITY.                  06960000
           MOVE WS-WAREHOUSE-VALUE TO WS-PL-TT-VALUE.                   06970000
           WRITE EXPIRE-PRINT-REC FROM WS-PL-TOTAL.                     06980000
           WRITE EXPIRE-PRINT-REC FROM WS-PL-BLANK.                     06990000
                                                                        07000000
           MOVE +0 TO WS-WAREHOUSE-QTY                                  07010000
                      WS-WAREHOUSE-VALUE.                               07020000
                                                                        07030000
       P40000-EXIT.                                                     07040000
           EXIT.                                                        07050000
           EJECT                                                        07060000
      ***************************************************************** 07070000
      *                                                               * 07080000
      *    PARAGRAPH:  P99999-ABEND                                   * 07090000
      *                                                               * 07100000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 07110000
      *                ERROR HAS BEEN ENCOUNTERED                     * 07120000
      *                                                               * 07130000
      *    CALLED BY:  VARIOUS                                        * 07140000
      *                                                               * 07150000
      ***************************************************************** 07160000
                                                                        07170000
       P99999-ABEND.                                                    07180000
                                                                        07190000
           DISPLAY ' '.                                                 07200000
           DISPLAY WPEA-ERROR-01.                                       07210000
           DISPLAY WPEA-ERROR-02.                                       07220000
           DISPLAY WPEA-ERROR-03.                                       07230000
           DISPLAY WPEA-ERROR-04.                                       07240000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               07250000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               07260000
           DISPLAY WPEA-ERROR-04.                                       07270000
           DISPLAY WPEA-ERROR-03.                                       07280000
           DISPLAY WPEA-ERROR-02.                                       07290000
           DISPLAY WPEA-ERROR-01.                                       07300000
           DISPLAY ' '.                                                 07310000
                                                                        07320000
           MOVE 16 TO RETURN-CODE.                                      07330000
                                                                        07340000
           GOBACK.                                                      07350000
                                                                        07360000
       P99999-EXIT.                                                     07370000
           EXIT.                                                        07380000
