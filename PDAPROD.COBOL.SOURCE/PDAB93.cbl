       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB93.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB93                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB93 IS THE ADVANCE SHIP NOTICE         * 00100000
      *             DISCREPANCY AND OVERDUE REPORT.  IT READS THE     * 00110000
      *             EXPECTED RECEIPT FILE AND LISTS, FOR THE BUYER    * 00120000
      *             WHO RELEASED THE PURCHASE ORDER:                  * 00130000
      *               OVER       - RECEIVED MORE THAN THE ASN SHIPPED * 00140000
      *               SHORT      - RECEIVED LESS THAN THE ASN SHIPPED * 00150000
      *               UNEXPECTED - RECEIVED AGAINST THE ASN FOR A PO  * 00160000
      *                            LINE OR LOT THE ASN DID NOT LIST   * 00170000
      *               OVERDUE    - STILL OPEN MORE THAN N DAYS AFTER  * 00180000
      *                            THE EXPECTED ARRIVAL DATE          * 00190000
      *             A DISCREPANCY IS REPORTED ONCE AND THEN MARKED    * 00200000
      *             REPORTED ON THE FILE; AN OVERDUE LINE IS LISTED   * 00210000
      *             ON EVERY RUN UNTIL IT IS RECEIVED.                * 00220000
      *                                                               * 00230000
      *             CONTROL CARD LAYOUT (OPTIONAL):                   * 00240000
      *               COL  1- 3   OVERDUE DAYS      (NUMERIC,         * 00250000
      *                                              DEFAULT 003)     * 00260000
      *                                                               * 00270000
      * FILES   :   CONTROL CARD         -  SEQUENTIAL   (INPUT)      * 00280000
      *             EXPECTED RECEIPTS    -  VSAM KSDS    (UPDATE)     * 00290000
      *             PURCHASE ORDER FILE  -  VSAM KSDS    (INPUT)      * 00300000
      *                                                               * 00310000
      ***************************************************************** 00320000
      *             PROGRAM CHANGE LOG                                * 00330000
      *             -------------------                               * 00340000
      *                                                               * 00350000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00360000
      *  --------   --------------------  --------------------------  * 00370000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00380000
      *                                                               * 00390000
      ***************************************************************** 00400000
           EJECT                                                        00410000
       ENVIRONMENT DIVISION.                                            00420000
                                                                        00430000
       INPUT-OUTPUT SECTION.                                            00440000
                                                                        00450000
       FILE-CONTROL.                                                    00460000
                                                                        00470000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00480000
                                                                        00490000
           SELECT VSAM-ASN-RECEIPT     ASSIGN TO VASNREC                00500000
                                       ORGANIZATION IS INDEXED          00510000
                                       ACCESS IS SEQUENTIAL             00520000
                                       RECORD KEY IS ASN-RECEIPT-KEY    00530000
                                       FILE STATUS IS WS-ASNREC-STATUS. 00540000
                                                                        00550000
           SELECT VSAM-PURCHASE-ORDER  ASSIGN TO VPURCHOR               00560000
                                       ORGANIZATION IS INDEXED          00570000
                                       ACCESS IS RANDOM                 00580000
                                       RECORD KEY IS PURCHASE-ORDER-KEY 00590000
                                       FILE STATUS IS WS-PURCHOR-STATUS.00600000
           EJECT                                                        00610000
       DATA DIVISION.                                                   00620000
                                                                        00630000
       FILE SECTION.                                                    00640000
                                                                        00650000
       FD  CONTROL-CARD                                                 00660000
           LABEL RECORDS ARE STANDARD                                   00670000
           RECORDING MODE IS F                                          00680000
           RECORD CONTAINS 80 CHARACTERS                                00690000
           BLOCK CONTAINS 27920 CHARACTERS.                             00700000
                                                                        00710000
       01  CONTROL-CARD-REC            PIC X(80).                       00720000
                                                                        00730000
       FD  VSAM-ASN-RECEIPT                                             00740000
           RECORD CONTAINS 160 CHARACTERS.                              00750000
                                                                        00760000
           COPY VASNREC.                                                00770000
                                                                        00780000
       FD  VSAM-PURCHASE-ORDER                                          00790000
           RECORD CONTAINS 200 CHARACTERS.                              00800000
                                                                        00810000
           COPY VPURCHOR.                                               00820000
           EJECT                                                        00830000
       WORKING-STORAGE SECTION.                                         00840000
                                                                        00850000
      ***************************************************************** 00860000
      *    SWITCHES                                                   * 00870000
      ***************************************************************** 00880000
                                                                        00890000
       01  WS-SWITCHES.                                                 00900000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00910000
               88  END-OF-PROCESS                VALUE 'Y'.             00920000
           EJECT                                                        00930000
      ***************************************************************** 00940000
      *    MISCELLANEOUS WORK FIELDS                                  * 00950000
      ***************************************************************** 00960000
                                                                        00970000
       01  WS-MISCELLANEOUS-FIELDS.                                     00980000
           03  WS-ASNREC-STATUS        PIC XX    VALUE SPACES.          00990000
               88  ASNRECF-OK                    VALUE '  ' '00'.       01000000
               88  ASNRECF-END                   VALUE '10'.            01010000
               88  ASNRECF-EMPTY                 VALUE '47' '35'.       01020000
           03  WS-PURCHOR-STATUS       PIC XX    VALUE SPACES.          01030000
               88  PURCHORD-OK                   VALUE '  ' '00'.       01040000
               88  PURCHORD-NOTFOUND             VALUE '23'.            01050000
           03  WS-LINES-READ           PIC S9(7) VALUE +0       COMP-3. 01060000
           03  WS-LINES-OVER           PIC S9(7) VALUE +0       COMP-3. 01070000
           03  WS-LINES-SHORT          PIC S9(7) VALUE +0       COMP-3. 01080000
           03  WS-LINES-UNEXPECTED     PIC S9(7) VALUE +0       COMP-3. 01090000
           03  WS-LINES-OVERDUE        PIC S9(7) VALUE +0       COMP-3. 01100000
           03  WS-OVERDUE-DAYS         PIC 9(3)  VALUE 003.             01110000
           03  WS-DAYS-LATE            PIC S9(9) VALUE +0       COMP.   01120000
           03  WS-TODAY-INTEGER        PIC S9(9) VALUE +0       COMP.   01130000
           03  WS-DATE.                                                 01140000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01150000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01160000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01170000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01180000
                                       PIC 9(8).                        01190000
           EJECT                                                        01200000
      ***************************************************************** 01210000
      *    CONTROL CARD AREA                                          * 01220000
      ***************************************************************** 01230000
                                                                        01240000
       01  WS-CONTROL-CARD.                                             01250000
           03  WCC-OVERDUE-DAYS        PIC X(3).                        01260000
           03  FILLER                  PIC X(77).                       01270000
           EJECT                                                        01280000
      ***************************************************************** 01290000
      *    DISPLAY AREA                                               * 01300000
      ***************************************************************** 01310000
                                                                        01320000
       01  WS-DISPLAY-LINES.                                            01330000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01340000
           03  WS-DL-BLANK.                                             01350000
               05  FILLER         PIC X(01) VALUE '*'.                  01360000
               05  FILLER         PIC X(78) VALUE SPACES.               01370000
               05  FILLER         PIC X(01) VALUE '*'.                  01380000
           03  WS-DL-LINE.                                              01390000
               05  FILLER         PIC X(01) VALUE '*'.                  01400000
               05  WS-DL-LINE-TEXT                                      01410000
                                  PIC X(78) VALUE SPACES.               01420000
               05  FILLER         PIC X(01) VALUE '*'.                  01430000
           03  WS-DL-RUN-DATE.                                          01440000
               05  FILLER         PIC X(01) VALUE '*'.                  01450000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               01460000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               01470000
               05  FILLER         PIC X(01) VALUE '/'.                  01480000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               01490000
               05  FILLER         PIC X(01) VALUE '/'.                  01500000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               01510000
               05  FILLER         PIC X(56) VALUE SPACES.               01520000
               05  FILLER         PIC X(01) VALUE '*'.                  01530000
           03  WS-DL-TOTAL.                                             01540000
               05  FILLER         PIC X(01) VALUE '*'.                  01550000
               05  FILLER         PIC X(45) VALUE SPACES.               01560000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01570000
               05  FILLER         PIC X(3)  VALUE ' - '.                01580000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01590000
               05  FILLER         PIC X(01) VALUE '*'.                  01600000
           EJECT                                                        01610000
      ***************************************************************** 01620000
      *    EXCEPTION REPORT LINES                                     * 01630000
      ***************************************************************** 01640000
                                                                        01650000
       01  WS-DL-EXCEPTION-HDG.                                         01660000
           03  FILLER                  PIC X(01) VALUE '*'.             01670000
           03  FILLER                  PIC X(11) VALUE 'EXCEPTION'.     01680000
           03  FILLER                  PIC X(16) VALUE 'ASN NUMBER'.    01690000
           03  FILLER                  PIC X(16) VALUE 'PO NUMBER-LINE'.01700000
           03  FILLER                  PIC X(11) VALUE '   SHIPPED'.    01710000
           03  FILLER                  PIC X(11) VALUE '  RECEIVED'.    01720000
           03  FILLER                  PIC X(05) VALUE 'DAYS'.          01730000
           03  FILLER                  PIC X(08) VALUE 'BUYER'.         01740000
           03  FILLER                  PIC X(01) VALUE '*'.             01750000
                                                                        01760000
       01  WS-DL-EXCEPTION.                                             01770000
           03  FILLER                  PIC X(01) VALUE '*'.             01780000
           03  WS-DL-EX-TYPE           PIC X(10) VALUE SPACES.          01790000
           03  FILLER                  PIC X(01) VALUE SPACES.          01800000
           03  WS-DL-EX-ASN            PIC X(15) VALUE SPACES.          01810000
           03  FILLER                  PIC X(01) VALUE SPACES.          01820000
           03  WS-DL-EX-NUMBER         PIC 9(09) VALUE ZEROES.          01830000
           03  FILLER                  PIC X(01) VALUE '-'.             01840000
           03  WS-DL-EX-LINE           PIC 9(05) VALUE ZEROES.          01850000
           03  FILLER                  PIC X(01) VALUE SPACES.          01860000
           03  WS-DL-EX-SHIPPED        PIC ZZ,ZZZ,ZZ9.                  01870000
           03  FILLER                  PIC X(01) VALUE SPACES.          01880000
           03  WS-DL-EX-RECEIVED       PIC ZZ,ZZZ,ZZ9.                  01890000
           03  FILLER                  PIC X(01) VALUE SPACES.          01900000
           03  WS-DL-EX-DAYS           PIC ZZZ9  BLANK WHEN ZERO.       01910000
           03  FILLER                  PIC X(01) VALUE SPACES.          01920000
           03  WS-DL-EX-BUYER          PIC X(08) VALUE SPACES.          01930000
           03  FILLER                  PIC X(01) VALUE '*'.             01940000
           EJECT                                                        01950000
      ***************************************************************** 01960000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 01970000
      ***************************************************************** 01980000
                                                                        01990000
           COPY PDAERRWS.                                               02000000
                                                                        02010000
       01  WS-PDA-BATCH-ERROR-01.                                       02020000
           05  FILLER             PIC X     VALUE SPACES.               02030000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02040000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02050000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB93'.             02060000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02070000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02080000
                                                                        02090000
       01  WS-PDA-BATCH-ERROR-02.                                       02100000
           05  FILLER             PIC X(8)  VALUE SPACES.               02110000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02120000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02130000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02140000
           EJECT                                                        02150000
      ***************************************************************** 02160000
      *    P R O C E D U R E    D I V I S I O N                       * 02170000
      ***************************************************************** 02180000
                                                                        02190000
       PROCEDURE DIVISION.                                              02200000
                                                                        02210000
      ***************************************************************** 02220000
      *                                                               * 02230000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02240000
      *                                                               * 02250000
      *    FUNCTION :  PROGRAM ENTRY.  READ THE CONTROL CARD, LIST    * 02260000
      *                EVERY ASN EXCEPTION, PRINT THE ENDING COUNTS   * 02270000
      *                                                               * 02280000
      *    CALLED BY:  NONE                                           * 02290000
      *                                                               * 02300000
      ***************************************************************** 02310000
                                                                        02320000
       P00000-MAINLINE.                                                 02330000
                                                                        02340000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02350000
                                                                        02360000
           COMPUTE WS-TODAY-INTEGER =                                   02370000
               FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).              02380000
                                                                        02390000
      ***************************************************************** 02400000
      *    THE OVERDUE THRESHOLD COMES FROM THE CONTROL CARD WHEN ONE * 02410000
      *    IS SUPPLIED                                                * 02420000
      ***************************************************************** 02430000
                                                                        02440000
           OPEN INPUT CONTROL-CARD.                                     02450000
                                                                        02460000
           MOVE SPACES TO WS-CONTROL-CARD.                              02470000
                                                                        02480000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       02490000
               AT END                                                   02500000
                   MOVE SPACES TO WS-CONTROL-CARD.                      02510000
                                                                        02520000
           CLOSE CONTROL-CARD.                                          02530000
                                                                        02540000
           IF WCC-OVERDUE-DAYS NUMERIC                                  02550000
               MOVE WCC-OVERDUE-DAYS TO WS-OVERDUE-DAYS                 02560000
           END-IF.                                                      02570000
                                                                        02580000
           DISPLAY ' '.                                                 02590000
           DISPLAY WS-DL-ASTERISK.                                      02600000
           DISPLAY WS-DL-BLANK.                                         02610000
           MOVE '  PDAB93 - ADVANCE SHIP NOTICE DISCREPANCY / OVERDUE'  02620000
               TO WS-DL-LINE-TEXT.                                      02630000
           DISPLAY WS-DL-LINE.                                          02640000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      02650000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        02660000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            02670000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          02680000
           DISPLAY WS-DL-RUN-DATE.                                      02690000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              02700000
           STRING '  OVERDUE = MORE THAN ' WS-OVERDUE-DAYS              02710000
                  ' DAYS PAST EXPECTED ARRIVAL'                         02720000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  02730000
           DISPLAY WS-DL-LINE.                                          02740000
           DISPLAY WS-DL-BLANK.                                         02750000
           DISPLAY WS-DL-ASTERISK.                                      02760000
           DISPLAY ' '.                                                 02770000
           DISPLAY WS-DL-EXCEPTION-HDG.                                 02780000
                                                                        02790000
           OPEN INPUT VSAM-PURCHASE-ORDER.                              02800000
                                                                        02810000
           IF NOT PURCHORD-OK                                           02820000
               MOVE 'OPEN PURCHASE ORDER FILE FAILED' TO WPBE-MESSAGE   02830000
               MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS               02840000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02850000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02860000
           END-IF.                                                      02870000
                                                                        02880000
           OPEN I-O VSAM-ASN-RECEIPT.                                   02890000
                                                                        02900000
           IF ASNRECF-EMPTY                                             02910000
               CLOSE VSAM-PURCHASE-ORDER                                02920000
               GO TO P00000-GOBACK                                      02930000
           END-IF.                                                      02940000
                                                                        02950000
           IF NOT ASNRECF-OK                                            02960000
               MOVE 'OPEN EXPECTED RECEIPT FILE FAILED' TO WPBE-MESSAGE 02970000
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                02980000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02990000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03000000
           END-IF.                                                      03010000
                                                                        03020000
           PERFORM P10000-CHECK-ASN-LINE THRU P10000-EXIT               03030000
               UNTIL END-OF-PROCESS.                                    03040000
                                                                        03050000
           CLOSE VSAM-ASN-RECEIPT                                       03060000
                 VSAM-PURCHASE-ORDER.                                   03070000
                                                                        03080000
       P00000-GOBACK.                                                   03090000
                                                                        03100000
           DISPLAY ' '.                                                 03110000
           DISPLAY WS-DL-ASTERISK.                                      03120000
                                                                        03130000
           MOVE 'ASN LINES READ' TO WS-DL-T-TITLE.                      03140000
           MOVE WS-LINES-READ TO WS-DL-T-CNT.                           03150000
           DISPLAY WS-DL-TOTAL.                                         03160000
                                                                        03170000
           MOVE 'RECEIVED OVER' TO WS-DL-T-TITLE.                       03180000
           MOVE WS-LINES-OVER TO WS-DL-T-CNT.                           03190000
           DISPLAY WS-DL-TOTAL.                                         03200000
                                                                        03210000
           MOVE 'RECEIVED SHORT' TO WS-DL-T-TITLE.                      03220000
           MOVE WS-LINES-SHORT TO WS-DL-T-CNT.                          03230000
           DISPLAY WS-DL-TOTAL.                                         03240000
                                                                        03250000
           MOVE 'RECEIVED UNEXPECTED' TO WS-DL-T-TITLE.                 03260000
           MOVE WS-LINES-UNEXPECTED TO WS-DL-T-CNT.                     03270000
           DISPLAY WS-DL-TOTAL.                                         03280000
                                                                        03290000
           MOVE 'OVERDUE' TO WS-DL-T-TITLE.                             03300000
           MOVE WS-LINES-OVERDUE TO WS-DL-T-CNT.                        03310000
           DISPLAY WS-DL-TOTAL.                                         03320000
                                                                        03330000
           DISPLAY WS-DL-ASTERISK.                                      03340000
           DISPLAY ' '.                                                 03350000
                                                                        03360000
           MOVE ZEROES TO RETURN-CODE.                                  03370000
                                                                        03380000
           GOBACK.                                                      03390000
                                                                        03400000
       P00000-EXIT.                                                     03410000
           EXIT.                                                        03420000
           EJECT                                                        03430000
      ***************************************************************** 03440000
      *                                                               * 03450000
      *    PARAGRAPH:  P10000-CHECK-ASN-LINE                          * 03460000
      *                                                               * 03470000
      *    FUNCTION :  READ THE NEXT ASN LINE AND LIST IT WHEN IT WAS * 03480000
      *                RECEIVED OVER, SHORT OR UNEXPECTED AND HAS NOT * 03490000
      *                BEEN REPORTED, OR IS OPEN AND OVERDUE          * 03500000
      *                                                               * 03510000
      *    CALLED BY:  P00000-MAINLINE                                * 03520000
      *                                                               * 03530000
      ***************************************************************** 03540000
                                                                        03550000
       P10000-CHECK-ASN-LINE.                                           03560000
                                                                        03570000
           READ VSAM-ASN-RECEIPT NEXT RECORD.                           03580000
                                                                        03590000
           EVALUATE TRUE                                                03600000
               WHEN ASNRECF-OK                                          03610000
                   ADD +1 TO WS-LINES-READ                              03620000
               WHEN ASNRECF-END                                         03630000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03640000
                   GO TO P10000-EXIT                                    03650000
               WHEN OTHER                                               03660000
                   MOVE 'READ EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE  03670000
                   MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS            03680000
                   MOVE 'P10000' TO WPBE-PARAGRAPH                      03690000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03700000
           END-EVALUATE.                                                03710000
                                                                        03720000
           MOVE ZEROES TO WS-DAYS-LATE.                                 03730000
                                                                        03740000
      ***************************************************************** 03750000
      *    OPEN LINE -- OVERDUE ONCE THE EXPECTED ARRIVAL DATE IS     * 03760000
      *    MORE THAN THE THRESHOLD BEHIND THE RUN DATE                * 03770000
      ***************************************************************** 03780000
                                                                        03790000
           IF ASN-LINE-OPEN                                             03800000
               IF ASN-EXPECTED-DATE = ZEROES                            03810000
                   GO TO P10000-EXIT                                    03820000
               END-IF                                                   03830000
               COMPUTE WS-DAYS-LATE = WS-TODAY-INTEGER                  03840000
                   - FUNCTION INTEGER-OF-DATE(ASN-EXPECTED-DATE)        03850000
               IF WS-DAYS-LATE NOT > WS-OVERDUE-DAYS                    03860000
                   GO TO P10000-EXIT                                    03870000
               END-IF                                                   03880000
               MOVE 'OVERDUE' TO WS-DL-EX-TYPE                          03890000
               ADD +1 TO WS-LINES-OVERDUE                               03900000
               PERFORM P20000-LIST-EXCEPTION THRU P20000-EXIT           03910000
               GO TO P10000-EXIT                                        03920000
           END-IF.                                                      03930000
                                                                        03940000
      ***************************************************************** 03950000
      *    RECEIVED LINE -- A DISCREPANCY IS REPORTED ONLY ONCE       * 03960000
      ***************************************************************** 03970000
                                                                        03980000
           IF ASN-DISC-REPORTED                                         03990000
               GO TO P10000-EXIT                                        04000000
           END-IF.                                                      04010000
                                                                        04020000
           EVALUATE TRUE                                                04030000
               WHEN ASN-UNEXPECTED                                      04040000
                   MOVE 'UNEXPECTED' TO WS-DL-EX-TYPE                   04050000
                   ADD +1 TO WS-LINES-UNEXPECTED                        04060000
               WHEN ASN-QTY-RECEIVED > ASN-QTY-SHIPPED                  04070000
                   MOVE 'OVER' TO WS-DL-EX-TYPE                         04080000
                   ADD +1 TO WS-LINES-OVER                              04090000
               WHEN ASN-QTY-RECEIVED < ASN-QTY-SHIPPED                  04100000
                   MOVE 'SHORT' TO WS-DL-EX-TYPE                        04110000
                   ADD +1 TO WS-LINES-SHORT                             04120000
               WHEN OTHER                                               04130000
                   GO TO P10000-EXIT                                    04140000
           END-EVALUATE.                                                04150000
                                                                        04160000
           PERFORM P20000-LIST-EXCEPTION THRU P20000-EXIT.              04170000
                                                                        04180000
           MOVE 'Y' TO ASN-DISC-REPORTED-SW.                            04190000
                                                                        04200000
           REWRITE ASN-RECEIPT-RECORD.                                  04210000
                                                                        04220000
           IF NOT ASNRECF-OK                                            04230000
               MOVE 'REWRITE EXPECTED RECEIPT FAILED' TO WPBE-MESSAGE   04240000
               MOVE WS-ASNREC-STATUS TO WPBE-FILE-STATUS                04250000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          04260000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04270000
           END-IF.                                                      04280000
                                                                        04290000
       P10000-EXIT.                                                     04300000
           EXIT.                                                        04310000
           EJECT                                                        04320000
      ***************************************************************** 04330000
      *                                                               * 04340000
      *    PARAGRAPH:  P20000-LIST-EXCEPTION                          * 04350000
      *                                                               * 04360000
      *    FUNCTION :  LIST THE ASN LINE WITH THE BUYER WHO RELEASED  * 04370000
      *                ITS PURCHASE ORDER                             * 04380000
      *                                                               * 04390000
      *    CALLED BY:  P10000-CHECK-ASN-LINE                          * 04400000
      *                                                               * 04410000
      ***************************************************************** 04420000
                                                                        04430000
       P20000-LIST-EXCEPTION.                                           04440000
                                                                        04450000
           MOVE ASN-PREFIX TO PURCHASE-ORDER-PREFIX.                    04460000
           MOVE ASN-PO-NUMBER TO PURCHASE-ORDER-NUMBER.                 04470000
           MOVE ASN-PO-LINE TO PURCHASE-ORDER-LINE.                     04480000
                                                                        04490000
           READ VSAM-PURCHASE-ORDER.                                    04500000
                                                                        04510000
           IF PURCHORD-OK                                               04520000
               MOVE PURCHASE-ORDER-RELEASED-BY TO WS-DL-EX-BUYER        04530000
           ELSE                                                         04540000
               IF PURCHORD-NOTFOUND                                     04550000
                   MOVE SPACES TO WS-DL-EX-BUYER                        04560000
               ELSE                                                     04570000
                   MOVE 'READ PURCHASE ORDER FAILED' TO WPBE-MESSAGE    04580000
                   MOVE WS-PURCHOR-STATUS TO WPBE-FILE-STATUS           04590000
                   MOVE 'P20000' TO WPBE-PARAGRAPH                      04600000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04610000
               END-IF                                                   04620000
           END-IF.                                                      04630000
                                                                        04640000
           MOVE ASN-NUMBER TO WS-DL-EX-ASN.                             04650000
           MOVE ASN-PO-NUMBER TO WS-DL-EX-NUMBER.                       04660000
           MOVE ASN-PO-LINE TO WS-DL-EX-LINE.                           04670000
           MOVE ASN-QTY-SHIPPED TO WS-DL-EX-SHIPPED.                    04680000
           MOVE ASN-QTY-RECEIVED TO WS-DL-EX-RECEIVED.                  04690000
           MOVE WS-DAYS-LATE TO WS-DL-EX-DAYS.                          04700000
           DISPLAY WS-DL-EXCEPTION.                                     04710000
                                                                        04720000
       P20000-EXIT.                                                     04730000
           EXIT.                                                        04740000
           EJECT                                                        04750000
      ***************************************************************** 04760000
      *                                                               * 04770000
      *    PARAGRAPH:  P99999-ABEND                                   * 04780000
      *                                                               * 04790000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 04800000
      *                ERROR HAS BEEN ENCOUNTERED                     * 04810000
      *                                                               * 04820000
      *    CALLED BY:  VARIOUS                                        * 04830000
      *                                                               * 04840000
      ***************************************************************** 04850000
                                                                        04860000
       P99999-ABEND.                                                    04870000
                                                                        04880000
           DISPLAY ' '.                                                 04890000
           DISPLAY WPEA-ERROR-01.                                       04900000
           DISPLAY WPEA-ERROR-02.                                       04910000
           DISPLAY WPEA-ERROR-03.                                       04920000
           DISPLAY WPEA-ERROR-04.                                       04930000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               04940000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               04950000
           DISPLAY WPEA-ERROR-04.                                       04960000
           DISPLAY WPEA-ERROR-03.                                       04970000
           DISPLAY WPEA-ERROR-02.                                       04980000
           DISPLAY WPEA-ERROR-01.                                       04990000
           DISPLAY ' '.                                                 05000000
                                                                        05010000
           MOVE 16 TO RETURN-CODE.                                      05020000
                                                                        05030000
           GOBACK.                                                      05040000
                                                                        05050000
       P99999-EXIT.                                                     05060000
           EXIT.                                                        05070000
