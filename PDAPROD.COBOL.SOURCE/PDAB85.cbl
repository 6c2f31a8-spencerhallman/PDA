       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB85.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB85                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB85 IS THE DAILY UNAPPLIED CASH        * 00100000
      *             SUSPENSE AGING REPORT.  IT READS THE UNAPPLIED    * 00110000
      *             CASH SUSPENSE FILE (WRITTEN BY THE PDAB48 LOCKBOX * 00120000
      *             BATCH, WORKED ON THE PDA060 SCREEN) IN KEY        * 00130000
      *             SEQUENCE AND LISTS EVERY ITEM STILL CARRYING      * 00140000
      *             CASH -- UNAPPLIED (U) OR HELD ON ACCOUNT (H) --   * 00150000
      *             WITH ITS AGE BUCKET (CURRENT, OVER 30, OVER 60,   * 00160000
      *             OVER 90 DAYS SINCE THE CASH WAS RECEIVED), AGED   * 00170000
      *             BY THE PDAS01 AGING SUBROUTINE LIKE THE AR        * 00180000
      *             STATEMENTS.  BUCKET TOTALS ARE PRINTED FOR THE    * 00190000
      *             UNAPPLIED AND ON-ACCOUNT BALANCES SEPARATELY.     * 00200000
      *             ITEMS REFUNDED TODAY ARE LISTED AFTER THE AGING   * 00210000
      *             FOR ACCOUNTS PAYABLE TO ISSUE THE CHECKS.         * 00220000
      *                                                               * 00230000
      * FILES   :   UNAPPLIED CASH FILE  -  VSAM KSDS    (INPUT)      * 00240000
      *                                                               * 00250000
      ***************************************************************** 00260000
      *             PROGRAM CHANGE LOG                                * 00270000
      *             -------------------                               * 00280000
      *                                                               * 00290000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00300000
      *  --------   --------------------  --------------------------  * 00310000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00320000
      *                                                               * 00330000
      ***************************************************************** 00340000
           EJECT                                                        00350000
       ENVIRONMENT DIVISION.                                            00360000
                                                                        00370000
       INPUT-OUTPUT SECTION.                                            00380000
                                                                        00390000
       FILE-CONTROL.                                                    00400000
                                                                        00410000
           SELECT VSAM-SUSPENSE        ASSIGN TO VSUSPCSH               00420000
                                       ORGANIZATION IS INDEXED          00430000
                                       ACCESS IS SEQUENTIAL             00440000
                                       RECORD KEY IS SUSPENSE-KEY       00450000
                                       FILE STATUS IS                   00460000
                                           WS-SUSPENSE-STATUS.          00470000
           EJECT                                                        00480000
       DATA DIVISION.                                                   00490000
                                                                        00500000
       FILE SECTION.                                                    00510000
                                                                        00520000
       FD  VSAM-SUSPENSE                                                00530000
           RECORD CONTAINS 128 CHARACTERS.                              00540000
                                                                        00550000
           COPY VSUSPCSH.                                               00560000
           EJECT                                                        00570000
       WORKING-STORAGE SECTION.                                         00580000
                                                                        00590000
      ***************************************************************** 00600000
      *    SWITCHES                                                   * 00610000
      ***************************************************************** 00620000
                                                                        00630000
       01  WS-SWITCHES.                                                 00640000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00650000
               88  END-OF-PROCESS                VALUE 'Y'.             00660000
           EJECT                                                        00670000
      ***************************************************************** 00680000
      *    MISCELLANEOUS WORK FIELDS                                  * 00690000
      ***************************************************************** 00700000
                                                                        00710000
       01  WS-MISCELLANEOUS-FIELDS.                                     00720000
           03  WS-SUSPENSE-STATUS      PIC XX    VALUE SPACES.          00730000
               88  SUSPENSEF-OK                  VALUE '  ' '00'.       00740000
               88  SUSPENSEF-EMPTY               VALUE '47' '35'.       00750000
               88  SUSPENSEF-END                 VALUE '10'.            00760000
           03  WS-ITEMS-READ           PIC S9(7) VALUE +0       COMP-3. 00770000
           03  WS-ITEMS-OPEN           PIC S9(7) VALUE +0       COMP-3. 00780000
           03  WS-ITEMS-REFUNDED       PIC S9(7) VALUE +0       COMP-3. 00790000
           03  WS-REFUND-TOTAL         PIC S9(11)V99                    00800000
                                                 VALUE +0       COMP-3. 00810000
           03  WS-REFUND-SUB           PIC S9(4) VALUE +0       COMP.   00820000
           03  WS-RT-SUB               PIC S9(4) VALUE +0       COMP.   00830000
           03  WS-DATE.                                                 00840000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          00850000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          00860000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          00870000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       00880000
                                       PIC 9(8).                        00890000
           EJECT                                                        00900000
      ***************************************************************** 00910000
      *    AGING BUCKET ACCUMULATORS -- ROW 1 IS UNAPPLIED CASH,      * 00920000
      *    ROW 2 IS CASH HELD ON ACCOUNT                              * 00930000
      ***************************************************************** 00940000
                                                                        00950000
       01  WS-AGING-BUCKETS.                                            00960000
           03  WS-AB-ROW               OCCURS 2 TIMES.                  00970000
               05  WS-AB-CURRENT       PIC S9(11)V99 VALUE +0   COMP-3. 00980000
               05  WS-AB-OVER-30       PIC S9(11)V99 VALUE +0   COMP-3. 00990000
               05  WS-AB-OVER-60       PIC S9(11)V99 VALUE +0   COMP-3. 01000000
               05  WS-AB-OVER-90       PIC S9(11)V99 VALUE +0   COMP-3. 01010000
               05  WS-AB-TOTAL         PIC S9(11)V99 VALUE +0   COMP-3. 01020000
           03  WS-AB-SUB               PIC S9(4)     VALUE +0   COMP.   01030000
           EJECT                                                        01040000
      ***************************************************************** 01050000
      *    REFUNDS ISSUED TODAY, HELD FOR THE LIST AFTER THE AGING    * 01060000
      ***************************************************************** 01070000
                                                                        01080000
       01  WS-REFUND-TABLE.                                             01090000
           03  WS-RT-ENTRY             OCCURS 500 TIMES.                01100000
               05  WS-RT-CUSTOMER-ID   PIC X(32).                       01110000
               05  WS-RT-DATE          PIC 9(8).                        01120000
               05  WS-RT-SEQ           PIC 9(5).                        01130000
               05  WS-RT-AMOUNT        PIC S9(9)V99             COMP-3. 01140000
               05  WS-RT-USERID        PIC X(8).                        01150000
           EJECT                                                        01160000
      ***************************************************************** 01170000
      *    PDAS01 AGING SUBROUTINE PARAMETERS                         * 01180000
      ***************************************************************** 01190000
                                                                        01200000
           COPY PDAS01CY.                                               01210000
           EJECT                                                        01220000
      ***************************************************************** 01230000
      *    DISPLAY AREA                                               * 01240000
      ***************************************************************** 01250000
                                                                        01260000
       01  WS-DISPLAY-LINES.                                            01270000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01280000
           03  WS-DL-BLANK.                                             01290000
               05  FILLER         PIC X(01) VALUE '*'.                  01300000
               05  FILLER         PIC X(78) VALUE SPACES.               01310000
               05  FILLER         PIC X(01) VALUE '*'.                  01320000
           03  WS-DL-LINE.                                              01330000
               05  FILLER         PIC X(01) VALUE '*'.                  01340000
               05  WS-DL-LINE-TEXT                                      01350000
                                  PIC X(78) VALUE SPACES.               01360000
               05  FILLER         PIC X(01) VALUE '*'.                  01370000
           03  WS-DL-RUN-DATE.                                          01380000
               05  FILLER         PIC X(01) VALUE '*'.                  01390000
               05  WS-DL-RD-LABEL PIC X(13) VALUE SPACES.               01400000
               05  WS-DL-RD-MONTH PIC X(02) VALUE SPACES.               01410000
               05  FILLER         PIC X(01) VALUE '/'.                  01420000
               05  WS-DL-RD-DAY   PIC X(02) VALUE SPACES.               01430000
               05  FILLER         PIC X(01) VALUE '/'.                  01440000
               05  WS-DL-RD-YEAR  PIC X(04) VALUE SPACES.               01450000
               05  FILLER         PIC X(56) VALUE SPACES.               01460000
               05  FILLER         PIC X(01) VALUE '*'.                  01470000
           03  WS-DL-TOTAL.                                             01480000
               05  FILLER         PIC X(01) VALUE '*'.                  01490000
               05  FILLER         PIC X(37) VALUE SPACES.               01500000
               05  WS-DL-T-CNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.                01510000
               05  FILLER         PIC X(3)  VALUE ' - '.                01520000
               05  WS-DL-T-TITLE  PIC X(21) VALUE SPACES.               01530000
               05  FILLER         PIC X(01) VALUE '*'.                  01540000
           EJECT                                                        01550000
      ***************************************************************** 01560000
      *    AGING AND REFUND REPORT LINES                              * 01570000
      ***************************************************************** 01580000
                                                                        01590000
       01  WS-DL-DETAIL.                                                01600000
           03  FILLER                  PIC X(01) VALUE '*'.             01610000
           03  FILLER                  PIC X(01) VALUE SPACES.          01620000
           03  WS-DL-DT-CUSTOMER       PIC X(25) VALUE SPACES.          01630000
           03  FILLER                  PIC X(01) VALUE SPACES.          01640000
           03  WS-DL-DT-DATE           PIC 9(08) VALUE ZEROES.          01650000
           03  FILLER                  PIC X(01) VALUE '-'.             01660000
           03  WS-DL-DT-SEQ            PIC 9(05) VALUE ZEROES.          01670000
           03  FILLER                  PIC X(01) VALUE SPACES.          01680000
           03  WS-DL-DT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.              01690000
           03  FILLER                  PIC X(01) VALUE SPACES.          01700000
           03  WS-DL-DT-STATUS         PIC X(01) VALUE SPACES.          01710000
           03  FILLER                  PIC X(01) VALUE SPACES.          01720000
           03  WS-DL-DT-REASON         PIC X(01) VALUE SPACES.          01730000
           03  FILLER                  PIC X(01) VALUE SPACES.          01740000
           03  WS-DL-DT-BUCKET         PIC X(08) VALUE SPACES.          01750000
           03  FILLER                  PIC X(09) VALUE SPACES.          01760000
           03  FILLER                  PIC X(01) VALUE '*'.             01770000
                                                                        01780000
       01  WS-DL-REFUND.                                                01790000
           03  FILLER                  PIC X(01) VALUE '*'.             01800000
           03  FILLER                  PIC X(09) VALUE '  REFUND '.     01810000
           03  WS-DL-RF-CUSTOMER       PIC X(25) VALUE SPACES.          01820000
           03  FILLER                  PIC X(01) VALUE SPACES.          01830000
           03  WS-DL-RF-DATE           PIC 9(08) VALUE ZEROES.          01840000
           03  FILLER                  PIC X(01) VALUE '-'.             01850000
           03  WS-DL-RF-SEQ            PIC 9(05) VALUE ZEROES.          01860000
           03  FILLER                  PIC X(01) VALUE SPACES.          01870000
           03  WS-DL-RF-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.              01880000
           03  FILLER                  PIC X(01) VALUE SPACES.          01890000
           03  WS-DL-RF-USERID         PIC X(08) VALUE SPACES.          01900000
           03  FILLER                  PIC X(05) VALUE SPACES.          01910000
           03  FILLER                  PIC X(01) VALUE '*'.             01920000
           EJECT                                                        01930000
      ***************************************************************** 01940000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 01950000
      ***************************************************************** 01960000
                                                                        01970000
           COPY PDAERRWS.                                               01980000
                                                                        01990000
       01  WS-PDA-BATCH-ERROR-01.                                       02000000
           05  FILLER             PIC X     VALUE SPACES.               02010000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             02020000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          02030000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB85'.             02040000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      02050000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               02060000
                                                                        02070000
       01  WS-PDA-BATCH-ERROR-02.                                       02080000
           05  FILLER             PIC X(8)  VALUE SPACES.               02090000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               02100000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   02110000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               02120000
           EJECT                                                        02130000
      ***************************************************************** 02140000
      *    P R O C E D U R E    D I V I S I O N                       * 02150000
      ***************************************************************** 02160000
                                                                        02170000
       PROCEDURE DIVISION.                                              02180000
                                                                        02190000
      ***************************************************************** 02200000
      *                                                               * 02210000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02220000
      *                                                               * 02230000
      *    FUNCTION :  PROGRAM ENTRY.  AGE EVERY SUSPENSE ITEM STILL  * 02240000
      *                CARRYING CASH, THEN PRINT THE BUCKET TOTALS    * 02250000
      *                AND TODAY'S REFUNDS                            * 02260000
      *                                                               * 02270000
      *    CALLED BY:  NONE                                           * 02280000
      *                                                               * 02290000
      ***************************************************************** 02300000
                                                                        02310000
       P00000-MAINLINE.                                                 02320000
                                                                        02330000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  02340000
                                                                        02350000
           DISPLAY ' '.                                                 02360000
           DISPLAY WS-DL-ASTERISK.                                      02370000
           DISPLAY WS-DL-BLANK.                                         02380000
           MOVE '  PDAB85 - UNAPPLIED CASH SUSPENSE AGING'              02390000
               TO WS-DL-LINE-TEXT.                                      02400000
           DISPLAY WS-DL-LINE.                                          02410000
           MOVE '  RUN DATE = ' TO WS-DL-RD-LABEL.                      02420000
           MOVE WS-DATE-MONTH TO WS-DL-RD-MONTH.                        02430000
           MOVE WS-DATE-DAY TO WS-DL-RD-DAY.                            02440000
           MOVE WS-DATE-YEAR TO WS-DL-RD-YEAR.                          02450000
           DISPLAY WS-DL-RUN-DATE.                                      02460000
           DISPLAY WS-DL-BLANK.                                         02470000
           MOVE '  CUSTOMER                  RECEIVED-SEQ         AMOUNT02480000
      -         ' ST RS BUCKET' TO WS-DL-LINE-TEXT.                     02490000
           DISPLAY WS-DL-LINE.                                          02500000
           DISPLAY WS-DL-ASTERISK.                                      02510000
           DISPLAY ' '.                                                 02520000
                                                                        02530000
           OPEN INPUT VSAM-SUSPENSE.                                    02540000
                                                                        02550000
           IF SUSPENSEF-EMPTY                                           02560000
               GO TO P00000-TOTALS                                      02570000
           END-IF.                                                      02580000
                                                                        02590000
           IF NOT SUSPENSEF-OK                                          02600000
               MOVE 'OPEN UNAPPLIED CASH FILE FAILED' TO WPBE-MESSAGE   02610000
               MOVE WS-SUSPENSE-STATUS TO WPBE-FILE-STATUS              02620000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02630000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02640000
           END-IF.                                                      02650000
                                                                        02660000
           PERFORM P10000-PROCESS-SUSPENSE THRU P10000-EXIT             02670000
               UNTIL END-OF-PROCESS.                                    02680000
                                                                        02690000
           CLOSE VSAM-SUSPENSE.                                         02700000
                                                                        02710000
       P00000-TOTALS.                                                   02720000
                                                                        02730000
           PERFORM P40000-PRINT-BUCKET-TOTALS THRU P40000-EXIT.         02740000
                                                                        02750000
           PERFORM P50000-PRINT-REFUNDS THRU P50000-EXIT.               02760000
                                                                        02770000
           DISPLAY ' '.                                                 02780000
           DISPLAY WS-DL-ASTERISK.                                      02790000
                                                                        02800000
           MOVE 'SUSPENSE ITEMS READ' TO WS-DL-T-TITLE.                 02810000
           MOVE WS-ITEMS-READ TO WS-DL-T-CNT.                           02820000
           DISPLAY WS-DL-TOTAL.                                         02830000
                                                                        02840000
           MOVE 'ITEMS CARRYING CASH' TO WS-DL-T-TITLE.                 02850000
           MOVE WS-ITEMS-OPEN TO WS-DL-T-CNT.                           02860000
           DISPLAY WS-DL-TOTAL.                                         02870000
                                                                        02880000
           MOVE 'REFUNDED TODAY' TO WS-DL-T-TITLE.                      02890000
           MOVE WS-ITEMS-REFUNDED TO WS-DL-T-CNT.                       02900000
           DISPLAY WS-DL-TOTAL.                                         02910000
                                                                        02920000
           DISPLAY WS-DL-ASTERISK.                                      02930000
           DISPLAY ' '.                                                 02940000
                                                                        02950000
           MOVE ZEROES TO RETURN-CODE.                                  02960000
                                                                        02970000
           GOBACK.                                                      02980000
                                                                        02990000
       P00000-EXIT.                                                     03000000
           EXIT.                                                        03010000
           EJECT                                                        03020000
      ***************************************************************** 03030000
      *                                                               * 03040000
      *    PARAGRAPH:  P10000-PROCESS-SUSPENSE                        * 03050000
      *                                                               * 03060000
      *    FUNCTION :  READ THE NEXT SUSPENSE ITEM.  AGE IT WHEN IT   * 03070000
      *                STILL CARRIES CASH; HOLD IT FOR THE REFUND     * 03080000
      *                LIST WHEN IT WAS REFUNDED TODAY                * 03090000
      *                                                               * 03100000
      *    CALLED BY:  P00000-MAINLINE                                * 03110000
      *                                                               * 03120000
      ***************************************************************** 03130000
                                                                        03140000
       P10000-PROCESS-SUSPENSE.                                         03150000
                                                                        03160000
           READ VSAM-SUSPENSE.                                          03170000
                                                                        03180000
           IF SUSPENSEF-END                                             03190000
               MOVE 'Y' TO WS-END-OF-PROCESS-SW                         03200000
               GO TO P10000-EXIT                                        03210000
           END-IF.                                                      03220000
                                                                        03230000
           IF NOT SUSPENSEF-OK                                          03240000
               MOVE 'READ UNAPPLIED CASH FILE FAILED' TO WPBE-MESSAGE   03250000
               MOVE WS-SUSPENSE-STATUS TO WPBE-FILE-STATUS              03260000
               MOVE 'P10000' TO WPBE-PARAGRAPH                          03270000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03280000
           END-IF.                                                      03290000
                                                                        03300000
           ADD +1 TO WS-ITEMS-READ.                                     03310000
                                                                        03320000
           IF SUSPENSE-REFUNDED                                         03330000
              AND SUSPENSE-LAST-ACTION-DATE = WS-DATE-CCYYMMDD          03340000
               PERFORM P20000-HOLD-REFUND THRU P20000-EXIT              03350000
               GO TO P10000-EXIT                                        03360000
           END-IF.                                                      03370000
                                                                        03380000
           IF NOT SUSPENSE-AVAILABLE                                    03390000
              OR SUSPENSE-REMAINING-AMT NOT > ZEROES                    03400000
               GO TO P10000-EXIT                                        03410000
           END-IF.                                                      03420000
                                                                        03430000
           PERFORM P30000-PRINT-DETAIL THRU P30000-EXIT.                03440000
                                                                        03450000
       P10000-EXIT.                                                     03460000
           EXIT.                                                        03470000
           EJECT                                                        03480000
      ***************************************************************** 03490000
      *                                                               * 03500000
      *    PARAGRAPH:  P20000-HOLD-REFUND                             * 03510000
      *                                                               * 03520000
      *    FUNCTION :  SAVE A REFUND ISSUED TODAY FOR THE REFUND LIST * 03530000
      *                PRINTED AFTER THE AGING                        * 03540000
      *                                                               * 03550000
      *    CALLED BY:  P10000-PROCESS-SUSPENSE                        * 03560000
      *                                                               * 03570000
      ***************************************************************** 03580000
                                                                        03590000
       P20000-HOLD-REFUND.                                              03600000
                                                                        03610000
           ADD +1 TO WS-ITEMS-REFUNDED.                                 03620000
           ADD SUSPENSE-REFUND-AMT TO WS-REFUND-TOTAL.                  03630000
                                                                        03640000
           IF WS-REFUND-SUB NOT < 500                                   03650000
               GO TO P20000-EXIT                                        03660000
           END-IF.                                                      03670000
                                                                        03680000
           ADD +1 TO WS-REFUND-SUB.                                     03690000
           MOVE SUSPENSE-CUSTOMER-ID                                    03700000
                                 TO WS-RT-CUSTOMER-ID(WS-REFUND-SUB).   03705000
           MOVE SUSPENSE-DATE TO WS-RT-DATE(WS-REFUND-SUB).             03710000
           MOVE SUSPENSE-SEQ TO WS-RT-SEQ(WS-REFUND-SUB).               03720000
           MOVE SUSPENSE-REFUND-AMT TO WS-RT-AMOUNT(WS-REFUND-SUB).     03730000
           MOVE SUSPENSE-LAST-USERID TO WS-RT-USERID(WS-REFUND-SUB).    03740000
                                                                        03750000
       P20000-EXIT.                                                     03760000
           EXIT.                                                        03770000
           EJECT                                                        03780000
      ***************************************************************** 03790000
      *                                                               * 03800000
      *    PARAGRAPH:  P30000-PRINT-DETAIL                            * 03810000
      *                                                               * 03820000
      *    FUNCTION :  AGE THE SUSPENSE ITEM FROM THE DATE THE CASH   * 03830000
      *                WAS RECEIVED WITH PDAS01, BUCKET ITS REMAINING * 03840000
      *                CASH AND PRINT THE DETAIL LINE                 * 03850000
      *                                                               * 03860000
      *    CALLED BY:  P10000-PROCESS-SUSPENSE                        * 03870000
      *                                                               * 03880000
      ***************************************************************** 03890000
                                                                        03900000
       P30000-PRINT-DETAIL.                                             03910000
                                                                        03920000
           ADD +1 TO WS-ITEMS-OPEN.                                     03930000
                                                                        03940000
           IF SUSPENSE-ON-ACCOUNT                                       03950000
               MOVE +2 TO WS-AB-SUB                                     03960000
           ELSE                                                         03970000
               MOVE +1 TO WS-AB-SUB                                     03980000
           END-IF.                                                      03990000
                                                                        04000000
           MOVE SPACES TO PDAS01-PARMS.                                 04010000
           MOVE SUSPENSE-ORDER-NUMBER TO PDAS01-ORDER-NUMBER.           04020000
           MOVE SUSPENSE-DATE(1:4) TO PDAS01-OD-YEAR.                   04030000
           MOVE SUSPENSE-DATE(5:2) TO PDAS01-OD-MONTH.                  04040000
           MOVE SUSPENSE-DATE(7:2) TO PDAS01-OD-DAY.                    04050000
           MOVE ZEROES TO PDAS01-ORDER-COUNT                            04060000
                          PDAS01-ORDER-DOLLAR-AMT.                      04070000
                                                                        04080000
           CALL 'PDAS01' USING PDAS01-PARMS.                            04090000
                                                                        04100000
           EVALUATE TRUE                                                04110000
               WHEN PDAS01-AGE-DAYS > 90                                04120000
                   MOVE 'OVER 90' TO WS-DL-DT-BUCKET                    04130000
                   ADD SUSPENSE-REMAINING-AMT                           04140000
                       TO WS-AB-OVER-90(WS-AB-SUB)                      04150000
               WHEN PDAS01-AGE-DAYS > 60                                04160000
                   MOVE 'OVER 60' TO WS-DL-DT-BUCKET                    04170000
                   ADD SUSPENSE-REMAINING-AMT                           04180000
                       TO WS-AB-OVER-60(WS-AB-SUB)                      04190000
               WHEN PDAS01-AGE-DAYS > 30                                04200000
                   MOVE 'OVER 30' TO WS-DL-DT-BUCKET                    04210000
                   ADD SUSPENSE-REMAINING-AMT                           04220000
                       TO WS-AB-OVER-30(WS-AB-SUB)                      04230000
               WHEN OTHER                                               04240000
                   MOVE 'CURRENT' TO WS-DL-DT-BUCKET                    04250000
                   ADD SUSPENSE-REMAINING-AMT                           04260000
                       TO WS-AB-CURRENT(WS-AB-SUB)                      04270000
           END-EVALUATE.                                                04280000
                                                                        04290000
           ADD SUSPENSE-REMAINING-AMT TO WS-AB-TOTAL(WS-AB-SUB).        04300000
                                                                        04310000
           MOVE SUSPENSE-CUSTOMER-ID TO WS-DL-DT-CUSTOMER.              04320000
           MOVE SUSPENSE-DATE TO WS-DL-DT-DATE.                         04330000
           MOVE SUSPENSE-SEQ TO WS-DL-DT-SEQ.                           04340000
           MOVE SUSPENSE-REMAINING-AMT TO WS-DL-DT-AMOUNT.              04350000
           MOVE SUSPENSE-STATUS TO WS-DL-DT-STATUS.                     04360000
           MOVE SUSPENSE-REASON TO WS-DL-DT-REASON.                     04370000
           DISPLAY WS-DL-DETAIL.                                        04380000
                                                                        04390000
       P30000-EXIT.                                                     04400000
           EXIT.                                                        04410000
           EJECT                                                        04420000
      ***************************************************************** 04430000
      *                                                               * 04440000
      *    PARAGRAPH:  P40000-PRINT-BUCKET-TOTALS                     * 04450000
      *                                                               * 04460000
      *    FUNCTION :  PRINT THE AGING BUCKET TOTALS FOR UNAPPLIED    * 04470000
      *                CASH AND FOR CASH HELD ON ACCOUNT              * 04480000
      *                                                               * 04490000
      *    CALLED BY:  P00000-MAINLINE                                * 04500000
      *                                                               * 04510000
      ***************************************************************** 04520000
                                                                        04530000
       P40000-PRINT-BUCKET-TOTALS.                                      04540000
                                                                        04550000
           DISPLAY ' '.                                                 04560000
           DISPLAY WS-DL-ASTERISK.                                      04570000
           MOVE '  UNAPPLIED CASH (U)' TO WS-DL-LINE-TEXT.              04580000
           DISPLAY WS-DL-LINE.                                          04590000
           MOVE +1 TO WS-AB-SUB.                                        04600000
           PERFORM P41000-PRINT-BUCKET-ROW THRU P41000-EXIT.            04610000
                                                                        04620000
           MOVE '  HELD ON ACCOUNT (H)' TO WS-DL-LINE-TEXT.             04630000
           DISPLAY WS-DL-LINE.                                          04640000
           MOVE +2 TO WS-AB-SUB.                                        04650000
           PERFORM P41000-PRINT-BUCKET-ROW THRU P41000-EXIT.            04660000
                                                                        04670000
           DISPLAY WS-DL-ASTERISK.                                      04680000
                                                                        04690000
       P40000-EXIT.                                                     04700000
           EXIT.                                                        04710000
           EJECT                                                        04720000
      ***************************************************************** 04730000
      *                                                               * 04740000
      *    PARAGRAPH:  P41000-PRINT-BUCKET-ROW                        * 04750000
      *                                                               * 04760000
      *    FUNCTION :  PRINT ONE ROW OF BUCKET TOTALS                 * 04770000
      *                                                               * 04780000
      *    CALLED BY:  P40000-PRINT-BUCKET-TOTALS                     * 04790000
      *                                                               * 04800000
      ***************************************************************** 04810000
                                                                        04820000
       P41000-PRINT-BUCKET-ROW.                                         04830000
                                                                        04840000
           MOVE 'CURRENT' TO WS-DL-T-TITLE.                             04850000
           MOVE WS-AB-CURRENT(WS-AB-SUB) TO WS-DL-T-CNT.                04860000
           DISPLAY WS-DL-TOTAL.                                         04870000
                                                                        04880000
           MOVE 'OVER 30 DAYS' TO WS-DL-T-TITLE.                        04890000
           MOVE WS-AB-OVER-30(WS-AB-SUB) TO WS-DL-T-CNT.                04900000
           DISPLAY WS-DL-TOTAL.                                         04910000
                                                                        04920000
           MOVE 'OVER 60 DAYS' TO WS-DL-T-TITLE.                        04930000
           MOVE WS-AB-OVER-60(WS-AB-SUB) TO WS-DL-T-CNT.                04940000
           DISPLAY WS-DL-TOTAL.                                         04950000
                                                                        04960000
           MOVE 'OVER 90 DAYS' TO WS-DL-T-TITLE.                        04970000
           MOVE WS-AB-OVER-90(WS-AB-SUB) TO WS-DL-T-CNT.                04980000
           DISPLAY WS-DL-TOTAL.                                         04990000
                                                                        05000000
           MOVE 'TOTAL' TO WS-DL-T-TITLE.                               05010000
           MOVE WS-AB-TOTAL(WS-AB-SUB) TO WS-DL-T-CNT.                  05020000
           DISPLAY WS-DL-TOTAL.                                         05030000
                                                                        05040000
       P41000-EXIT.                                                     05050000
           EXIT.                                                        05060000
           EJECT                                                        05070000
      ***************************************************************** 05080000
      *                                                               * 05090000
      *    PARAGRAPH:  P50000-PRINT-REFUNDS                           * 05100000
      *                                                               * 05110000
      *    FUNCTION :  LIST THE REFUNDS ISSUED TODAY ON THE PDA060    * 05120000
      *                SCREEN FOR ACCOUNTS PAYABLE                    * 05130000
      *                                                               * 05140000
      *    CALLED BY:  P00000-MAINLINE                                * 05150000
      *                                                               * 05160000
      ***************************************************************** 05170000
                                                                        05180000
       P50000-PRINT-REFUNDS.                                            05190000
                                                                        05200000
           DISPLAY ' '.                                                 05210000
           DISPLAY WS-DL-ASTERISK.                                      05220000
           MOVE '  REFUNDS ISSUED TODAY' TO WS-DL-LINE-TEXT.            05230000
           DISPLAY WS-DL-LINE.                                          05240000
                                                                        05250000
           PERFORM P51000-PRINT-REFUND THRU P51000-EXIT                 05260000
               VARYING WS-RT-SUB FROM 1 BY 1                            05270000
                   UNTIL WS-RT-SUB > WS-REFUND-SUB.                     05280000
                                                                        05290000
           IF WS-ITEMS-REFUNDED > WS-REFUND-SUB                         05300000
               MOVE '  (LIST TRUNCATED - SEE THE TOTAL BELOW)'          05310000
                   TO WS-DL-LINE-TEXT                                   05320000
               DISPLAY WS-DL-LINE                                       05330000
           END-IF.                                                      05340000
                                                                        05350000
           MOVE 'REFUND TOTAL' TO WS-DL-T-TITLE.                        05360000
           MOVE WS-REFUND-TOTAL TO WS-DL-T-CNT.                         05370000
           DISPLAY WS-DL-TOTAL.                                         05380000
                                                                        05390000
           DISPLAY WS-DL-ASTERISK.                                      05400000
                                                                        05410000
       P50000-EXIT.                                                     05420000
           EXIT.                                                        05430000
           EJECT                                                        05440000
                                                                        05450000
       P51000-PRINT-REFUND.                                             05460000
                                                                        05470000
           MOVE WS-RT-CUSTOMER-ID(WS-RT-SUB) TO WS-DL-RF-CUSTOMER.      05480000
           MOVE WS-RT-DATE(WS-RT-SUB) TO WS-DL-RF-DATE.                 05490000
           MOVE WS-RT-SEQ(WS-RT-SUB) TO WS-DL-RF-SEQ.                   05500000
           MOVE WS-RT-AMOUNT(WS-RT-SUB) TO WS-DL-RF-AMOUNT.             05510000
           MOVE WS-RT-USERID(WS-RT-SUB) TO WS-DL-RF-USERID.             05520000
           DISPLAY WS-DL-REFUND.                                        05530000
                                                                        05540000
       P51000-EXIT.                                                     05550000
           EXIT.                                                        05560000
           EJECT                                                        05570000
      ***************************************************************** 05580000
      *                                                               * 05590000
      *    PARAGRAPH:  P99999-ABEND                                   * 05600000
      *                                                               * 05610000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 05620000
      *                ERROR HAS BEEN ENCOUNTERED                     * 05630000
      *                                                               * 05640000
      *    CALLED BY:  VARIOUS                                        * 05650000
      *                                                               * 05660000
      ***************************************************************** 05670000
                                                                        05680000
       P99999-ABEND.                                                    05690000
                                                                        05700000
           DISPLAY ' '.                                                 05710000
           DISPLAY WPEA-ERROR-01.                                       05720000
           DISPLAY WPEA-ERROR-02.                                       05730000
           DISPLAY WPEA-ERROR-03.                                       05740000
           DISPLAY WPEA-ERROR-04.                                       05750000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               05760000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               05770000
           DISPLAY WPEA-ERROR-04.                                       05780000
           DISPLAY WPEA-ERROR-03.                                       05790000
           DISPLAY WPEA-ERROR-02.                                       05800000
           DISPLAY WPEA-ERROR-01.                                       05810000
           DISPLAY ' '.                                                 05820000
                                                                        05830000
           MOVE 16 TO RETURN-CODE.                                      05840000
                                                                        05850000
           GOBACK.                                                      05860000
                                                                        05870000
       P99999-EXIT.                                                     05880000
           EXIT.                                                        05890000
