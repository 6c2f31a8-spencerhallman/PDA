      *             SCREEN DOES -- THE AMOUNT PAID AND BALANCE DUE    * 00170000
      *             ARE ADJUSTED, THE LAST PAYMENT DATE IS SET AND    * 00180000
      *             THE ITEM IS CLOSED WHEN THE BALANCE REACHES       * 00190000
      *             ZERO.  A REMITTANCE DATED BY THE ITEM'S TERMS     * 00191000
      *             DISCOUNT DATE THAT LEAVES NO MORE THAN THE        * 00192000
      *             ALLOWED EARLY-PAYMENT DISCOUNT OPEN CLOSES THE    * 00193000
      *             ITEM WITH THE REST TAKEN AS DISCOUNT, AS PDA028   * 00194000
      *             DOES.  THE CUSTOMER PAYMENT HISTORY RECORD IS     * 00195000
      *             UPDATED AS PDA028 DOES.  REMITTANCES THAT DO NOT  * 00210000
      *             MATCH AN OPEN ITEM, NAME A CLOSED ITEM, OR LEAVE  * 00220000
      *             BALANCE STILL OWING (SHORT PAYS) ARE LISTED ON    * 00230000
      *             THE EXCEPTION REPORT FOR THE CASH DESK TO WORK    * 00240000
      *             THE NEXT MORNING.  THE CASH FROM AN UNMATCHED OR  * 00250000
      *             CLOSED-ITEM REMITTANCE, AND THE EXCESS OVER THE   * 00251000
      *             BALANCE DUE ON AN OVERPAYMENT, IS WRITTEN TO THE  * 00252000
      *             UNAPPLIED CASH SUSPENSE FILE, WHERE THE CASH DESK * 00253000
      *             APPLIES, REFUNDS OR HOLDS IT ON THE PDA060        * 00254000
      *             SCREEN.                                           * 00255000
      *                                                               * 00260000
      *             REMITTANCE RECORD LAYOUT (ONE PER PAYMENT):       * 00270000
      *               COL  1- 5   PREFIX            (NUMERIC)         * 00280000
      *               COL 40-49   ORDER NUMBER      (NUMERIC)         * 00300000
      *               COL 51-61   REMITTANCE AMOUNT (NUMERIC 9(9)V99) * 00310000
      *               COL 63-70   REMITTANCE DATE   (CCYYMMDD)        * 00320000
      *                                                               * 00321000
      *             THE FILE OPENS WITH AN FHDR HEADER RECORD AND     * 00322000
      *             CLOSES WITH AN FTRL TRAILER RECORD (LAYOUT IN     * 00323000
      *             PDAS15CY).  THE WHOLE FILE IS BALANCED THROUGH    * 00324000
      *             PDAS15 BEFORE ANY CASH IS APPLIED -- THE TRAILER  * 00325000
      *             HASH TOTAL IS THE SUM OF THE REMITTANCE AMOUNTS.  * 00326000
      *             A DUPLICATE OR OUT-OF-BALANCE FILE IS REJECTED    * 00327000
      *             WHOLE, NOTHING IS APPLIED AND THE STEP ENDS WITH  * 00328000
      *             RETURN CODE 8.                                    * 00329000
      *                                                               * 00330000
      * FILES   :   LOCKBOX REMITTANCES  -  SEQUENTIAL   (INPUT)      * 00340000
      *             AR OPEN ITEM FILE    -  VSAM KSDS    (UPDATE)     * 00350000
      *             CUSTOMER PAYMENT     -  VSAM KSDS    (UPDATE)     * 00360000
      *             UNAPPLIED CASH       -  VSAM KSDS    (UPDATE)     * 00365000
      *             INTERFACE FILE CONTROL - DB2 (UPDATE VIA PDAS15)  * 00367500
      *                                                               * 00370000
      ***************************************************************** 00380000
      *             PROGRAM CHANGE LOG                                * 00390000
      *                                                               * 00410000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00420000
      *  --------   --------------------  --------------------------  * 00430000
      *  10/15/26   R. MCALLEN            UNMATCHED AND OVERPAID      * 00431000
      *                                   CASH TO SUSPENSE (VSUSPCSH) * 00432000
      *  10/15/26   R. MCALLEN            EARLY-PAYMENT TERMS         * 00433000
      *                                   DISCOUNT TAKEN WHEN PAID    * 00434000
      *                                   BY THE DISCOUNT DATE        * 00435000
      *  10/15/26   R. MCALLEN            FILE HEADER/TRAILER         * 00436000
      *                                   BALANCED AND REGISTERED     * 00437000
      *                                   THROUGH PDAS15 BEFORE ANY   * 00438000
      *                                   CASH IS APPLIED             * 00439000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00440000
      *                                                               * 00450000
      ***************************************************************** 00460000
                                           CUSTOMER-PAYMENT-KEY         00670000
                                       FILE STATUS IS                   00680000
                                           WS-CUSTPAY-STATUS.           00690000
                                                                        00691000
           SELECT VSAM-SUSPENSE        ASSIGN TO VSUSPCSH               00692000
                                       ORGANIZATION IS INDEXED          00693000
                                       ACCESS IS RANDOM                 00694000
                                       RECORD KEY IS SUSPENSE-KEY       00695000
                                       FILE STATUS IS                   00696000
                                           WS-SUSPENSE-STATUS.          00697000
           EJECT                                                        00700000
       DATA DIVISION.                                                   00710000
                                                                        00720000
       01  LOCKBOX-REMIT-REC           PIC X(80).                       00810000
                                                                        00820000
       FD  VSAM-ARBAL                                                   00830000
           RECORD CONTAINS 128 CHARACTERS.                              00840000
                                                                        00850000
           COPY VARBAL.                                                 00860000
                                                                        00870000
           RECORD CONTAINS 87 CHARACTERS.                               00890000
                                                                        00900000
           COPY VCUSTPAY.                                               00910000
                                                                        00911000
       FD  VSAM-SUSPENSE                                                00912000
           RECORD CONTAINS 128 CHARACTERS.                              00913000
                                                                        00914000
           COPY VSUSPCSH.                                               00915000
           EJECT                                                        00920000
       WORKING-STORAGE SECTION.                                         00930000
                                                                        00940000
           03  WS-CUSTPAY-STATUS       PIC XX    VALUE SPACES.          01130000
               88  CUSTPAYF-OK                   VALUE '  ' '00'.       01140000
               88  CUSTPAYF-NOTFOUND             VALUE '23'.            01150000
           03  WS-SUSPENSE-STATUS      PIC XX    VALUE SPACES.          01151000
               88  SUSPENSEF-OK                  VALUE '  ' '00'.       01152000
               88  SUSPENSEF-EMPTY               VALUE '47' '35'.       01153000
               88  SUSPENSEF-DUPLICATE           VALUE '22'.            01154000
           03  WS-REMITS-READ          PIC S9(7) VALUE +0       COMP-3. 01160000
           03  WS-REMITS-APPLIED       PIC S9(7) VALUE +0       COMP-3. 01170000
           03  WS-REMITS-EXCEPTION     PIC S9(7) VALUE +0       COMP-3. 01180000
           03  WS-SHORT-PAYS           PIC S9(7) VALUE +0       COMP-3. 01190000
           03  WS-REMITS-SUSPENDED     PIC S9(7) VALUE +0       COMP-3. 01191000
           03  WS-CASH-SUSPENDED       PIC S9(11)V99                    01192000
                                                 VALUE +0       COMP-3. 01193000
           03  WS-SUSPENSE-AMOUNT      PIC S9(9)V99                     01194000
                                                 VALUE +0       COMP-3. 01195000
           03  WS-SUSPENSE-REASON      PIC X     VALUE SPACES.          01196000
           03  WS-SUSPENSE-SEQ         PIC 9(5)  VALUE ZEROES.          01197000
           03  WS-CASH-APPLIED         PIC S9(11)V99                    01200000
                                                 VALUE +0       COMP-3. 01210000
           03  WS-REMIT-AMOUNT         PIC S9(9)V99                     01220000
                                                 VALUE +0       COMP-3. 01221000
           03  WS-DISCOUNT-ALLOWED     PIC S9(9)V99                     01222000
                                                 VALUE +0       COMP-3. 01223000
           03  WS-DISCOUNT-AMOUNT      PIC S9(9)V99                     01224000
                                                 VALUE +0       COMP-3. 01225000
           03  WS-DISCOUNT-EDIT        PIC ZZZZZZ9.99.                  01226000
           03  WS-DISCOUNTS-TAKEN      PIC S9(11)V99                    01227000
                                                 VALUE +0       COMP-3. 01230000
           03  WS-DATE.                                                 01240000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          01250000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          01260000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          01270000
           03  WS-DATE-CCYYMMDD REDEFINES WS-DATE                       01271000
                                       PIC 9(8).                        01272000
           EJECT                                                        01280000
      ***************************************************************** 01290000
      *    LOCKBOX REMITTANCE RECORD AREA                             * 01300000
               WLR-REMIT-DATE          PIC 9(8).                        01460000
           03  FILLER                  PIC X(10).                       01470000
           EJECT                                                        01480000
      ***************************************************************** 01480322
      *    INBOUND INTERFACE FILE CONTROL (PDAS15) PARAMETERS         * 01480644
      ***************************************************************** 01480966
                                                                        01481288
           COPY PDAS15CY.                                               01481610
                                                                        01481932
       01  WS-DL-CONTROL.                                               01482254
           03  FILLER                  PIC X(01) VALUE '*'.             01482576
           03  FILLER                  PIC X(21)                        01482898
                                       VALUE '  INPUT FILE  SENDER '.   01483220
           03  WS-DL-CT-SENDER         PIC X(08) VALUE SPACES.          01483542
           03  FILLER                  PIC X(05) VALUE ' SEQ '.         01483864
           03  WS-DL-CT-SEQ            PIC X(06) VALUE SPACES.          01484186
           03  FILLER                  PIC X(06) VALUE ' DATE '.        01484508
           03  WS-DL-CT-DATE           PIC X(08) VALUE SPACES.          01484830
           03  FILLER                  PIC X(24) VALUE SPACES.          01485152
           03  FILLER                  PIC X(01) VALUE '*'.             01485474
                                                                        01485796
       01  WS-DL-CONTROL-RESULT.                                        01486118
           03  FILLER                  PIC X(01) VALUE '*'.             01486440
           03  FILLER                  PIC X(07) VALUE '  FILE '.       01486762
           03  WS-DL-CR-STATUS         PIC X(08) VALUE SPACES.          01487084
           03  FILLER                  PIC X(03) VALUE ' - '.           01487406
           03  WS-DL-CR-DETAIL         PIC X(30) VALUE SPACES.          01487728
           03  FILLER REDEFINES WS-DL-CR-DETAIL.                        01488050
               05  WS-DL-CR-COUNT      PIC ZZZ,ZZZ,ZZ9.                 01488372
               05  WS-DL-CR-LABEL      PIC X(19).                       01488694
           03  FILLER                  PIC X(30) VALUE SPACES.          01489016
           03  FILLER                  PIC X(01) VALUE '*'.             01489338
           EJECT                                                        01489660
      ***************************************************************** 01490000
      *    DISPLAY AREA                                               * 01500000
      ***************************************************************** 01510000
           03  WS-DL-EX-REMIT          PIC X(38) VALUE SPACES.          02020000
           03  FILLER                  PIC X(03) VALUE ' - '.           02030000
           03  WS-DL-EX-REASON         PIC X(24) VALUE SPACES.          02040000
           03  FILLER                  PIC X(01) VALUE '*'.             02040500
                                                                        02041000
       01  WS-DL-SUSPENSE.                                              02041500
           03  FILLER                  PIC X(01) VALUE '*'.             02042000
           03  FILLER                  PIC X(11) VALUE '  SUSPENSE '.   02042500
           03  WS-DL-SU-CUSTOMER       PIC X(25) VALUE SPACES.          02043000
           03  FILLER                  PIC X(05) VALUE ' KEY '.         02043500
           03  WS-DL-SU-DATE           PIC 9(08) VALUE ZEROES.          02044000
           03  FILLER                  PIC X(01) VALUE '-'.             02044500
           03  WS-DL-SU-SEQ            PIC 9(05) VALUE ZEROES.          02045000
           03  FILLER                  PIC X(01) VALUE SPACES.          02045500
           03  WS-DL-SU-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.              02046000
           03  FILLER                  PIC X(01) VALUE SPACES.          02046500
           03  WS-DL-SU-REASON         PIC X(01) VALUE SPACES.          02047000
           03  FILLER                  PIC X(06) VALUE SPACES.          02047500
           03  FILLER                  PIC X(01) VALUE '*'.             02050000
           EJECT                                                        02060000
      ***************************************************************** 02070000
           DISPLAY WS-DL-ASTERISK.                                      02600000
           DISPLAY ' '.                                                 02610000
                                                                        02620000
           PERFORM P05000-CONTROL-FILE THRU P05000-EXIT.                02621000
                                                                        02622000
           IF PDAS15-FILE-REJECTED                                      02623000
               DISPLAY WS-DL-ASTERISK                                   02624000
               DISPLAY ' '                                              02625000
               MOVE 8 TO RETURN-CODE                                    02626000
               GOBACK                                                   02627000
           END-IF.                                                      02628000
                                                                        02629000
           OPEN INPUT LOCKBOX-REMIT.                                    02630000
                                                                        02640000
           OPEN I-O VSAM-ARBAL.                                         02650000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02810000
           END-IF.                                                      02820000
                                                                        02830000
           OPEN I-O VSAM-SUSPENSE.                                      02831000
                                                                        02832000
           IF NOT SUSPENSEF-OK AND NOT SUSPENSEF-EMPTY                  02833000
               MOVE 'OPEN UNAPPLIED CASH FILE FAILED' TO WPBE-MESSAGE   02834000
               MOVE WS-SUSPENSE-STATUS TO WPBE-FILE-STATUS              02835000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02836000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02837000
           END-IF.                                                      02838000
                                                                        02839000
           PERFORM P10000-PROCESS-REMIT THRU P10000-EXIT                02840000
               UNTIL END-OF-PROCESS.                                    02850000
                                                                        02860000
           MOVE 'P' TO PDAS15-FUNCTION.                                 02862000
           MOVE WS-REMITS-READ TO PDAS15-RECORDS-APPLIED.               02864000
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 02866000
                                                                        02868000
           CLOSE LOCKBOX-REMIT                                          02870000
                 VSAM-ARBAL                                             02880000
                 VSAM-CUSTOMER-PAYMENT                                  02885000
                 VSAM-SUSPENSE.                                         02890000
                                                                        02900000
           DISPLAY ' '.                                                 02910000
           DISPLAY WS-DL-ASTERISK.                                      02920000
                                                                        03050000
           MOVE 'SHORT PAYS' TO WS-DL-T-TITLE.                          03060000
           MOVE WS-SHORT-PAYS TO WS-DL-T-CNT.                           03070000
           DISPLAY WS-DL-TOTAL.                                         03071000
                                                                        03072000
           MOVE 'TO SUSPENSE' TO WS-DL-T-TITLE.                         03073000
           MOVE WS-REMITS-SUSPENDED TO WS-DL-T-CNT.                     03074000
           DISPLAY WS-DL-TOTAL.                                         03075000
                                                                        03076000
           MOVE 'CASH TO SUSPENSE' TO WS-DL-T-TITLE.                    03077000
           MOVE WS-CASH-SUSPENDED TO WS-DL-T-CNT.                       03078000
           DISPLAY WS-DL-TOTAL.                                         03080000
                                                                        03090000
           MOVE 'CASH APPLIED' TO WS-DL-T-TITLE.                        03100000
           MOVE WS-CASH-APPLIED TO WS-DL-T-CNT.                         03110000
           DISPLAY WS-DL-TOTAL.                                         03120000
                                                                        03130000
           MOVE 'DISCOUNTS ALLOWED' TO WS-DL-T-TITLE.                   03131000
           MOVE WS-DISCOUNTS-TAKEN TO WS-DL-T-CNT.                      03132000
           DISPLAY WS-DL-TOTAL.                                         03133000
                                                                        03134000
           DISPLAY WS-DL-ASTERISK.                                      03140000
           DISPLAY ' '.                                                 03150000
                                                                        03160000
       P00000-EXIT.                                                     03210000
           EXIT.                                                        03220000
           EJECT                                                        03230000
      ***************************************************************** 03230080
      *                                                               * 03230160
      *    PARAGRAPH:  P05000-CONTROL-FILE                            * 03230240
      *                                                               * 03230320
      *    FUNCTION :  PASS THE WHOLE REMITTANCE FILE THROUGH THE     * 03230400
      *                PDAS15 INTERFACE CONTROL ROUTINE BEFORE ANY    * 03230480
      *                CASH IS APPLIED.  THE FILE IS REGISTERED FROM  * 03230560
      *                ITS HEADER AND BALANCED TO ITS TRAILER; A      * 03230640
      *                DUPLICATE OR OUT-OF-BALANCE FILE IS REJECTED   * 03230720
      *                WHOLE                                          * 03230800
      *                                                               * 03230880
      *    CALLED BY:  P00000-MAINLINE                                * 03230960
      *                                                               * 03231040
      ***************************************************************** 03231120
                                                                        03231200
       P05000-CONTROL-FILE.                                             03231280
                                                                        03231360
           MOVE SPACES TO PDAS15-PARMS.                                 03231440
           MOVE 'LOCKBOX' TO PDAS15-FEED.                               03231520
           MOVE 'PDAB48' TO PDAS15-PROGRAM.                             03231600
                                                                        03231680
           OPEN INPUT LOCKBOX-REMIT.                                    03231760
                                                                        03231840
           PERFORM P06000-CONTROL-RECORD THRU P06000-EXIT               03231920
               UNTIL END-OF-PROCESS                                     03232000
                  OR PDAS15-FILE-REJECTED.                              03232080
                                                                        03232160
           CLOSE LOCKBOX-REMIT.                                         03232240
                                                                        03232320
           MOVE 'N' TO WS-END-OF-PROCESS-SW.                            03232400
                                                                        03232480
           MOVE 'E' TO PDAS15-FUNCTION.                                 03232560
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 03232640
                                                                        03232720
           MOVE PDAS15-SENDER TO WS-DL-CT-SENDER.                       03232800
           MOVE PDAS15-FILE-SEQ TO WS-DL-CT-SEQ.                        03232880
           MOVE PDAS15-FILE-DATE TO WS-DL-CT-DATE.                      03232960
           DISPLAY WS-DL-CONTROL.                                       03233040
                                                                        03233120
           IF PDAS15-FILE-BALANCED                                      03233200
               MOVE 'BALANCED' TO WS-DL-CR-STATUS                       03233280
               MOVE PDAS15-RECORD-COUNT TO WS-DL-CR-COUNT               03233360
               MOVE ' RECORDS' TO WS-DL-CR-LABEL                        03233440
           ELSE                                                         03233520
               MOVE 'REJECTED' TO WS-DL-CR-STATUS                       03233600
               MOVE PDAS15-REASON TO WS-DL-CR-DETAIL                    03233680
           END-IF.                                                      03233760
                                                                        03233840
           DISPLAY WS-DL-CONTROL-RESULT.                                03233920
           DISPLAY ' '.                                                 03234000
                                                                        03234080
       P05000-EXIT.                                                     03234160
           EXIT.                                                        03234240
           EJECT                                                        03234320
      ***************************************************************** 03234400
      *                                                               * 03234480
      *    PARAGRAPH:  P06000-CONTROL-RECORD                          * 03234560
      *                                                               * 03234640
      *    FUNCTION :  READ THE NEXT RECORD AND PASS IT TO PDAS15 AS  * 03234720
      *                THE HEADER, THE TRAILER OR A DATA RECORD.  THE * 03234800
      *                HASH FIELD IS THE REMITTANCE AMOUNT            * 03234880
      *                                                               * 03234960
      *    CALLED BY:  P05000-CONTROL-FILE                            * 03235040
      *                                                               * 03235120
      ***************************************************************** 03235200
                                                                        03235280
       P06000-CONTROL-RECORD.                                           03235360
                                                                        03235440
           READ LOCKBOX-REMIT INTO WS-LOCKBOX-REMIT                     03235520
               AT END                                                   03235600
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03235680
                   GO TO P06000-EXIT.                                   03235760
                                                                        03235840
           MOVE WS-LOCKBOX-REMIT TO PDAS15-CONTROL-RECORD.              03235920
           MOVE WS-LOCKBOX-REMIT(1:4) TO PDAS15-RECORD-ID.              03236000
                                                                        03236080
           EVALUATE TRUE                                                03236160
               WHEN PDAS15-HEADER-RECORD                                03236240
                   MOVE 'H' TO PDAS15-FUNCTION                          03236320
               WHEN PDAS15-TRAILER-RECORD                               03236400
                   MOVE 'T' TO PDAS15-FUNCTION                          03236480
               WHEN OTHER                                               03236560
                   MOVE 'D' TO PDAS15-FUNCTION                          03236640
                   IF WLR-AMOUNT NUMERIC                                03236720
                       MOVE WLR-AMOUNT-NUM TO PDAS15-HASH-AMOUNT        03236800
                   ELSE                                                 03236880
                       MOVE ZEROES TO PDAS15-HASH-AMOUNT                03236960
                   END-IF                                               03237040
           END-EVALUATE.                                                03237120
                                                                        03237200
           PERFORM P07000-CALL-PDAS15 THRU P07000-EXIT.                 03237280
                                                                        03237360
       P06000-EXIT.                                                     03237440
           EXIT.                                                        03237520
           EJECT                                                        03237600
      ***************************************************************** 03237680
      *                                                               * 03237760
      *    PARAGRAPH:  P07000-CALL-PDAS15                             * 03237840
      *                                                               * 03237920
      *    FUNCTION :  CALL THE INTERFACE CONTROL ROUTINE.  THE CASH  * 03238000
      *                IS NEVER APPLIED FROM A FILE THE REGISTER      * 03238080
      *                COULD NOT RECORD                               * 03238160
      *                                                               * 03238240
      *    CALLED BY:  VARIOUS                                        * 03238320
      *                                                               * 03238400
      ***************************************************************** 03238480
                                                                        03238560
       P07000-CALL-PDAS15.                                              03238640
                                                                        03238720
           CALL 'PDAS15' USING PDAS15-PARMS.                            03238800
                                                                        03238880
           IF PDAS15-SQLCODE NOT = ZEROES                               03238960
               MOVE PDAS15-SQLCODE TO WPDE-DB2-SQLCODE                  03239040
               MOVE SPACES TO WPBE-MESSAGE                              03239120
               STRING 'INTERFACE REGISTER SQLCODE '                     03239200
                      WPDE-DB2-SQLCODE DELIMITED BY SIZE                03239280
                   INTO WPBE-MESSAGE                                    03239360
               MOVE 'P07000' TO WPBE-PARAGRAPH                          03239440
               PERFORM P99999-ABEND THRU P99999-EXIT                    03239520
           END-IF.                                                      03239600
                                                                        03239680
       P07000-EXIT.                                                     03239760
           EXIT.                                                        03239840
           EJECT                                                        03239920
      ***************************************************************** 03240000
      *                                                               * 03250000
      *    PARAGRAPH:  P10000-PROCESS-REMIT                           * 03260000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     03390000
                   GO TO P10000-EXIT.                                   03400000
                                                                        03410000
           MOVE WS-LOCKBOX-REMIT(1:4) TO PDAS15-RECORD-ID.              03411428
                                                                        03412856
           IF PDAS15-CONTROL-RECORD-ID                                  03414284
               GO TO P10000-EXIT                                        03415712
           END-IF.                                                      03417140
                                                                        03418568
           ADD +1 TO WS-REMITS-READ.                                    03420000
                                                                        03430000
           PERFORM P20000-VALIDATE-REMIT THRU P20000-EXIT.              03440000
           IF WLR-CUSTOMER-ID = SPACES                                  03890000
               MOVE 'CUSTOMER ID MISSING' TO WS-DL-EX-REASON            03900000
               DISPLAY WS-DL-EXCEPTION                                  03910000
               MOVE 'M' TO WS-SUSPENSE-REASON                           03911000
               MOVE WLR-AMOUNT-NUM TO WS-SUSPENSE-AMOUNT                03912000
               PERFORM P50000-WRITE-SUSPENSE THRU P50000-EXIT           03913000
               GO TO P20000-EXIT                                        03920000
           END-IF.                                                      03930000
                                                                        03940000
           IF ARBALF-NOTFOUND                                           04050000
               MOVE 'NO MATCHING OPEN ITEM' TO WS-DL-EX-REASON          04060000
               DISPLAY WS-DL-EXCEPTION                                  04070000
               MOVE 'N' TO WS-SUSPENSE-REASON                           04071000
               MOVE WLR-AMOUNT-NUM TO WS-SUSPENSE-AMOUNT                04072000
               PERFORM P50000-WRITE-SUSPENSE THRU P50000-EXIT           04073000
               GO TO P20000-EXIT                                        04080000
           END-IF.                                                      04090000
                                                                        04100000
           IF AR-CLOSED                                                 04180000
               MOVE 'ITEM ALREADY CLOSED' TO WS-DL-EX-REASON            04190000
               DISPLAY WS-DL-EXCEPTION                                  04200000
               MOVE 'C' TO WS-SUSPENSE-REASON                           04201000
               MOVE WLR-AMOUNT-NUM TO WS-SUSPENSE-AMOUNT                04202000
               PERFORM P50000-WRITE-SUSPENSE THRU P50000-EXIT           04203000
               GO TO P20000-EXIT                                        04210000
           END-IF.                                                      04220000
                                                                        04230000
      *    FUNCTION :  APPLY THE REMITTANCE TO THE AR OPEN ITEM THE   * 04330000
      *                SAME WAY PDA028 DOES, RECORD THE PAYMENT ON    * 04340000
      *                THE CUSTOMER PAYMENT HISTORY FILE, AND LIST A  * 04350000
      *                SHORT PAY ON THE EXCEPTION REPORT.  A BALANCE  * 04355000
      *                COVERED BY THE TERMS DISCOUNT IS NOT A SHORT   * 04360000
      *                PAY                                            * 04365000
      *                                                               * 04370000
      *    CALLED BY:  P10000-PROCESS-REMIT                           * 04380000
      *                                                               * 04390000
       P30000-APPLY-CASH.                                               04420000
                                                                        04430000
           MOVE WLR-AMOUNT-NUM TO WS-REMIT-AMOUNT.                      04440000
                                                                        04440500
      ***************************************************************** 04441000
      *    AN OVERPAYMENT CLEARS THE ITEM AND THE EXCESS GOES TO      * 04441500
      *    THE UNAPPLIED CASH SUSPENSE FILE RATHER THAN LEAVING A     * 04442000
      *    CREDIT BALANCE ON THE ITEM                                 * 04442500
      ***************************************************************** 04443000
                                                                        04443500
           IF WS-REMIT-AMOUNT > AR-BALANCE-DUE                          04444000
               COMPUTE WS-SUSPENSE-AMOUNT =                             04444500
                   WS-REMIT-AMOUNT - AR-BALANCE-DUE                     04445000
               MOVE AR-BALANCE-DUE TO WS-REMIT-AMOUNT                   04445500
               MOVE WS-LOCKBOX-REMIT TO WS-DL-EX-REMIT                  04446000
               MOVE 'OVERPAID, EXCESS HELD' TO WS-DL-EX-REASON          04446500
               DISPLAY WS-DL-EXCEPTION                                  04447000
               ADD +1 TO WS-REMITS-EXCEPTION                            04447500
               MOVE 'O' TO WS-SUSPENSE-REASON                           04448000
               PERFORM P50000-WRITE-SUSPENSE THRU P50000-EXIT           04448500
           END-IF.                                                      04449000
                                                                        04450000
           ADD WS-REMIT-AMOUNT TO AR-AMOUNT-PAID.                       04460000
           SUBTRACT WS-REMIT-AMOUNT FROM AR-BALANCE-DUE.                04470000
           MOVE WLR-REMIT-DATE-NUM TO AR-LAST-PAYMENT-DATE.             04480000
                                                                        04481000
           PERFORM P35000-TERMS-DISCOUNT THRU P35000-EXIT.              04482000
                                                                        04490000
           IF AR-BALANCE-DUE NOT > ZEROES                               04500000
               MOVE 'P' TO AR-STATUS                                    04510000
           EJECT                                                        04890000
      ***************************************************************** 04900000
      *                                                               * 04910000
      *    PARAGRAPH:  P35000-TERMS-DISCOUNT                          * 04910100
      *                                                               * 04910200
      *    FUNCTION :  TAKE THE EARLY-PAYMENT DISCOUNT ALLOWED BY THE * 04910300
      *                ITEM'S PAYMENT TERMS, AS PDA028 DOES.  WHEN    * 04910400
      *                THE REMITTANCE IS DATED BY THE DISCOUNT DATE   * 04910500
      *                AND THE BALANCE LEFT IS NO MORE THAN THE       * 04910600
      *                DISCOUNT ALLOWED ON THE ORIGINAL AMOUNT, THE   * 04910700
      *                BALANCE IS WRITTEN OFF AS DISCOUNT TAKEN.  THE * 04910800
      *                AMOUNT PAID CARRIES THE CASH RECEIVED ONLY     * 04910900
      *                                                               * 04911000
      *    CALLED BY:  P30000-APPLY-CASH                              * 04911100
      *                                                               * 04911200
      ***************************************************************** 04911300
                                                                        04911400
       P35000-TERMS-DISCOUNT.                                           04911500
                                                                        04911600
           MOVE ZEROES TO WS-DISCOUNT-AMOUNT.                           04911700
                                                                        04911800
           IF AR-BALANCE-DUE NOT > ZEROES                               04911900
               GO TO P35000-EXIT                                        04912000
           END-IF.                                                      04912100
                                                                        04912200
           IF AR-DISCOUNT-DATE NOT NUMERIC                              04912300
              OR AR-DISCOUNT-DATE = ZEROES                              04912400
              OR WLR-REMIT-DATE-NUM > AR-DISCOUNT-DATE                  04912500
               GO TO P35000-EXIT                                        04912600
           END-IF.                                                      04912700
                                                                        04912800
           IF AR-DISCOUNT-PCT NOT NUMERIC                               04912900
              OR AR-DISCOUNT-PCT NOT > ZEROES                           04913000
               GO TO P35000-EXIT                                        04913100
           END-IF.                                                      04913200
                                                                        04913300
           IF AR-DISCOUNT-TAKEN NUMERIC                                 04913400
              AND AR-DISCOUNT-TAKEN > ZEROES                            04913500
               GO TO P35000-EXIT                                        04913600
           END-IF.                                                      04913700
                                                                        04913800
           COMPUTE WS-DISCOUNT-ALLOWED ROUNDED =                        04913900
               AR-ORIGINAL-AMT * AR-DISCOUNT-PCT / 100.                 04914000
                                                                        04914100
           IF AR-BALANCE-DUE > WS-DISCOUNT-ALLOWED                      04914200
               GO TO P35000-EXIT                                        04914300
           END-IF.                                                      04914400
                                                                        04914500
           MOVE AR-BALANCE-DUE TO WS-DISCOUNT-AMOUNT.                   04914600
           MOVE WS-DISCOUNT-AMOUNT TO AR-DISCOUNT-TAKEN.                04914700
           MOVE ZEROES TO AR-BALANCE-DUE.                               04914800
                                                                        04914900
           ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNTS-TAKEN.                04915000
                                                                        04915100
       P35000-EXIT.                                                     04915200
           EXIT.                                                        04915300
           EJECT                                                        04915400
      ***************************************************************** 04915500
      *                                                               * 04915600
      *    PARAGRAPH:  P40000-RECORD-PAYMENT                          * 04920000
      *                                                               * 04930000
      *    FUNCTION :  UPDATE (OR CREATE) THE CUSTOMER PAYMENT        * 04940000
                      WLR-ORDER-NUMBER                                  05120000
                      DELIMITED BY SIZE                                 05130000
                      INTO CUSTOMER-PAYMENT-DESCRIPTION                 05140000
               PERFORM P41000-DESCRIBE-DISCOUNT THRU P41000-EXIT        05145000
               REWRITE CUSTOMER-PAYMENT-RECORD                          05150000
           ELSE                                                         05160000
               IF CUSTPAYF-NOTFOUND                                     05170000
                          WLR-ORDER-NUMBER                              05230000
                          DELIMITED BY SIZE                             05240000
                          INTO CUSTOMER-PAYMENT-DESCRIPTION             05250000
                   PERFORM P41000-DESCRIBE-DISCOUNT THRU P41000-EXIT    05255000
                   WRITE CUSTOMER-PAYMENT-RECORD                        05260000
               ELSE                                                     05270000
                   MOVE 'READ CUSTOMER PAYMENT FAILED'                  05280000
           END-IF.                                                      05410000
                                                                        05420000
       P40000-EXIT.                                                     05430000
           EXIT.                                                        05430100
           EJECT                                                        05430200
      ***************************************************************** 05430300
      *                                                               * 05430400
      *    PARAGRAPH:  P41000-DESCRIBE-DISCOUNT                       * 05430500
      *                                                               * 05430600
      *    FUNCTION :  SHOW ANY TERMS DISCOUNT TAKEN AFTER THE ORDER  * 05430700
      *                NUMBER IN THE PAYMENT HISTORY DESCRIPTION      * 05430800
      *                                                               * 05430900
      *    CALLED BY:  P40000-RECORD-PAYMENT                          * 05431000
      *                                                               * 05431100
      ***************************************************************** 05431200
                                                                        05431300
       P41000-DESCRIBE-DISCOUNT.                                        05431400
                                                                        05431500
           IF WS-DISCOUNT-AMOUNT > ZEROES                               05431600
               MOVE WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-EDIT              05431700
               MOVE ' DSC ' TO CUSTOMER-PAYMENT-DESCRIPTION(33:5)       05431800
               MOVE WS-DISCOUNT-EDIT                                    05431900
                   TO CUSTOMER-PAYMENT-DESCRIPTION(38:10)               05432000
           END-IF.                                                      05432100
                                                                        05432200
       P41000-EXIT.                                                     05432300
           EXIT.                                                        05440000
           EJECT                                                        05450000
      ***************************************************************** 05460000
      *                                                               * 05470000
      *    PARAGRAPH:  P50000-WRITE-SUSPENSE                          * 05470100
      *                                                               * 05470200
      *    FUNCTION :  WRITE THE UNAPPLIED CASH (WS-SUSPENSE-AMOUNT)  * 05470300
      *                TO THE SUSPENSE FILE UNDER THE NEXT SEQUENCE   * 05470400
      *                FOR THE PREFIX AND RUN DATE.  A DUPLICATE KEY  * 05470500
      *                (A RERUN ON THE SAME DAY) BUMPS THE SEQUENCE   * 05470600
      *                AND RETRIES                                    * 05470700
      *                                                               * 05470800
      *    CALLED BY:  P20000-VALIDATE-REMIT                          * 05470900
      *                P30000-APPLY-CASH                              * 05471000
      *                                                               * 05471100
      ***************************************************************** 05471200
                                                                        05471300
       P50000-WRITE-SUSPENSE.                                           05471400
                                                                        05471500
           MOVE SPACES TO SUSPENSE-CASH-RECORD.                         05471600
           MOVE WLR-PREFIX TO SUSPENSE-PRE.                             05471700
           MOVE WS-DATE-CCYYMMDD TO SUSPENSE-DATE.                      05471800
           MOVE WLR-CUSTOMER-ID TO SUSPENSE-CUSTOMER-ID.                05471900
           MOVE WLR-ORDER-NUMBER TO SUSPENSE-ORDER-NUMBER.              05472000
           MOVE WLR-REMIT-DATE-NUM TO SUSPENSE-REMIT-DATE.              05472100
           MOVE WS-SUSPENSE-AMOUNT TO SUSPENSE-ORIGINAL-AMT             05472200
                                      SUSPENSE-REMAINING-AMT.           05472300
           MOVE +0 TO SUSPENSE-APPLIED-AMT                              05472400
                      SUSPENSE-REFUND-AMT.                              05472500
           MOVE WS-SUSPENSE-REASON TO SUSPENSE-REASON.                  05472600
           MOVE 'U' TO SUSPENSE-STATUS.                                 05472700
           MOVE WS-DATE-CCYYMMDD TO SUSPENSE-LAST-ACTION-DATE.          05472800
           MOVE 'PDAB48' TO SUSPENSE-LAST-USERID.                       05472900
                                                                        05473000
           PERFORM P51000-WRITE-SUSPENSE-REC THRU P51000-EXIT           05473100
               WITH TEST AFTER                                          05473200
               UNTIL NOT SUSPENSEF-DUPLICATE                            05473300
                  OR WS-SUSPENSE-SEQ > 99998.                           05473400
                                                                        05473500
           IF NOT SUSPENSEF-OK                                          05473600
               MOVE 'WRITE UNAPPLIED CASH FAILED' TO WPBE-MESSAGE       05473700
               MOVE WS-SUSPENSE-STATUS TO WPBE-FILE-STATUS              05473800
               MOVE 'P50000' TO WPBE-PARAGRAPH                          05473900
               PERFORM P99999-ABEND THRU P99999-EXIT                    05474000
           END-IF.                                                      05474100
                                                                        05474200
           MOVE SUSPENSE-CUSTOMER-ID TO WS-DL-SU-CUSTOMER.              05474300
           MOVE SUSPENSE-DATE TO WS-DL-SU-DATE.                         05474400
           MOVE SUSPENSE-SEQ TO WS-DL-SU-SEQ.                           05474500
           MOVE SUSPENSE-ORIGINAL-AMT TO WS-DL-SU-AMOUNT.               05474600
           MOVE SUSPENSE-REASON TO WS-DL-SU-REASON.                     05474700
           DISPLAY WS-DL-SUSPENSE.                                      05474800
                                                                        05474900
           ADD +1 TO WS-REMITS-SUSPENDED.                               05475000
           ADD WS-SUSPENSE-AMOUNT TO WS-CASH-SUSPENDED.                 05475100
                                                                        05475200
       P50000-EXIT.                                                     05475300
           EXIT.                                                        05475400
           EJECT                                                        05475500
      ***************************************************************** 05475600
      *                                                               * 05475700
      *    PARAGRAPH:  P51000-WRITE-SUSPENSE-REC                      * 05475800
      *                                                               * 05475900
      *    FUNCTION :  WRITE THE SUSPENSE RECORD UNDER THE NEXT       * 05476000
      *                SEQUENCE NUMBER                                * 05476100
      *                                                               * 05476200
      *    CALLED BY:  P50000-WRITE-SUSPENSE                          * 05476300
      *                                                               * 05476400
      ***************************************************************** 05476500
                                                                        05476600
       P51000-WRITE-SUSPENSE-REC.                                       05476700
                                                                        05476800
           ADD 1 TO WS-SUSPENSE-SEQ.                                    05476900
           MOVE WS-SUSPENSE-SEQ TO SUSPENSE-SEQ.                        05477000
                                                                        05477100
           WRITE SUSPENSE-CASH-RECORD.                                  05477200
                                                                        05477300
       P51000-EXIT.                                                     05477400
           EXIT.                                                        05477500
           EJECT                                                        05477600
      ***************************************************************** 05477700
      *                                                               * 05477800
      *    PARAGRAPH:  P99999-ABEND                                   * 05480000
      *                                                               * 05490000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 05500000
