       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB86.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB86                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB86 MAINTAINS THE PAYMENT TERMS MASTER * 00100000
      *             FILE FROM TERMS CONTROL CARDS.  A TRM CARD ADDS   * 00110000
      *             OR REPLACES A TERMS CODE (DESCRIPTION, NET DAYS,  * 00120000
      *             DISCOUNT DAYS AND DISCOUNT PERCENT); A TRD CARD   * 00130000
      *             DELETES ONE.  TERMS CODES ARE ASSIGNED TO         * 00140000
      *             CUSTOMERS ON THE PDA033 SCREEN AND STAMPED ONTO   * 00150000
      *             THE AR OPEN ITEMS BY THE INVOICE BATCH (PDAB26).  * 00160000
      *             EVERY CARD IS ECHOED WITH ITS DISPOSITION.        * 00170000
      *                                                               * 00180000
      *             CONTROL CARD LAYOUTS:                             * 00190000
      *               TERMS ADD / REPLACE CARD:                       * 00200000
      *                 COL  1- 3   'TRM'                             * 00210000
      *                 COL  5- 9   PREFIX            (NUMERIC)       * 00220000
      *                 COL 11-15   TERMS CODE                        * 00230000
      *                 COL 17-48   DESCRIPTION                       * 00240000
      *                 COL 50-52   NET DAYS          (NUMERIC)       * 00250000
      *                 COL 54-56   DISCOUNT DAYS     (NUMERIC)       * 00260000
      *                 COL 58-62   DISCOUNT PCT (NUMERIC 99V999)     * 00270000
      *               TERMS DELETE CARD:                              * 00280000
      *                 COL  1- 3   'TRD'                             * 00290000
      *                 COL  5- 9   PREFIX            (NUMERIC)       * 00300000
      *                 COL 11-15   TERMS CODE                        * 00310000
      *                                                               * 00320000
      *             A DISCOUNT NEEDS DISCOUNT DAYS, AND THE DISCOUNT  * 00330000
      *             DAYS MAY NOT EXCEED THE NET DAYS.                 * 00340000
      *                                                               * 00350000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00360000
      *             PAYMENT TERMS MASTER -  VSAM KSDS    (UPDATE)     * 00370000
      *                                                               * 00380000
      ***************************************************************** 00390000
      *             PROGRAM CHANGE LOG                                * 00400000
      *             -------------------                               * 00410000
      *                                                               * 00420000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00430000
      *  --------   --------------------  --------------------------  * 00440000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00450000
      *                                                               * 00460000
      ***************************************************************** 00470000
           EJECT                                                        00480000
       ENVIRONMENT DIVISION.                                            00490000
                                                                        00500000
       INPUT-OUTPUT SECTION.                                            00510000
                                                                        00520000
       FILE-CONTROL.                                                    00530000
                                                                        00540000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00550000
                                                                        00560000
           SELECT VSAM-TERMS           ASSIGN TO VTERMS                 00570000
                                       ORGANIZATION IS INDEXED          00580000
                                       ACCESS IS RANDOM                 00590000
                                       RECORD KEY IS TERMS-KEY          00600000
                                       FILE STATUS IS WS-TERMS-STATUS.  00610000
           EJECT                                                        00620000
       DATA DIVISION.                                                   00630000
                                                                        00640000
       FILE SECTION.                                                    00650000
                                                                        00660000
       FD  CONTROL-CARD                                                 00670000
           LABEL RECORDS ARE STANDARD                                   00680000
           RECORDING MODE IS F                                          00690000
           RECORD CONTAINS 80 CHARACTERS                                00700000
           BLOCK CONTAINS 27920 CHARACTERS.                             00710000
                                                                        00720000
       01  CONTROL-CARD-REC            PIC X(80).                       00730000
                                                                        00740000
       FD  VSAM-TERMS                                                   00750000
           RECORD CONTAINS 64 CHARACTERS.                               00760000
                                                                        00770000
           COPY VTERMS.                                                 00780000
           EJECT                                                        00790000
       WORKING-STORAGE SECTION.                                         00800000
                                                                        00810000
      ***************************************************************** 00820000
      *    SWITCHES                                                   * 00830000
      ***************************************************************** 00840000
                                                                        00850000
       01  WS-SWITCHES.                                                 00860000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00870000
               88  END-OF-PROCESS                VALUE 'Y'.             00880000
           EJECT                                                        00890000
      ***************************************************************** 00900000
      *    MISCELLANEOUS WORK FIELDS                                  * 00910000
      ***************************************************************** 00920000
                                                                        00930000
       01  WS-MISCELLANEOUS-FIELDS.                                     00940000
           03  WS-TERMS-STATUS         PIC XX    VALUE SPACES.          00950000
               88  TERMSF-OK                     VALUE '  ' '00'.       00960000
               88  TERMSF-NOTFOUND               VALUE '23'.            00970000
               88  TERMSF-EMPTY                  VALUE '47' '35'.       00980000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 00990000
           03  WS-TERMS-ADDED          PIC S9(7) VALUE +0       COMP-3. 01000000
           03  WS-TERMS-REPLACED       PIC S9(7) VALUE +0       COMP-3. 01010000
           03  WS-TERMS-DELETED        PIC S9(7) VALUE +0       COMP-3. 01020000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01030000
           03  WS-DISPOSITION          PIC X(20) VALUE SPACES.          01040000
           EJECT                                                        01050000
      ***************************************************************** 01060000
      *    CONTROL CARD AREAS                                         * 01070000
      ***************************************************************** 01080000
                                                                        01090000
       01  WS-CONTROL-CARD             PIC X(80) VALUE SPACES.          01100000
                                                                        01110000
       01  WS-TERMS-CARD REDEFINES WS-CONTROL-CARD.                     01120000
           03  WTC-VERB                PIC X(3).                        01130000
           03  FILLER                  PIC X(1).                        01140000
           03  WTC-PREFIX              PIC X(5).                        01150000
           03  FILLER                  PIC X(1).                        01160000
           03  WTC-CODE                PIC X(5).                        01170000
           03  FILLER                  PIC X(1).                        01180000
           03  WTC-DESCRIPTION         PIC X(32).                       01190000
           03  FILLER                  PIC X(1).                        01200000
           03  WTC-NET-DAYS            PIC X(3).                        01210000
           03  WTC-NET-DAYS-NUM REDEFINES WTC-NET-DAYS                  01220000
                                       PIC 9(3).                        01230000
           03  FILLER                  PIC X(1).                        01240000
           03  WTC-DISC-DAYS           PIC X(3).                        01250000
           03  WTC-DISC-DAYS-NUM REDEFINES WTC-DISC-DAYS                01260000
                                       PIC 9(3).                        01270000
           03  FILLER                  PIC X(1).                        01280000
           03  WTC-DISC-PCT            PIC X(5).                        01290000
           03  WTC-DISC-PCT-NUM REDEFINES WTC-DISC-PCT                  01300000
                                       PIC 9(2)V9(3).                   01310000
           03  FILLER                  PIC X(18).                       01320000
           EJECT                                                        01330000
      ***************************************************************** 01340000
      *    DISPLAY AREA (CARD ECHO AND RUN TOTALS)                    * 01350000
      ***************************************************************** 01360000
                                                                        01370000
       01  WS-DISPLAY-LINES.                                            01380000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01390000
           03  WS-DL-CARD.                                              01400000
               05  FILLER         PIC X(01) VALUE SPACES.               01410000
               05  WS-DL-C-CARD   PIC X(56) VALUE SPACES.               01420000
               05  FILLER         PIC X(03) VALUE SPACES.               01430000
               05  WS-DL-C-DISP   PIC X(20) VALUE SPACES.               01440000
           03  WS-DL-TOTAL.                                             01450000
               05  FILLER         PIC X(01) VALUE '*'.                  01460000
               05  FILLER         PIC X(45) VALUE SPACES.               01470000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01480000
               05  FILLER         PIC X(3)  VALUE ' - '.                01490000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01500000
               05  FILLER         PIC X(01) VALUE '*'.                  01510000
           EJECT                                                        01520000
      ***************************************************************** 01530000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 01540000
      ***************************************************************** 01550000
                                                                        01560000
           COPY PDAERRWS.                                               01570000
                                                                        01580000
       01  WS-PDA-BATCH-ERROR-01.                                       01590000
           05  FILLER             PIC X     VALUE SPACES.               01600000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             01610000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          01620000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB86'.             01630000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      01640000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               01650000
                                                                        01660000
       01  WS-PDA-BATCH-ERROR-02.                                       01670000
           05  FILLER             PIC X(8)  VALUE SPACES.               01680000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               01690000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   01700000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               01710000
           EJECT                                                        01720000
      ***************************************************************** 01730000
      *    P R O C E D U R E    D I V I S I O N                       * 01740000
      ***************************************************************** 01750000
                                                                        01760000
       PROCEDURE DIVISION.                                              01770000
                                                                        01780000
      ***************************************************************** 01790000
      *                                                               * 01800000
      *    PARAGRAPH:  P00000-MAINLINE                                * 01810000
      *                                                               * 01820000
      *    FUNCTION :  PROGRAM ENTRY.  APPLY THE TERMS CONTROL CARDS  * 01830000
      *                AND DISPLAY THE RUN TOTALS                     * 01840000
      *                                                               * 01850000
      *    CALLED BY:  NONE                                           * 01860000
      *                                                               * 01870000
      ***************************************************************** 01880000
                                                                        01890000
       P00000-MAINLINE.                                                 01900000
                                                                        01910000
           OPEN INPUT CONTROL-CARD.                                     01920000
                                                                        01930000
           OPEN I-O VSAM-TERMS.                                         01940000
                                                                        01950000
           IF NOT TERMSF-OK AND NOT TERMSF-EMPTY                        01960000
               MOVE 'OPEN PAYMENT TERMS FILE FAILED' TO WPBE-MESSAGE    01970000
               MOVE WS-TERMS-STATUS TO WPBE-FILE-STATUS                 01980000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          01990000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02000000
           END-IF.                                                      02010000
                                                                        02020000
           DISPLAY ' '.                                                 02030000
           DISPLAY WS-DL-ASTERISK.                                      02040000
                                                                        02050000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 02060000
               UNTIL END-OF-PROCESS.                                    02070000
                                                                        02080000
           CLOSE CONTROL-CARD                                           02090000
                 VSAM-TERMS.                                            02100000
                                                                        02110000
           DISPLAY WS-DL-ASTERISK.                                      02120000
                                                                        02130000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  02140000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           02150000
           DISPLAY WS-DL-TOTAL.                                         02160000
                                                                        02170000
           MOVE 'TERMS ADDED' TO WS-DL-T-TITLE.                         02180000
           MOVE WS-TERMS-ADDED TO WS-DL-T-CNT.                          02190000
           DISPLAY WS-DL-TOTAL.                                         02200000
                                                                        02210000
           MOVE 'TERMS REPLACED' TO WS-DL-T-TITLE.                      02220000
           MOVE WS-TERMS-REPLACED TO WS-DL-T-CNT.                       02230000
           DISPLAY WS-DL-TOTAL.                                         02240000
                                                                        02250000
           MOVE 'TERMS DELETED' TO WS-DL-T-TITLE.                       02260000
           MOVE WS-TERMS-DELETED TO WS-DL-T-CNT.                        02270000
           DISPLAY WS-DL-TOTAL.                                         02280000
                                                                        02290000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      02300000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       02310000
           DISPLAY WS-DL-TOTAL.                                         02320000
                                                                        02330000
           DISPLAY WS-DL-ASTERISK.                                      02340000
           DISPLAY ' '.                                                 02350000
                                                                        02360000
           IF WS-CARDS-REJECTED > ZEROES                                02370000
               MOVE 4 TO RETURN-CODE                                    02380000
           ELSE                                                         02390000
               MOVE ZEROES TO RETURN-CODE                               02400000
           END-IF.                                                      02410000
                                                                        02420000
           GOBACK.                                                      02430000
                                                                        02440000
       P00000-EXIT.                                                     02450000
           EXIT.                                                        02460000
           EJECT                                                        02470000
      ***************************************************************** 02480000
      *                                                               * 02490000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 02500000
      *                                                               * 02510000
      *    FUNCTION :  READ THE NEXT CONTROL CARD, ROUTE IT TO THE    * 02520000
      *                ADD / REPLACE OR DELETE ROUTINE AND ECHO IT    * 02530000
      *                WITH ITS DISPOSITION                           * 02540000
      *                                                               * 02550000
      *    CALLED BY:  P00000-MAINLINE                                * 02560000
      *                                                               * 02570000
      ***************************************************************** 02580000
                                                                        02590000
       P10000-PROCESS-CARD.                                             02600000
                                                                        02610000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       02620000
               AT END                                                   02630000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     02640000
                   GO TO P10000-EXIT.                                   02650000
                                                                        02660000
           ADD +1 TO WS-CARDS-READ.                                     02670000
                                                                        02680000
           MOVE SPACES TO WS-DISPOSITION.                               02690000
                                                                        02700000
           EVALUATE TRUE                                                02710000
               WHEN WTC-VERB = 'TRM'                                    02720000
                   PERFORM P20000-MAINTAIN-TERMS THRU P20000-EXIT       02730000
               WHEN WTC-VERB = 'TRD'                                    02740000
                   PERFORM P30000-DELETE-TERMS THRU P30000-EXIT         02750000
               WHEN OTHER                                               02760000
                   MOVE 'UNKNOWN CARD' TO WS-DISPOSITION                02770000
           END-EVALUATE.                                                02780000
                                                                        02790000
           IF WS-DISPOSITION = 'UNKNOWN CARD'                           02800000
              OR WS-DISPOSITION(1:8) = 'REJECTED'                       02810000
               ADD +1 TO WS-CARDS-REJECTED                              02820000
           END-IF.                                                      02830000
                                                                        02840000
           MOVE WS-CONTROL-CARD(1:56) TO WS-DL-C-CARD.                  02850000
           MOVE WS-DISPOSITION TO WS-DL-C-DISP.                         02860000
           DISPLAY WS-DL-CARD.                                          02870000
                                                                        02880000
       P10000-EXIT.                                                     02890000
           EXIT.                                                        02900000
           EJECT                                                        02910000
      ***************************************************************** 02920000
      *                                                               * 02930000
      *    PARAGRAPH:  P20000-MAINTAIN-TERMS                          * 02940000
      *                                                               * 02950000
      *    FUNCTION :  ADD OR REPLACE THE PAYMENT TERMS RECORD NAMED  * 02960000
      *                ON A TRM CONTROL CARD                          * 02970000
      *                                                               * 02980000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 02990000
      *                                                               * 03000000
      ***************************************************************** 03010000
                                                                        03020000
       P20000-MAINTAIN-TERMS.                                           03030000
                                                                        03040000
           IF WTC-PREFIX NOT NUMERIC                                    03050000
              OR WTC-CODE = SPACES                                      03060000
              OR WTC-NET-DAYS NOT NUMERIC                               03070000
              OR WTC-DISC-DAYS NOT NUMERIC                              03080000
              OR WTC-DISC-PCT NOT NUMERIC                               03090000
               MOVE 'REJECTED - FORMAT' TO WS-DISPOSITION               03100000
               GO TO P20000-EXIT                                        03110000
           END-IF.                                                      03120000
                                                                        03130000
           IF WTC-DISC-DAYS-NUM > WTC-NET-DAYS-NUM                      03140000
              OR (WTC-DISC-PCT-NUM > ZEROES                             03150000
                  AND WTC-DISC-DAYS-NUM = ZEROES)                       03160000
               MOVE 'REJECTED - DAYS' TO WS-DISPOSITION                 03170000
               GO TO P20000-EXIT                                        03180000
           END-IF.                                                      03190000
                                                                        03200000
           MOVE WTC-PREFIX TO TERMS-PRE.                                03210000
           MOVE WTC-CODE TO TERMS-CODE.                                 03220000
                                                                        03230000
           READ VSAM-TERMS.                                             03240000
                                                                        03250000
           IF TERMSF-OK                                                 03260000
               PERFORM P21000-MOVE-CARD-FIELDS THRU P21000-EXIT         03270000
               REWRITE PAYMENT-TERMS-RECORD                             03280000
               MOVE 'REPLACED' TO WS-DISPOSITION                        03290000
               ADD +1 TO WS-TERMS-REPLACED                              03300000
           ELSE                                                         03310000
               IF TERMSF-NOTFOUND OR TERMSF-EMPTY                       03320000
                   MOVE SPACES TO PAYMENT-TERMS-RECORD                  03330000
                   MOVE WTC-PREFIX TO TERMS-PRE                         03340000
                   MOVE WTC-CODE TO TERMS-CODE                          03350000
                   PERFORM P21000-MOVE-CARD-FIELDS THRU P21000-EXIT     03360000
                   WRITE PAYMENT-TERMS-RECORD                           03370000
                   MOVE 'ADDED' TO WS-DISPOSITION                       03380000
                   ADD +1 TO WS-TERMS-ADDED                             03390000
               ELSE                                                     03400000
                   MOVE 'READ PAYMENT TERMS FAILED' TO WPBE-MESSAGE     03410000
                   MOVE WS-TERMS-STATUS TO WPBE-FILE-STATUS             03420000
                   MOVE 'P20000' TO WPBE-PARAGRAPH                      03430000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03440000
               END-IF                                                   03450000
           END-IF.                                                      03460000
                                                                        03470000
           IF NOT TERMSF-OK                                             03480000
               MOVE 'WRITE PAYMENT TERMS FAILED' TO WPBE-MESSAGE        03490000
               MOVE WS-TERMS-STATUS TO WPBE-FILE-STATUS                 03500000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          03510000
               PERFORM P99999-ABEND THRU P99999-EXIT                    03520000
           END-IF.                                                      03530000
                                                                        03540000
       P20000-EXIT.                                                     03550000
           EXIT.                                                        03560000
           EJECT                                                        03570000
      ***************************************************************** 03580000
      *                                                               * 03590000
      *    PARAGRAPH:  P21000-MOVE-CARD-FIELDS                        * 03600000
      *                                                               * 03610000
      *    FUNCTION :  MOVE THE TRM CARD FIELDS TO THE TERMS RECORD   * 03620000
      *                                                               * 03630000
      *    CALLED BY:  P20000-MAINTAIN-TERMS                          * 03640000
      *                                                               * 03650000
      ***************************************************************** 03660000
                                                                        03670000
       P21000-MOVE-CARD-FIELDS.                                         03680000
                                                                        03690000
           MOVE WTC-DESCRIPTION TO TERMS-DESCRIPTION.                   03700000
           MOVE WTC-NET-DAYS-NUM TO TERMS-NET-DAYS.                     03710000
           MOVE WTC-DISC-DAYS-NUM TO TERMS-DISCOUNT-DAYS.               03720000
           MOVE WTC-DISC-PCT-NUM TO TERMS-DISCOUNT-PCT.                 03730000
                                                                        03740000
       P21000-EXIT.                                                     03750000
           EXIT.                                                        03760000
           EJECT                                                        03770000
      ***************************************************************** 03780000
      *                                                               * 03790000
      *    PARAGRAPH:  P30000-DELETE-TERMS                            * 03800000
      *                                                               * 03810000
      *    FUNCTION :  DELETE THE PAYMENT TERMS RECORD NAMED ON A     * 03820000
      *                TRD CONTROL CARD.  CUSTOMERS STILL CARRYING    * 03830000
      *                THE CODE ARE INVOICED DUE ON RECEIPT           * 03840000
      *                                                               * 03850000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 03860000
      *                                                               * 03870000
      ***************************************************************** 03880000
                                                                        03890000
       P30000-DELETE-TERMS.                                             03900000
                                                                        03910000
           IF WTC-PREFIX NOT NUMERIC                                    03920000
              OR WTC-CODE = SPACES                                      03930000
               MOVE 'REJECTED - FORMAT' TO WS-DISPOSITION               03940000
               GO TO P30000-EXIT                                        03950000
           END-IF.                                                      03960000
                                                                        03970000
           MOVE WTC-PREFIX TO TERMS-PRE.                                03980000
           MOVE WTC-CODE TO TERMS-CODE.                                 03990000
                                                                        04000000
           DELETE VSAM-TERMS.                                           04010000
                                                                        04020000
           EVALUATE TRUE                                                04030000
               WHEN TERMSF-OK                                           04040000
                   MOVE 'DELETED' TO WS-DISPOSITION                     04050000
                   ADD +1 TO WS-TERMS-DELETED                           04060000
               WHEN TERMSF-NOTFOUND                                     04070000
                   MOVE 'REJECTED - NOT FOUND' TO WS-DISPOSITION        04080000
               WHEN OTHER                                               04090000
                   MOVE 'DELETE PAYMENT TERMS FAILED' TO WPBE-MESSAGE   04100000
                   MOVE WS-TERMS-STATUS TO WPBE-FILE-STATUS             04110000
                   MOVE 'P30000' TO WPBE-PARAGRAPH                      04120000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04130000
           END-EVALUATE.                                                04140000
                                                                        04150000
       P30000-EXIT.                                                     04160000
           EXIT.                                                        04170000
           EJECT                                                        04180000
      ***************************************************************** 04190000
      *                                                               * 04200000
      *    PARAGRAPH:  P99999-ABEND                                   * 04210000
      *                                                               * 04220000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 04230000
      *                ERROR HAS BEEN ENCOUNTERED                     * 04240000
      *                                                               * 04250000
      *    CALLED BY:  VARIOUS                                        * 04260000
      *                                                               * 04270000
      ***************************************************************** 04280000
                                                                        04290000
       P99999-ABEND.                                                    04300000
                                                                        04310000
           DISPLAY ' '.                                                 04320000
           DISPLAY WPEA-ERROR-01.                                       04330000
           DISPLAY WPEA-ERROR-02.                                       04340000
           DISPLAY WPEA-ERROR-03.                                       04350000
           DISPLAY WPEA-ERROR-04.                                       04360000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               04370000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               04380000
           DISPLAY WPEA-ERROR-04.                                       04390000
           DISPLAY WPEA-ERROR-03.                                       04400000
           DISPLAY WPEA-ERROR-02.                                       04410000
           DISPLAY WPEA-ERROR-01.                                       04420000
           DISPLAY ' '.                                                 04430000
                                                                        04440000
           MOVE 16 TO RETURN-CODE.                                      04450000
                                                                        04460000
           GOBACK.                                                      04470000
                                                                        04480000
       P99999-EXIT.                                                     04490000
           EXIT.                                                        04500000
