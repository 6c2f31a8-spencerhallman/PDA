       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB88.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB88                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB88 MAINTAINS THE SALES TAX EXEMPTION  * 00100000
      *             CERTIFICATE FILE FROM CERTIFICATE CONTROL CARDS.  * 00110000
      *             A TXC CARD ADDS OR REPLACES THE CERTIFICATE A     * 00120000
      *             CUSTOMER HOLDS FOR A SHIP-TO STATE (CERTIFICATE   * 00130000
      *             NUMBER, EXEMPTION TYPE AND EXPIRATION DATE); A    * 00140000
      *             TXD CARD DELETES ONE.  WHILE A CERTIFICATE IS     * 00150000
      *             UNEXPIRED THE CUSTOMER'S ORDERS AND QUOTES        * 00160000
      *             SHIPPING TO THE STATE ARE NOT TAXED.  EVERY CARD  * 00170000
      *             IS ECHOED WITH ITS DISPOSITION.                   * 00180000
      *                                                               * 00190000
      *             CONTROL CARD LAYOUTS:                             * 00200000
      *               CERTIFICATE ADD / REPLACE CARD:                 * 00210000
      *                 COL  1- 3   'TXC'                             * 00220000
      *                 COL  5- 9   PREFIX            (NUMERIC)       * 00230000
      *                 COL 11-42   CUSTOMER ID                       * 00240000
      *                 COL 44-45   SHIP-TO STATE CODE                * 00250000
      *                 COL 47-66   CERTIFICATE NUMBER                * 00260000
      *                 COL 68      TYPE  R = RESALE                  * 00270000
      *                                   N = NON-PROFIT              * 00280000
      *                                   G = GOVERNMENT              * 00290000
      *                                   O = OTHER                   * 00300000
      *                 COL 70-77   EXPIRATION DATE   (CCYYMMDD)      * 00310000
      *               CERTIFICATE DELETE CARD:                        * 00320000
      *                 COL  1- 3   'TXD'                             * 00330000
      *                 COL  5- 9   PREFIX            (NUMERIC)       * 00340000
      *                 COL 11-42   CUSTOMER ID                       * 00350000
      *                 COL 44-45   SHIP-TO STATE CODE                * 00360000
      *                                                               * 00370000
      *             THE CUSTOMER MUST BE ON THE CUSTOMER FILE.        * 00380000
      *                                                               * 00390000
      * FILES   :   CONTROL CARDS        -  SEQUENTIAL   (INPUT)      * 00400000
      *             CUSTOMER FILE        -  VSAM KSDS    (INPUT)      * 00410000
      *             TAX CERTIFICATES     -  VSAM KSDS    (UPDATE)     * 00420000
      *                                                               * 00430000
      ***************************************************************** 00440000
      *             PROGRAM CHANGE LOG                                * 00450000
      *             -------------------                               * 00460000
      *                                                               * 00470000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00480000
      *  --------   --------------------  --------------------------  * 00490000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00500000
      *                                                               * 00510000
      ***************************************************************** 00520000
           EJECT                                                        00530000
       ENVIRONMENT DIVISION.                                            00540000
                                                                        00550000
       INPUT-OUTPUT SECTION.                                            00560000
                                                                        00570000
       FILE-CONTROL.                                                    00580000
                                                                        00590000
           SELECT CONTROL-CARD         ASSIGN TO ICNTLCRD.              00600000
                                                                        00610000
           SELECT VSAM-CUSTOMER        ASSIGN TO VCUSTOMR               00620000
                                       ORGANIZATION IS INDEXED          00630000
                                       ACCESS IS RANDOM                 00640000
                                       RECORD KEY IS CUSTOMER-KEY       00650000
                                       FILE STATUS IS                   00660000
                                           WS-CUSTOMER-STATUS.          00670000
                                                                        00680000
           SELECT VSAM-TAX-CERT        ASSIGN TO VTAXCERT               00690000
                                       ORGANIZATION IS INDEXED          00700000
                                       ACCESS IS RANDOM                 00710000
                                       RECORD KEY IS TAX-CERT-KEY       00720000
                                       FILE STATUS IS                   00730000
                                           WS-TAX-CERT-STATUS.          00740000
           EJECT                                                        00750000
       DATA DIVISION.                                                   00760000
                                                                        00770000
       FILE SECTION.                                                    00780000
                                                                        00790000
       FD  CONTROL-CARD                                                 00800000
           LABEL RECORDS ARE STANDARD                                   00810000
           RECORDING MODE IS F                                          00820000
           RECORD CONTAINS 80 CHARACTERS                                00830000
           BLOCK CONTAINS 27920 CHARACTERS.                             00840000
                                                                        00850000
       01  CONTROL-CARD-REC            PIC X(80).                       00860000
                                                                        00870000
       FD  VSAM-CUSTOMER                                                00880000
           RECORD CONTAINS 800 CHARACTERS.                              00890000
                                                                        00900000
           COPY VCUSTOMR.                                               00910000
                                                                        00920000
       FD  VSAM-TAX-CERT                                                00930000
           RECORD CONTAINS 128 CHARACTERS.                              00940000
                                                                        00950000
           COPY VTAXCERT.                                               00960000
           EJECT                                                        00970000
       WORKING-STORAGE SECTION.                                         00980000
                                                                        00990000
      ***************************************************************** 01000000
      *    SWITCHES                                                   * 01010000
      ***************************************************************** 01020000
                                                                        01030000
       01  WS-SWITCHES.                                                 01040000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             01050000
               88  END-OF-PROCESS                VALUE 'Y'.             01060000
           EJECT                                                        01070000
      ***************************************************************** 01080000
      *    MISCELLANEOUS WORK FIELDS                                  * 01090000
      ***************************************************************** 01100000
                                                                        01110000
       01  WS-MISCELLANEOUS-FIELDS.                                     01120000
           03  WS-CUSTOMER-STATUS      PIC XX    VALUE SPACES.          01130000
               88  CUSTOMER-OK                   VALUE '  ' '00'.       01140000
               88  CUSTOMER-NOTFOUND             VALUE '23'.            01150000
           03  WS-TAX-CERT-STATUS      PIC XX    VALUE SPACES.          01160000
               88  TAX-CERT-OK                   VALUE '  ' '00'.       01170000
               88  TAX-CERT-NOTFOUND             VALUE '23'.            01180000
               88  TAX-CERT-EMPTY                VALUE '47' '35'.       01190000
           03  WS-CARDS-READ           PIC S9(7) VALUE +0       COMP-3. 01200000
           03  WS-CERTS-ADDED          PIC S9(7) VALUE +0       COMP-3. 01210000
           03  WS-CERTS-REPLACED       PIC S9(7) VALUE +0       COMP-3. 01220000
           03  WS-CERTS-DELETED        PIC S9(7) VALUE +0       COMP-3. 01230000
           03  WS-CARDS-REJECTED       PIC S9(7) VALUE +0       COMP-3. 01240000
           03  WS-DISPOSITION          PIC X(20) VALUE SPACES.          01250000
           EJECT                                                        01260000
      ***************************************************************** 01270000
      *    CONTROL CARD AREAS                                         * 01280000
      ***************************************************************** 01290000
                                                                        01300000
       01  WS-CONTROL-CARD             PIC X(80) VALUE SPACES.          01310000
                                                                        01320000
       01  WS-CERT-CARD REDEFINES WS-CONTROL-CARD.                      01330000
           03  WXC-VERB                PIC X(3).                        01340000
           03  FILLER                  PIC X(1).                        01350000
           03  WXC-PREFIX              PIC X(5).                        01360000
           03  FILLER                  PIC X(1).                        01370000
           03  WXC-CUSTOMER-ID         PIC X(32).                       01380000
           03  FILLER                  PIC X(1).                        01390000
           03  WXC-STATE               PIC X(2).                        01400000
           03  FILLER                  PIC X(1).                        01410000
           03  WXC-CERT-NUMBER         PIC X(20).                       01420000
           03  FILLER                  PIC X(1).                        01430000
           03  WXC-TYPE                PIC X(1).                        01440000
           03  FILLER                  PIC X(1).                        01450000
           03  WXC-EXPIRATION          PIC X(8).                        01460000
           03  WXC-EXPIRATION-R REDEFINES WXC-EXPIRATION.               01470000
               05  WXC-EXP-CCYY        PIC 9(4).                        01480000
               05  WXC-EXP-MM          PIC 9(2).                        01490000
               05  WXC-EXP-DD          PIC 9(2).                        01500000
           03  WXC-EXPIRATION-NUM REDEFINES WXC-EXPIRATION              01510000
                                       PIC 9(8).                        01520000
           03  FILLER                  PIC X(3).                        01530000
           EJECT                                                        01540000
      ***************************************************************** 01550000
      *    DISPLAY AREA (CARD ECHO AND RUN TOTALS)                    * 01560000
      ***************************************************************** 01570000
                                                                        01580000
       01  WS-DISPLAY-LINES.                                            01590000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         01600000
           03  WS-DL-CARD.                                              01610000
               05  FILLER         PIC X(01) VALUE SPACES.               01620000
               05  WS-DL-C-CARD   PIC X(77) VALUE SPACES.               01630000
               05  FILLER         PIC X(02) VALUE SPACES.               01640000
           03  WS-DL-DISP.                                              01650000
               05  FILLER         PIC X(01) VALUE SPACES.               01660000
               05  FILLER         PIC X(09) VALUE '     ==> '.          01670000
               05  WS-DL-D-DISP   PIC X(20) VALUE SPACES.               01680000
               05  FILLER         PIC X(50) VALUE SPACES.               01690000
           03  WS-DL-TOTAL.                                             01700000
               05  FILLER         PIC X(01) VALUE '*'.                  01710000
               05  FILLER         PIC X(45) VALUE SPACES.               01720000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01730000
               05  FILLER         PIC X(3)  VALUE ' - '.                01740000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01750000
               05  FILLER         PIC X(01) VALUE '*'.                  01760000
           EJECT                                                        01770000
      ***************************************************************** 01780000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 01790000
      ***************************************************************** 01800000
                                                                        01810000
           COPY PDAERRWS.                                               01820000
                                                                        01830000
       01  WS-PDA-BATCH-ERROR-01.                                       01840000
           05  FILLER             PIC X     VALUE SPACES.               01850000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             01860000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          01870000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB88'.             01880000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      01890000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               01900000
                                                                        01910000
       01  WS-PDA-BATCH-ERROR-02.                                       01920000
           05  FILLER             PIC X(8)  VALUE SPACES.               01930000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               01940000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   01950000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               01960000
           EJECT                                                        01970000
      ***************************************************************** 01980000
      *    P R O C E D U R E    D I V I S I O N                       * 01990000
      ***************************************************************** 02000000
                                                                        02010000
       PROCEDURE DIVISION.                                              02020000
                                                                        02030000
      ***************************************************************** 02040000
      *                                                               * 02050000
      *    PARAGRAPH:  P00000-MAINLINE                                * 02060000
      *                                                               * 02070000
      *    FUNCTION :  PROGRAM ENTRY.  APPLY THE CERTIFICATE CONTROL  * 02080000
      *                CARDS AND DISPLAY THE RUN TOTALS               * 02090000
      *                                                               * 02100000
      *    CALLED BY:  NONE                                           * 02110000
      *                                                               * 02120000
      ***************************************************************** 02130000
                                                                        02140000
       P00000-MAINLINE.                                                 02150000
                                                                        02160000
           OPEN INPUT CONTROL-CARD.                                     02170000
                                                                        02180000
           OPEN INPUT VSAM-CUSTOMER.                                    02190000
                                                                        02200000
           IF NOT CUSTOMER-OK                                           02210000
               MOVE 'OPEN CUSTOMER FILE FAILED' TO WPBE-MESSAGE         02220000
               MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS              02230000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02240000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02250000
           END-IF.                                                      02260000
                                                                        02270000
           OPEN I-O VSAM-TAX-CERT.                                      02280000
                                                                        02290000
           IF NOT TAX-CERT-OK AND NOT TAX-CERT-EMPTY                    02300000
               MOVE 'OPEN TAX CERTIFICATE FILE FAILED' TO WPBE-MESSAGE  02310000
               MOVE WS-TAX-CERT-STATUS TO WPBE-FILE-STATUS              02320000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          02330000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02340000
           END-IF.                                                      02350000
                                                                        02360000
           DISPLAY ' '.                                                 02370000
           DISPLAY WS-DL-ASTERISK.                                      02380000
                                                                        02390000
           PERFORM P10000-PROCESS-CARD THRU P10000-EXIT                 02400000
               UNTIL END-OF-PROCESS.                                    02410000
                                                                        02420000
           CLOSE CONTROL-CARD                                           02430000
                 VSAM-CUSTOMER                                          02440000
                 VSAM-TAX-CERT.                                         02450000
                                                                        02460000
           DISPLAY WS-DL-ASTERISK.                                      02470000
                                                                        02480000
           MOVE 'CONTROL CARDS READ' TO WS-DL-T-TITLE.                  02490000
           MOVE WS-CARDS-READ TO WS-DL-T-CNT.                           02500000
           DISPLAY WS-DL-TOTAL.                                         02510000
                                                                        02520000
           MOVE 'CERTIFICATES ADDED' TO WS-DL-T-TITLE.                  02530000
           MOVE WS-CERTS-ADDED TO WS-DL-T-CNT.                          02540000
           DISPLAY WS-DL-TOTAL.                                         02550000
                                                                        02560000
           MOVE 'CERTIFICATES REPLACED' TO WS-DL-T-TITLE.               02570000
           MOVE WS-CERTS-REPLACED TO WS-DL-T-CNT.                       02580000
           DISPLAY WS-DL-TOTAL.                                         02590000
                                                                        02600000
           MOVE 'CERTIFICATES DELETED' TO WS-DL-T-TITLE.                02610000
           MOVE WS-CERTS-DELETED TO WS-DL-T-CNT.                        02620000
           DISPLAY WS-DL-TOTAL.                                         02630000
                                                                        02640000
           MOVE 'CARDS REJECTED' TO WS-DL-T-TITLE.                      02650000
           MOVE WS-CARDS-REJECTED TO WS-DL-T-CNT.                       02660000
           DISPLAY WS-DL-TOTAL.                                         02670000
                                                                        02680000
           DISPLAY WS-DL-ASTERISK.                                      02690000
           DISPLAY ' '.                                                 02700000
                                                                        02710000
           IF WS-CARDS-REJECTED > ZEROES                                02720000
               MOVE 4 TO RETURN-CODE                                    02730000
           ELSE                                                         02740000
               MOVE ZEROES TO RETURN-CODE                               02750000
           END-IF.                                                      02760000
                                                                        02770000
           GOBACK.                                                      02780000
                                                                        02790000
       P00000-EXIT.                                                     02800000
           EXIT.                                                        02810000
           EJECT                                                        02820000
      ***************************************************************** 02830000
      *                                                               * 02840000
      *    PARAGRAPH:  P10000-PROCESS-CARD                            * 02850000
      *                                                               * 02860000
      *    FUNCTION :  READ THE NEXT CONTROL CARD, ROUTE IT TO THE    * 02870000
      *                ADD / REPLACE OR DELETE ROUTINE AND ECHO IT    * 02880000
      *                WITH ITS DISPOSITION                           * 02890000
      *                                                               * 02900000
      *    CALLED BY:  P00000-MAINLINE                                * 02910000
      *                                                               * 02920000
      ***************************************************************** 02930000
                                                                        02940000
       P10000-PROCESS-CARD.                                             02950000
                                                                        02960000
           READ CONTROL-CARD INTO WS-CONTROL-CARD                       02970000
               AT END                                                   02980000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     02990000
                   GO TO P10000-EXIT.                                   03000000
                                                                        03010000
           ADD +1 TO WS-CARDS-READ.                                     03020000
                                                                        03030000
           MOVE SPACES TO WS-DISPOSITION.                               03040000
                                                                        03050000
           EVALUATE TRUE                                                03060000
               WHEN WXC-VERB = 'TXC'                                    03070000
                   PERFORM P20000-MAINTAIN-CERT THRU P20000-EXIT        03080000
               WHEN WXC-VERB = 'TXD'                                    03090000
                   PERFORM P30000-DELETE-CERT THRU P30000-EXIT          03100000
               WHEN OTHER                                               03110000
                   MOVE 'UNKNOWN CARD' TO WS-DISPOSITION                03120000
           END-EVALUATE.                                                03130000
                                                                        03140000
           IF WS-DISPOSITION = 'UNKNOWN CARD'                           03150000
              OR WS-DISPOSITION(1:8) = 'REJECTED'                       03160000
               ADD +1 TO WS-CARDS-REJECTED                              03170000
           END-IF.                                                      03180000
                                                                        03190000
           MOVE WS-CONTROL-CARD(1:77) TO WS-DL-C-CARD.                  03200000
           DISPLAY WS-DL-CARD.                                          03210000
           MOVE WS-DISPOSITION TO WS-DL-D-DISP.                         03220000
           DISPLAY WS-DL-DISP.                                          03230000
                                                                        03240000
       P10000-EXIT.                                                     03250000
           EXIT.                                                        03260000
           EJECT                                                        03270000
      ***************************************************************** 03280000
      *                                                               * 03290000
      *    PARAGRAPH:  P20000-MAINTAIN-CERT                           * 03300000
      *                                                               * 03310000
      *    FUNCTION :  ADD OR REPLACE THE EXEMPTION CERTIFICATE NAMED * 03320000
      *                ON A TXC CONTROL CARD                          * 03330000
      *                                                               * 03340000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 03350000
      *                                                               * 03360000
      ***************************************************************** 03370000
                                                                        03380000
       P20000-MAINTAIN-CERT.                                            03390000
                                                                        03400000
           MOVE WXC-TYPE TO TAX-CERT-TYPE.                              03410000
                                                                        03420000
           IF WXC-PREFIX NOT NUMERIC                                    03430000
              OR WXC-CUSTOMER-ID = SPACES                               03440000
              OR WXC-STATE NOT ALPHABETIC                               03450000
              OR WXC-STATE(1:1) = SPACE                                 03460000
              OR WXC-STATE(2:1) = SPACE                                 03470000
              OR WXC-CERT-NUMBER = SPACES                               03480000
              OR NOT TAX-CERT-VALID-TYPE                                03490000
               MOVE 'REJECTED - FORMAT' TO WS-DISPOSITION               03500000
               GO TO P20000-EXIT                                        03510000
           END-IF.                                                      03520000
                                                                        03530000
           IF WXC-EXPIRATION NOT NUMERIC                                03540000
              OR WXC-EXP-MM < 01 OR WXC-EXP-MM > 12                     03550000
              OR WXC-EXP-DD < 01 OR WXC-EXP-DD > 31                     03560000
               MOVE 'REJECTED - DATE' TO WS-DISPOSITION                 03570000
               GO TO P20000-EXIT                                        03580000
           END-IF.                                                      03590000
                                                                        03600000
           PERFORM P25000-CHECK-CUSTOMER THRU P25000-EXIT.              03610000
                                                                        03620000
           IF WS-DISPOSITION NOT = SPACES                               03630000
               GO TO P20000-EXIT                                        03640000
           END-IF.                                                      03650000
                                                                        03660000
           MOVE WXC-PREFIX TO TAX-CERT-PRE.                             03670000
           MOVE WXC-CUSTOMER-ID TO TAX-CERT-CUSTOMER-ID.                03680000
           MOVE WXC-STATE TO TAX-CERT-STATE.                            03690000
                                                                        03700000
           READ VSAM-TAX-CERT.                                          03710000
                                                                        03720000
           IF TAX-CERT-OK                                               03730000
               PERFORM P21000-MOVE-CARD-FIELDS THRU P21000-EXIT         03740000
               REWRITE TAX-CERTIFICATE-RECORD                           03750000
               MOVE 'REPLACED' TO WS-DISPOSITION                        03760000
               ADD +1 TO WS-CERTS-REPLACED                              03770000
           ELSE                                                         03780000
               IF TAX-CERT-NOTFOUND OR TAX-CERT-EMPTY                   03790000
                   MOVE SPACES TO TAX-CERTIFICATE-RECORD                03800000
                   MOVE WXC-PREFIX TO TAX-CERT-PRE                      03810000
                   MOVE WXC-CUSTOMER-ID TO TAX-CERT-CUSTOMER-ID         03820000
                   MOVE WXC-STATE TO TAX-CERT-STATE                     03830000
                   PERFORM P21000-MOVE-CARD-FIELDS THRU P21000-EXIT     03840000
                   WRITE TAX-CERTIFICATE-RECORD                         03850000
                   MOVE 'ADDED' TO WS-DISPOSITION                       03860000
                   ADD +1 TO WS-CERTS-ADDED                             03870000
               ELSE                                                     03880000
                   MOVE 'READ TAX CERTIFICATE FAILED' TO WPBE-MESSAGE   03890000
                   MOVE WS-TAX-CERT-STATUS TO WPBE-FILE-STATUS          03900000
                   MOVE 'P20000' TO WPBE-PARAGRAPH                      03910000
                   PERFORM P99999-ABEND THRU P99999-EXIT                03920000
               END-IF                                                   03930000
           END-IF.                                                      03940000
                                                                        03950000
           IF NOT TAX-CERT-OK                                           03960000
               MOVE 'WRITE TAX CERTIFICATE FAILED' TO WPBE-MESSAGE      03970000
               MOVE WS-TAX-CERT-STATUS TO WPBE-FILE-STATUS              03980000
               MOVE 'P20000' TO WPBE-PARAGRAPH                          03990000
               PERFORM P99999-ABEND THRU P99999-EXIT                    04000000
           END-IF.                                                      04010000
                                                                        04020000
       P20000-EXIT.                                                     04030000
           EXIT.                                                        04040000
           EJECT                                                        04050000
      ***************************************************************** 04060000
      *                                                               * 04070000
      *    PARAGRAPH:  P21000-MOVE-CARD-FIELDS                        * 04080000
      *                                                               * 04090000
      *    FUNCTION :  MOVE THE TXC CARD FIELDS TO THE CERTIFICATE    * 04100000
      *                RECORD                                         * 04110000
      *                                                               * 04120000
      *    CALLED BY:  P20000-MAINTAIN-CERT                           * 04130000
      *                                                               * 04140000
      ***************************************************************** 04150000
                                                                        04160000
       P21000-MOVE-CARD-FIELDS.                                         04170000
                                                                        04180000
           MOVE WXC-CERT-NUMBER TO TAX-CERT-NUMBER.                     04190000
           MOVE WXC-TYPE TO TAX-CERT-TYPE.                              04200000
           MOVE WXC-EXPIRATION-NUM TO TAX-CERT-EXPIRATION-DATE.         04210000
                                                                        04220000
       P21000-EXIT.                                                     04230000
           EXIT.                                                        04240000
           EJECT                                                        04250000
      ***************************************************************** 04260000
      *                                                               * 04270000
      *    PARAGRAPH:  P25000-CHECK-CUSTOMER                          * 04280000
      *                                                               * 04290000
      *    FUNCTION :  REJECT A TXC CARD FOR A CUSTOMER WHO IS NOT ON * 04300000
      *                THE CUSTOMER FILE                              * 04310000
      *                                                               * 04320000
      *    CALLED BY:  P20000-MAINTAIN-CERT                           * 04330000
      *                                                               * 04340000
      ***************************************************************** 04350000
                                                                        04360000
       P25000-CHECK-CUSTOMER.                                           04370000
                                                                        04380000
           MOVE WXC-PREFIX TO CUSTOMER-PRE.                             04390000
           MOVE WXC-CUSTOMER-ID TO CUSTOMER-ID.                         04400000
                                                                        04410000
           READ VSAM-CUSTOMER.                                          04420000
                                                                        04430000
           EVALUATE TRUE                                                04440000
               WHEN CUSTOMER-OK                                         04450000
                   CONTINUE                                             04460000
               WHEN CUSTOMER-NOTFOUND                                   04470000
                   MOVE 'REJECTED - CUSTOMER' TO WS-DISPOSITION         04480000
               WHEN OTHER                                               04490000
                   MOVE 'READ CUSTOMER FAILED' TO WPBE-MESSAGE          04500000
                   MOVE WS-CUSTOMER-STATUS TO WPBE-FILE-STATUS          04510000
                   MOVE 'P25000' TO WPBE-PARAGRAPH                      04520000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04530000
           END-EVALUATE.                                                04540000
                                                                        04550000
       P25000-EXIT.                                                     04560000
           EXIT.                                                        04570000
           EJECT                                                        04580000
      ***************************************************************** 04590000
      *                                                               * 04600000
      *    PARAGRAPH:  P30000-DELETE-CERT                             * 04610000
      *                                                               * 04620000
      *    FUNCTION :  DELETE THE EXEMPTION CERTIFICATE NAMED ON A    * 04630000
      *                TXD CONTROL CARD.  THE CUSTOMER'S ORDERS TO    * 04640000
      *                THE STATE ARE TAXED FROM THEN ON               * 04650000
      *                                                               * 04660000
      *    CALLED BY:  P10000-PROCESS-CARD                            * 04670000
      *                                                               * 04680000
      ***************************************************************** 04690000
                                                                        04700000
       P30000-DELETE-CERT.                                              04710000
                                                                        04720000
           IF WXC-PREFIX NOT NUMERIC                                    04730000
              OR WXC-CUSTOMER-ID = SPACES                               04740000
              OR WXC-STATE = SPACES                                     04750000
               MOVE 'REJECTED - FORMAT' TO WS-DISPOSITION               04760000
               GO TO P30000-EXIT                                        04770000
           END-IF.                                                      04780000
                                                                        04790000
           MOVE WXC-PREFIX TO TAX-CERT-PRE.                             04800000
           MOVE WXC-CUSTOMER-ID TO TAX-CERT-CUSTOMER-ID.                04810000
           MOVE WXC-STATE TO TAX-CERT-STATE.                            04820000
                                                                        04830000
           DELETE VSAM-TAX-CERT.                                        04840000
                                                                        04850000
           EVALUATE TRUE                                                04860000
               WHEN TAX-CERT-OK                                         04870000
                   MOVE 'DELETED' TO WS-DISPOSITION                     04880000
                   ADD +1 TO WS-CERTS-DELETED                           04890000
               WHEN TAX-CERT-NOTFOUND                                   04900000
                   MOVE 'REJECTED - NOT FOUND' TO WS-DISPOSITION        04910000
               WHEN OTHER                                               04920000
                   MOVE 'DELETE TAX CERTIFICATE FAILED' TO WPBE-MESSAGE 04930000
                   MOVE WS-TAX-CERT-STATUS TO WPBE-FILE-STATUS          04940000
                   MOVE 'P30000' TO WPBE-PARAGRAPH                      04950000
                   PERFORM P99999-ABEND THRU P99999-EXIT                04960000
           END-EVALUATE.                                                04970000
                                                                        04980000
       P30000-EXIT.                                                     04990000
           EXIT.                                                        05000000
           EJECT                                                        05010000
      ***************************************************************** 05020000
      *                                                               * 05030000
      *    PARAGRAPH:  P99999-ABEND                                   * 05040000
      *                                                               * 05050000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 05060000
      *                ERROR HAS BEEN ENCOUNTERED                     * 05070000
      *                                                               * 05080000
      *    CALLED BY:  VARIOUS                                        * 05090000
      *                                                               * 05100000
      ***************************************************************** 05110000
                                                                        05120000
       P99999-ABEND.                                                    05130000
                                                                        05140000
           DISPLAY ' '.                                                 05150000
           DISPLAY WPEA-ERROR-01.                                       05160000
           DISPLAY WPEA-ERROR-02.                                       05170000
           DISPLAY WPEA-ERROR-03.                                       05180000
           DISPLAY WPEA-ERROR-04.                                       05190000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               05200000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               05210000
           DISPLAY WPEA-ERROR-04.                                       05220000
           DISPLAY WPEA-ERROR-03.                                       05230000
           DISPLAY WPEA-ERROR-02.                                       05240000
           DISPLAY WPEA-ERROR-01.                                       05250000
           DISPLAY ' '.                                                 05260000
                                                                        05270000
           MOVE 16 TO RETURN-CODE.                                      05280000
                                                                        05290000
           GOBACK.                                                      05300000
                                                                        05310000
       P99999-EXIT.                                                     05320000
           EXIT.                                                        05330000
