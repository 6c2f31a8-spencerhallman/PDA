       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PDAB89.                                              00020000
      *                                                                 00030000
      ***************************************************************** 00040000
      *                 PRODUCT DEMONSTRATION APPLICATION (PDA)       * 00050000
      *                       COMPUWARE CORPORATION                   * 00060000
      *                                                               * 00070000
      * PROGRAM :   PDAB89                                            * 00080000
      *                                                               * 00090000
      * FUNCTION:   PROGRAM PDAB89 IS THE MONTHLY EXPIRING SALES TAX  * 00100000
      *             EXEMPTION CERTIFICATE REPORT.  IT LISTS EVERY     * 00110000
      *             CERTIFICATE ON THE CERTIFICATE FILE WHOSE         * 00120000
      *             EXPIRATION DATE FALLS WITHIN THE NEXT 60 DAYS,    * 00130000
      *             BY PREFIX AND CUSTOMER, SO A RENEWED CERTIFICATE  * 00140000
      *             IS ON FILE BEFORE THE OLD ONE LAPSES AND THE      * 00150000
      *             CUSTOMER'S ORDERS START BEING TAXED.  THE TOTALS  * 00160000
      *             ALSO COUNT THE CERTIFICATES ALREADY EXPIRED.      * 00170000
      *                                                               * 00180000
      * FILES   :   TAX CERTIFICATES     -  VSAM KSDS    (INPUT)      * 00190000
      *                                                               * 00200000
      ***************************************************************** 00210000
      *             PROGRAM CHANGE LOG                                * 00220000
      *             -------------------                               * 00230000
      *                                                               * 00240000
      *  DATE       UPDATED BY            CHANGE DESCRIPTION          * 00250000
      *  --------   --------------------  --------------------------  * 00260000
      *  XX/XX/XX   XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXX  * 00270000
      *                                                               * 00280000
      ***************************************************************** 00290000
           EJECT                                                        00300000
       ENVIRONMENT DIVISION.                                            00310000
                                                                        00320000
       INPUT-OUTPUT SECTION.                                            00330000
                                                                        00340000
       FILE-CONTROL.                                                    00350000
                                                                        00360000
           SELECT VSAM-TAX-CERT        ASSIGN TO VTAXCERT               00370000
                                       ORGANIZATION IS INDEXED          00380000
                                       ACCESS IS SEQUENTIAL             00390000
                                       RECORD KEY IS TAX-CERT-KEY       00400000
                                       FILE STATUS IS                   00410000
                                           WS-TAX-CERT-STATUS.          00420000
           EJECT                                                        00430000
       DATA DIVISION.                                                   00440000
                                                                        00450000
       FILE SECTION.                                                    00460000
                                                                        00470000
       FD  VSAM-TAX-CERT                                                00480000
           RECORD CONTAINS 128 CHARACTERS.                              00490000
                                                                        00500000
           COPY VTAXCERT.                                               00510000
           EJECT                                                        00520000
       WORKING-STORAGE SECTION.                                         00530000
                                                                        00540000
      ***************************************************************** 00550000
      *    SWITCHES                                                   * 00560000
      ***************************************************************** 00570000
                                                                        00580000
       01  WS-SWITCHES.                                                 00590000
           05  WS-END-OF-PROCESS-SW    PIC X     VALUE 'N'.             00600000
               88  END-OF-PROCESS                VALUE 'Y'.             00610000
           EJECT                                                        00620000
      ***************************************************************** 00630000
      *    MISCELLANEOUS WORK FIELDS                                  * 00640000
      ***************************************************************** 00650000
                                                                        00660000
       01  WS-MISCELLANEOUS-FIELDS.                                     00670000
           03  WS-TAX-CERT-STATUS      PIC XX    VALUE SPACES.          00680000
               88  TAX-CERT-OK                   VALUE '  ' '00'.       00690000
               88  TAX-CERT-END                  VALUE '10'.            00700000
               88  TAX-CERT-EMPTY                VALUE '47' '35'.       00710000
           03  WS-CERTS-READ           PIC S9(7) VALUE +0       COMP-3. 00720000
           03  WS-CERTS-LISTED         PIC S9(7) VALUE +0       COMP-3. 00730000
           03  WS-CERTS-EXPIRED        PIC S9(7) VALUE +0       COMP-3. 00740000
           03  WS-DATE-INTEGER         PIC S9(9) VALUE +0       COMP.   00750000
           03  WS-TODAY-INTEGER        PIC S9(9) VALUE +0       COMP.   00760000
           03  WS-TODAY                PIC X(8)  VALUE SPACES.          00770000
           03  WS-TODAY-N REDEFINES WS-TODAY                            00780000
                                       PIC 9(8).                        00790000
           03  WS-CUTOFF               PIC X(8)  VALUE SPACES.          00800000
           03  WS-CUTOFF-N             PIC 9(8)  VALUE ZEROES.          00810000
           03  WS-DATE.                                                 00820000
               05  WS-DATE-YEAR        PIC X(4)  VALUE SPACES.          00830000
               05  WS-DATE-MONTH       PIC XX    VALUE SPACES.          00840000
               05  WS-DATE-DAY         PIC XX    VALUE SPACES.          00850000
           EJECT                                                        00860000
      ***************************************************************** 00870000
      *    DISPLAY AREA                                               * 00880000
      ***************************************************************** 00890000
                                                                        00900000
       01  WS-DISPLAY-LINES.                                            00910000
           03  WS-DL-ASTERISK          PIC X(80) VALUE ALL '*'.         00920000
           03  WS-DL-LINE.                                              00930000
               05  FILLER         PIC X(01) VALUE '*'.                  00940000
               05  WS-DL-LINE-TEXT                                      00950000
                                  PIC X(78) VALUE SPACES.               00960000
               05  FILLER         PIC X(01) VALUE '*'.                  00970000
           03  WS-DL-TOTAL.                                             00980000
               05  FILLER         PIC X(01) VALUE '*'.                  00990000
               05  FILLER         PIC X(45) VALUE SPACES.               01000000
               05  WS-DL-T-CNT    PIC ZZZ,ZZ9.                          01010000
               05  FILLER         PIC X(3)  VALUE ' - '.                01020000
               05  WS-DL-T-TITLE  PIC X(23) VALUE SPACES.               01030000
               05  FILLER         PIC X(01) VALUE '*'.                  01040000
                                                                        01050000
       01  WS-DL-CERTIFICATE.                                           01060000
           03  FILLER                  PIC X(02) VALUE SPACES.          01070000
           03  WS-DL-C-PREFIX          PIC X(05) VALUE SPACES.          01080000
           03  FILLER                  PIC X(01) VALUE SPACES.          01090000
           03  WS-DL-C-CUSTOMER        PIC X(20) VALUE SPACES.          01100000
           03  FILLER                  PIC X(01) VALUE SPACES.          01110000
           03  WS-DL-C-STATE           PIC X(02) VALUE SPACES.          01120000
           03  FILLER                  PIC X(01) VALUE SPACES.          01130000
           03  WS-DL-C-NUMBER          PIC X(20) VALUE SPACES.          01140000
           03  FILLER                  PIC X(01) VALUE SPACES.          01150000
           03  WS-DL-C-TYPE            PIC X(01) VALUE SPACES.          01160000
           03  FILLER                  PIC X(09) VALUE ' EXPIRES '.     01170000
           03  WS-DL-C-EXPIRES         PIC 9(08) VALUE ZEROES.          01180000
           03  FILLER                  PIC X(01) VALUE SPACES.          01190000
           03  WS-DL-C-DAYS            PIC ZZ9.                         01200000
           03  FILLER                  PIC X(05) VALUE ' DAYS'.         01210000
           EJECT                                                        01220000
      ***************************************************************** 01230000
      *    GENERAL ERROR PROCESSING WORK AREAS (CICS, IMS-DLI, DB2)   * 01240000
      ***************************************************************** 01250000
                                                                        01260000
           COPY PDAERRWS.                                               01270000
                                                                        01280000
       01  WS-PDA-BATCH-ERROR-01.                                       01290000
           05  FILLER             PIC X     VALUE SPACES.               01300000
           05  FILLER             PIC X(7)  VALUE 'ERROR:'.             01310000
           05  FILLER             PIC X(10) VALUE 'PROGRAM ='.          01320000
           05  WPBE-PROGRAM-ID    PIC X(8)  VALUE 'PDAB89'.             01330000
           05  FILLER             PIC X(14) VALUE ', PARAGRAPH ='.      01340000
           05  WPBE-PARAGRAPH     PIC X(6)  VALUE SPACES.               01350000
                                                                        01360000
       01  WS-PDA-BATCH-ERROR-02.                                       01370000
           05  FILLER             PIC X(8)  VALUE SPACES.               01380000
           05  WPBE-MESSAGE       PIC X(40) VALUE SPACES.               01390000
           05  FILLER             PIC X(17) VALUE '   FILE STATUS ='.   01400000
           05  WPBE-FILE-STATUS   PIC XX    VALUE SPACES.               01410000
           EJECT                                                        01420000
      ***************************************************************** 01430000
      *    P R O C E D U R E    D I V I S I O N                       * 01440000
      ***************************************************************** 01450000
                                                                        01460000
       PROCEDURE DIVISION.                                              01470000
                                                                        01480000
      ***************************************************************** 01490000
      *                                                               * 01500000
      *    PARAGRAPH:  P00000-MAINLINE                                * 01510000
      *                                                               * 01520000
      *    FUNCTION :  PROGRAM ENTRY.  LIST EVERY CERTIFICATE         * 01530000
      *                EXPIRING WITHIN THE NEXT 60 DAYS               * 01540000
      *                                                               * 01550000
      *    CALLED BY:  NONE                                           * 01560000
      *                                                               * 01570000
      ***************************************************************** 01580000
                                                                        01590000
       P00000-MAINLINE.                                                 01600000
                                                                        01610000
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.                  01620000
           MOVE WS-DATE TO WS-TODAY.                                    01630000
                                                                        01640000
      ***************************************************************** 01650000
      *    THE REPORT WINDOW ENDS 60 CALENDAR DAYS OUT -- INTEGER     * 01660000
      *    DATE ARITHMETIC IS THE ONLY SAFE WAY ACROSS MONTH AND      * 01670000
      *    YEAR BOUNDARIES                                            * 01680000
      ***************************************************************** 01690000
                                                                        01700000
           COMPUTE WS-TODAY-INTEGER =                                   01710000
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N).                    01720000
           COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER + 60.             01730000
           COMPUTE WS-CUTOFF-N =                                        01740000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).               01750000
           MOVE WS-CUTOFF-N TO WS-CUTOFF.                               01760000
                                                                        01770000
           DISPLAY ' '.                                                 01780000
           DISPLAY WS-DL-ASTERISK.                                      01790000
           MOVE '  PDAB89 - TAX CERTIFICATES EXPIRING WITHIN 60 DAYS'   01800000
               TO WS-DL-LINE-TEXT.                                      01810000
           DISPLAY WS-DL-LINE.                                          01820000
           MOVE SPACES TO WS-DL-LINE-TEXT.                              01830000
           STRING '  WINDOW = ' WS-TODAY ' THROUGH ' WS-CUTOFF          01840000
               DELIMITED BY SIZE INTO WS-DL-LINE-TEXT.                  01850000
           DISPLAY WS-DL-LINE.                                          01860000
           DISPLAY WS-DL-ASTERISK.                                      01870000
           DISPLAY ' '.                                                 01880000
                                                                        01890000
           OPEN INPUT VSAM-TAX-CERT.                                    01900000
                                                                        01910000
           IF TAX-CERT-EMPTY                                            01920000
               GO TO P00000-GOBACK                                      01930000
           END-IF.                                                      01940000
                                                                        01950000
           IF NOT TAX-CERT-OK                                           01960000
               MOVE 'OPEN TAX CERTIFICATE FILE FAILED' TO WPBE-MESSAGE  01970000
               MOVE WS-TAX-CERT-STATUS TO WPBE-FILE-STATUS              01980000
               MOVE 'P00000' TO WPBE-PARAGRAPH                          01990000
               PERFORM P99999-ABEND THRU P99999-EXIT                    02000000
           END-IF.                                                      02010000
                                                                        02020000
           PERFORM P10000-LIST-CERTIFICATE THRU P10000-EXIT             02030000
               UNTIL END-OF-PROCESS.                                    02040000
                                                                        02050000
           CLOSE VSAM-TAX-CERT.                                         02060000
                                                                        02070000
       P00000-GOBACK.                                                   02080000
                                                                        02090000
           DISPLAY ' '.                                                 02100000
           DISPLAY WS-DL-ASTERISK.                                      02110000
                                                                        02120000
           MOVE 'CERTIFICATES READ' TO WS-DL-T-TITLE.                   02130000
           MOVE WS-CERTS-READ TO WS-DL-T-CNT.                           02140000
           DISPLAY WS-DL-TOTAL.                                         02150000
                                                                        02160000
           MOVE 'CERTIFICATES EXPIRING' TO WS-DL-T-TITLE.               02170000
           MOVE WS-CERTS-LISTED TO WS-DL-T-CNT.                         02180000
           DISPLAY WS-DL-TOTAL.                                         02190000
                                                                        02200000
           MOVE 'ALREADY EXPIRED' TO WS-DL-T-TITLE.                     02210000
           MOVE WS-CERTS-EXPIRED TO WS-DL-T-CNT.                        02220000
           DISPLAY WS-DL-TOTAL.                                         02230000
                                                                        02240000
           DISPLAY WS-DL-ASTERISK.                                      02250000
           DISPLAY ' '.                                                 02260000
                                                                        02270000
           MOVE ZEROES TO RETURN-CODE.                                  02280000
                                                                        02290000
           GOBACK.                                                      02300000
                                                                        02310000
       P00000-EXIT.                                                     02320000
           EXIT.                                                        02330000
           EJECT                                                        02340000
      ***************************************************************** 02350000
      *                                                               * 02360000
      *    PARAGRAPH:  P10000-LIST-CERTIFICATE                        * 02370000
      *                                                               * 02380000
      *    FUNCTION :  READ THE NEXT CERTIFICATE AND LIST IT WHEN IT  * 02390000
      *                EXPIRES WITHIN THE REPORT WINDOW               * 02400000
      *                                                               * 02410000
      *    CALLED BY:  P00000-MAINLINE                                * 02420000
      *                                                               * 02430000
      ***************************************************************** 02440000
                                                                        02450000
       P10000-LIST-CERTIFICATE.                                         02460000
                                                                        02470000
           READ VSAM-TAX-CERT NEXT RECORD.                              02480000
                                                                        02490000
           EVALUATE TRUE                                                02500000
               WHEN TAX-CERT-OK                                         02510000
                   ADD +1 TO WS-CERTS-READ                              02520000
               WHEN TAX-CERT-END                                        02530000
                   MOVE 'Y' TO WS-END-OF-PROCESS-SW                     02540000
                   GO TO P10000-EXIT                                    02550000
               WHEN OTHER                                               02560000
                   MOVE 'READ TAX CERTIFICATE FAILED' TO WPBE-MESSAGE   02570000
                   MOVE WS-TAX-CERT-STATUS TO WPBE-FILE-STATUS          02580000
                   MOVE 'P10000' TO WPBE-PARAGRAPH                      02590000
                   PERFORM P99999-ABEND THRU P99999-EXIT                02600000
           END-EVALUATE.                                                02610000
                                                                        02620000
           IF TAX-CERT-EXPIRATION-DATE < WS-TODAY-N                     02630000
               ADD +1 TO WS-CERTS-EXPIRED                               02640000
               GO TO P10000-EXIT                                        02650000
           END-IF.                                                      02660000
                                                                        02670000
           IF TAX-CERT-EXPIRATION-DATE > WS-CUTOFF-N                    02680000
               GO TO P10000-EXIT                                        02690000
           END-IF.                                                      02700000
                                                                        02710000
           COMPUTE WS-DATE-INTEGER =                                    02720000
               FUNCTION INTEGER-OF-DATE(TAX-CERT-EXPIRATION-DATE)       02730000
               - WS-TODAY-INTEGER.                                      02740000
                                                                        02750000
           MOVE TAX-CERT-PRE TO WS-DL-C-PREFIX.                         02760000
           MOVE TAX-CERT-CUSTOMER-ID TO WS-DL-C-CUSTOMER.               02770000
           MOVE TAX-CERT-STATE TO WS-DL-C-STATE.                        02780000
           MOVE TAX-CERT-NUMBER TO WS-DL-C-NUMBER.                      02790000
           MOVE TAX-CERT-TYPE TO WS-DL-C-TYPE.                          02800000
           MOVE TAX-CERT-EXPIRATION-DATE TO WS-DL-C-EXPIRES.            02810000
           MOVE WS-DATE-INTEGER TO WS-DL-C-DAYS.                        02820000
           DISPLAY WS-DL-CERTIFICATE.                                   02830000
                                                                        02840000
           ADD +1 TO WS-CERTS-LISTED.                                   02850000
                                                                        02860000
       P10000-EXIT.                                                     02870000
           EXIT.                                                        02880000
           EJECT                                                        02890000
      ***************************************************************** 02900000
      *                                                               * 02910000
      *    PARAGRAPH:  P99999-ABEND                                   * 02920000
      *                                                               * 02930000
      *    FUNCTION :  ROUTINE TO ABEND THE PROGRAM WHEN A CRITICAL   * 02940000
      *                ERROR HAS BEEN ENCOUNTERED                     * 02950000
      *                                                               * 02960000
      *    CALLED BY:  VARIOUS                                        * 02970000
      *                                                               * 02980000
      ***************************************************************** 02990000
                                                                        03000000
       P99999-ABEND.                                                    03010000
                                                                        03020000
           DISPLAY ' '.                                                 03030000
           DISPLAY WS-PDA-BATCH-ERROR-01.                               03040000
           DISPLAY WS-PDA-BATCH-ERROR-02.                               03050000
           DISPLAY ' '.                                                 03060000
                                                                        03070000
           MOVE 16 TO RETURN-CODE.                                      03080000
                                                                        03090000
           GOBACK.                                                      03100000
                                                                        03110000
       P99999-EXIT.                                                     03120000
           EXIT.                                                        03130000
